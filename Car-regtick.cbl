      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly registration and insurance renewal tickler by
      *          branch.  Every active car on CAR-FILE-MASTER is
      *          looked up on the registration file
      *          (CAR-FILE-REGISTRATION) maintained by
      *          CAR-REGISTRATION-MAINT.  Its registration expiry and
      *          its insurance policy expiry are each listed when
      *          already expired or when they fall due within the
      *          next 30, 60, or 90 days; an active car with no
      *          registration record at all is listed as NOT ON FILE.
      *          Sold and scrapped cars are ignored.  Lines are listed
      *          under the branch resolved from the branch flat files
      *          named in CAR-FILE-BRANCHES (UNKNOWN when in none),
      *          most urgent first, with branch subtotals and a
      *          company total.  Raises RETURN-CODE 8 only when
      *          CAR-FILE-MASTER cannot be read.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-RENEWAL-TICKLER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-FILE-REGISTRATION
               ASSIGN TO
            "..\CAR-FILE-REGISTRATION.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RG-VIN
                FILE STATUS IS WS-REGISTRATION-STATUS.
           SELECT   CAR-FILE-IN
               ASSIGN TO
            WS-BRANCH-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARIN-STATUS.
           SELECT   CAR-FILE-BRANCHES
               ASSIGN TO
            "..\CAR-FILE-BRANCHES.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BRANCHLIST-STATUS.
           SELECT   CAR-FILE-MASTER
               ASSIGN TO
            "..\CAR-FILE-MASTER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CAR-VIN OF CAR-RECORD-MASTER
                ALTERNATE RECORD KEY IS
                    CAR-MODEL OF CAR-RECORD-MASTER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS
                    OWNER-NAME OF CAR-RECORD-MASTER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS
                    OWNER-ID OF CAR-RECORD-MASTER
                    WITH DUPLICATES
                FILE STATUS IS WS-MASTER-STATUS.
           SELECT   SORT-WORK-FILE
               ASSIGN TO "SORTWK1".
           SELECT   CAR-RENEWAL-RPT
               ASSIGN TO
            "..\CAR-RENEWAL-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-REGISTRATION.
           COPY REGREC.

       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-MASTER.
           COPY CARREC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05   SR-BRANCH-CODE      PIC X(10).
           05   SR-BUCKET           PIC 9(1).
                88  SR-EXPIRED          VALUE 1.
                88  SR-DUE-WINDOW-1     VALUE 2.
                88  SR-DUE-WINDOW-2     VALUE 3.
                88  SR-DUE-WINDOW-3     VALUE 4.
                88  SR-NOT-ON-FILE      VALUE 5.
           05   SR-EXPIRY-DATE      PIC 9(8).
           05   SR-VIN              PIC X(17).
           05   SR-CAR-MODEL        PIC X(15).
           05   SR-ITEM             PIC X(3).
           05   SR-REFERENCE        PIC X(20).
           05   SR-CARRIER          PIC X(30).
           05   SR-DAYS             PIC S9(7).
           05   SR-DATE-VALID       PIC X(1).

       FD CAR-RENEWAL-RPT.
       01 RENEWAL-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-REGISTRATION-STATUS PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).
           05 WS-REGISTRATION-OPEN PIC X(1) VALUE 'N'.
           05 WS-REGISTRATION-FOUND PIC X(1).

       01  RENEWAL-WINDOW-FIELDS.
           05 WS-WINDOW-1-DAYS     PIC 9(3) VALUE 30.
           05 WS-WINDOW-2-DAYS     PIC 9(3) VALUE 60.
           05 WS-WINDOW-3-DAYS     PIC 9(3) VALUE 90.

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  COUNT-FIELDS.
           05 WS-MASTER-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-ACTIVE-COUNT        PIC 9(6) VALUE 0.

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  WORK-FIELDS.
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-CHECK-EXPIRY      PIC 9(8).
           05 WS-CHECK-EXPIRY-PARTS REDEFINES WS-CHECK-EXPIRY.
               10 WS-CHECK-YEAR    PIC 9(4).
               10 WS-CHECK-MM      PIC 9(2).
               10 WS-CHECK-DD      PIC 9(2).
           05 WS-DAYS-TO-EXPIRY    PIC S9(7) VALUE 0.

       01  BUCKET-COUNT-FIELDS.
           05 WS-BR-PREV-BRANCH    PIC X(10) VALUE SPACES.
           05 WS-BR-BUCKET-COUNT   PIC 9(6) OCCURS 5 TIMES.
           05 WS-CO-BUCKET-COUNT   PIC 9(6) OCCURS 5 TIMES.
           05 WS-BUCKET-IDX        PIC 9(1).

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-RENEWAL-HEADING-1.
           05 FILLER               PIC X(40) VALUE
                  "REGISTRATION/INSURANCE RENEWAL TICKLER".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-RNH-DATE          PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-RNH-PAGE          PIC ZZZ9.

       01  WS-RENEWAL-HEADING-2.
           05 FILLER               PIC X(18) VALUE
                  "DUE WITHIN DAYS: ".
           05 WS-RNH-WINDOW-1      PIC ZZ9.
           05 FILLER               PIC X(1)  VALUE "/".
           05 WS-RNH-WINDOW-2      PIC ZZ9.
           05 FILLER               PIC X(1)  VALUE "/".
           05 WS-RNH-WINDOW-3      PIC ZZ9.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(41) VALUE
                  "ITEM: REG = REGISTRATION  INS = INSURANCE".

       01  WS-RENEWAL-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(14) VALUE "MODEL".
           05 FILLER               PIC X(5)  VALUE "ITEM".
           05 FILLER               PIC X(22) VALUE "PLATE/POLICY".
           05 FILLER               PIC X(20) VALUE "CARRIER".
           05 FILLER               PIC X(10) VALUE "EXPIRES".
           05 FILLER               PIC X(9)  VALUE "   DAYS".
           05 FILLER               PIC X(11) VALUE "STATUS".

       01  WS-RENEWAL-DETAIL-LINE.
           05 WS-RD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-MODEL          PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-ITEM           PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-REFERENCE      PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-CARRIER        PIC X(18).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-EXPIRY-DATE    PIC 9(8) BLANK WHEN ZERO.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-DAYS           PIC -ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-STATUS         PIC X(11).

       01  WS-BUCKET-TOTAL-LINE.
           05 WS-BT-LABEL          PIC X(14).
           05 WS-BT-BRANCH         PIC X(10).
           05 FILLER               PIC X(11) VALUE "  EXPIRED: ".
           05 WS-BT-EXPIRED        PIC ZZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BT-WINDOW-1-DAYS  PIC ZZ9.
           05 FILLER               PIC X(7)  VALUE " DAYS: ".
           05 WS-BT-WINDOW-1       PIC ZZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BT-WINDOW-2-DAYS  PIC ZZ9.
           05 FILLER               PIC X(7)  VALUE " DAYS: ".
           05 WS-BT-WINDOW-2       PIC ZZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BT-WINDOW-3-DAYS  PIC ZZ9.
           05 FILLER               PIC X(7)  VALUE " DAYS: ".
           05 WS-BT-WINDOW-3       PIC ZZZZZ9.
           05 FILLER               PIC X(16) VALUE
                  "  NOT ON FILE: ".
           05 WS-BT-NOT-ON-FILE    PIC ZZZZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-RENEWAL-TICKLER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 400-LOAD-BRANCH-FILES.
           PERFORM 430-OPEN-REGISTRATION-FILE.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 5
                   MOVE 0 TO WS-BR-BUCKET-COUNT(WS-BUCKET-IDX)
                   MOVE 0 TO WS-CO-BUCKET-COUNT(WS-BUCKET-IDX)
               END-PERFORM
               OPEN OUTPUT CAR-RENEWAL-RPT
               PERFORM 710-PRINT-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-BRANCH-CODE SR-BUCKET
                       SR-EXPIRY-DATE SR-VIN
                   INPUT PROCEDURE 448-RELEASE-RENEWAL-ITEMS
                   OUTPUT PROCEDURE 450-PRODUCE-TICKLER-REPORT
               CLOSE CAR-RENEWAL-RPT
               CLOSE CAR-FILE-MASTER
               DISPLAY "ACTIVE CARS CHECKED:    " WS-ACTIVE-COUNT
               DISPLAY "ALREADY EXPIRED:        "
                   WS-CO-BUCKET-COUNT(1)
               DISPLAY "DUE WITHIN 90 DAYS:     "
                   WS-CO-BUCKET-COUNT(2) " / "
                   WS-CO-BUCKET-COUNT(3) " / "
                   WS-CO-BUCKET-COUNT(4)
               DISPLAY "NO REGISTRATION ON FILE:"
                   WS-CO-BUCKET-COUNT(5)
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-REGISTRATION-OPEN = 'Y'
               CLOSE CAR-FILE-REGISTRATION
           END-IF.
           GOBACK.

       400-LOAD-BRANCH-FILES.
           MOVE 'N' TO BRANCHLIST-EOF.
           OPEN INPUT CAR-FILE-BRANCHES.
           IF WS-BRANCHLIST-STATUS NOT = "00"
               DISPLAY "CAR-FILE-BRANCHES COULD NOT BE OPENED, "
                   "STATUS: " WS-BRANCHLIST-STATUS
           ELSE
               PERFORM UNTIL BRANCHLIST-EOF = 'Y'
                   READ CAR-FILE-BRANCHES
                       AT END
                           MOVE 'Y' TO BRANCHLIST-EOF
                       NOT AT END
                           MOVE BL-FILE-PATH TO WS-BRANCH-FILE-PATH
                           MOVE BL-BRANCH-CODE
                               TO WS-CURRENT-BRANCH-CODE
                           PERFORM 410-LOAD-ONE-BRANCH-FILE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-BRANCHES
           END-IF.

       410-LOAD-ONE-BRANCH-FILE.
           MOVE 'N' TO WS-CARIN-EOF.
           OPEN INPUT CAR-FILE-IN.
           IF WS-CARIN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BRANCH FILE, SKIPPING: "
                   WS-CURRENT-BRANCH-CODE " " WS-BRANCH-FILE-PATH
                   " STATUS: " WS-CARIN-STATUS
           ELSE
               PERFORM UNTIL WS-CARIN-EOF = 'Y'
                   READ CAR-FILE-IN
                       AT END
                           MOVE 'Y' TO WS-CARIN-EOF
                       NOT AT END
                           PERFORM 420-STORE-VIN-BRANCH
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-IN
           END-IF.

       420-STORE-VIN-BRANCH.
           IF CAR-VIN OF CAR-RECORD-IN = SPACES
               CONTINUE
           ELSE
               IF WS-VB-COUNT < 5000
                   ADD 1 TO WS-VB-COUNT
                   MOVE CAR-VIN OF CAR-RECORD-IN
                       TO WS-VB-VIN(WS-VB-COUNT)
                   MOVE WS-CURRENT-BRANCH-CODE
                       TO WS-VB-BRANCH(WS-VB-COUNT)
               ELSE
                   IF WS-VB-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-VB-OVERFLOW
                       DISPLAY "VIN/BRANCH TABLE FULL - FURTHER "
                           "CARS REPORT UNDER UNKNOWN"
                   END-IF
               END-IF
           END-IF.

       430-OPEN-REGISTRATION-FILE.
           OPEN INPUT CAR-FILE-REGISTRATION.
           IF WS-REGISTRATION-STATUS = "00"
                   OR WS-REGISTRATION-STATUS = "05"
               MOVE 'Y' TO WS-REGISTRATION-OPEN
           ELSE
               DISPLAY "CAR-FILE-REGISTRATION COULD NOT BE OPENED, "
                   "STATUS: " WS-REGISTRATION-STATUS
               DISPLAY "ALL ACTIVE CARS WILL REPORT AS NOT ON FILE"
           END-IF.

       448-RELEASE-RENEWAL-ITEMS.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CAR-FILE-MASTER
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF CAR-ACTIVE OF CAR-RECORD-MASTER
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM 510-CHECK-ONE-CAR
                       END-IF
               END-READ
           END-PERFORM.

       510-CHECK-ONE-CAR.
           PERFORM 520-RESOLVE-BRANCH-CODE.
           MOVE WS-RECORD-BRANCH TO SR-BRANCH-CODE.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO SR-VIN.
           MOVE CAR-MODEL OF CAR-RECORD-MASTER TO SR-CAR-MODEL.
           MOVE 'N' TO WS-REGISTRATION-FOUND.
           IF WS-REGISTRATION-OPEN = 'Y'
               MOVE CAR-VIN OF CAR-RECORD-MASTER TO RG-VIN
               READ CAR-FILE-REGISTRATION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REGISTRATION-FOUND
               END-READ
           END-IF.
           IF WS-REGISTRATION-FOUND = 'N'
               MOVE 5 TO SR-BUCKET
               MOVE 0 TO SR-EXPIRY-DATE
               MOVE SPACES TO SR-ITEM
               MOVE SPACES TO SR-REFERENCE
               MOVE SPACES TO SR-CARRIER
               MOVE 0 TO SR-DAYS
               MOVE 'Y' TO SR-DATE-VALID
               RELEASE SORT-RECORD
           ELSE
               MOVE "REG" TO SR-ITEM
               MOVE RG-PLATE-NUMBER TO SR-REFERENCE
               MOVE SPACES TO SR-CARRIER
               MOVE RG-REG-EXPIRY TO WS-CHECK-EXPIRY
               PERFORM 530-CLASSIFY-EXPIRY
               MOVE "INS" TO SR-ITEM
               MOVE RG-POLICY-NUMBER TO SR-REFERENCE
               MOVE RG-INS-CARRIER TO SR-CARRIER
               MOVE RG-POLICY-EXPIRY TO WS-CHECK-EXPIRY
               PERFORM 530-CLASSIFY-EXPIRY
           END-IF.

       520-RESOLVE-BRANCH-CODE.
           MOVE "UNKNOWN" TO WS-RECORD-BRANCH.
           SET VB-IDX TO 1.
           IF WS-VB-COUNT > 0
               SEARCH VIN-BRANCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VB-VIN(VB-IDX) =
                           CAR-VIN OF CAR-RECORD-MASTER
                       MOVE WS-VB-BRANCH(VB-IDX) TO WS-RECORD-BRANCH
               END-SEARCH
           END-IF.

       530-CLASSIFY-EXPIRY.
      *    An expiry date that is missing or not a calendar date is
      *    listed with the expired items so it gets corrected.
           MOVE 0 TO SR-BUCKET.
           IF WS-CHECK-EXPIRY IS NUMERIC
                   AND WS-CHECK-YEAR > 1900
                   AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
                   AND WS-CHECK-DD > 0 AND WS-CHECK-DD < 32
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-EXPIRY) = 0
               MOVE 'Y' TO SR-DATE-VALID
               MOVE WS-CHECK-EXPIRY TO SR-EXPIRY-DATE
               COMPUTE WS-DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-EXPIRY)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               MOVE WS-DAYS-TO-EXPIRY TO SR-DAYS
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-EXPIRY < 0
                       MOVE 1 TO SR-BUCKET
                   WHEN WS-DAYS-TO-EXPIRY NOT > WS-WINDOW-1-DAYS
                       MOVE 2 TO SR-BUCKET
                   WHEN WS-DAYS-TO-EXPIRY NOT > WS-WINDOW-2-DAYS
                       MOVE 3 TO SR-BUCKET
                   WHEN WS-DAYS-TO-EXPIRY NOT > WS-WINDOW-3-DAYS
                       MOVE 4 TO SR-BUCKET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE 'N' TO SR-DATE-VALID
               MOVE 0 TO SR-EXPIRY-DATE
               MOVE 0 TO SR-DAYS
               MOVE 1 TO SR-BUCKET
           END-IF.
           IF SR-BUCKET > 0
               RELEASE SORT-RECORD
           END-IF.

       450-PRODUCE-TICKLER-REPORT.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 720-PRINT-ONE-ITEM
               PERFORM 405-RETURN-SORTED-RECORD
           END-PERFORM.
           IF WS-BR-PREV-BRANCH NOT = SPACES
               PERFORM 730-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 740-PRINT-COMPANY-TOTAL.

       405-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE AT END MOVE 'Y' TO SORT-EOF-FLAG.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-RNH-DATE.
           MOVE WS-PAGE-NO TO WS-RNH-PAGE.
           MOVE WS-WINDOW-1-DAYS TO WS-RNH-WINDOW-1.
           MOVE WS-WINDOW-2-DAYS TO WS-RNH-WINDOW-2.
           MOVE WS-WINDOW-3-DAYS TO WS-RNH-WINDOW-3.
           WRITE RENEWAL-RPT-RECORD FROM WS-RENEWAL-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RENEWAL-RPT-RECORD FROM WS-RENEWAL-HEADING-2.
           WRITE RENEWAL-RPT-RECORD FROM WS-RENEWAL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE RENEWAL-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-ONE-ITEM.
           IF WS-BR-PREV-BRANCH NOT = SPACES
                   AND SR-BRANCH-CODE NOT = WS-BR-PREV-BRANCH
               PERFORM 730-PRINT-BRANCH-TOTAL
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-BR-PREV-BRANCH.
           ADD 1 TO WS-BR-BUCKET-COUNT(SR-BUCKET).
           ADD 1 TO WS-CO-BUCKET-COUNT(SR-BUCKET).
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-RD-BRANCH.
           MOVE SR-VIN TO WS-RD-VIN.
           MOVE SR-CAR-MODEL TO WS-RD-MODEL.
           MOVE SR-ITEM TO WS-RD-ITEM.
           MOVE SR-REFERENCE TO WS-RD-REFERENCE.
           MOVE SR-CARRIER TO WS-RD-CARRIER.
           MOVE SR-EXPIRY-DATE TO WS-RD-EXPIRY-DATE.
           MOVE SR-DAYS TO WS-RD-DAYS.
           EVALUATE TRUE
               WHEN SR-NOT-ON-FILE
                   MOVE "NOT ON FILE" TO WS-RD-STATUS
                   MOVE "NO REGISTRATION" TO WS-RD-REFERENCE
               WHEN SR-DATE-VALID = 'N'
                   MOVE "*NO DATE*" TO WS-RD-STATUS
               WHEN SR-EXPIRED
                   MOVE "*EXPIRED*" TO WS-RD-STATUS
               WHEN SR-DUE-WINDOW-1
                   MOVE SPACES TO WS-RD-STATUS
                   STRING "DUE " DELIMITED BY SIZE
                           WS-WINDOW-1-DAYS DELIMITED BY SIZE
                           " DAYS" DELIMITED BY SIZE
                       INTO WS-RD-STATUS
               WHEN SR-DUE-WINDOW-2
                   MOVE SPACES TO WS-RD-STATUS
                   STRING "DUE " DELIMITED BY SIZE
                           WS-WINDOW-2-DAYS DELIMITED BY SIZE
                           " DAYS" DELIMITED BY SIZE
                       INTO WS-RD-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-RD-STATUS
                   STRING "DUE " DELIMITED BY SIZE
                           WS-WINDOW-3-DAYS DELIMITED BY SIZE
                           " DAYS" DELIMITED BY SIZE
                       INTO WS-RD-STATUS
           END-EVALUATE.
           WRITE RENEWAL-RPT-RECORD FROM WS-RENEWAL-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       730-PRINT-BRANCH-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE "BRANCH TOTAL: " TO WS-BT-LABEL.
           MOVE WS-BR-PREV-BRANCH TO WS-BT-BRANCH.
           MOVE WS-BR-BUCKET-COUNT(1) TO WS-BT-EXPIRED.
           MOVE WS-BR-BUCKET-COUNT(2) TO WS-BT-WINDOW-1.
           MOVE WS-BR-BUCKET-COUNT(3) TO WS-BT-WINDOW-2.
           MOVE WS-BR-BUCKET-COUNT(4) TO WS-BT-WINDOW-3.
           MOVE WS-BR-BUCKET-COUNT(5) TO WS-BT-NOT-ON-FILE.
           PERFORM 735-SET-WINDOW-LABELS.
           WRITE RENEWAL-RPT-RECORD FROM WS-BUCKET-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RENEWAL-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE 0 TO WS-BR-BUCKET-COUNT(WS-BUCKET-IDX)
           END-PERFORM.

       735-SET-WINDOW-LABELS.
           MOVE WS-WINDOW-1-DAYS TO WS-BT-WINDOW-1-DAYS.
           MOVE WS-WINDOW-2-DAYS TO WS-BT-WINDOW-2-DAYS.
           MOVE WS-WINDOW-3-DAYS TO WS-BT-WINDOW-3-DAYS.

       740-PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE "COMPANY TOTAL:" TO WS-BT-LABEL.
           MOVE SPACES TO WS-BT-BRANCH.
           MOVE WS-CO-BUCKET-COUNT(1) TO WS-BT-EXPIRED.
           MOVE WS-CO-BUCKET-COUNT(2) TO WS-BT-WINDOW-1.
           MOVE WS-CO-BUCKET-COUNT(3) TO WS-BT-WINDOW-2.
           MOVE WS-CO-BUCKET-COUNT(4) TO WS-BT-WINDOW-3.
           MOVE WS-CO-BUCKET-COUNT(5) TO WS-BT-NOT-ON-FILE.
           PERFORM 735-SET-WINDOW-LABELS.
           WRITE RENEWAL-RPT-RECORD FROM WS-BUCKET-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM CAR-RENEWAL-TICKLER.
