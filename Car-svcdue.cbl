      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly service-due report by branch.  The latest
      *          service date for each VIN is taken from the service
      *          history file (CAR-FILE-SERVICE) maintained by
      *          CAR-SERVICE-MAINT; a car never serviced is measured
      *          from its ACQUIRE-DATE.  Every active car on
      *          CAR-FILE-MASTER is checked against its service
      *          interval in days - the standard interval, or the
      *          shorter heavy-duty interval for DIESEL engines and
      *          for heavy towing units (TOWING-CAPACITY at or above
      *          the heavy band used by CAR-FLEET-ANALYSIS).  Cars
      *          past their interval are flagged OVERDUE and cars
      *          coming due within the warning window DUE SOON, listed
      *          under the branch resolved from the branch flat files
      *          named in CAR-FILE-BRANCHES (UNKNOWN when in none),
      *          with branch subtotals and a company total.  Runs as a
      *          step of CAR-NIGHT-DRIVER; raises RETURN-CODE 8 only
      *          when CAR-FILE-MASTER cannot be read.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-SERVICE-DUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-SERVICE
               ASSIGN TO
            "..\CAR-FILE-SERVICE.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SV-KEY
                FILE STATUS IS WS-SERVICE-STATUS.
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
           SELECT   CAR-SERVICE-DUE-RPT
               ASSIGN TO
            "..\CAR-SERVICE-DUE-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-SERVICE.
           COPY SVCREC.

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
           05   SR-VIN              PIC X(17).
           05   SR-CAR-MODEL        PIC X(15).
           05   SR-ENGINE           PIC X(20).
           05   SR-TOWING-CAPACITY  PIC 9(8).
           05   SR-BASIS-DATE       PIC 9(8).
           05   SR-BASIS            PIC X(8).
           05   SR-DAYS-SINCE       PIC 9(5).
           05   SR-INTERVAL         PIC 9(5).
           05   SR-DUE-STATUS       PIC X(1).
                88  SR-OVERDUE          VALUE 'O'.
                88  SR-DUE-SOON         VALUE 'S'.
                88  SR-CURRENT          VALUE 'C'.

       FD CAR-SERVICE-DUE-RPT.
       01 SERVICE-DUE-RPT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-SERVICE-STATUS    PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-SERVICE-EOF       PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).

       01  SERVICE-INTERVAL-FIELDS.
           05 WS-STANDARD-INTERVAL PIC 9(5) VALUE 180.
           05 WS-HEAVY-INTERVAL    PIC 9(5) VALUE 90.
           05 WS-HEAVY-TOWING      PIC 9(8) VALUE 7500.
           05 WS-DUE-SOON-DAYS     PIC 9(5) VALUE 14.

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  COUNT-FIELDS.
           05 WS-SERVICE-READ-COUNT  PIC 9(6) VALUE 0.
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

       01  LAST-SERVICE-TABLE.
           05 WS-LS-COUNT          PIC 9(5) VALUE 0.
           05 WS-LS-OVERFLOW       PIC X(1) VALUE 'N'.
           05 LAST-SERVICE-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-LS-COUNT
                   INDEXED BY LS-IDX.
               10 WS-LS-VIN         PIC X(17).
               10 WS-LS-DATE        PIC 9(8).

       01  WORK-FIELDS.
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-DAYS-SINCE        PIC S9(7) VALUE 0.

       01  BRANCH-TOTAL-FIELDS.
           05 WS-BR-PREV-BRANCH    PIC X(10) VALUE SPACES.
           05 WS-BR-ACTIVE-COUNT   PIC 9(6)  VALUE 0.
           05 WS-BR-OVERDUE-COUNT  PIC 9(6)  VALUE 0.
           05 WS-BR-DUE-SOON-COUNT PIC 9(6)  VALUE 0.

       01  COMPANY-TOTAL-FIELDS.
           05 WS-CO-ACTIVE-COUNT   PIC 9(6)  VALUE 0.
           05 WS-CO-OVERDUE-COUNT  PIC 9(6)  VALUE 0.
           05 WS-CO-DUE-SOON-COUNT PIC 9(6)  VALUE 0.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-DUE-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "SERVICE DUE REPORT BY BRANCH".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-SDR-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-SDR-HDG-PAGE      PIC ZZZ9.

       01  WS-DUE-HEADING-2.
           05 FILLER               PIC X(20) VALUE
                  "STANDARD INTERVAL: ".
           05 WS-SDR-HDG-STD       PIC ZZZZ9.
           05 FILLER               PIC X(30) VALUE
                  " DAYS   DIESEL/HEAVY TOWING: ".
           05 WS-SDR-HDG-HEAVY     PIC ZZZZ9.
           05 FILLER               PIC X(26) VALUE
                  " DAYS   DUE SOON WINDOW: ".
           05 WS-SDR-HDG-SOON      PIC ZZZZ9.
           05 FILLER               PIC X(5)  VALUE " DAYS".

       01  WS-DUE-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(12) VALUE "ENGINE".
           05 FILLER               PIC X(10) VALUE "TOWING".
           05 FILLER               PIC X(10) VALUE "LAST DATE".
           05 FILLER               PIC X(10) VALUE "BASIS".
           05 FILLER               PIC X(7)  VALUE "DAYS".
           05 FILLER               PIC X(9)  VALUE "INTERVAL".
           05 FILLER               PIC X(10) VALUE "STATUS".

       01  WS-DUE-DETAIL-LINE.
           05 WS-SD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-ENGINE         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-TOWING         PIC ZZZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-BASIS-DATE     PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-BASIS          PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-DAYS           PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-INTERVAL       PIC ZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-SD-STATUS         PIC X(10).

       01  WS-BRANCH-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE "BRANCH TOTAL: ".
           05 WS-SB-BRANCH         PIC X(10).
           05 FILLER               PIC X(10) VALUE "  ACTIVE: ".
           05 WS-SB-ACTIVE         PIC ZZZZZ9.
           05 FILLER               PIC X(11) VALUE "  OVERDUE: ".
           05 WS-SB-OVERDUE        PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE "  DUE SOON: ".
           05 WS-SB-DUE-SOON       PIC ZZZZZ9.

       01  WS-COMPANY-TOTAL-LINE.
           05 FILLER               PIC X(24) VALUE
                  "COMPANY TOTAL:          ".
           05 FILLER               PIC X(10) VALUE "  ACTIVE: ".
           05 WS-SC-ACTIVE         PIC ZZZZZ9.
           05 FILLER               PIC X(11) VALUE "  OVERDUE: ".
           05 WS-SC-OVERDUE        PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE "  DUE SOON: ".
           05 WS-SC-DUE-SOON       PIC ZZZZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-SERVICE-DUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 400-LOAD-BRANCH-FILES.
           PERFORM 430-LOAD-LAST-SERVICE-DATES.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CAR-SERVICE-DUE-RPT
               PERFORM 710-PRINT-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-BRANCH-CODE SR-VIN
                   INPUT PROCEDURE 448-RELEASE-ACTIVE-CARS
                   OUTPUT PROCEDURE 450-PRODUCE-DUE-REPORT
               CLOSE CAR-SERVICE-DUE-RPT
               CLOSE CAR-FILE-MASTER
               DISPLAY "ACTIVE CARS CHECKED:    " WS-ACTIVE-COUNT
               DISPLAY "OVERDUE FOR SERVICE:    " WS-CO-OVERDUE-COUNT
               DISPLAY "DUE WITHIN WINDOW:      " WS-CO-DUE-SOON-COUNT
               MOVE 0 TO RETURN-CODE
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

       430-LOAD-LAST-SERVICE-DATES.
           MOVE 'N' TO WS-SERVICE-EOF.
           OPEN INPUT CAR-FILE-SERVICE.
           IF WS-SERVICE-STATUS NOT = "00"
               DISPLAY "CAR-FILE-SERVICE COULD NOT BE OPENED, "
                   "STATUS: " WS-SERVICE-STATUS
               DISPLAY "ALL CARS WILL BE MEASURED FROM ACQUIRE-DATE"
           ELSE
               PERFORM UNTIL WS-SERVICE-EOF = 'Y'
                   READ CAR-FILE-SERVICE
                       AT END
                           MOVE 'Y' TO WS-SERVICE-EOF
                       NOT AT END
                           ADD 1 TO WS-SERVICE-READ-COUNT
                           PERFORM 440-STORE-LAST-SERVICE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-SERVICE
           END-IF.

       440-STORE-LAST-SERVICE.
           IF WS-LS-COUNT > 0
                   AND WS-LS-VIN(WS-LS-COUNT) = SV-VIN
               IF SV-SERVICE-DATE > WS-LS-DATE(WS-LS-COUNT)
                   MOVE SV-SERVICE-DATE TO WS-LS-DATE(WS-LS-COUNT)
               END-IF
           ELSE
               IF WS-LS-COUNT < 5000
                   ADD 1 TO WS-LS-COUNT
                   MOVE SV-VIN TO WS-LS-VIN(WS-LS-COUNT)
                   MOVE SV-SERVICE-DATE TO WS-LS-DATE(WS-LS-COUNT)
               ELSE
                   IF WS-LS-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-LS-OVERFLOW
                       DISPLAY "LAST SERVICE TABLE FULL - FURTHER "
                           "CARS MEASURED FROM ACQUIRE-DATE"
                   END-IF
               END-IF
           END-IF.

       448-RELEASE-ACTIVE-CARS.
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
           MOVE ENGINE OF CAR-RECORD-MASTER TO SR-ENGINE.
           MOVE TOWING-CAPACITY OF CAR-RECORD-MASTER
               TO SR-TOWING-CAPACITY.
           PERFORM 530-FIND-LAST-SERVICE.
           IF ENGINE OF CAR-RECORD-MASTER = "DIESEL"
                   OR TOWING-CAPACITY OF CAR-RECORD-MASTER
                       NOT < WS-HEAVY-TOWING
               MOVE WS-HEAVY-INTERVAL TO SR-INTERVAL
           ELSE
               MOVE WS-STANDARD-INTERVAL TO SR-INTERVAL
           END-IF.
           MOVE 0 TO WS-DAYS-SINCE.
           IF SR-BASIS-DATE IS NUMERIC AND SR-BASIS-DATE > 0
                   AND SR-BASIS-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(SR-BASIS-DATE)
               MOVE WS-DAYS-SINCE TO SR-DAYS-SINCE
           ELSE
               MOVE 0 TO SR-BASIS-DATE
               MOVE "NO DATE" TO SR-BASIS
               MOVE 99999 TO SR-DAYS-SINCE
           END-IF.
           IF SR-DAYS-SINCE > SR-INTERVAL
               MOVE 'O' TO SR-DUE-STATUS
           ELSE
               IF SR-DAYS-SINCE + WS-DUE-SOON-DAYS > SR-INTERVAL
                   MOVE 'S' TO SR-DUE-STATUS
               ELSE
                   MOVE 'C' TO SR-DUE-STATUS
               END-IF
           END-IF.
           RELEASE SORT-RECORD.

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

       530-FIND-LAST-SERVICE.
           MOVE ACQUIRE-DATE OF CAR-RECORD-MASTER TO SR-BASIS-DATE.
           MOVE "ACQUIRED" TO SR-BASIS.
           SET LS-IDX TO 1.
           IF WS-LS-COUNT > 0
               SEARCH LAST-SERVICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LS-VIN(LS-IDX) =
                           CAR-VIN OF CAR-RECORD-MASTER
                       MOVE WS-LS-DATE(LS-IDX) TO SR-BASIS-DATE
                       MOVE "SERVICED" TO SR-BASIS
               END-SEARCH
           END-IF.

       450-PRODUCE-DUE-REPORT.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 720-PRINT-ONE-CAR
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
           MOVE WS-RUN-DATE TO WS-SDR-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-SDR-HDG-PAGE.
           MOVE WS-STANDARD-INTERVAL TO WS-SDR-HDG-STD.
           MOVE WS-HEAVY-INTERVAL TO WS-SDR-HDG-HEAVY.
           MOVE WS-DUE-SOON-DAYS TO WS-SDR-HDG-SOON.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-DUE-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-DUE-HEADING-2.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-DUE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-ONE-CAR.
           IF WS-BR-PREV-BRANCH NOT = SPACES
                   AND SR-BRANCH-CODE NOT = WS-BR-PREV-BRANCH
               PERFORM 730-PRINT-BRANCH-TOTAL
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-BR-PREV-BRANCH.
           ADD 1 TO WS-BR-ACTIVE-COUNT.
           ADD 1 TO WS-CO-ACTIVE-COUNT.
           IF NOT SR-CURRENT
               IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                   PERFORM 710-PRINT-REPORT-HEADINGS
               END-IF
               MOVE SR-BRANCH-CODE TO WS-SD-BRANCH
               MOVE SR-VIN TO WS-SD-VIN
               MOVE SR-CAR-MODEL TO WS-SD-MODEL
               MOVE SR-ENGINE TO WS-SD-ENGINE
               MOVE SR-TOWING-CAPACITY TO WS-SD-TOWING
               MOVE SR-BASIS-DATE TO WS-SD-BASIS-DATE
               MOVE SR-BASIS TO WS-SD-BASIS
               MOVE SR-DAYS-SINCE TO WS-SD-DAYS
               MOVE SR-INTERVAL TO WS-SD-INTERVAL
               IF SR-OVERDUE
                   MOVE "*OVERDUE*" TO WS-SD-STATUS
                   ADD 1 TO WS-BR-OVERDUE-COUNT
                   ADD 1 TO WS-CO-OVERDUE-COUNT
               ELSE
                   MOVE "DUE SOON" TO WS-SD-STATUS
                   ADD 1 TO WS-BR-DUE-SOON-COUNT
                   ADD 1 TO WS-CO-DUE-SOON-COUNT
               END-IF
               WRITE SERVICE-DUE-RPT-RECORD FROM WS-DUE-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       730-PRINT-BRANCH-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-BR-PREV-BRANCH TO WS-SB-BRANCH.
           MOVE WS-BR-ACTIVE-COUNT TO WS-SB-ACTIVE.
           MOVE WS-BR-OVERDUE-COUNT TO WS-SB-OVERDUE.
           MOVE WS-BR-DUE-SOON-COUNT TO WS-SB-DUE-SOON.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-BRANCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-BR-ACTIVE-COUNT.
           MOVE 0 TO WS-BR-OVERDUE-COUNT.
           MOVE 0 TO WS-BR-DUE-SOON-COUNT.

       740-PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-CO-ACTIVE-COUNT TO WS-SC-ACTIVE.
           MOVE WS-CO-OVERDUE-COUNT TO WS-SC-OVERDUE.
           MOVE WS-CO-DUE-SOON-COUNT TO WS-SC-DUE-SOON.
           WRITE SERVICE-DUE-RPT-RECORD FROM WS-COMPANY-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM CAR-SERVICE-DUE.
