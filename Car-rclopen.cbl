      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open-recall report by branch off the recall campaign
      *          file (CAR-FILE-RECALL) written by CAR-RECALL-MATCH
      *          and completed through CAR-RECALL-MAINT.  Every
      *          campaign record still open for a car that is active
      *          on CAR-FILE-MASTER is listed under the branch the car
      *          is in now (resolved from the branch flat files named
      *          in CAR-FILE-BRANCHES, falling back to the branch it
      *          was matched in), with the number of days it has been
      *          open, branch subtotals, and a company total.  Open
      *          records for cars since sold, scrapped, or removed
      *          from the master are counted separately, not listed.
      *          A campaign summary closes the report with each
      *          campaign's affected, completed, and outstanding
      *          counts for the manufacturer and the insurer.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-RECALL-OPEN-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-RECALL
               ASSIGN TO
            "..\CAR-FILE-RECALL.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RECALL-STATUS.
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
                ACCESS MODE IS RANDOM
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
           SELECT   CAR-OPEN-RECALL-RPT
               ASSIGN TO
            "..\CAR-OPEN-RECALL-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-RECALL.
           COPY RCLREC.

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
           05   SR-CAMPAIGN-ID      PIC X(10).
           05   SR-VIN              PIC X(17).
           05   SR-CAR-MODEL        PIC X(15).
           05   SR-OWNER-ID         PIC X(8).
           05   SR-MATCH-DATE       PIC 9(8).
           05   SR-DAYS-OPEN        PIC 9(5).

       FD CAR-OPEN-RECALL-RPT.
       01 OPEN-RECALL-RPT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-RECALL-STATUS     PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-RECALL-EOF        PIC X(1).
           05 WS-MASTER-OPEN       PIC X(1) VALUE 'N'.
           05 WS-CAR-STILL-ACTIVE  PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  COUNT-FIELDS.
           05 WS-RECALL-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-COMPLETED-COUNT     PIC 9(6) VALUE 0.
           05 WS-OPEN-COUNT          PIC 9(6) VALUE 0.
           05 WS-DISPOSED-OPEN-COUNT PIC 9(6) VALUE 0.

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  CAMPAIGN-TABLE.
           05 WS-CT-COUNT          PIC 9(3) VALUE 0.
           05 CAMPAIGN-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY CT-IDX.
               10 WS-CT-CAMPAIGN    PIC X(10).
               10 WS-CT-DESCRIPTION PIC X(40).
               10 WS-CT-AFFECTED    PIC 9(6).
               10 WS-CT-COMPLETED   PIC 9(6).
               10 WS-CT-OPEN        PIC 9(6).
               10 WS-CT-DISPOSED    PIC 9(6).

       01  WORK-FIELDS.
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-DAYS-OPEN         PIC S9(7) VALUE 0.

       01  BRANCH-TOTAL-FIELDS.
           05 WS-BR-PREV-BRANCH    PIC X(10) VALUE SPACES.
           05 WS-BR-OPEN-COUNT     PIC 9(6)  VALUE 0.
           05 WS-BR-OVER-90-COUNT  PIC 9(6)  VALUE 0.

       01  COMPANY-TOTAL-FIELDS.
           05 WS-CO-OPEN-COUNT     PIC 9(6)  VALUE 0.
           05 WS-CO-OVER-90-COUNT  PIC 9(6)  VALUE 0.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-OPEN-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "OPEN RECALL REPORT BY BRANCH".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-ORR-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-ORR-HDG-PAGE      PIC ZZZ9.

       01  WS-OPEN-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(12) VALUE "CAMPAIGN".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(10) VALUE "OWNER-ID".
           05 FILLER               PIC X(10) VALUE "MATCHED".
           05 FILLER               PIC X(10) VALUE "DAYS OPEN".

       01  WS-OPEN-DETAIL-LINE.
           05 WS-OD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-CAMPAIGN       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-OWNER-ID       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-MATCH-DATE     PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-DAYS-OPEN      PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-FLAG           PIC X(10).

       01  WS-BRANCH-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE "BRANCH TOTAL: ".
           05 WS-OB-BRANCH         PIC X(10).
           05 FILLER               PIC X(8)  VALUE "  OPEN: ".
           05 WS-OB-OPEN           PIC ZZZZZ9.
           05 FILLER               PIC X(22) VALUE
                  "  OPEN OVER 90 DAYS: ".
           05 WS-OB-OVER-90        PIC ZZZZZ9.

       01  WS-COMPANY-TOTAL-LINE.
           05 FILLER               PIC X(24) VALUE
                  "COMPANY TOTAL:          ".
           05 FILLER               PIC X(8)  VALUE "  OPEN: ".
           05 WS-OC-OPEN           PIC ZZZZZ9.
           05 FILLER               PIC X(22) VALUE
                  "  OPEN OVER 90 DAYS: ".
           05 WS-OC-OVER-90        PIC ZZZZZ9.

       01  WS-CAMPAIGN-HEADING.
           05 FILLER               PIC X(12) VALUE "CAMPAIGN".
           05 FILLER               PIC X(42) VALUE "DESCRIPTION".
           05 FILLER               PIC X(10) VALUE "AFFECTED".
           05 FILLER               PIC X(10) VALUE "COMPLETED".
           05 FILLER               PIC X(10) VALUE "OPEN".
           05 FILLER               PIC X(10) VALUE "DISPOSED".

       01  WS-CAMPAIGN-LINE.
           05 WS-OS-CAMPAIGN       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OS-DESCRIPTION    PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OS-AFFECTED       PIC ZZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-OS-COMPLETED      PIC ZZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-OS-OPEN           PIC ZZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-OS-DISPOSED       PIC ZZZZZ9.

       01  WS-CONTROL-LINE         PIC X(132).

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-RECALL-OPEN-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 400-LOAD-BRANCH-FILES.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-MASTER-OPEN = 'Y'
               OPEN OUTPUT CAR-OPEN-RECALL-RPT
               PERFORM 710-PRINT-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-BRANCH-CODE SR-CAMPAIGN-ID
                                    SR-VIN
                   INPUT PROCEDURE 448-RELEASE-OPEN-RECALLS
                   OUTPUT PROCEDURE 450-PRODUCE-OPEN-REPORT
               PERFORM 760-PRINT-CAMPAIGN-SUMMARY
               CLOSE CAR-OPEN-RECALL-RPT
               CLOSE CAR-FILE-MASTER
           END-IF.
           DISPLAY "CAMPAIGN RECORDS READ:  " WS-RECALL-READ-COUNT.
           DISPLAY "COMPLETED:              " WS-COMPLETED-COUNT.
           DISPLAY "OPEN (REPORTED):        " WS-OPEN-COUNT.
           DISPLAY "OPEN, CAR DISPOSED:     " WS-DISPOSED-OPEN-COUNT.
           STOP RUN.

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
                           "CARS REPORT UNDER MATCHED BRANCH"
                   END-IF
               END-IF
           END-IF.

       448-RELEASE-OPEN-RECALLS.
           MOVE 'N' TO WS-RECALL-EOF.
           OPEN INPUT CAR-FILE-RECALL.
           IF WS-RECALL-STATUS NOT = "00"
               DISPLAY "CAR-FILE-RECALL COULD NOT BE OPENED, STATUS: "
                   WS-RECALL-STATUS
               DISPLAY "RUN CAR-RECALL-MATCH FIRST TO CREATE IT"
           ELSE
               PERFORM UNTIL WS-RECALL-EOF = 'Y'
                   READ CAR-FILE-RECALL
                       AT END
                           MOVE 'Y' TO WS-RECALL-EOF
                       NOT AT END
                           ADD 1 TO WS-RECALL-READ-COUNT
                           PERFORM 510-SELECT-ONE-RECALL
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-RECALL
           END-IF.

       510-SELECT-ONE-RECALL.
           PERFORM 530-FIND-CAMPAIGN-ENTRY.
           IF RC-COMPLETED
               ADD 1 TO WS-COMPLETED-COUNT
               IF CT-IDX NOT > WS-CT-COUNT
                   ADD 1 TO WS-CT-COMPLETED(CT-IDX)
               END-IF
           ELSE
               PERFORM 515-CHECK-CAR-STILL-ACTIVE
               IF WS-CAR-STILL-ACTIVE = 'Y'
                   ADD 1 TO WS-OPEN-COUNT
                   IF CT-IDX NOT > WS-CT-COUNT
                       ADD 1 TO WS-CT-OPEN(CT-IDX)
                   END-IF
                   PERFORM 520-RESOLVE-BRANCH-CODE
                   PERFORM 540-RELEASE-OPEN-RECALL
               ELSE
                   ADD 1 TO WS-DISPOSED-OPEN-COUNT
                   IF CT-IDX NOT > WS-CT-COUNT
                       ADD 1 TO WS-CT-DISPOSED(CT-IDX)
                   END-IF
               END-IF
           END-IF.

       515-CHECK-CAR-STILL-ACTIVE.
           MOVE 'N' TO WS-CAR-STILL-ACTIVE.
           MOVE RC-VIN TO CAR-VIN OF CAR-RECORD-MASTER.
           READ CAR-FILE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAR-ACTIVE OF CAR-RECORD-MASTER
                       MOVE 'Y' TO WS-CAR-STILL-ACTIVE
                   END-IF
           END-READ.

       520-RESOLVE-BRANCH-CODE.
           MOVE RC-BRANCH-CODE TO WS-RECORD-BRANCH.
           SET VB-IDX TO 1.
           IF WS-VB-COUNT > 0
               SEARCH VIN-BRANCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VB-VIN(VB-IDX) = RC-VIN
                       MOVE WS-VB-BRANCH(VB-IDX) TO WS-RECORD-BRANCH
               END-SEARCH
           END-IF.
           IF WS-RECORD-BRANCH = SPACES
               MOVE "UNKNOWN" TO WS-RECORD-BRANCH
           END-IF.

       530-FIND-CAMPAIGN-ENTRY.
           SET CT-IDX TO 1.
           SEARCH CAMPAIGN-ENTRY
               AT END
                   IF WS-CT-COUNT < 100
                       ADD 1 TO WS-CT-COUNT
                       SET CT-IDX TO WS-CT-COUNT
                       MOVE RC-CAMPAIGN-ID TO WS-CT-CAMPAIGN(CT-IDX)
                       MOVE RC-DESCRIPTION
                           TO WS-CT-DESCRIPTION(CT-IDX)
                       MOVE 1 TO WS-CT-AFFECTED(CT-IDX)
                       MOVE 0 TO WS-CT-COMPLETED(CT-IDX)
                       MOVE 0 TO WS-CT-OPEN(CT-IDX)
                       MOVE 0 TO WS-CT-DISPOSED(CT-IDX)
                   ELSE
                       DISPLAY "CAMPAIGN TABLE FULL, SKIPPING: "
                           RC-CAMPAIGN-ID
                       SET CT-IDX TO 101
                   END-IF
               WHEN WS-CT-CAMPAIGN(CT-IDX) = RC-CAMPAIGN-ID
                   ADD 1 TO WS-CT-AFFECTED(CT-IDX)
           END-SEARCH.

       540-RELEASE-OPEN-RECALL.
           MOVE 0 TO WS-DAYS-OPEN.
           IF RC-MATCH-DATE IS NUMERIC AND RC-MATCH-DATE > 0
                   AND RC-MATCH-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(RC-MATCH-DATE)
           END-IF.
           MOVE WS-RECORD-BRANCH TO SR-BRANCH-CODE.
           MOVE RC-CAMPAIGN-ID TO SR-CAMPAIGN-ID.
           MOVE RC-VIN TO SR-VIN.
           MOVE RC-CAR-MODEL TO SR-CAR-MODEL.
           MOVE RC-OWNER-ID TO SR-OWNER-ID.
           MOVE RC-MATCH-DATE TO SR-MATCH-DATE.
           MOVE WS-DAYS-OPEN TO SR-DAYS-OPEN.
           RELEASE SORT-RECORD.

       450-PRODUCE-OPEN-REPORT.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 720-PRINT-ONE-OPEN-RECALL
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
           MOVE WS-RUN-DATE TO WS-ORR-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-ORR-HDG-PAGE.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-OPEN-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-OPEN-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-ONE-OPEN-RECALL.
           IF WS-BR-PREV-BRANCH NOT = SPACES
                   AND SR-BRANCH-CODE NOT = WS-BR-PREV-BRANCH
               PERFORM 730-PRINT-BRANCH-TOTAL
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-BR-PREV-BRANCH.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-OD-BRANCH.
           MOVE SR-CAMPAIGN-ID TO WS-OD-CAMPAIGN.
           MOVE SR-VIN TO WS-OD-VIN.
           MOVE SR-CAR-MODEL TO WS-OD-MODEL.
           MOVE SR-OWNER-ID TO WS-OD-OWNER-ID.
           MOVE SR-MATCH-DATE TO WS-OD-MATCH-DATE.
           MOVE SR-DAYS-OPEN TO WS-OD-DAYS-OPEN.
           IF SR-DAYS-OPEN > 90
               MOVE "*OVER 90*" TO WS-OD-FLAG
               ADD 1 TO WS-BR-OVER-90-COUNT
               ADD 1 TO WS-CO-OVER-90-COUNT
           ELSE
               MOVE SPACES TO WS-OD-FLAG
           END-IF.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-OPEN-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-BR-OPEN-COUNT.
           ADD 1 TO WS-CO-OPEN-COUNT.

       730-PRINT-BRANCH-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-BR-PREV-BRANCH TO WS-OB-BRANCH.
           MOVE WS-BR-OPEN-COUNT TO WS-OB-OPEN.
           MOVE WS-BR-OVER-90-COUNT TO WS-OB-OVER-90.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-BRANCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-BR-OPEN-COUNT.
           MOVE 0 TO WS-BR-OVER-90-COUNT.

       740-PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-CO-OPEN-COUNT TO WS-OC-OPEN.
           MOVE WS-CO-OVER-90-COUNT TO WS-OC-OVER-90.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-COMPANY-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       760-PRINT-CAMPAIGN-SUMMARY.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-ORR-HDG-PAGE.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-OPEN-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-CAMPAIGN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-BLANK-LINE.
           PERFORM 770-PRINT-ONE-CAMPAIGN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CT-COUNT.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING "CAMPAIGN RECORDS: " DELIMITED BY SIZE
                   WS-RECALL-READ-COUNT DELIMITED BY SIZE
                   "   COMPLETED: " DELIMITED BY SIZE
                   WS-COMPLETED-COUNT DELIMITED BY SIZE
                   "   OPEN: " DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   "   OPEN, CAR NO LONGER ACTIVE: " DELIMITED BY SIZE
                   WS-DISPOSED-OPEN-COUNT DELIMITED BY SIZE
               INTO WS-CONTROL-LINE.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-CONTROL-LINE
               AFTER ADVANCING 2 LINES.

       770-PRINT-ONE-CAMPAIGN.
           MOVE WS-CT-CAMPAIGN(CT-IDX) TO WS-OS-CAMPAIGN.
           MOVE WS-CT-DESCRIPTION(CT-IDX) TO WS-OS-DESCRIPTION.
           MOVE WS-CT-AFFECTED(CT-IDX) TO WS-OS-AFFECTED.
           MOVE WS-CT-COMPLETED(CT-IDX) TO WS-OS-COMPLETED.
           MOVE WS-CT-OPEN(CT-IDX) TO WS-OS-OPEN.
           MOVE WS-CT-DISPOSED(CT-IDX) TO WS-OS-DISPOSED.
           WRITE OPEN-RECALL-RPT-RECORD FROM WS-CAMPAIGN-LINE.

       END PROGRAM CAR-RECALL-OPEN-REPORT.
