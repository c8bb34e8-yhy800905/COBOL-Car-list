      ******************************************************************
      * Author:
      * Date:
      * Purpose: Match a manufacturer recall bulletin against
      *          CAR-FILE-MASTER.  The bulletin (CAR-FILE-RECALL-
      *          BULLETIN, line sequential) carries one line per
      *          affected model: campaign ID, CAR-MODEL, an optional
      *          ENGINE (blank = every engine), and an optional VIN
      *          range (blank bound = open ended).  Every active car
      *          matching a bulletin line is printed with its branch
      *          (resolved by scanning the branch flat files named in
      *          CAR-FILE-BRANCHES, UNKNOWN when in none) and the
      *          owner's name, address, and phone from CAR-FILE-OWNERS
      *          so the branch can contact the owner, and is written
      *          open to the recall campaign file (CAR-FILE-RECALL,
      *          indexed on campaign + VIN, created on first use).
      *          Re-running a bulletin does not reopen cars already on
      *          the campaign file; they print with their current
      *          campaign status.  Completion is recorded through
      *          CAR-RECALL-MAINT and outstanding work is listed by
      *          CAR-RECALL-OPEN-REPORT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-RECALL-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-RECALL-BULLETIN
               ASSIGN TO
            "..\CAR-FILE-RECALL-BULLETIN.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BULLETIN-STATUS.
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
           SELECT   CAR-FILE-OWNERS
               ASSIGN TO
            "..\CAR-FILE-OWNERS.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OWN-OWNER-ID
                ALTERNATE RECORD KEY IS OWN-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-OWNERS-STATUS.
           SELECT OPTIONAL CAR-FILE-RECALL
               ASSIGN TO
            "..\CAR-FILE-RECALL.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RECALL-STATUS.
           SELECT   CAR-RECALL-RPT
               ASSIGN TO
            "..\CAR-RECALL-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-RECALL-BULLETIN.
       01 BULLETIN-RECORD.
           05 RB-CAMPAIGN-ID           PIC X(10).
           05 RB-CAR-MODEL             PIC X(15).
           05 RB-ENGINE                PIC X(20).
           05 RB-VIN-FROM              PIC X(17).
           05 RB-VIN-TO                PIC X(17).
           05 RB-DESCRIPTION           PIC X(40).

       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-FILE-OWNERS.
           COPY OWNREC.

       FD CAR-FILE-RECALL.
           COPY RCLREC.

       FD CAR-RECALL-RPT.
       01 RECALL-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-BULLETIN-STATUS   PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-OWNERS-STATUS     PIC XX.
           05 WS-RECALL-STATUS     PIC XX.
           05 WS-BULLETIN-EOF      PIC X(1).
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
           05 WS-MASTER-OPEN       PIC X(1) VALUE 'N'.
           05 WS-OWNERS-OPEN       PIC X(1) VALUE 'N'.
           05 WS-RECALL-OPEN       PIC X(1) VALUE 'N'.
           05 WS-CAR-RESOLVED      PIC X(1).

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  COUNT-FIELDS.
           05 WS-MASTER-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-ACTIVE-COUNT        PIC 9(6) VALUE 0.
           05 WS-AFFECTED-COUNT      PIC 9(6) VALUE 0.
           05 WS-NEW-RECALL-COUNT    PIC 9(6) VALUE 0.
           05 WS-ON-FILE-COUNT       PIC 9(6) VALUE 0.
           05 WS-NO-OWNER-COUNT      PIC 9(6) VALUE 0.

       01  BULLETIN-TABLE.
           05 WS-BT-COUNT          PIC 9(3) VALUE 0.
           05 BULLETIN-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BT-COUNT
                   INDEXED BY BT-IDX.
               10 WS-BT-CAMPAIGN    PIC X(10).
               10 WS-BT-MODEL       PIC X(15).
               10 WS-BT-ENGINE      PIC X(20).
               10 WS-BT-VIN-FROM    PIC X(17).
               10 WS-BT-VIN-TO      PIC X(17).
               10 WS-BT-DESCRIPTION PIC X(40).
               10 WS-BT-MATCHED     PIC 9(6).

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
           05 WS-RECALL-RESULT     PIC X(10).
           05 WS-PREV-RECALL-KEY   PIC X(27) VALUE SPACES.
           05 WS-CONTACT-NAME      PIC X(30).
           05 WS-CONTACT-ADDRESS   PIC X(30).
           05 WS-CONTACT-CITY      PIC X(20).
           05 WS-CONTACT-PHONE     PIC X(12).

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-RECALL-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "RECALL CAMPAIGN MATCH REPORT".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-RCR-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-RCR-HDG-PAGE      PIC ZZZ9.

       01  WS-RECALL-COLUMN-HEADING-1.
           05 FILLER               PIC X(12) VALUE "CAMPAIGN".
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(22) VALUE "ENGINE".
           05 FILLER               PIC X(10) VALUE "STATUS".

       01  WS-RECALL-COLUMN-HEADING-2.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(32) VALUE "OWNER".
           05 FILLER               PIC X(32) VALUE "ADDRESS".
           05 FILLER               PIC X(22) VALUE "CITY".
           05 FILLER               PIC X(12) VALUE "PHONE".

       01  WS-RECALL-DETAIL-LINE-1.
           05 WS-RD-CAMPAIGN       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-ENGINE         PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-RESULT         PIC X(10).

       01  WS-RECALL-DETAIL-LINE-2.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 WS-RD-OWNER          PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-ADDRESS        PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-CITY           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-PHONE          PIC X(12).

       01  WS-BULLETIN-SUMMARY-HEADING.
           05 FILLER               PIC X(12) VALUE "CAMPAIGN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(22) VALUE "ENGINE".
           05 FILLER               PIC X(19) VALUE "VIN FROM".
           05 FILLER               PIC X(19) VALUE "VIN TO".
           05 FILLER               PIC X(8)  VALUE "MATCHED".

       01  WS-BULLETIN-SUMMARY-LINE.
           05 WS-RS-CAMPAIGN       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RS-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RS-ENGINE         PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RS-VIN-FROM       PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RS-VIN-TO         PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RS-MATCHED        PIC ZZZZZ9.

       01  WS-RECALL-TOTAL-LINE    PIC X(132).

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-RECALL-MATCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-RECALL-BULLETIN.
           IF WS-BT-COUNT = 0
               DISPLAY "RECALL BULLETIN IS MISSING OR EMPTY - "
                   "NOTHING MATCHED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 400-LOAD-BRANCH-FILES
               PERFORM 300-OPEN-RECALL-FILES
               IF WS-MASTER-OPEN = 'Y' AND WS-RECALL-OPEN = 'Y'
                   PERFORM 500-SCAN-MASTER-FOR-RECALLS
                   PERFORM 700-PRINT-BULLETIN-SUMMARY
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 350-CLOSE-RECALL-FILES
               DISPLAY "ACTIVE CARS SCANNED:    " WS-ACTIVE-COUNT
               DISPLAY "CARS AFFECTED:          " WS-AFFECTED-COUNT
               DISPLAY "NEW TO CAMPAIGN FILE:   " WS-NEW-RECALL-COUNT
               DISPLAY "ALREADY ON CAMPAIGN:    " WS-ON-FILE-COUNT
           END-IF.
           STOP RUN.

       200-LOAD-RECALL-BULLETIN.
           MOVE 0 TO WS-BT-COUNT.
           MOVE 'N' TO WS-BULLETIN-EOF.
           OPEN INPUT CAR-FILE-RECALL-BULLETIN.
           IF WS-BULLETIN-STATUS NOT = "00"
               DISPLAY "CAR-FILE-RECALL-BULLETIN COULD NOT BE OPENED, "
                   "STATUS: " WS-BULLETIN-STATUS
           ELSE
               PERFORM UNTIL WS-BULLETIN-EOF = 'Y'
                   READ CAR-FILE-RECALL-BULLETIN
                       AT END
                           MOVE 'Y' TO WS-BULLETIN-EOF
                       NOT AT END
                           PERFORM 210-STORE-BULLETIN-LINE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-RECALL-BULLETIN
           END-IF.
           DISPLAY "BULLETIN LINES LOADED: " WS-BT-COUNT.

       210-STORE-BULLETIN-LINE.
           IF RB-CAMPAIGN-ID = SPACES OR RB-CAR-MODEL = SPACES
               DISPLAY "BULLETIN LINE SKIPPED - CAMPAIGN OR MODEL "
                   "BLANK: " RB-CAMPAIGN-ID " " RB-CAR-MODEL
           ELSE
               IF WS-BT-COUNT < 100
                   ADD 1 TO WS-BT-COUNT
                   MOVE RB-CAMPAIGN-ID TO WS-BT-CAMPAIGN(WS-BT-COUNT)
                   MOVE RB-CAR-MODEL TO WS-BT-MODEL(WS-BT-COUNT)
                   MOVE RB-ENGINE TO WS-BT-ENGINE(WS-BT-COUNT)
                   MOVE RB-VIN-FROM TO WS-BT-VIN-FROM(WS-BT-COUNT)
                   MOVE RB-VIN-TO TO WS-BT-VIN-TO(WS-BT-COUNT)
                   MOVE RB-DESCRIPTION
                       TO WS-BT-DESCRIPTION(WS-BT-COUNT)
                   MOVE 0 TO WS-BT-MATCHED(WS-BT-COUNT)
               ELSE
                   DISPLAY "BULLETIN TABLE FULL, SKIPPING: "
                       RB-CAMPAIGN-ID " " RB-CAR-MODEL
               END-IF
           END-IF.

       300-OPEN-RECALL-FILES.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
           END-IF.
           OPEN INPUT CAR-FILE-OWNERS.
           IF WS-OWNERS-STATUS = "00"
               MOVE 'Y' TO WS-OWNERS-OPEN
           ELSE
               MOVE 'N' TO WS-OWNERS-OPEN
               DISPLAY "CAR-FILE-OWNERS COULD NOT BE OPENED, STATUS: "
                   WS-OWNERS-STATUS
               DISPLAY "OWNER CONTACT DETAILS WILL NOT BE PRINTED"
           END-IF.
           OPEN I-O CAR-FILE-RECALL.
           IF WS-RECALL-STATUS = "00" OR WS-RECALL-STATUS = "05"
               MOVE 'Y' TO WS-RECALL-OPEN
           ELSE
               DISPLAY "CAR-FILE-RECALL COULD NOT BE OPENED, STATUS: "
                   WS-RECALL-STATUS
           END-IF.
           OPEN OUTPUT CAR-RECALL-RPT.
           PERFORM 710-PRINT-REPORT-HEADINGS.

       350-CLOSE-RECALL-FILES.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CAR-FILE-MASTER
           END-IF.
           IF WS-OWNERS-OPEN = 'Y'
               CLOSE CAR-FILE-OWNERS
           END-IF.
           IF WS-RECALL-OPEN = 'Y'
               CLOSE CAR-FILE-RECALL
           END-IF.
           CLOSE CAR-RECALL-RPT.

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

       500-SCAN-MASTER-FOR-RECALLS.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CAR-FILE-MASTER
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF CAR-ACTIVE OF CAR-RECORD-MASTER
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM 510-MATCH-ONE-CAR
                       END-IF
               END-READ
           END-PERFORM.

       510-MATCH-ONE-CAR.
           MOVE 'N' TO WS-CAR-RESOLVED.
           MOVE SPACES TO WS-PREV-RECALL-KEY.
           PERFORM 520-CHECK-ONE-BULLETIN-LINE
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT.

       520-CHECK-ONE-BULLETIN-LINE.
           IF WS-BT-MODEL(BT-IDX) = CAR-MODEL OF CAR-RECORD-MASTER
               AND (WS-BT-ENGINE(BT-IDX) = SPACES
                   OR WS-BT-ENGINE(BT-IDX) =
                       ENGINE OF CAR-RECORD-MASTER)
               AND (WS-BT-VIN-FROM(BT-IDX) = SPACES
                   OR CAR-VIN OF CAR-RECORD-MASTER NOT <
                       WS-BT-VIN-FROM(BT-IDX))
               AND (WS-BT-VIN-TO(BT-IDX) = SPACES
                   OR CAR-VIN OF CAR-RECORD-MASTER NOT >
                       WS-BT-VIN-TO(BT-IDX))
               ADD 1 TO WS-BT-MATCHED(BT-IDX)
               MOVE WS-BT-CAMPAIGN(BT-IDX) TO RC-CAMPAIGN-ID
               MOVE CAR-VIN OF CAR-RECORD-MASTER TO RC-VIN
               IF RC-KEY NOT = WS-PREV-RECALL-KEY
                   MOVE RC-KEY TO WS-PREV-RECALL-KEY
                   PERFORM 530-RECORD-AFFECTED-CAR
               END-IF
           END-IF.

       530-RECORD-AFFECTED-CAR.
           ADD 1 TO WS-AFFECTED-COUNT.
           IF WS-CAR-RESOLVED NOT = 'Y'
               PERFORM 540-RESOLVE-BRANCH-CODE
               PERFORM 550-LOOKUP-OWNER-CONTACT
               MOVE 'Y' TO WS-CAR-RESOLVED
           END-IF.
           READ CAR-FILE-RECALL
               INVALID KEY
                   PERFORM 560-WRITE-NEW-RECALL
               NOT INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
                   IF RC-COMPLETED
                       MOVE "COMPLETE" TO WS-RECALL-RESULT
                   ELSE
                       MOVE "OPEN" TO WS-RECALL-RESULT
                   END-IF
           END-READ.
           PERFORM 600-PRINT-AFFECTED-CAR.

       540-RESOLVE-BRANCH-CODE.
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

       550-LOOKUP-OWNER-CONTACT.
           MOVE OWNER-NAME OF CAR-RECORD-MASTER TO WS-CONTACT-NAME.
           MOVE SPACES TO WS-CONTACT-ADDRESS.
           MOVE SPACES TO WS-CONTACT-CITY.
           MOVE SPACES TO WS-CONTACT-PHONE.
           IF OWNER-ID OF CAR-RECORD-MASTER = SPACES
               ADD 1 TO WS-NO-OWNER-COUNT
               MOVE "NO OWNER-ID ON CAR RECORD" TO WS-CONTACT-ADDRESS
           ELSE
               IF WS-OWNERS-OPEN NOT = 'Y'
                   MOVE "OWNER MASTER UNAVAILABLE"
                       TO WS-CONTACT-ADDRESS
               ELSE
                   MOVE OWNER-ID OF CAR-RECORD-MASTER TO OWN-OWNER-ID
                   READ CAR-FILE-OWNERS
                       INVALID KEY
                           ADD 1 TO WS-NO-OWNER-COUNT
                           MOVE "OWNER-ID NOT ON OWNER MASTER"
                               TO WS-CONTACT-ADDRESS
                       NOT INVALID KEY
                           MOVE OWN-NAME TO WS-CONTACT-NAME
                           MOVE OWN-ADDRESS TO WS-CONTACT-ADDRESS
                           MOVE OWN-CITY TO WS-CONTACT-CITY
                           MOVE OWN-PHONE TO WS-CONTACT-PHONE
                   END-READ
               END-IF
           END-IF.

       560-WRITE-NEW-RECALL.
           MOVE WS-BT-DESCRIPTION(BT-IDX) TO RC-DESCRIPTION.
           MOVE CAR-MODEL OF CAR-RECORD-MASTER TO RC-CAR-MODEL.
           MOVE ENGINE OF CAR-RECORD-MASTER TO RC-ENGINE.
           MOVE WS-RECORD-BRANCH TO RC-BRANCH-CODE.
           MOVE OWNER-ID OF CAR-RECORD-MASTER TO RC-OWNER-ID.
           MOVE WS-RUN-DATE TO RC-MATCH-DATE.
           MOVE 'O' TO RC-STATUS.
           MOVE 0 TO RC-COMPLETE-DATE.
           MOVE SPACES TO RC-COMPLETE-OPER.
           MOVE SPACES TO RC-COMPLETE-REF.
           WRITE RECALL-RECORD-MASTER
               INVALID KEY
                   DISPLAY "CAR-FILE-RECALL WRITE FAILED, STATUS: "
                       WS-RECALL-STATUS " " RC-KEY
                   MOVE "NOT SAVED" TO WS-RECALL-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-RECALL-COUNT
                   MOVE "NEW" TO WS-RECALL-RESULT
           END-WRITE.

       600-PRINT-AFFECTED-CAR.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-BT-CAMPAIGN(BT-IDX) TO WS-RD-CAMPAIGN.
           MOVE WS-RECORD-BRANCH TO WS-RD-BRANCH.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-RD-VIN.
           MOVE CAR-MODEL OF CAR-RECORD-MASTER TO WS-RD-MODEL.
           MOVE ENGINE OF CAR-RECORD-MASTER TO WS-RD-ENGINE.
           MOVE WS-RECALL-RESULT TO WS-RD-RESULT.
           MOVE WS-CONTACT-NAME TO WS-RD-OWNER.
           MOVE WS-CONTACT-ADDRESS TO WS-RD-ADDRESS.
           MOVE WS-CONTACT-CITY TO WS-RD-CITY.
           MOVE WS-CONTACT-PHONE TO WS-RD-PHONE.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-DETAIL-LINE-1.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-DETAIL-LINE-2.
           WRITE RECALL-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 3 TO WS-LINE-COUNT.

       700-PRINT-BULLETIN-SUMMARY.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-RCR-HDG-PAGE.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RECALL-RPT-RECORD FROM WS-BULLETIN-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE RECALL-RPT-RECORD FROM WS-BLANK-LINE.
           PERFORM 720-PRINT-ONE-BULLETIN-LINE
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT.
           MOVE SPACES TO WS-RECALL-TOTAL-LINE.
           STRING "CARS AFFECTED: " DELIMITED BY SIZE
                   WS-AFFECTED-COUNT DELIMITED BY SIZE
                   "   NEW TO CAMPAIGN FILE: " DELIMITED BY SIZE
                   WS-NEW-RECALL-COUNT DELIMITED BY SIZE
                   "   ALREADY ON CAMPAIGN FILE: " DELIMITED BY SIZE
                   WS-ON-FILE-COUNT DELIMITED BY SIZE
                   "   WITHOUT OWNER CONTACT: " DELIMITED BY SIZE
                   WS-NO-OWNER-COUNT DELIMITED BY SIZE
               INTO WS-RECALL-TOTAL-LINE.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-RCR-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-RCR-HDG-PAGE.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-COLUMN-HEADING-1
               AFTER ADVANCING 2 LINES.
           WRITE RECALL-RPT-RECORD FROM WS-RECALL-COLUMN-HEADING-2.
           WRITE RECALL-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-ONE-BULLETIN-LINE.
           MOVE WS-BT-CAMPAIGN(BT-IDX) TO WS-RS-CAMPAIGN.
           MOVE WS-BT-MODEL(BT-IDX) TO WS-RS-MODEL.
           IF WS-BT-ENGINE(BT-IDX) = SPACES
               MOVE "ALL ENGINES" TO WS-RS-ENGINE
           ELSE
               MOVE WS-BT-ENGINE(BT-IDX) TO WS-RS-ENGINE
           END-IF.
           IF WS-BT-VIN-FROM(BT-IDX) = SPACES
               MOVE "(LOWEST)" TO WS-RS-VIN-FROM
           ELSE
               MOVE WS-BT-VIN-FROM(BT-IDX) TO WS-RS-VIN-FROM
           END-IF.
           IF WS-BT-VIN-TO(BT-IDX) = SPACES
               MOVE "(HIGHEST)" TO WS-RS-VIN-TO
           ELSE
               MOVE WS-BT-VIN-TO(BT-IDX) TO WS-RS-VIN-TO
           END-IF.
           MOVE WS-BT-MATCHED(BT-IDX) TO WS-RS-MATCHED.
           WRITE RECALL-RPT-RECORD FROM WS-BULLETIN-SUMMARY-LINE.

       END PROGRAM CAR-RECALL-MATCH.
