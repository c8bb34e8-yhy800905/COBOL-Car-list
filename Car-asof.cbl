      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time fleet reconstruction.  The operator
      *          supplies an as-of date; the current CAR-FILE-MASTER
      *          is rolled back to the close of that day using the
      *          before-images on CAR-FILE-HISTORY, taking in the
      *          monthly history archives (CAR-FILE-HISTORY-YYYYMM.txt)
      *          and the master archives (CAR-FILE-ARCHIVE-YYYYMM.txt)
      *          from the as-of month forward, so cars changed,
      *          deleted, disposed, or archived since then come back
      *          as they stood.  For every car the earliest car-level
      *          history entry (ADD, CHANGE, DELETE, DISPOS, RECYCL)
      *          dated after the as-of date carries its state on that
      *          date in its before-image - spaces meaning the car was
      *          not yet on file.  Cars with no such entry stand as
      *          they are today, except that a car acquired after the
      *          as-of date is left out, and a car disposed after it
      *          is put back to active.  Cars active on the as-of date
      *          are written, branch-tagged, to a point-in-time fleet
      *          file in the CAR-FILE-VALID layout
      *          (CAR-FILE-VALID-YYYYMMDD.txt) that CAR-FLEET-ANALYSIS
      *          and CAR-FLEET-VALUATION read when given the same
      *          as-of date.  The branch is the from-branch of the
      *          first transfer shipped after the as-of date when
      *          there is one, otherwise the branch file that holds
      *          the car today (UNKNOWN when in none).  A control
      *          report lists every car whose as-of state differs from
      *          the master, with counts by source.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-FLEET-ASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT   CAR-FILE-HISTORY
               ASSIGN TO
            "..\CAR-FILE-HISTORY.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.
           SELECT   CAR-HIST-ARCHIVE
               ASSIGN TO
            WS-HIST-ARCHIVE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTARC-STATUS.
           SELECT   CAR-FILE-ARCHIVE
               ASSIGN TO
            WS-CAR-ARCHIVE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARARC-STATUS.
           SELECT OPTIONAL CAR-FILE-TRANSFER
               ASSIGN TO
            "..\CAR-FILE-TRANSFER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TF-KEY
                FILE STATUS IS WS-TRANSFER-STATUS.
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
           SELECT   SORT-WORK-FILE
               ASSIGN TO "SORTWK1".
           SELECT   CAR-FILE-VALID-ASOF
               ASSIGN TO
            WS-ASOF-VALID-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VALID-STATUS.
           SELECT   CAR-ASOF-RPT
               ASSIGN TO
            "..\CAR-ASOF-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-HIST-ARCHIVE.
       01 HISTORY-RECORD-ARCHIVE       PIC X(389).

       FD CAR-FILE-ARCHIVE.
           COPY CARREC REPLACING CAR-RECORD-MASTER
               BY CAR-RECORD-ARCHIVE.

       FD CAR-FILE-TRANSFER.
           COPY XFRREC.

       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05   SR-BRANCH-CODE      PIC X(10).
           05   SR-CAR-IMAGE.
                10  SR-VIN              PIC X(17).
                10  FILLER              PIC X(146).

       FD CAR-FILE-VALID-ASOF.
           COPY VALREC.

       FD CAR-ASOF-RPT.
       01 ASOF-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY HISTREC.

           COPY CARREC REPLACING CAR-RECORD-MASTER
               BY ASOF-CAR-RECORD.

       01  CONTROL-FIELDS.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-HISTORY-STATUS    PIC XX.
           05 WS-HISTARC-STATUS    PIC XX.
           05 WS-CARARC-STATUS     PIC XX.
           05 WS-TRANSFER-STATUS   PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-VALID-STATUS      PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-HISTORY-EOF       PIC X(1).
           05 WS-CARARC-EOF        PIC X(1).
           05 WS-TRANSFER-EOF      PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).
           05 WS-PARM-OK           PIC X(1) VALUE 'N'.

       01  ASOF-PARAMETER-FIELDS.
           05 WS-ASOF-DATE         PIC X(8).
           05 WS-ASOF-NUM          PIC 9(8) VALUE 0.
           05 WS-ASOF-VALID-PATH   PIC X(80).
           05 WS-HIST-ARCHIVE-PATH PIC X(80).
           05 WS-CAR-ARCHIVE-PATH  PIC X(80).
           05 WS-SCAN-MONTH        PIC 9(6).
           05 WS-SCAN-MONTH-PARTS REDEFINES WS-SCAN-MONTH.
               10 WS-SCAN-YEAR     PIC 9(4).
               10 WS-SCAN-MM       PIC 9(2).
           05 WS-LAST-MONTH        PIC 9(6).

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  COUNT-FIELDS.
           05 WS-HISTORY-READ-COUNT  PIC 9(7) VALUE 0.
           05 WS-HISTORY-USED-COUNT  PIC 9(7) VALUE 0.
           05 WS-HIST-FILES-COUNT    PIC 9(4) VALUE 0.
           05 WS-CAR-ARC-FILES-COUNT PIC 9(4) VALUE 0.
           05 WS-MASTER-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-ARCHIVE-READ-COUNT  PIC 9(6) VALUE 0.
           05 WS-UNCHANGED-COUNT     PIC 9(6) VALUE 0.
           05 WS-ROLLED-BACK-COUNT   PIC 9(6) VALUE 0.
           05 WS-NOT-YET-COUNT       PIC 9(6) VALUE 0.
           05 WS-RESTORED-HIST-COUNT PIC 9(6) VALUE 0.
           05 WS-RESTORED-ARC-COUNT  PIC 9(6) VALUE 0.
           05 WS-INACTIVE-COUNT      PIC 9(6) VALUE 0.
           05 WS-WRITTEN-COUNT       PIC 9(6) VALUE 0.

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  TRANSFER-BRANCH-TABLE.
           05 WS-XB-COUNT          PIC 9(5) VALUE 0.
           05 WS-XB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 TRANSFER-BRANCH-ENTRY
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-XB-COUNT
                   INDEXED BY XB-IDX.
               10 WS-XB-VIN         PIC X(17).
               10 WS-XB-BRANCH      PIC X(10).

       01  ROLLBACK-TABLE.
           05 WS-RB-COUNT          PIC 9(5) VALUE 0.
           05 WS-RB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 ROLLBACK-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RB-COUNT
                   INDEXED BY RB-IDX.
               10 WS-RB-VIN         PIC X(17).
               10 WS-RB-DATE        PIC 9(8).
               10 WS-RB-ACTION      PIC X(6).
               10 WS-RB-USED        PIC X(1).
               10 WS-RB-BEFORE      PIC X(163).

       01  WORK-FIELDS.
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-CHECK-VIN         PIC X(17).
           05 WS-RB-FOUND          PIC X(1).
           05 WS-DISPOSAL-DATE     PIC 9(8) VALUE 0.
           05 WS-NOW-STATUS        PIC X(1).
           05 WS-ASOF-SOURCE       PIC X(24).
           05 WS-CHECK-ACTION      PIC X(6).
               88 WS-CAR-ACTION        VALUE "ADD" "CHANGE" "DELETE"
                                             "DISPOS" "RECYCL".

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-ASOF-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "POINT-IN-TIME FLEET AS OF".
           05 WS-AOR-HDG-ASOF      PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-AOR-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-AOR-HDG-PAGE      PIC ZZZ9.

       01  WS-ASOF-HEADING-2.
           05 FILLER               PIC X(14) VALUE "FLEET FILE:  ".
           05 WS-AOR-HDG-PATH      PIC X(80).

       01  WS-ASOF-COLUMN-HEADING.
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(10) VALUE "ACQUIRED".
           05 FILLER               PIC X(8)  VALUE "AS-OF".
           05 FILLER               PIC X(6)  VALUE "NOW".
           05 FILLER               PIC X(26) VALUE "SOURCE".

       01  WS-ASOF-DETAIL-LINE.
           05 WS-AD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-ACQ-DATE       PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-ASOF-STATUS    PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-NOW-STATUS     PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-SOURCE         PIC X(24).

       01  WS-ASOF-COUNT-LINE.
           05 WS-AC-LABEL          PIC X(40).
           05 WS-AC-COUNT          PIC Z,ZZZ,ZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-FLEET-ASOF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-ACCEPT-ASOF-DATE.
           IF WS-PARM-OK = 'Y'
               OPEN INPUT CAR-FILE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, "
                       "STATUS: " WS-MASTER-STATUS
                   DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
               ELSE
                   PERFORM 400-LOAD-BRANCH-FILES
                   PERFORM 430-LOAD-TRANSFER-BRANCHES
                   PERFORM 440-LOAD-HISTORY-ROLLBACK
                   OPEN OUTPUT CAR-FILE-VALID-ASOF
                   OPEN OUTPUT CAR-ASOF-RPT
                   PERFORM 710-PRINT-REPORT-HEADINGS
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SR-BRANCH-CODE SR-VIN
                       INPUT PROCEDURE 500-RELEASE-ASOF-CARS
                       OUTPUT PROCEDURE 600-WRITE-ASOF-FILE
                   PERFORM 740-PRINT-CONTROL-COUNTS
                   CLOSE CAR-ASOF-RPT
                   CLOSE CAR-FILE-VALID-ASOF
                   CLOSE CAR-FILE-MASTER
                   DISPLAY "CARS ACTIVE AS OF " WS-ASOF-NUM ": "
                       WS-WRITTEN-COUNT
                   DISPLAY "FLEET FILE: " WS-ASOF-VALID-PATH
               END-IF
           END-IF.
           STOP RUN.

       200-ACCEPT-ASOF-DATE.
           DISPLAY "ENTER AS-OF DATE YYYYMMDD: ".
           ACCEPT WS-ASOF-DATE FROM CONSOLE.
           IF WS-ASOF-DATE IS NOT NUMERIC
               DISPLAY "AS-OF DATE MUST BE NUMERIC YYYYMMDD"
           ELSE
               MOVE WS-ASOF-DATE TO WS-ASOF-NUM
               IF WS-ASOF-NUM > WS-RUN-DATE
                   DISPLAY "AS-OF DATE CANNOT BE IN THE FUTURE"
               ELSE
                   MOVE 'Y' TO WS-PARM-OK
                   MOVE SPACES TO WS-ASOF-VALID-PATH
                   STRING "..\CAR-FILE-VALID-" DELIMITED BY SIZE
                           WS-ASOF-DATE DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                       INTO WS-ASOF-VALID-PATH
               END-IF
           END-IF.

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

       430-LOAD-TRANSFER-BRANCHES.
           MOVE 'N' TO WS-TRANSFER-EOF.
           OPEN INPUT CAR-FILE-TRANSFER.
           IF WS-TRANSFER-STATUS NOT = "00"
                   AND WS-TRANSFER-STATUS NOT = "05"
               DISPLAY "CAR-FILE-TRANSFER COULD NOT BE OPENED, "
                   "STATUS: " WS-TRANSFER-STATUS
               DISPLAY "BRANCHES ARE TAKEN FROM THE BRANCH FILES"
           ELSE
               PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
                   READ CAR-FILE-TRANSFER
                       AT END
                           MOVE 'Y' TO WS-TRANSFER-EOF
                       NOT AT END
                           IF TF-SHIP-DATE > WS-ASOF-NUM
                               PERFORM 435-STORE-TRANSFER-BRANCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-TRANSFER
           END-IF.

       435-STORE-TRANSFER-BRANCH.
      *    Transfers arrive in VIN / ship-date order, so the first one
      *    kept for a VIN is the first move after the as-of date and
      *    its from-branch is where the car stood on that date.
           IF WS-XB-COUNT > 0
                   AND WS-XB-VIN(WS-XB-COUNT) = TF-VIN
               CONTINUE
           ELSE
               IF WS-XB-COUNT < 2000
                   ADD 1 TO WS-XB-COUNT
                   MOVE TF-VIN TO WS-XB-VIN(WS-XB-COUNT)
                   MOVE TF-FROM-BRANCH TO WS-XB-BRANCH(WS-XB-COUNT)
               ELSE
                   IF WS-XB-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-XB-OVERFLOW
                       DISPLAY "TRANSFER TABLE FULL - FURTHER CARS "
                           "USE THEIR CURRENT BRANCH"
                   END-IF
               END-IF
           END-IF.

       440-LOAD-HISTORY-ROLLBACK.
      *    Archives are read oldest month first and the live file
      *    last, so entries arrive in date order and the first kept
      *    for a VIN is its earliest change after the as-of date.
           MOVE WS-ASOF-DATE(1:6) TO WS-SCAN-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-LAST-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH > WS-LAST-MONTH
               PERFORM 445-READ-HISTORY-ARCHIVE
               PERFORM 480-NEXT-SCAN-MONTH
           END-PERFORM.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT CAR-FILE-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "CAR-FILE-HISTORY COULD NOT BE OPENED, "
                   "STATUS: " WS-HISTORY-STATUS
           ELSE
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ CAR-FILE-HISTORY INTO WS-HISTORY-LINE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 450-CHECK-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-HISTORY
           END-IF.
           IF WS-RB-OVERFLOW = 'Y'
               DISPLAY "*** MORE THAN 5000 CARS CHANGED SINCE THE "
                   "AS-OF DATE - RESULT IS INCOMPLETE"
           END-IF.

       445-READ-HISTORY-ARCHIVE.
           MOVE SPACES TO WS-HIST-ARCHIVE-PATH.
           STRING "..\CAR-FILE-HISTORY-" DELIMITED BY SIZE
                   WS-SCAN-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-HIST-ARCHIVE-PATH.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT CAR-HIST-ARCHIVE.
           IF WS-HISTARC-STATUS = "00"
               ADD 1 TO WS-HIST-FILES-COUNT
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ CAR-HIST-ARCHIVE INTO WS-HISTORY-LINE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 450-CHECK-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAR-HIST-ARCHIVE
           END-IF.

       450-CHECK-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-READ-COUNT.
           MOVE WS-HIST-ACTION TO WS-CHECK-ACTION.
           IF WS-CAR-ACTION
                   AND WS-HIST-DATE IS NUMERIC
                   AND WS-HIST-DATE > WS-ASOF-NUM
                   AND WS-HIST-VIN NOT = SPACES
               MOVE WS-HIST-VIN TO WS-CHECK-VIN
               PERFORM 470-FIND-ROLLBACK-ENTRY
               IF WS-RB-FOUND = 'N'
                   PERFORM 455-STORE-ROLLBACK-ENTRY
               END-IF
           END-IF.

       455-STORE-ROLLBACK-ENTRY.
           IF WS-RB-COUNT < 5000
               ADD 1 TO WS-RB-COUNT
               ADD 1 TO WS-HISTORY-USED-COUNT
               MOVE WS-HIST-VIN TO WS-RB-VIN(WS-RB-COUNT)
               MOVE WS-HIST-DATE TO WS-RB-DATE(WS-RB-COUNT)
               MOVE WS-HIST-ACTION TO WS-RB-ACTION(WS-RB-COUNT)
               MOVE 'N' TO WS-RB-USED(WS-RB-COUNT)
               MOVE WS-HIST-BEFORE TO WS-RB-BEFORE(WS-RB-COUNT)
           ELSE
               MOVE 'Y' TO WS-RB-OVERFLOW
           END-IF.

       470-FIND-ROLLBACK-ENTRY.
           MOVE 'N' TO WS-RB-FOUND.
           SET RB-IDX TO 1.
           IF WS-RB-COUNT > 0
               SEARCH ROLLBACK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RB-VIN(RB-IDX) = WS-CHECK-VIN
                       MOVE 'Y' TO WS-RB-FOUND
               END-SEARCH
           END-IF.

       480-NEXT-SCAN-MONTH.
           IF WS-SCAN-MM NOT < 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MM
           ELSE
               ADD 1 TO WS-SCAN-MM
           END-IF.

       500-RELEASE-ASOF-CARS.
           PERFORM 510-ROLL-BACK-MASTER.
           PERFORM 540-ROLL-BACK-ARCHIVES.
           PERFORM 560-RESTORE-REMOVED-CARS.

       510-ROLL-BACK-MASTER.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CAR-FILE-MASTER
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 520-ROLL-BACK-ONE-CAR
               END-READ
           END-PERFORM.

       520-ROLL-BACK-ONE-CAR.
           MOVE CAR-STATUS OF CAR-RECORD-MASTER TO WS-NOW-STATUS.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-CHECK-VIN.
           PERFORM 470-FIND-ROLLBACK-ENTRY.
           IF WS-RB-FOUND = 'Y'
               MOVE 'Y' TO WS-RB-USED(RB-IDX)
               IF WS-RB-BEFORE(RB-IDX) = SPACES
                   ADD 1 TO WS-NOT-YET-COUNT
                   MOVE CAR-RECORD-MASTER TO ASOF-CAR-RECORD
                   MOVE "ADDED SINCE - LEFT OUT" TO WS-ASOF-SOURCE
                   PERFORM 720-PRINT-EXCLUDED-CAR
               ELSE
                   ADD 1 TO WS-ROLLED-BACK-COUNT
                   MOVE WS-RB-BEFORE(RB-IDX) TO ASOF-CAR-RECORD
                   MOVE "ROLLED BACK FROM HISTORY" TO WS-ASOF-SOURCE
                   PERFORM 580-RELEASE-IF-ACTIVE
               END-IF
           ELSE
               MOVE CAR-RECORD-MASTER TO ASOF-CAR-RECORD
               IF ACQUIRE-DATE OF ASOF-CAR-RECORD > WS-ASOF-NUM
                   ADD 1 TO WS-NOT-YET-COUNT
                   MOVE "ACQUIRED SINCE - LEFT OUT" TO WS-ASOF-SOURCE
                   PERFORM 720-PRINT-EXCLUDED-CAR
               ELSE
                   PERFORM 530-ROLL-BACK-DISPOSAL
                   IF WS-ASOF-SOURCE = SPACES
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       ADD 1 TO WS-ROLLED-BACK-COUNT
                   END-IF
                   PERFORM 580-RELEASE-IF-ACTIVE
               END-IF
           END-IF.

       530-ROLL-BACK-DISPOSAL.
      *    A car disposed after the as-of date with no history to roll
      *    back through (history archived and no longer on hand) was
      *    still active on that date.
           MOVE SPACES TO WS-ASOF-SOURCE.
           IF CAR-SOLD OF ASOF-CAR-RECORD
                   OR CAR-SCRAPPED OF ASOF-CAR-RECORD
               IF SALE-DATE OF ASOF-CAR-RECORD IS NUMERIC
                       AND SALE-DATE OF ASOF-CAR-RECORD > 0
                   MOVE SALE-DATE OF ASOF-CAR-RECORD
                       TO WS-DISPOSAL-DATE
               ELSE
                   MOVE ACQUIRE-DATE OF ASOF-CAR-RECORD
                       TO WS-DISPOSAL-DATE
               END-IF
               IF WS-DISPOSAL-DATE > WS-ASOF-NUM
                   MOVE 'A' TO CAR-STATUS OF ASOF-CAR-RECORD
                   MOVE 0 TO SALE-DATE OF ASOF-CAR-RECORD
                   MOVE 0 TO SALE-PROCEEDS OF ASOF-CAR-RECORD
                   MOVE SPACES TO BUYER-NAME OF ASOF-CAR-RECORD
                   MOVE "DISPOSED SINCE" TO WS-ASOF-SOURCE
               END-IF
           END-IF.

       540-ROLL-BACK-ARCHIVES.
           MOVE WS-ASOF-DATE(1:6) TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH > WS-LAST-MONTH
               PERFORM 545-READ-CAR-ARCHIVE
               PERFORM 480-NEXT-SCAN-MONTH
           END-PERFORM.

       545-READ-CAR-ARCHIVE.
           MOVE SPACES TO WS-CAR-ARCHIVE-PATH.
           STRING "..\CAR-FILE-ARCHIVE-" DELIMITED BY SIZE
                   WS-SCAN-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-CAR-ARCHIVE-PATH.
           MOVE 'N' TO WS-CARARC-EOF.
           OPEN INPUT CAR-FILE-ARCHIVE.
           IF WS-CARARC-STATUS = "00"
               ADD 1 TO WS-CAR-ARC-FILES-COUNT
               PERFORM UNTIL WS-CARARC-EOF = 'Y'
                   READ CAR-FILE-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-CARARC-EOF
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           PERFORM 550-ROLL-BACK-ARCHIVED-CAR
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-ARCHIVE
           END-IF.

       550-ROLL-BACK-ARCHIVED-CAR.
      *    Cars with history after the as-of date are restored from
      *    that history by 560; only the rest are taken from here.
           MOVE CAR-VIN OF CAR-RECORD-ARCHIVE TO WS-CHECK-VIN.
           PERFORM 470-FIND-ROLLBACK-ENTRY.
           IF WS-RB-FOUND = 'N'
                   AND ACQUIRE-DATE OF CAR-RECORD-ARCHIVE
                       NOT > WS-ASOF-NUM
               MOVE CAR-RECORD-ARCHIVE TO ASOF-CAR-RECORD
               MOVE CAR-STATUS OF ASOF-CAR-RECORD TO WS-NOW-STATUS
               PERFORM 530-ROLL-BACK-DISPOSAL
               IF WS-ASOF-SOURCE NOT = SPACES
                   ADD 1 TO WS-RESTORED-ARC-COUNT
                   MOVE "RESTORED FROM ARCHIVE" TO WS-ASOF-SOURCE
                   PERFORM 580-RELEASE-IF-ACTIVE
               END-IF
           END-IF.

       560-RESTORE-REMOVED-CARS.
      *    History entries not matched to a car on the master belong
      *    to cars deleted or archived since the as-of date.
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > WS-RB-COUNT
               IF WS-RB-USED(RB-IDX) = 'N'
                   MOVE 'Y' TO WS-RB-USED(RB-IDX)
                   IF WS-RB-BEFORE(RB-IDX) NOT = SPACES
                       MOVE WS-RB-BEFORE(RB-IDX) TO ASOF-CAR-RECORD
                       MOVE "-" TO WS-NOW-STATUS
                       ADD 1 TO WS-RESTORED-HIST-COUNT
                       MOVE "RESTORED FROM HISTORY"
                           TO WS-ASOF-SOURCE
                       PERFORM 580-RELEASE-IF-ACTIVE
                   END-IF
               END-IF
           END-PERFORM.

       580-RELEASE-IF-ACTIVE.
           PERFORM 590-RESOLVE-BRANCH-CODE.
           IF CAR-ACTIVE OF ASOF-CAR-RECORD
               MOVE WS-RECORD-BRANCH TO SR-BRANCH-CODE
               MOVE ASOF-CAR-RECORD TO SR-CAR-IMAGE
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
           IF WS-ASOF-SOURCE NOT = SPACES
               PERFORM 730-PRINT-CHANGED-CAR
           END-IF.

       590-RESOLVE-BRANCH-CODE.
           MOVE "UNKNOWN" TO WS-RECORD-BRANCH.
           SET XB-IDX TO 1.
           IF WS-XB-COUNT > 0
               SEARCH TRANSFER-BRANCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XB-VIN(XB-IDX) =
                           CAR-VIN OF ASOF-CAR-RECORD
                       MOVE WS-XB-BRANCH(XB-IDX) TO WS-RECORD-BRANCH
               END-SEARCH
           END-IF.
           IF WS-RECORD-BRANCH = "UNKNOWN"
               SET VB-IDX TO 1
               IF WS-VB-COUNT > 0
                   SEARCH VIN-BRANCH-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-VB-VIN(VB-IDX) =
                               CAR-VIN OF ASOF-CAR-RECORD
                           MOVE WS-VB-BRANCH(VB-IDX)
                               TO WS-RECORD-BRANCH
                   END-SEARCH
               END-IF
           END-IF.

       600-WRITE-ASOF-FILE.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 605-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               WRITE VALID-WORK-RECORD FROM SORT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 605-RETURN-SORTED-RECORD
           END-PERFORM.

       605-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE AT END MOVE 'Y' TO SORT-EOF-FLAG.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-ASOF-NUM TO WS-AOR-HDG-ASOF.
           MOVE WS-RUN-DATE TO WS-AOR-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-AOR-HDG-PAGE.
           MOVE WS-ASOF-VALID-PATH TO WS-AOR-HDG-PATH.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-HEADING-2.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE ASOF-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-EXCLUDED-CAR.
           PERFORM 590-RESOLVE-BRANCH-CODE.
           MOVE "-" TO CAR-STATUS OF ASOF-CAR-RECORD.
           PERFORM 730-PRINT-CHANGED-CAR.

       730-PRINT-CHANGED-CAR.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE CAR-VIN OF ASOF-CAR-RECORD TO WS-AD-VIN.
           MOVE CAR-MODEL OF ASOF-CAR-RECORD TO WS-AD-MODEL.
           MOVE WS-RECORD-BRANCH TO WS-AD-BRANCH.
           MOVE ACQUIRE-DATE OF ASOF-CAR-RECORD TO WS-AD-ACQ-DATE.
           MOVE CAR-STATUS OF ASOF-CAR-RECORD TO WS-AD-ASOF-STATUS.
           MOVE WS-NOW-STATUS TO WS-AD-NOW-STATUS.
           MOVE WS-ASOF-SOURCE TO WS-AD-SOURCE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       740-PRINT-CONTROL-COUNTS.
           IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           WRITE ASOF-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE "HISTORY ARCHIVE FILES READ:" TO WS-AC-LABEL.
           MOVE WS-HIST-FILES-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "HISTORY ENTRIES READ:" TO WS-AC-LABEL.
           MOVE WS-HISTORY-READ-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "CARS CHANGED SINCE AS-OF DATE:" TO WS-AC-LABEL.
           MOVE WS-HISTORY-USED-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "MASTER ARCHIVE FILES READ:" TO WS-AC-LABEL.
           MOVE WS-CAR-ARC-FILES-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "MASTER RECORDS READ:" TO WS-AC-LABEL.
           MOVE WS-MASTER-READ-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  UNCHANGED SINCE AS-OF DATE:" TO WS-AC-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  ROLLED BACK:" TO WS-AC-LABEL.
           MOVE WS-ROLLED-BACK-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  NOT YET ON FILE - LEFT OUT:" TO WS-AC-LABEL.
           MOVE WS-NOT-YET-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "ARCHIVED CARS READ:" TO WS-AC-LABEL.
           MOVE WS-ARCHIVE-READ-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  RESTORED FROM ARCHIVE:" TO WS-AC-LABEL.
           MOVE WS-RESTORED-ARC-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "REMOVED CARS RESTORED FROM HISTORY:" TO WS-AC-LABEL.
           MOVE WS-RESTORED-HIST-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "NOT ACTIVE ON AS-OF DATE:" TO WS-AC-LABEL.
           MOVE WS-INACTIVE-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "ACTIVE CARS WRITTEN TO FLEET FILE:" TO WS-AC-LABEL.
           MOVE WS-WRITTEN-COUNT TO WS-AC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           IF WS-RB-OVERFLOW = 'Y'
               MOVE "*** ROLLBACK TABLE FULL - INCOMPLETE ***"
                   TO WS-AC-LABEL
               MOVE WS-RB-COUNT TO WS-AC-COUNT
               PERFORM 745-WRITE-COUNT-LINE
           END-IF.

       745-WRITE-COUNT-LINE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-COUNT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM CAR-FLEET-ASOF.
