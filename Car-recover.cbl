      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of the indexed masters from a
      *          CAR-MASTER-BACKUP generation.  Lists the generations
      *          on CAR-BACKUP-CONTROL.txt and restores the one the
      *          operator picks (blank takes the latest complete one)
      *          after re-reading its backup files and confirming
      *          their record counts and hash totals against the
      *          control record - a generation that does not agree is
      *          refused.  CAR-FILE-MASTER.dat and CAR-FILE-OWNERS.dat
      *          are rebuilt from the backup, then every car-level
      *          (ADD, CHANGE, DELETE, DISPOS, RECYCL) and owner-level
      *          (OWNADD, OWNCHG) history entry written after the
      *          backup is replayed from its after-image, in date and
      *          time order, from the monthly history archives
      *          (CAR-FILE-HISTORY-YYYYMM.txt) from the backup month
      *          forward and then the live CAR-FILE-HISTORY.  The
      *          operator may stop the replay at a given date and time
      *          to recover to the point just before a bad update.
      *          Sold and scrapped cars moved to a master archive
      *          (CAR-FILE-ARCHIVE-YYYYMM.txt) since the backup are
      *          taken off the rebuilt master again.  Every entry
      *          replayed is listed on CAR-RECOVERY-RPT.txt with
      *          control counts, and the recovery is logged to
      *          CAR-FILE-HISTORY (action RECOVR, the generation's
      *          control record in the before image).  Holds the
      *          shared run-control lock (CAR-RUN-LOCK) throughout.
      * Tectonics: cobc -I copybooks
      *          (does a static CALL "CAR-RUN-LOCK" - compile
      *          Car-lock.cbl with -m and place it on COB_LIBRARY_PATH
      *          or link it into the same run unit)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-MASTER-RECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-MASTER
               ASSIGN TO
            "..\CAR-FILE-MASTER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OWN-OWNER-ID
                ALTERNATE RECORD KEY IS OWN-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-OWNERS-STATUS.
           SELECT   CAR-BACKUP-MASTER
               ASSIGN TO
            WS-BACKUP-MASTER-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BKMAST-STATUS.
           SELECT   CAR-BACKUP-OWNERS
               ASSIGN TO
            WS-BACKUP-OWNERS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BKOWN-STATUS.
           SELECT OPTIONAL CAR-BACKUP-CONTROL
               ASSIGN TO
            "..\CAR-BACKUP-CONTROL.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL CAR-FILE-HISTORY
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
           SELECT   CAR-RECOVERY-RPT
               ASSIGN TO
            "..\CAR-RECOVERY-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-FILE-OWNERS.
           COPY OWNREC.

       FD CAR-BACKUP-MASTER.
       01 BACKUP-MASTER-RECORD         PIC X(163).

       FD CAR-BACKUP-OWNERS.
       01 BACKUP-OWNERS-RECORD         PIC X(100).

       FD CAR-BACKUP-CONTROL.
           COPY BKPREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-HIST-ARCHIVE.
       01 HISTORY-RECORD-ARCHIVE       PIC X(389).

       FD CAR-FILE-ARCHIVE.
           COPY CARREC REPLACING CAR-RECORD-MASTER
               BY CAR-RECORD-ARCHIVE.

       FD CAR-RECOVERY-RPT.
       01 RECOVERY-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY HISTREC.

       01  CONTROL-FIELDS.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-OWNERS-STATUS     PIC XX.
           05 WS-BKMAST-STATUS     PIC XX.
           05 WS-BKOWN-STATUS      PIC XX.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-HISTORY-STATUS    PIC XX.
           05 WS-HISTARC-STATUS    PIC XX.
           05 WS-CARARC-STATUS     PIC XX.
           05 WS-MASTER-EOF        PIC X(1).
           05 WS-OWNERS-EOF        PIC X(1).
           05 WS-CONTROL-EOF       PIC X(1).
           05 WS-HISTORY-EOF       PIC X(1).
           05 WS-CARARC-EOF        PIC X(1).
           05 WS-PARM-OK           PIC X(1) VALUE 'N'.
           05 WS-LOCK-HELD         PIC X(1) VALUE 'N'.
           05 WS-RESTORE-OK        PIC X(1) VALUE 'Y'.
           05 WS-CONFIRM-ANSWER    PIC X(1).

       01  GENERATION-FIELDS.
           05 WS-GENERATION-ANSWER PIC X(6).
           05 WS-WANTED-GENERATION PIC 9(6) VALUE 0.
           05 WS-LATEST-GENERATION PIC 9(6) VALUE 0.
           05 WS-GEN-FOUND         PIC X(1).
           05 WS-CHOSEN-CONTROL-RECORD PIC X(71).
           05 WS-BACKUP-MASTER-PATH PIC X(80).
           05 WS-BACKUP-OWNERS-PATH PIC X(80).

       01  GENERATION-TABLE.
           05 WS-GT-COUNT          PIC 9(2) VALUE 0.
           05 GENERATION-ENTRY
                   OCCURS 1 TO 99 TIMES
                   DEPENDING ON WS-GT-COUNT
                   INDEXED BY GT-IDX.
               10 WS-GT-RECORD      PIC X(71).

       01  REPLAY-POINT-FIELDS.
           05 WS-BACKUP-POINT.
               10 WS-BACKUP-POINT-DATE PIC 9(8).
               10 WS-BACKUP-POINT-TIME PIC 9(8).
           05 WS-STOP-POINT.
               10 WS-STOP-POINT-DATE   PIC 9(8).
               10 WS-STOP-POINT-TIME   PIC 9(8).
           05 WS-ENTRY-POINT.
               10 WS-ENTRY-POINT-DATE  PIC 9(8).
               10 WS-ENTRY-POINT-TIME  PIC 9(8).
           05 WS-STOP-DATE-ANSWER  PIC X(8).
           05 WS-STOP-TIME-ANSWER  PIC X(6).
           05 WS-HIST-ARCHIVE-PATH PIC X(80).
           05 WS-CAR-ARCHIVE-PATH  PIC X(80).
           05 WS-SCAN-MONTH        PIC 9(6).
           05 WS-SCAN-MONTH-PARTS REDEFINES WS-SCAN-MONTH.
               10 WS-SCAN-YEAR     PIC 9(4).
               10 WS-SCAN-MM       PIC 9(2).
           05 WS-LAST-MONTH        PIC 9(6).
           05 WS-FIRST-DISPOSED-MONTH PIC 9(6).
           05 WS-DISPOSAL-DATE     PIC 9(8).

       01  BACKUP-TOTAL-FIELDS.
           05 WS-READBACK-COUNT    PIC 9(8)  VALUE 0.
           05 WS-READBACK-HASH     PIC 9(15) VALUE 0.
           05 WS-CHECK-HASH        PIC 9(15) VALUE 0.
           05 WS-HASH-IDX          PIC 9(4).

       01  WS-HASH-AREA            PIC X(163).

       01  COUNT-FIELDS.
           05 WS-MASTER-RESTORED   PIC 9(7) VALUE 0.
           05 WS-OWNER-RESTORED    PIC 9(7) VALUE 0.
           05 WS-HIST-FILES-COUNT  PIC 9(4) VALUE 0.
           05 WS-HISTORY-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-BEFORE-BACKUP-COUNT PIC 9(7) VALUE 0.
           05 WS-AFTER-STOP-COUNT  PIC 9(7) VALUE 0.
           05 WS-CAR-REPLAYED      PIC 9(7) VALUE 0.
           05 WS-OWNER-REPLAYED    PIC 9(7) VALUE 0.
           05 WS-REPLAY-FAILED     PIC 9(7) VALUE 0.
           05 WS-CAR-ARC-FILES-COUNT PIC 9(4) VALUE 0.
           05 WS-ARCHIVED-REMOVED  PIC 9(7) VALUE 0.

       01  WORK-FIELDS.
           05 WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
           05 WS-REPLAY-RESULT     PIC X(40).
           05 WS-CHECK-ACTION      PIC X(6).
               88 WS-CAR-ACTION        VALUE "ADD" "CHANGE" "DELETE"
                                             "DISPOS" "RECYCL".
               88 WS-OWNER-ACTION      VALUE "OWNADD" "OWNCHG".

           COPY LOCKREQ.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-RECOVERY-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "MASTER FILE RECOVERY".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-RCH-DATE          PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "OPERATOR: ".
           05 WS-RCH-OPERATOR      PIC X(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-RCH-PAGE          PIC ZZZ9.

       01  WS-RECOVERY-HEADING-2.
           05 FILLER               PIC X(12) VALUE "GENERATION: ".
           05 WS-RCH-GENERATION    PIC 9(6).
           05 FILLER               PIC X(8)  VALUE "  SLOT: ".
           05 WS-RCH-SLOT          PIC 9(2).
           05 FILLER               PIC X(9)  VALUE "  TAKEN: ".
           05 WS-RCH-BACKUP-DATE   PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-RCH-BACKUP-TIME   PIC 9(8).
           05 FILLER               PIC X(18) VALUE
                  "  REPLAY THROUGH: ".
           05 WS-RCH-STOP-DATE     PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-RCH-STOP-TIME     PIC 9(8).

       01  WS-RECOVERY-COLUMN-HEADING.
           05 FILLER               PIC X(10) VALUE "DATE".
           05 FILLER               PIC X(10) VALUE "TIME".
           05 FILLER               PIC X(8)  VALUE "ACTION".
           05 FILLER               PIC X(19) VALUE "VIN / OWNER-ID".
           05 FILLER               PIC X(10) VALUE "OPERATOR".
           05 FILLER               PIC X(40) VALUE "RESULT".

       01  WS-RECOVERY-DETAIL-LINE.
           05 WS-RD-DATE           PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-TIME           PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-ACTION         PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-KEY            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-OPERATOR       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-RD-RESULT         PIC X(40).

       01  WS-RECOVERY-COUNT-LINE.
           05 WS-RC-LABEL          PIC X(40).
           05 WS-RC-COUNT          PIC Z,ZZZ,ZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-MASTER-RECOVER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 300-LOAD-BACKUP-CONTROL.
           IF WS-GT-COUNT = 0
               DISPLAY "NO BACKUP GENERATIONS ON FILE - RUN "
                   "CAR-MASTER-BACKUP FIRST"
           ELSE
               PERFORM 310-LIST-GENERATIONS
               PERFORM 320-SELECT-GENERATION
               IF WS-PARM-OK = 'Y'
                   PERFORM 330-ACCEPT-STOP-POINT
               END-IF
               IF WS-PARM-OK = 'Y'
                   PERFORM 200-ACQUIRE-RUN-LOCK
               END-IF
               IF WS-LOCK-HELD = 'Y'
                   PERFORM 400-VERIFY-BACKUP-FILES
                   IF WS-PARM-OK = 'Y'
                       PERFORM 340-CONFIRM-RECOVERY
                   END-IF
                   IF WS-PARM-OK = 'Y'
                       PERFORM 450-RUN-RECOVERY
                   END-IF
                   PERFORM 210-RELEASE-RUN-LOCK
               END-IF
           END-IF.
           STOP RUN.

       200-ACQUIRE-RUN-LOCK.
           MOVE 'A' TO LOCK-FUNCTION.
           MOVE "CAR-MASTER-RECOVER" TO LOCK-PROGRAM.
           MOVE SPACES TO LOCK-OPERATOR.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.
           IF LOCK-RESULT NOT = 'Y'
               DISPLAY "RUN LOCK HELD BY " LOCK-HOLDER
                   " OPERATOR " LOCK-HOLDER-OPERATOR
                   " - RECOVERY REFUSED"
               DISPLAY "USE CAR-LOCK-OVERRIDE TO CLEAR A STALE LOCK"
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD
           END-IF.

       210-RELEASE-RUN-LOCK.
           MOVE 'R' TO LOCK-FUNCTION.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.
           MOVE 'N' TO WS-LOCK-HELD.

       300-LOAD-BACKUP-CONTROL.
           MOVE 0 TO WS-GT-COUNT.
           MOVE 0 TO WS-LATEST-GENERATION.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT CAR-BACKUP-CONTROL.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CAR-BACKUP-CONTROL
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           PERFORM 305-STORE-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAR-BACKUP-CONTROL
           END-IF.

       305-STORE-CONTROL-ENTRY.
           IF BK-SLOT IS NUMERIC AND BK-SLOT > 0
                   AND BK-GENERATION IS NUMERIC
                   AND WS-GT-COUNT < 99
               ADD 1 TO WS-GT-COUNT
               MOVE BACKUP-CONTROL-RECORD TO WS-GT-RECORD(WS-GT-COUNT)
               IF BK-COMPLETE
                       AND BK-GENERATION > WS-LATEST-GENERATION
                   MOVE BK-GENERATION TO WS-LATEST-GENERATION
               END-IF
           END-IF.

       310-LIST-GENERATIONS.
           DISPLAY "BACKUP GENERATIONS ON FILE:".
           DISPLAY "GENER. SLOT TAKEN             STATUS    "
               "MASTER RECS  OWNER RECS".
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > WS-GT-COUNT
               MOVE WS-GT-RECORD(GT-IDX) TO BACKUP-CONTROL-RECORD
               IF BK-COMPLETE
                   DISPLAY BK-GENERATION " " BK-SLOT "   "
                       BK-BACKUP-DATE " " BK-BACKUP-TIME
                       " COMPLETE  " BK-MASTER-COUNT "     "
                       BK-OWNER-COUNT
               ELSE
                   DISPLAY BK-GENERATION " " BK-SLOT "   "
                       BK-BACKUP-DATE " " BK-BACKUP-TIME
                       " FAILED    " BK-MASTER-COUNT "     "
                       BK-OWNER-COUNT
               END-IF
           END-PERFORM.

       320-SELECT-GENERATION.
           MOVE 'N' TO WS-PARM-OK.
           DISPLAY "ENTER GENERATION TO RESTORE (6 DIGITS, BLANK = "
               "LATEST COMPLETE): ".
           ACCEPT WS-GENERATION-ANSWER FROM CONSOLE.
           IF WS-GENERATION-ANSWER = SPACES
               MOVE WS-LATEST-GENERATION TO WS-WANTED-GENERATION
           ELSE
               IF WS-GENERATION-ANSWER IS NUMERIC
                   MOVE WS-GENERATION-ANSWER TO WS-WANTED-GENERATION
               ELSE
                   MOVE 0 TO WS-WANTED-GENERATION
               END-IF
           END-IF.
           MOVE 'N' TO WS-GEN-FOUND.
           IF WS-WANTED-GENERATION > 0
               PERFORM VARYING GT-IDX FROM 1 BY 1
                       UNTIL GT-IDX > WS-GT-COUNT
                          OR WS-GEN-FOUND = 'Y'
                   MOVE WS-GT-RECORD(GT-IDX) TO BACKUP-CONTROL-RECORD
                   IF BK-GENERATION = WS-WANTED-GENERATION
                       MOVE 'Y' TO WS-GEN-FOUND
                       MOVE BACKUP-CONTROL-RECORD
                           TO WS-CHOSEN-CONTROL-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-GEN-FOUND = 'N'
               DISPLAY "NO SUCH GENERATION ON FILE"
           ELSE
               MOVE WS-CHOSEN-CONTROL-RECORD TO BACKUP-CONTROL-RECORD
               IF NOT BK-COMPLETE
                   DISPLAY "GENERATION " BK-GENERATION
                       " DID NOT COMPLETE - IT CANNOT BE RESTORED"
               ELSE
                   MOVE 'Y' TO WS-PARM-OK
                   MOVE BK-BACKUP-DATE TO WS-BACKUP-POINT-DATE
                   MOVE BK-BACKUP-TIME TO WS-BACKUP-POINT-TIME
                   MOVE SPACES TO WS-BACKUP-MASTER-PATH
                   STRING "..\CAR-BACKUP-MASTER-" DELIMITED BY SIZE
                           BK-SLOT DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                       INTO WS-BACKUP-MASTER-PATH
                   MOVE SPACES TO WS-BACKUP-OWNERS-PATH
                   STRING "..\CAR-BACKUP-OWNERS-" DELIMITED BY SIZE
                           BK-SLOT DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                       INTO WS-BACKUP-OWNERS-PATH
               END-IF
           END-IF.

       330-ACCEPT-STOP-POINT.
      *    The stop point is inclusive; a stop time covers the whole
      *    of that second.  Blank replays every entry on file.
           MOVE 99999999 TO WS-STOP-POINT-DATE.
           MOVE 99999999 TO WS-STOP-POINT-TIME.
           DISPLAY "ENTER REPLAY STOP DATE YYYYMMDD (BLANK = REPLAY "
               "ALL HISTORY): ".
           ACCEPT WS-STOP-DATE-ANSWER FROM CONSOLE.
           IF WS-STOP-DATE-ANSWER NOT = SPACES
               IF WS-STOP-DATE-ANSWER IS NOT NUMERIC
                   DISPLAY "STOP DATE MUST BE NUMERIC YYYYMMDD"
                   MOVE 'N' TO WS-PARM-OK
               ELSE
                   MOVE WS-STOP-DATE-ANSWER TO WS-STOP-POINT-DATE
                   DISPLAY "ENTER REPLAY STOP TIME HHMMSS (BLANK = "
                       "END OF DAY): "
                   ACCEPT WS-STOP-TIME-ANSWER FROM CONSOLE
                   IF WS-STOP-TIME-ANSWER = SPACES
                       MOVE 23595999 TO WS-STOP-POINT-TIME
                   ELSE
                       IF WS-STOP-TIME-ANSWER IS NOT NUMERIC
                           DISPLAY "STOP TIME MUST BE NUMERIC HHMMSS"
                           MOVE 'N' TO WS-PARM-OK
                       ELSE
                           MOVE WS-STOP-TIME-ANSWER
                               TO WS-STOP-POINT-TIME(1:6)
                           MOVE 99 TO WS-STOP-POINT-TIME(7:2)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-PARM-OK = 'Y'
                   AND WS-STOP-POINT < WS-BACKUP-POINT
               DISPLAY "STOP POINT IS BEFORE THE BACKUP WAS TAKEN"
               MOVE 'N' TO WS-PARM-OK
           END-IF.

       340-CONFIRM-RECOVERY.
           MOVE WS-CHOSEN-CONTROL-RECORD TO BACKUP-CONTROL-RECORD.
           DISPLAY "RESTORING GENERATION " BK-GENERATION
               " TAKEN " BK-BACKUP-DATE " " BK-BACKUP-TIME.
           DISPLAY "CAR-FILE-MASTER AND CAR-FILE-OWNERS WILL BE "
               "REPLACED AND HISTORY REPLAYED".
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           DISPLAY "PROCEED WITH RECOVERY (Y/N): ".
           ACCEPT WS-CONFIRM-ANSWER FROM CONSOLE.
           IF WS-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "RECOVERY CANCELLED - MASTERS LEFT AS THEY ARE"
               MOVE 'N' TO WS-PARM-OK
           END-IF.

       400-VERIFY-BACKUP-FILES.
           MOVE WS-CHOSEN-CONTROL-RECORD TO BACKUP-CONTROL-RECORD.
           MOVE 'N' TO WS-MASTER-EOF.
           MOVE 0 TO WS-READBACK-COUNT.
           MOVE 0 TO WS-READBACK-HASH.
           OPEN INPUT CAR-BACKUP-MASTER.
           IF WS-BKMAST-STATUS NOT = "00"
               DISPLAY "BACKUP FILE COULD NOT BE OPENED, STATUS: "
                   WS-BKMAST-STATUS " " WS-BACKUP-MASTER-PATH
               MOVE 'N' TO WS-PARM-OK
           ELSE
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ CAR-BACKUP-MASTER
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-READBACK-COUNT
                           MOVE BACKUP-MASTER-RECORD TO WS-HASH-AREA
                           PERFORM 800-HASH-BACKUP-RECORD
                           ADD WS-CHECK-HASH TO WS-READBACK-HASH
                   END-READ
               END-PERFORM
               CLOSE CAR-BACKUP-MASTER
               IF WS-READBACK-COUNT NOT = BK-MASTER-COUNT
                       OR WS-READBACK-HASH NOT = BK-MASTER-HASH
                   DISPLAY "MASTER BACKUP DOES NOT AGREE WITH ITS "
                       "CONTROL RECORD - READ " WS-READBACK-COUNT
                       " RECORDS, HASH " WS-READBACK-HASH
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           MOVE 'N' TO WS-OWNERS-EOF.
           MOVE 0 TO WS-READBACK-COUNT.
           MOVE 0 TO WS-READBACK-HASH.
           OPEN INPUT CAR-BACKUP-OWNERS.
           IF WS-BKOWN-STATUS NOT = "00"
               DISPLAY "BACKUP FILE COULD NOT BE OPENED, STATUS: "
                   WS-BKOWN-STATUS " " WS-BACKUP-OWNERS-PATH
               MOVE 'N' TO WS-PARM-OK
           ELSE
               PERFORM UNTIL WS-OWNERS-EOF = 'Y'
                   READ CAR-BACKUP-OWNERS
                       AT END
                           MOVE 'Y' TO WS-OWNERS-EOF
                       NOT AT END
                           ADD 1 TO WS-READBACK-COUNT
                           MOVE BACKUP-OWNERS-RECORD TO WS-HASH-AREA
                           PERFORM 800-HASH-BACKUP-RECORD
                           ADD WS-CHECK-HASH TO WS-READBACK-HASH
                   END-READ
               END-PERFORM
               CLOSE CAR-BACKUP-OWNERS
               IF WS-READBACK-COUNT NOT = BK-OWNER-COUNT
                       OR WS-READBACK-HASH NOT = BK-OWNER-HASH
                   DISPLAY "OWNER BACKUP DOES NOT AGREE WITH ITS "
                       "CONTROL RECORD - READ " WS-READBACK-COUNT
                       " RECORDS, HASH " WS-READBACK-HASH
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           IF WS-PARM-OK = 'N'
               DISPLAY "*** GENERATION " BK-GENERATION
                   " FAILED VERIFICATION - RECOVERY REFUSED"
           END-IF.

       450-RUN-RECOVERY.
           OPEN OUTPUT CAR-RECOVERY-RPT.
           PERFORM 710-PRINT-REPORT-HEADINGS.
           PERFORM 500-RESTORE-CAR-MASTER.
           IF WS-RESTORE-OK = 'Y'
               PERFORM 520-RESTORE-OWNER-MASTER
           END-IF.
           IF WS-RESTORE-OK = 'Y'
               OPEN I-O CAR-FILE-MASTER
               OPEN I-O CAR-FILE-OWNERS
               PERFORM 600-REPLAY-HISTORY
               PERFORM 650-REMOVE-ARCHIVED-CARS
               CLOSE CAR-FILE-MASTER
               CLOSE CAR-FILE-OWNERS
               PERFORM 690-WRITE-HISTORY-RECORD
           END-IF.
           PERFORM 740-PRINT-CONTROL-COUNTS.
           CLOSE CAR-RECOVERY-RPT.
           DISPLAY "MASTER RECORDS RESTORED: " WS-MASTER-RESTORED.
           DISPLAY "OWNER RECORDS RESTORED:  " WS-OWNER-RESTORED.
           DISPLAY "CAR ENTRIES REPLAYED:    " WS-CAR-REPLAYED.
           DISPLAY "OWNER ENTRIES REPLAYED:  " WS-OWNER-REPLAYED.
           DISPLAY "ARCHIVED CARS REMOVED:   " WS-ARCHIVED-REMOVED.
           IF WS-RESTORE-OK = 'N'
               DISPLAY "*** RESTORE FAILED - SEE CAR-RECOVERY-RPT; "
                   "RERUN THE RECOVERY BEFORE ANY MAINTENANCE"
           ELSE
               IF WS-REPLAY-FAILED > 0
                   DISPLAY "*** " WS-REPLAY-FAILED " HISTORY ENTRIES "
                       "COULD NOT BE REPLAYED - SEE CAR-RECOVERY-RPT"
               ELSE
                   DISPLAY "RECOVERY COMPLETE"
               END-IF
           END-IF.

       500-RESTORE-CAR-MASTER.
           MOVE 'N' TO WS-MASTER-EOF.
           OPEN INPUT CAR-BACKUP-MASTER.
           OPEN OUTPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               MOVE 'N' TO WS-RESTORE-OK
           ELSE
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ CAR-BACKUP-MASTER
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           MOVE BACKUP-MASTER-RECORD
                               TO CAR-RECORD-MASTER
                           WRITE CAR-RECORD-MASTER
                               INVALID KEY
                                   DISPLAY "RESTORE FAILED FOR VIN: "
                                       CAR-VIN OF CAR-RECORD-MASTER
                                       " STATUS: " WS-MASTER-STATUS
                                   MOVE 'N' TO WS-RESTORE-OK
                               NOT INVALID KEY
                                   ADD 1 TO WS-MASTER-RESTORED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-MASTER
           END-IF.
           CLOSE CAR-BACKUP-MASTER.

       520-RESTORE-OWNER-MASTER.
           MOVE 'N' TO WS-OWNERS-EOF.
           OPEN INPUT CAR-BACKUP-OWNERS.
           OPEN OUTPUT CAR-FILE-OWNERS.
           IF WS-OWNERS-STATUS NOT = "00"
               DISPLAY "CAR-FILE-OWNERS COULD NOT BE OPENED, STATUS: "
                   WS-OWNERS-STATUS
               MOVE 'N' TO WS-RESTORE-OK
           ELSE
               PERFORM UNTIL WS-OWNERS-EOF = 'Y'
                   READ CAR-BACKUP-OWNERS
                       AT END
                           MOVE 'Y' TO WS-OWNERS-EOF
                       NOT AT END
                           MOVE BACKUP-OWNERS-RECORD
                               TO OWNER-RECORD-MASTER
                           WRITE OWNER-RECORD-MASTER
                               INVALID KEY
                                   DISPLAY "RESTORE FAILED FOR OWNER: "
                                       OWN-OWNER-ID
                                       " STATUS: " WS-OWNERS-STATUS
                                   MOVE 'N' TO WS-RESTORE-OK
                               NOT INVALID KEY
                                   ADD 1 TO WS-OWNER-RESTORED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-OWNERS
           END-IF.
           CLOSE CAR-BACKUP-OWNERS.

       600-REPLAY-HISTORY.
      *    Archives are read oldest month first and the live file
      *    last, so entries are replayed in the order they were made.
           MOVE WS-BACKUP-POINT-DATE(1:6) TO WS-SCAN-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-LAST-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH > WS-LAST-MONTH
               PERFORM 605-READ-HISTORY-ARCHIVE
               PERFORM 640-NEXT-SCAN-MONTH
           END-PERFORM.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT CAR-FILE-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "05"
               DISPLAY "CAR-FILE-HISTORY COULD NOT BE OPENED, "
                   "STATUS: " WS-HISTORY-STATUS
           ELSE
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ CAR-FILE-HISTORY INTO WS-HISTORY-LINE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 610-CHECK-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-HISTORY
           END-IF.

       605-READ-HISTORY-ARCHIVE.
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
                           PERFORM 610-CHECK-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAR-HIST-ARCHIVE
           END-IF.

       610-CHECK-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-READ-COUNT.
           MOVE WS-HIST-ACTION TO WS-CHECK-ACTION.
           IF (WS-CAR-ACTION OR WS-OWNER-ACTION)
                   AND WS-HIST-DATE IS NUMERIC
                   AND WS-HIST-TIME IS NUMERIC
               MOVE WS-HIST-DATE TO WS-ENTRY-POINT-DATE
               MOVE WS-HIST-TIME TO WS-ENTRY-POINT-TIME
               IF WS-ENTRY-POINT NOT > WS-BACKUP-POINT
                   ADD 1 TO WS-BEFORE-BACKUP-COUNT
               ELSE
                   IF WS-ENTRY-POINT > WS-STOP-POINT
                       ADD 1 TO WS-AFTER-STOP-COUNT
                   ELSE
                       IF WS-CAR-ACTION
                           PERFORM 620-REPLAY-CAR-ENTRY
                       ELSE
                           PERFORM 630-REPLAY-OWNER-ENTRY
                       END-IF
                       PERFORM 720-PRINT-REPLAY-DETAIL
                   END-IF
               END-IF
           END-IF.

       620-REPLAY-CAR-ENTRY.
           MOVE "APPLIED" TO WS-REPLAY-RESULT.
           IF WS-HIST-ACTION = "DELETE"
               MOVE WS-HIST-VIN TO CAR-VIN OF CAR-RECORD-MASTER
               DELETE CAR-FILE-MASTER
                   INVALID KEY
                       MOVE "NOT ON FILE - NOTHING TO DELETE"
                           TO WS-REPLAY-RESULT
               END-DELETE
           ELSE
               MOVE WS-HIST-AFTER TO CAR-RECORD-MASTER
               IF WS-HIST-ACTION = "ADD" OR WS-HIST-ACTION = "RECYCL"
                   WRITE CAR-RECORD-MASTER
                       INVALID KEY
                           REWRITE CAR-RECORD-MASTER
                               INVALID KEY
                                   MOVE "FAILED" TO WS-REPLAY-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED - ON FILE, REPLACED"
                                       TO WS-REPLAY-RESULT
                           END-REWRITE
                   END-WRITE
               ELSE
                   REWRITE CAR-RECORD-MASTER
                       INVALID KEY
                           WRITE CAR-RECORD-MASTER
                               INVALID KEY
                                   MOVE "FAILED" TO WS-REPLAY-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED - NOT ON FILE, ADDED"
                                       TO WS-REPLAY-RESULT
                           END-WRITE
                   END-REWRITE
               END-IF
           END-IF.
           IF WS-REPLAY-RESULT = "FAILED"
               MOVE SPACES TO WS-REPLAY-RESULT
               STRING "FAILED - STATUS " DELIMITED BY SIZE
                       WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-REPLAY-RESULT
               ADD 1 TO WS-REPLAY-FAILED
           ELSE
               ADD 1 TO WS-CAR-REPLAYED
           END-IF.

       630-REPLAY-OWNER-ENTRY.
           MOVE "APPLIED" TO WS-REPLAY-RESULT.
           MOVE WS-HIST-AFTER(1:100) TO OWNER-RECORD-MASTER.
           IF WS-HIST-ACTION = "OWNADD"
               WRITE OWNER-RECORD-MASTER
                   INVALID KEY
                       REWRITE OWNER-RECORD-MASTER
                           INVALID KEY
                               MOVE "FAILED" TO WS-REPLAY-RESULT
                           NOT INVALID KEY
                               MOVE "APPLIED - ON FILE, REPLACED"
                                   TO WS-REPLAY-RESULT
                       END-REWRITE
               END-WRITE
           ELSE
               REWRITE OWNER-RECORD-MASTER
                   INVALID KEY
                       WRITE OWNER-RECORD-MASTER
                           INVALID KEY
                               MOVE "FAILED" TO WS-REPLAY-RESULT
                           NOT INVALID KEY
                               MOVE "APPLIED - NOT ON FILE, ADDED"
                                   TO WS-REPLAY-RESULT
                       END-WRITE
               END-REWRITE
           END-IF.
           IF WS-REPLAY-RESULT = "FAILED"
               MOVE SPACES TO WS-REPLAY-RESULT
               STRING "FAILED - STATUS " DELIMITED BY SIZE
                       WS-OWNERS-STATUS DELIMITED BY SIZE
                   INTO WS-REPLAY-RESULT
               ADD 1 TO WS-REPLAY-FAILED
           ELSE
               ADD 1 TO WS-OWNER-REPLAYED
           END-IF.

       640-NEXT-SCAN-MONTH.
           IF WS-SCAN-MM NOT < 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MM
           ELSE
               ADD 1 TO WS-SCAN-MM
           END-IF.

       650-REMOVE-ARCHIVED-CARS.
      *    CAR-MASTER-ARCHIVE deletes without a history entry.  A car
      *    can only sit in an archive named for a cutoff month later
      *    than its disposal, so the scan starts at the earliest
      *    disposal month still on the rebuilt master; an archived
      *    car is removed only while the master still holds exactly
      *    the record that was archived.
           MOVE 999999 TO WS-FIRST-DISPOSED-MONTH.
           MOVE 'N' TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO CAR-VIN OF CAR-RECORD-MASTER.
           START CAR-FILE-MASTER
               KEY IS NOT LESS THAN CAR-VIN OF CAR-RECORD-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CAR-FILE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM 655-NOTE-DISPOSAL-MONTH
               END-READ
           END-PERFORM.
           MOVE WS-FIRST-DISPOSED-MONTH TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH > WS-LAST-MONTH
               PERFORM 660-READ-CAR-ARCHIVE
               PERFORM 640-NEXT-SCAN-MONTH
           END-PERFORM.

       655-NOTE-DISPOSAL-MONTH.
           IF CAR-SOLD OF CAR-RECORD-MASTER
                   OR CAR-SCRAPPED OF CAR-RECORD-MASTER
               IF SALE-DATE OF CAR-RECORD-MASTER IS NUMERIC
                       AND SALE-DATE OF CAR-RECORD-MASTER > 0
                   MOVE SALE-DATE OF CAR-RECORD-MASTER
                       TO WS-DISPOSAL-DATE
               ELSE
                   MOVE ACQUIRE-DATE OF CAR-RECORD-MASTER
                       TO WS-DISPOSAL-DATE
               END-IF
               IF WS-DISPOSAL-DATE IS NUMERIC
                       AND WS-DISPOSAL-DATE(1:6) <
                           WS-FIRST-DISPOSED-MONTH
                   MOVE WS-DISPOSAL-DATE(1:6)
                       TO WS-FIRST-DISPOSED-MONTH
               END-IF
           END-IF.

       660-READ-CAR-ARCHIVE.
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
                           PERFORM 665-REMOVE-ARCHIVED-CAR
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-ARCHIVE
           END-IF.

       665-REMOVE-ARCHIVED-CAR.
           MOVE CAR-VIN OF CAR-RECORD-ARCHIVE
               TO CAR-VIN OF CAR-RECORD-MASTER.
           READ CAR-FILE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAR-RECORD-MASTER = CAR-RECORD-ARCHIVE
                       DELETE CAR-FILE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARCHIVED-REMOVED
                               PERFORM 730-PRINT-ARCHIVE-DETAIL
                       END-DELETE
                   END-IF
           END-READ.

       690-WRITE-HISTORY-RECORD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-HISTORY-LINE.
           MOVE WS-RUN-DATE TO WS-HIST-DATE.
           MOVE WS-RUN-TIME TO WS-HIST-TIME.
           MOVE WS-OPERATOR-ID TO WS-HIST-OPERATOR.
           MOVE "RECOVR" TO WS-HIST-ACTION.
           MOVE SPACES TO WS-HIST-VIN.
           MOVE WS-CHOSEN-CONTROL-RECORD TO WS-HIST-BEFORE.
           MOVE SPACES TO WS-HIST-AFTER.
           MOVE WS-STOP-POINT TO WS-HIST-AFTER(1:16).
           OPEN EXTEND CAR-FILE-HISTORY.
           WRITE HISTORY-RECORD FROM WS-HISTORY-LINE.
           CLOSE CAR-FILE-HISTORY.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-CHOSEN-CONTROL-RECORD TO BACKUP-CONTROL-RECORD.
           MOVE WS-RUN-DATE TO WS-RCH-DATE.
           MOVE WS-OPERATOR-ID TO WS-RCH-OPERATOR.
           MOVE WS-PAGE-NO TO WS-RCH-PAGE.
           MOVE BK-GENERATION TO WS-RCH-GENERATION.
           MOVE BK-SLOT TO WS-RCH-SLOT.
           MOVE BK-BACKUP-DATE TO WS-RCH-BACKUP-DATE.
           MOVE BK-BACKUP-TIME TO WS-RCH-BACKUP-TIME.
           MOVE WS-STOP-POINT-DATE TO WS-RCH-STOP-DATE.
           MOVE WS-STOP-POINT-TIME TO WS-RCH-STOP-TIME.
           WRITE RECOVERY-RPT-RECORD FROM WS-RECOVERY-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RECOVERY-RPT-RECORD FROM WS-RECOVERY-HEADING-2.
           WRITE RECOVERY-RPT-RECORD FROM WS-RECOVERY-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE RECOVERY-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-REPLAY-DETAIL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-HIST-DATE TO WS-RD-DATE.
           MOVE WS-HIST-TIME TO WS-RD-TIME.
           MOVE WS-HIST-ACTION TO WS-RD-ACTION.
           MOVE WS-HIST-VIN TO WS-RD-KEY.
           MOVE WS-HIST-OPERATOR TO WS-RD-OPERATOR.
           MOVE WS-REPLAY-RESULT TO WS-RD-RESULT.
           WRITE RECOVERY-RPT-RECORD FROM WS-RECOVERY-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       730-PRINT-ARCHIVE-DETAIL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE 0 TO WS-RD-DATE.
           MOVE 0 TO WS-RD-TIME.
           MOVE "ARCHIV" TO WS-RD-ACTION.
           MOVE CAR-VIN OF CAR-RECORD-ARCHIVE TO WS-RD-KEY.
           MOVE SPACES TO WS-RD-OPERATOR.
           MOVE SPACES TO WS-RD-RESULT.
           STRING "REMOVED - IN " DELIMITED BY SIZE
                   WS-CAR-ARCHIVE-PATH DELIMITED BY SPACE
               INTO WS-RD-RESULT.
           WRITE RECOVERY-RPT-RECORD FROM WS-RECOVERY-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       740-PRINT-CONTROL-COUNTS.
           IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           WRITE RECOVERY-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE "MASTER RECORDS RESTORED:" TO WS-RC-LABEL.
           MOVE WS-MASTER-RESTORED TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "OWNER RECORDS RESTORED:" TO WS-RC-LABEL.
           MOVE WS-OWNER-RESTORED TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "HISTORY ARCHIVE FILES READ:" TO WS-RC-LABEL.
           MOVE WS-HIST-FILES-COUNT TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "HISTORY ENTRIES READ:" TO WS-RC-LABEL.
           MOVE WS-HISTORY-READ-COUNT TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  ALREADY IN THE BACKUP:" TO WS-RC-LABEL.
           MOVE WS-BEFORE-BACKUP-COUNT TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  AFTER THE STOP POINT - NOT REPLAYED:"
               TO WS-RC-LABEL.
           MOVE WS-AFTER-STOP-COUNT TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  CAR ENTRIES REPLAYED:" TO WS-RC-LABEL.
           MOVE WS-CAR-REPLAYED TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  OWNER ENTRIES REPLAYED:" TO WS-RC-LABEL.
           MOVE WS-OWNER-REPLAYED TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  ENTRIES THAT FAILED TO REPLAY:" TO WS-RC-LABEL.
           MOVE WS-REPLAY-FAILED TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "MASTER ARCHIVE FILES READ:" TO WS-RC-LABEL.
           MOVE WS-CAR-ARC-FILES-COUNT TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "ARCHIVED CARS REMOVED:" TO WS-RC-LABEL.
           MOVE WS-ARCHIVED-REMOVED TO WS-RC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           IF WS-RESTORE-OK = 'N'
               WRITE RECOVERY-RPT-RECORD FROM WS-BLANK-LINE
               MOVE "*** RESTORE FAILED - MASTERS INCOMPLETE"
                   TO RECOVERY-RPT-RECORD
               WRITE RECOVERY-RPT-RECORD
           END-IF.

       745-WRITE-COUNT-LINE.
           WRITE RECOVERY-RPT-RECORD FROM WS-RECOVERY-COUNT-LINE.

       800-HASH-BACKUP-RECORD.
      *    Same hash CAR-MASTER-BACKUP takes, so totals compare.
           MOVE 0 TO WS-CHECK-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 163
               COMPUTE WS-CHECK-HASH = WS-CHECK-HASH
                   + FUNCTION ORD(WS-HASH-AREA(WS-HASH-IDX:1))
                   * WS-HASH-IDX
           END-PERFORM.

       END PROGRAM CAR-MASTER-RECOVER.
