      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly generation backup of the indexed masters.
      *          Copies CAR-FILE-MASTER.dat and CAR-FILE-OWNERS.dat
      *          record for record to flat backup files for the next
      *          generation slot (CAR-BACKUP-MASTER-nn.txt /
      *          CAR-BACKUP-OWNERS-nn.txt), keeping a rolling set of
      *          numbered generations - the oldest slot is reused once
      *          all are in use.  A record count and a hash total are
      *          taken as each master is read, then confirmed by
      *          re-reading the backup file, and the generation is
      *          recorded in CAR-BACKUP-CONTROL.txt as complete or
      *          failed for CAR-MASTER-RECOVER.  Holds the shared
      *          run-control lock (CAR-RUN-LOCK) while the masters
      *          are read so maintenance cannot change them mid-copy.
      *          Runs as the first step of CAR-NIGHT-DRIVER, ahead of
      *          the CAR-MAINT batch; raises RETURN-CODE 8 when the
      *          lock is held, a master cannot be read, or the backup
      *          does not confirm, which stops the chain before any
      *          maintenance is applied.
      * Tectonics: cobc -I copybooks
      *          (does a static CALL "CAR-RUN-LOCK" - compile
      *          Car-lock.cbl with -m and place it on COB_LIBRARY_PATH
      *          or link it into the same run unit)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-MASTER-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-MASTER
               ASSIGN TO
            "..\CAR-FILE-MASTER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CAR-VIN OF CAR-RECORD-MASTER
                ALTERNATE RECORD KEY IS CAR-MODEL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS OWNER-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS OWNER-ID
                    WITH DUPLICATES
                FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL CAR-FILE-OWNERS
               ASSIGN TO
            "..\CAR-FILE-OWNERS.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-OWNERS-STATUS     PIC XX.
           05 WS-BKMAST-STATUS     PIC XX.
           05 WS-BKOWN-STATUS      PIC XX.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-MASTER-EOF        PIC X(1).
           05 WS-OWNERS-EOF        PIC X(1).
           05 WS-CONTROL-EOF       PIC X(1).
           05 WS-LOCK-HELD         PIC X(1) VALUE 'N'.
           05 WS-BACKUP-OK         PIC X(1) VALUE 'Y'.

       01  GENERATION-FIELDS.
           05 WS-GENERATIONS-KEPT  PIC 9(2) VALUE 7.
           05 WS-NEW-GENERATION    PIC 9(6) VALUE 0.
           05 WS-NEW-SLOT          PIC 9(2) VALUE 0.
           05 WS-SLOT-QUOTIENT     PIC 9(6) VALUE 0.
           05 WS-SLOT-REMAINDER    PIC 9(2) VALUE 0.
           05 WS-BACKUP-MASTER-PATH PIC X(80).
           05 WS-BACKUP-OWNERS-PATH PIC X(80).

       01  BACKUP-TOTAL-FIELDS.
           05 WS-MASTER-COUNT      PIC 9(8)  VALUE 0.
           05 WS-MASTER-HASH       PIC 9(15) VALUE 0.
           05 WS-OWNER-COUNT       PIC 9(8)  VALUE 0.
           05 WS-OWNER-HASH        PIC 9(15) VALUE 0.
           05 WS-READBACK-COUNT    PIC 9(8)  VALUE 0.
           05 WS-READBACK-HASH     PIC 9(15) VALUE 0.
           05 WS-CHECK-HASH        PIC 9(15) VALUE 0.
           05 WS-HASH-IDX          PIC 9(4).

       01  GENERATION-TABLE.
           05 WS-GT-COUNT          PIC 9(2) VALUE 0.
           05 GENERATION-ENTRY
                   OCCURS 1 TO 99 TIMES
                   DEPENDING ON WS-GT-COUNT
                   INDEXED BY GT-IDX.
               10 WS-GT-RECORD      PIC X(71).

       01  WS-HASH-AREA            PIC X(163).

       01  WS-NEW-CONTROL-RECORD   PIC X(71).

           COPY LOCKREQ.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-MASTER-BACKUP.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 200-ACQUIRE-RUN-LOCK.
           IF WS-LOCK-HELD = 'Y'
               PERFORM 300-LOAD-BACKUP-CONTROL
               PERFORM 320-ASSIGN-GENERATION-SLOT
               PERFORM 400-BACKUP-CAR-MASTER
               IF WS-BACKUP-OK = 'Y'
                   PERFORM 450-BACKUP-OWNER-MASTER
               END-IF
               PERFORM 210-RELEASE-RUN-LOCK
               IF WS-BACKUP-OK = 'Y'
                   PERFORM 500-CONFIRM-BACKUP-FILES
               END-IF
               PERFORM 600-RECORD-GENERATION
               DISPLAY "BACKUP GENERATION: " WS-NEW-GENERATION
                   "  SLOT: " WS-NEW-SLOT
               DISPLAY "MASTER RECORDS:    " WS-MASTER-COUNT
                   "  HASH: " WS-MASTER-HASH
               DISPLAY "OWNER RECORDS:     " WS-OWNER-COUNT
                   "  HASH: " WS-OWNER-HASH
               IF WS-BACKUP-OK = 'Y'
                   DISPLAY "BACKUP COMPLETE"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "*** BACKUP FAILED - GENERATION MARKED "
                       "UNUSABLE"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       200-ACQUIRE-RUN-LOCK.
           MOVE 'A' TO LOCK-FUNCTION.
           MOVE "CAR-MASTER-BACKUP" TO LOCK-PROGRAM.
           MOVE SPACES TO LOCK-OPERATOR.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.
           IF LOCK-RESULT NOT = 'Y'
               DISPLAY "RUN LOCK HELD BY " LOCK-HOLDER
                   " OPERATOR " LOCK-HOLDER-OPERATOR
                   " - BACKUP REFUSED"
               DISPLAY "USE CAR-LOCK-OVERRIDE TO CLEAR A STALE LOCK"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD
           END-IF.

       210-RELEASE-RUN-LOCK.
           MOVE 'R' TO LOCK-FUNCTION.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.
           MOVE 'N' TO WS-LOCK-HELD.

       300-LOAD-BACKUP-CONTROL.
           MOVE 0 TO WS-GT-COUNT.
           MOVE 0 TO WS-NEW-GENERATION.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT CAR-BACKUP-CONTROL.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CAR-BACKUP-CONTROL
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           PERFORM 310-STORE-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAR-BACKUP-CONTROL
           END-IF.

       310-STORE-CONTROL-ENTRY.
           IF BK-SLOT IS NUMERIC AND BK-SLOT > 0
                   AND BK-SLOT NOT > WS-GENERATIONS-KEPT
                   AND WS-GT-COUNT < 99
               ADD 1 TO WS-GT-COUNT
               MOVE BACKUP-CONTROL-RECORD TO WS-GT-RECORD(WS-GT-COUNT)
               IF BK-GENERATION IS NUMERIC
                       AND BK-GENERATION > WS-NEW-GENERATION
                   MOVE BK-GENERATION TO WS-NEW-GENERATION
               END-IF
           END-IF.

       320-ASSIGN-GENERATION-SLOT.
           ADD 1 TO WS-NEW-GENERATION.
           DIVIDE WS-NEW-GENERATION BY WS-GENERATIONS-KEPT
               GIVING WS-SLOT-QUOTIENT
               REMAINDER WS-SLOT-REMAINDER.
           IF WS-SLOT-REMAINDER = 0
               MOVE WS-GENERATIONS-KEPT TO WS-NEW-SLOT
           ELSE
               MOVE WS-SLOT-REMAINDER TO WS-NEW-SLOT
           END-IF.
           MOVE SPACES TO WS-BACKUP-MASTER-PATH.
           STRING "..\CAR-BACKUP-MASTER-" DELIMITED BY SIZE
                   WS-NEW-SLOT DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-BACKUP-MASTER-PATH.
           MOVE SPACES TO WS-BACKUP-OWNERS-PATH.
           STRING "..\CAR-BACKUP-OWNERS-" DELIMITED BY SIZE
                   WS-NEW-SLOT DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-BACKUP-OWNERS-PATH.

       400-BACKUP-CAR-MASTER.
           MOVE 'N' TO WS-MASTER-EOF.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               MOVE 'N' TO WS-BACKUP-OK
           ELSE
               OPEN OUTPUT CAR-BACKUP-MASTER
               IF WS-BKMAST-STATUS NOT = "00"
                   DISPLAY "BACKUP FILE COULD NOT BE OPENED, STATUS: "
                       WS-BKMAST-STATUS " " WS-BACKUP-MASTER-PATH
                   MOVE 'N' TO WS-BACKUP-OK
               ELSE
                   PERFORM UNTIL WS-MASTER-EOF = 'Y'
                       READ CAR-FILE-MASTER
                           AT END
                               MOVE 'Y' TO WS-MASTER-EOF
                           NOT AT END
                               WRITE BACKUP-MASTER-RECORD
                                   FROM CAR-RECORD-MASTER
                               ADD 1 TO WS-MASTER-COUNT
                               MOVE CAR-RECORD-MASTER TO WS-HASH-AREA
                               PERFORM 700-HASH-MASTER-RECORD
                               ADD WS-CHECK-HASH TO WS-MASTER-HASH
                       END-READ
                   END-PERFORM
                   CLOSE CAR-BACKUP-MASTER
               END-IF
               CLOSE CAR-FILE-MASTER
           END-IF.

       450-BACKUP-OWNER-MASTER.
           MOVE 'N' TO WS-OWNERS-EOF.
           OPEN INPUT CAR-FILE-OWNERS.
           IF WS-OWNERS-STATUS NOT = "00"
                   AND WS-OWNERS-STATUS NOT = "05"
               DISPLAY "CAR-FILE-OWNERS COULD NOT BE OPENED, STATUS: "
                   WS-OWNERS-STATUS
               MOVE 'N' TO WS-BACKUP-OK
           ELSE
               OPEN OUTPUT CAR-BACKUP-OWNERS
               IF WS-BKOWN-STATUS NOT = "00"
                   DISPLAY "BACKUP FILE COULD NOT BE OPENED, STATUS: "
                       WS-BKOWN-STATUS " " WS-BACKUP-OWNERS-PATH
                   MOVE 'N' TO WS-BACKUP-OK
               ELSE
                   PERFORM UNTIL WS-OWNERS-EOF = 'Y'
                       READ CAR-FILE-OWNERS
                           AT END
                               MOVE 'Y' TO WS-OWNERS-EOF
                           NOT AT END
                               WRITE BACKUP-OWNERS-RECORD
                                   FROM OWNER-RECORD-MASTER
                               ADD 1 TO WS-OWNER-COUNT
                               MOVE OWNER-RECORD-MASTER
                                   TO WS-HASH-AREA
                               PERFORM 700-HASH-MASTER-RECORD
                               ADD WS-CHECK-HASH TO WS-OWNER-HASH
                       END-READ
                   END-PERFORM
                   CLOSE CAR-BACKUP-OWNERS
               END-IF
               CLOSE CAR-FILE-OWNERS
           END-IF.

       500-CONFIRM-BACKUP-FILES.
           MOVE 'N' TO WS-MASTER-EOF.
           MOVE 0 TO WS-READBACK-COUNT.
           MOVE 0 TO WS-READBACK-HASH.
           OPEN INPUT CAR-BACKUP-MASTER.
           IF WS-BKMAST-STATUS NOT = "00"
               MOVE 'N' TO WS-BACKUP-OK
           ELSE
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ CAR-BACKUP-MASTER
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-READBACK-COUNT
                           MOVE BACKUP-MASTER-RECORD TO WS-HASH-AREA
                           PERFORM 700-HASH-MASTER-RECORD
                           ADD WS-CHECK-HASH TO WS-READBACK-HASH
                   END-READ
               END-PERFORM
               CLOSE CAR-BACKUP-MASTER
           END-IF.
           IF WS-READBACK-COUNT NOT = WS-MASTER-COUNT
                   OR WS-READBACK-HASH NOT = WS-MASTER-HASH
               DISPLAY "MASTER BACKUP DOES NOT AGREE - READ BACK "
                   WS-READBACK-COUNT " RECORDS, HASH "
                   WS-READBACK-HASH
               MOVE 'N' TO WS-BACKUP-OK
           END-IF.
           MOVE 'N' TO WS-OWNERS-EOF.
           MOVE 0 TO WS-READBACK-COUNT.
           MOVE 0 TO WS-READBACK-HASH.
           OPEN INPUT CAR-BACKUP-OWNERS.
           IF WS-BKOWN-STATUS NOT = "00"
               MOVE 'N' TO WS-BACKUP-OK
           ELSE
               PERFORM UNTIL WS-OWNERS-EOF = 'Y'
                   READ CAR-BACKUP-OWNERS
                       AT END
                           MOVE 'Y' TO WS-OWNERS-EOF
                       NOT AT END
                           ADD 1 TO WS-READBACK-COUNT
                           MOVE BACKUP-OWNERS-RECORD TO WS-HASH-AREA
                           PERFORM 700-HASH-MASTER-RECORD
                           ADD WS-CHECK-HASH TO WS-READBACK-HASH
                   END-READ
               END-PERFORM
               CLOSE CAR-BACKUP-OWNERS
           END-IF.
           IF WS-READBACK-COUNT NOT = WS-OWNER-COUNT
                   OR WS-READBACK-HASH NOT = WS-OWNER-HASH
               DISPLAY "OWNER BACKUP DOES NOT AGREE - READ BACK "
                   WS-READBACK-COUNT " RECORDS, HASH "
                   WS-READBACK-HASH
               MOVE 'N' TO WS-BACKUP-OK
           END-IF.

       600-RECORD-GENERATION.
           MOVE WS-NEW-SLOT TO BK-SLOT.
           MOVE WS-NEW-GENERATION TO BK-GENERATION.
           MOVE WS-RUN-DATE TO BK-BACKUP-DATE.
           MOVE WS-RUN-TIME TO BK-BACKUP-TIME.
           IF WS-BACKUP-OK = 'Y'
               MOVE 'C' TO BK-STATUS
           ELSE
               MOVE 'F' TO BK-STATUS
           END-IF.
           MOVE WS-MASTER-COUNT TO BK-MASTER-COUNT.
           MOVE WS-MASTER-HASH TO BK-MASTER-HASH.
           MOVE WS-OWNER-COUNT TO BK-OWNER-COUNT.
           MOVE WS-OWNER-HASH TO BK-OWNER-HASH.
           MOVE BACKUP-CONTROL-RECORD TO WS-NEW-CONTROL-RECORD.
           OPEN OUTPUT CAR-BACKUP-CONTROL.
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > WS-GT-COUNT
               MOVE WS-GT-RECORD(GT-IDX) TO BACKUP-CONTROL-RECORD
               IF BK-SLOT NOT = WS-NEW-SLOT
                   WRITE BACKUP-CONTROL-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-NEW-CONTROL-RECORD TO BACKUP-CONTROL-RECORD.
           WRITE BACKUP-CONTROL-RECORD.
           CLOSE CAR-BACKUP-CONTROL.

       700-HASH-MASTER-RECORD.
           MOVE 0 TO WS-CHECK-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 163
               COMPUTE WS-CHECK-HASH = WS-CHECK-HASH
                   + FUNCTION ORD(WS-HASH-AREA(WS-HASH-IDX:1))
                   * WS-HASH-IDX
           END-PERFORM.

       END PROGRAM CAR-MASTER-BACKUP.
