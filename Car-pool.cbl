      ******************************************************************
      * Author:
      * Date:
      * Purpose: Book, check out, and check in pool cars on the
      *          reservation file (CAR-FILE-RESERVATION, indexed,
      *          keyed on CAR-VIN + start date + a same-day sequence
      *          number) so branches stop double-booking cars out of
      *          a spreadsheet.  (S)EARCH takes a minimum towing
      *          capacity, an engine type from ENGTAB, a branch (each
      *          blank = any), and a from/to date range, and lists the
      *          active cars on CAR-FILE-MASTER that match and are
      *          free for the whole period.  The branch is the one
      *          whose flat file (named in CAR-FILE-BRANCHES) holds
      *          the VIN.  (B)OOK reserves a free active car for the
      *          period; (O) checks the car out on or after the start
      *          date, unless it is still out on another booking; (I)
      *          checks it back in; (C)ANCEL releases a
      *          booking that has not been checked out; (L)IST shows
      *          a car's bookings.  A car is busy from the start date
      *          of each booking that is not cancelled until its end
      *          date, or until it is checked in once it has gone out
      *          (an overdue car stays busy until it comes back).
      *          Sign-ons are verified against CAR-FILE-OPERATORS and
      *          authority levels are checked as CAR-MAINT does (book,
      *          check-out, check-in 1, cancel 2, denials logged as
      *          DENY-x), and every booking movement is logged to
      *          CAR-FILE-HISTORY (actions RSVBKG, RSVOUT, RSVIN,
      *          RSVCAN, the VIN in the key column, the booking in
      *          the before/after images).  The reservation file is
      *          created on first use.  CAR-POOL-UTILIZATION reports
      *          days booked against days available by month.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-POOL-RESERVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-FILE-RESERVATION
               ASSIGN TO
            "..\CAR-FILE-RESERVATION.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RV-KEY
                FILE STATUS IS WS-RESERVATION-STATUS.
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
           SELECT OPTIONAL CAR-FILE-HISTORY
               ASSIGN TO
            "..\CAR-FILE-HISTORY.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   CAR-FILE-OPERATORS
               ASSIGN TO
            "..\CAR-FILE-OPERATORS.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATORS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-RESERVATION.
           COPY RSVREC.

       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-OPERATORS.
       01 OPERATOR-RECORD.
           05 OP-ID                    PIC X(8).
           05 OP-NAME                  PIC X(30).
           05 OP-AUTH-LEVEL            PIC 9(1).

       WORKING-STORAGE SECTION.
           COPY ENGTAB.

       01  CONTROL-FIELDS.
           05 WS-RESERVATION-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-RESERVATION-OPEN  PIC X(1) VALUE 'N'.
           05 WS-MASTER-OPEN       PIC X(1) VALUE 'N'.
           05 WS-MORE-TRANSACTIONS PIC X(1) VALUE 'Y'.
           05 WS-TRANSACTION-CODE  PIC X(1).
           05 WS-TRANS-OK          PIC X(1).
           05 WS-TRANS-REASON      PIC X(40).
           05 WS-RECORD-FOUND      PIC X(1).
           05 WS-ENTRY-WRITTEN     PIC X(1).
           05 WS-LIST-EOF          PIC X(1).
           05 WS-LIST-COUNT        PIC 9(4).
           05 WS-MASTER-EOF        PIC X(1).
           05 WS-BOOKING-EOF       PIC X(1).

       01  OPERATOR-FIELDS.
           05 WS-OPERATORS-STATUS  PIC XX.
           05 WS-OPERATORS-EOF     PIC X(1).
           05 WS-OPERATOR-OK       PIC X(1).
           05 WS-OPERATOR-LEVEL    PIC 9(1) VALUE 0.
           05 WS-AUTH-OK           PIC X(1).
           05 WS-CHECK-ACTION      PIC X(1).
           05 WS-OPERATOR-NAME     PIC X(30).
           05 WS-OPERATOR-COUNT    PIC 9(3) VALUE 0.
           05 OPERATOR-ENTRY
                   OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-OPERATOR-COUNT
                   INDEXED BY OP-IDX.
               10 WS-OP-ID           PIC X(8).
               10 WS-OP-NAME         PIC X(30).
               10 WS-OP-LEVEL        PIC 9(1).

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).
           05 WS-RECORD-BRANCH       PIC X(10).

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  WS-VIN-KEY              PIC X(17).

       01  WS-PERIOD-FIELDS.
           05 WS-FROM-DATE         PIC X(8).
           05 WS-FROM-DATE-NUM     REDEFINES WS-FROM-DATE
                                   PIC 9(8).
           05 WS-TO-DATE           PIC X(8).
           05 WS-TO-DATE-NUM       REDEFINES WS-TO-DATE
                                   PIC 9(8).
           05 WS-START-KEY         PIC X(8).
           05 WS-START-KEY-NUM     REDEFINES WS-START-KEY
                                   PIC 9(8).
           05 WS-SAVE-RV-KEY       PIC X(27).
           05 WS-SEQ-KEY           PIC X(2).
           05 WS-SEQ-KEY-NUM       REDEFINES WS-SEQ-KEY
                                   PIC 9(2).
           05 WS-TODAY             PIC 9(8).

       01  WS-SEARCH-FIELDS.
           05 WS-SR-MIN-TOWING     PIC X(8).
           05 WS-SR-MIN-TOWING-NUM REDEFINES WS-SR-MIN-TOWING
                                   PIC 9(8).
           05 WS-SR-ENGINE         PIC X(20).
           05 WS-SR-BRANCH         PIC X(10).
           05 WS-SR-MATCH-COUNT    PIC 9(5).

       01  WS-BOOKING-FIELDS.
           05 WS-NEW-RESERVED-FOR  PIC X(30).
           05 WS-NEW-PURPOSE       PIC X(30).

       01  WS-AVAILABILITY-FIELDS.
           05 WS-CHK-VIN           PIC X(17).
           05 WS-CHK-FROM          PIC 9(8).
           05 WS-CHK-TO            PIC 9(8).
           05 WS-CAR-FREE          PIC X(1).
           05 WS-CLASH-START       PIC 9(8).
           05 WS-CLASH-END         PIC 9(8).
           05 WS-EFFECTIVE-END     PIC 9(8).

       01  WS-DATE-CHECK-FIELDS.
           05 WS-CHECK-DATE        PIC X(8).
           05 WS-CHECK-DATE-PARTS  REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YEAR    PIC 9(4).
               10 WS-CHECK-MM      PIC 9(2).
               10 WS-CHECK-DD      PIC 9(2).
           05 WS-CHECK-DATE-NUM    REDEFINES WS-CHECK-DATE
                                   PIC 9(8).
           05 WS-DATE-OK           PIC X(1).

       01  WS-AVAILABLE-LINE.
           05 WS-AL-VIN            PIC X(17).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-AL-MODEL          PIC X(15).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-AL-ENGINE         PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-AL-TOWING         PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-AL-BRANCH         PIC X(10).

       01  WS-LIST-LINE.
           05 WS-LL-START          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-SEQ            PIC 99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-END            PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-STATUS         PIC X(11).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-BRANCH         PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-RESERVED-FOR   PIC X(30).

       01  AUDIT-FIELDS.
           05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 WS-AUDIT-ACTION       PIC X(6).
           05 WS-AUDIT-DATE         PIC 9(8).
           05 WS-AUDIT-TIME         PIC 9(8).
           05 WS-BEFORE-IMAGE       PIC X(163) VALUE SPACES.
           05 WS-AFTER-IMAGE        PIC X(163) VALUE SPACES.

           COPY HISTREC.

       PROCEDURE DIVISION.
       100-CAR-POOL-RESERVE.
           PERFORM 230-LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "CAR-FILE-OPERATORS IS MISSING OR EMPTY - "
                   "RESERVATIONS REFUSED"
           ELSE
               PERFORM 220-ACCEPT-OPERATOR-ID
               PERFORM 240-VERIFY-OPERATOR
               IF WS-OPERATOR-OK NOT = 'Y'
                   DISPLAY "OPERATOR NOT ON FILE - "
                       "SIGN-ON REFUSED: " WS-OPERATOR-ID
                   MOVE "DENIED" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE SPACES TO RV-VIN
                   PERFORM 700-WRITE-HISTORY-RECORD
               ELSE
                   DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
                   PERFORM 260-LOAD-BRANCH-FILES
                   PERFORM 301-OPEN-RESERVATION-FILES
                   IF WS-RESERVATION-OPEN = 'Y'
                           AND WS-MASTER-OPEN = 'Y'
                       PERFORM 200-PROCESS-ONE-TRANSACTION
                           UNTIL WS-MORE-TRANSACTIONS NOT = 'Y'
                   END-IF
                   PERFORM 303-CLOSE-RESERVATION-FILES
               END-IF
           END-IF.
           STOP RUN.

       200-PROCESS-ONE-TRANSACTION.
           PERFORM 210-ACCEPT-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN 'B'
               WHEN 'O'
               WHEN 'I'
               WHEN 'C'
                   MOVE WS-TRANSACTION-CODE TO WS-CHECK-ACTION
                   MOVE SPACES TO RV-VIN
                   PERFORM 250-CHECK-TRANSACTION-AUTHORITY
                   IF WS-AUTH-OK = 'Y'
                       EVALUATE WS-TRANSACTION-CODE
                           WHEN 'B'
                               PERFORM 500-BOOK-POOL-CAR
                           WHEN 'O'
                               PERFORM 550-CHECK-OUT-POOL-CAR
                           WHEN 'I'
                               PERFORM 560-CHECK-IN-POOL-CAR
                           WHEN 'C'
                               PERFORM 600-CANCEL-RESERVATION
                       END-EVALUATE
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR "
                           WS-TRANSACTION-CODE " TRANSACTIONS"
                   END-IF
               WHEN 'S'
                   PERFORM 400-SEARCH-POOL
               WHEN 'L'
                   PERFORM 650-LIST-RESERVATIONS
               WHEN 'X'
                   MOVE 'N' TO WS-MORE-TRANSACTIONS
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       210-ACCEPT-TRANSACTION-CODE.
           DISPLAY "(S)EARCH (B)OOK CHECK-(O)UT CHECK-(I)N (C)ANCEL "
               "(L)IST (X)EXIT: ".
           ACCEPT WS-TRANSACTION-CODE FROM CONSOLE.

       220-ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.

       230-LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE 'N' TO WS-OPERATORS-EOF.
           OPEN INPUT CAR-FILE-OPERATORS.
           IF WS-OPERATORS-STATUS = "00"
               PERFORM UNTIL WS-OPERATORS-EOF = 'Y'
                   READ CAR-FILE-OPERATORS
                       AT END
                           MOVE 'Y' TO WS-OPERATORS-EOF
                       NOT AT END
                           IF WS-OPERATOR-COUNT < 50
                               ADD 1 TO WS-OPERATOR-COUNT
                               MOVE OP-ID
                                   TO WS-OP-ID(WS-OPERATOR-COUNT)
                               MOVE OP-NAME
                                   TO WS-OP-NAME(WS-OPERATOR-COUNT)
                               IF OP-AUTH-LEVEL IS NUMERIC
                                   MOVE OP-AUTH-LEVEL TO
                                       WS-OP-LEVEL(WS-OPERATOR-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-OP-LEVEL(WS-OPERATOR-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "OPERATOR TABLE FULL, "
                                   "SKIPPING: " OP-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-OPERATORS
           END-IF.

       240-VERIFY-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK.
           MOVE 0 TO WS-OPERATOR-LEVEL.
           SET OP-IDX TO 1.
           SEARCH OPERATOR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OP-ID(OP-IDX) = WS-OPERATOR-ID
                   MOVE 'Y' TO WS-OPERATOR-OK
                   MOVE WS-OP-LEVEL(OP-IDX) TO WS-OPERATOR-LEVEL
                   MOVE WS-OP-NAME(OP-IDX) TO WS-OPERATOR-NAME
           END-SEARCH.

       250-CHECK-TRANSACTION-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK.
           IF WS-OPERATOR-LEVEL < 1
               MOVE 'N' TO WS-AUTH-OK
           END-IF.
           EVALUATE WS-CHECK-ACTION
               WHEN 'C'
                   IF WS-OPERATOR-LEVEL < 2
                       MOVE 'N' TO WS-AUTH-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-AUTH-OK = 'N'
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "DENY-" DELIMITED BY SIZE
                       WS-CHECK-ACTION DELIMITED BY SIZE
                   INTO WS-AUDIT-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 700-WRITE-HISTORY-RECORD
           END-IF.

       260-LOAD-BRANCH-FILES.
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
                           PERFORM 265-LOAD-ONE-BRANCH-FILE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-BRANCHES
           END-IF.

       265-LOAD-ONE-BRANCH-FILE.
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
                           PERFORM 270-STORE-VIN-BRANCH
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-IN
           END-IF.

       270-STORE-VIN-BRANCH.
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
                           "CARS SHOW UNDER UNKNOWN"
                   END-IF
               END-IF
           END-IF.

       280-RESOLVE-BRANCH-CODE.
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

       301-OPEN-RESERVATION-FILES.
           OPEN I-O CAR-FILE-RESERVATION.
           IF WS-RESERVATION-STATUS = "00"
                   OR WS-RESERVATION-STATUS = "05"
               MOVE 'Y' TO WS-RESERVATION-OPEN
           ELSE
               DISPLAY "CAR-FILE-RESERVATION COULD NOT BE OPENED, "
                   "STATUS: " WS-RESERVATION-STATUS
           END-IF.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
           END-IF.

       303-CLOSE-RESERVATION-FILES.
           IF WS-RESERVATION-OPEN = 'Y'
               CLOSE CAR-FILE-RESERVATION
           END-IF.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CAR-FILE-MASTER
           END-IF.

       350-READ-RESERVATION.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           DISPLAY "ENTER BOOKING START DATE (YYYYMMDD): ".
           ACCEPT WS-START-KEY FROM CONSOLE.
           DISPLAY "ENTER SEQUENCE NUMBER (BLANK = 01): ".
           MOVE SPACES TO WS-SEQ-KEY.
           ACCEPT WS-SEQ-KEY FROM CONSOLE.
           IF WS-SEQ-KEY = SPACES
               MOVE 1 TO WS-SEQ-KEY-NUM
           END-IF.
           MOVE 'N' TO WS-RECORD-FOUND.
           IF WS-START-KEY-NUM IS NOT NUMERIC
                   OR WS-SEQ-KEY-NUM IS NOT NUMERIC
               DISPLAY "START DATE AND SEQUENCE MUST BE NUMERIC"
           ELSE
               MOVE WS-VIN-KEY TO RV-VIN
               MOVE WS-START-KEY-NUM TO RV-START-DATE
               MOVE WS-SEQ-KEY-NUM TO RV-SEQ-NO
               READ CAR-FILE-RESERVATION
                   INVALID KEY
                       DISPLAY "NO BOOKING FOUND FOR: "
                           WS-VIN-KEY " " WS-START-KEY
                           " " WS-SEQ-KEY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-FOUND
               END-READ
           END-IF.

       400-SEARCH-POOL.
           PERFORM 410-ACCEPT-SEARCH-CRITERIA.
           IF WS-TRANS-OK NOT = 'Y'
               DISPLAY "SEARCH NOT RUN: " WS-TRANS-REASON
           ELSE
               MOVE 0 TO WS-SR-MATCH-COUNT
               MOVE 'N' TO WS-MASTER-EOF
               MOVE LOW-VALUES TO CAR-VIN OF CAR-RECORD-MASTER
               START CAR-FILE-MASTER
                   KEY IS NOT LESS THAN CAR-VIN OF CAR-RECORD-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-MASTER-EOF
               END-START
               DISPLAY "CARS FREE FROM " WS-FROM-DATE-NUM
                   " TO " WS-TO-DATE-NUM ":"
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ CAR-FILE-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           PERFORM 420-CHECK-ONE-POOL-CAR
                   END-READ
               END-PERFORM
               DISPLAY "CARS AVAILABLE: " WS-SR-MATCH-COUNT
           END-IF.

       410-ACCEPT-SEARCH-CRITERIA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-SR-MIN-TOWING.
           MOVE SPACES TO WS-SR-ENGINE.
           MOVE SPACES TO WS-SR-BRANCH.
           DISPLAY "ENTER MINIMUM TOWING CAPACITY (BLANK = ANY): ".
           ACCEPT WS-SR-MIN-TOWING FROM CONSOLE.
           DISPLAY "ENTER ENGINE TYPE (BLANK = ANY): ".
           ACCEPT WS-SR-ENGINE FROM CONSOLE.
           DISPLAY "ENTER BRANCH CODE (BLANK = ANY): ".
           ACCEPT WS-SR-BRANCH FROM CONSOLE.
           PERFORM 460-ACCEPT-BOOKING-PERIOD.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           IF WS-SR-MIN-TOWING = SPACES
               MOVE 0 TO WS-SR-MIN-TOWING-NUM
           ELSE
               IF WS-SR-MIN-TOWING-NUM IS NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "TOWING CAPACITY NOT NUMERIC"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-SR-ENGINE NOT = SPACES
               SET ENGTAB-IDX TO 1
               SEARCH VALID-ENGINE-TYPE
                   AT END
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "ENGINE TYPE NOT RECOGNIZED"
                           TO WS-TRANS-REASON
                   WHEN VALID-ENGINE-TYPE(ENGTAB-IDX) = WS-SR-ENGINE
                       CONTINUE
               END-SEARCH
           END-IF.
           IF WS-TRANS-OK = 'Y'
               PERFORM 475-VALIDATE-BOOKING-PERIOD
           END-IF.

       420-CHECK-ONE-POOL-CAR.
           IF CAR-ACTIVE OF CAR-RECORD-MASTER
                   AND TOWING-CAPACITY OF CAR-RECORD-MASTER
                       NOT < WS-SR-MIN-TOWING-NUM
                   AND (WS-SR-ENGINE = SPACES
                       OR ENGINE OF CAR-RECORD-MASTER = WS-SR-ENGINE)
               PERFORM 280-RESOLVE-BRANCH-CODE
               IF WS-SR-BRANCH = SPACES
                       OR WS-RECORD-BRANCH = WS-SR-BRANCH
                   MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-CHK-VIN
                   MOVE WS-FROM-DATE-NUM TO WS-CHK-FROM
                   MOVE WS-TO-DATE-NUM TO WS-CHK-TO
                   PERFORM 480-CHECK-AVAILABILITY
                   IF WS-CAR-FREE = 'Y'
                       ADD 1 TO WS-SR-MATCH-COUNT
                       MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-AL-VIN
                       MOVE CAR-MODEL OF CAR-RECORD-MASTER
                           TO WS-AL-MODEL
                       MOVE ENGINE OF CAR-RECORD-MASTER
                           TO WS-AL-ENGINE
                       MOVE TOWING-CAPACITY OF CAR-RECORD-MASTER
                           TO WS-AL-TOWING
                       MOVE WS-RECORD-BRANCH TO WS-AL-BRANCH
                       DISPLAY WS-AVAILABLE-LINE
                   END-IF
               END-IF
           END-IF.

       450-VALIDATE-POOL-VIN.
           MOVE WS-VIN-KEY TO CAR-VIN OF CAR-RECORD-MASTER.
           READ CAR-FILE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "VIN NOT ON CAR-FILE-MASTER" TO WS-TRANS-REASON
               NOT INVALID KEY
                   IF NOT CAR-ACTIVE OF CAR-RECORD-MASTER
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "CAR IS NOT ACTIVE" TO WS-TRANS-REASON
                   END-IF
           END-READ.

       460-ACCEPT-BOOKING-PERIOD.
           MOVE SPACES TO WS-FROM-DATE.
           MOVE SPACES TO WS-TO-DATE.
           DISPLAY "ENTER FROM DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT WS-FROM-DATE FROM CONSOLE.
           DISPLAY "ENTER TO DATE YYYYMMDD (BLANK = FROM DATE): ".
           ACCEPT WS-TO-DATE FROM CONSOLE.
           IF WS-FROM-DATE = SPACES
               MOVE WS-TODAY TO WS-FROM-DATE-NUM
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

       470-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHECK-YEAR > 1900
                       AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
                       AND WS-CHECK-DD > 0 AND WS-CHECK-DD < 32
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-CHECK-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       475-VALIDATE-BOOKING-PERIOD.
           MOVE WS-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 470-VALIDATE-DATE.
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'N' TO WS-TRANS-OK
               MOVE "FROM DATE NOT A DATE" TO WS-TRANS-REASON
           ELSE
               MOVE WS-TO-DATE TO WS-CHECK-DATE
               PERFORM 470-VALIDATE-DATE
               IF WS-DATE-OK NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "TO DATE NOT A DATE" TO WS-TRANS-REASON
               ELSE
                   IF WS-FROM-DATE-NUM < WS-TODAY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "FROM DATE IS IN THE PAST"
                           TO WS-TRANS-REASON
                   ELSE
                       IF WS-TO-DATE-NUM < WS-FROM-DATE-NUM
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "TO DATE BEFORE FROM DATE"
                               TO WS-TRANS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       480-CHECK-AVAILABILITY.
      *    Free means no live booking of the car overlaps WS-CHK-FROM
      *    through WS-CHK-TO.  The first clash found is left in
      *    WS-CLASH-START/WS-CLASH-END for the operator.
           MOVE 'Y' TO WS-CAR-FREE.
           MOVE 'N' TO WS-BOOKING-EOF.
           MOVE WS-CHK-VIN TO RV-VIN.
           MOVE 0 TO RV-START-DATE.
           MOVE 0 TO RV-SEQ-NO.
           START CAR-FILE-RESERVATION KEY IS NOT LESS THAN RV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-EOF
           END-START.
           PERFORM UNTIL WS-BOOKING-EOF = 'Y'
               READ CAR-FILE-RESERVATION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOKING-EOF
                   NOT AT END
                       IF RV-VIN NOT = WS-CHK-VIN
                               OR RV-START-DATE > WS-CHK-TO
                           MOVE 'Y' TO WS-BOOKING-EOF
                       ELSE
                           PERFORM 485-CHECK-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

       485-CHECK-ONE-BOOKING.
           IF NOT RV-CANCELLED
               PERFORM 490-SET-EFFECTIVE-END
               IF WS-EFFECTIVE-END NOT < WS-CHK-FROM
                   IF WS-CAR-FREE = 'Y'
                       MOVE RV-START-DATE TO WS-CLASH-START
                       MOVE WS-EFFECTIVE-END TO WS-CLASH-END
                   END-IF
                   MOVE 'N' TO WS-CAR-FREE
                   MOVE 'Y' TO WS-BOOKING-EOF
               END-IF
           END-IF.

       490-SET-EFFECTIVE-END.
      *    A returned car is free again from the day after check-in;
      *    a car still out past its end date is busy until it is
      *    checked in, however far ahead a booking is asked for.
           EVALUATE TRUE
               WHEN RV-RETURNED
                   MOVE RV-CHECKIN-DATE TO WS-EFFECTIVE-END
               WHEN RV-CHECKED-OUT
                   MOVE RV-END-DATE TO WS-EFFECTIVE-END
                   IF WS-TODAY > RV-END-DATE
                       MOVE 99999999 TO WS-EFFECTIVE-END
                   END-IF
               WHEN OTHER
                   MOVE RV-END-DATE TO WS-EFFECTIVE-END
           END-EVALUATE.

       500-BOOK-POOL-CAR.
           PERFORM 510-ACCEPT-BOOKING.
           IF WS-TRANS-OK NOT = 'Y'
               DISPLAY "CAR NOT BOOKED: " WS-TRANS-REASON
           ELSE
               MOVE 'N' TO WS-ENTRY-WRITTEN
               MOVE 0 TO RV-SEQ-NO
               PERFORM 520-WRITE-NEXT-SEQUENCE
                   UNTIL WS-ENTRY-WRITTEN = 'Y'
                       OR RV-SEQ-NO = 99
               IF WS-ENTRY-WRITTEN = 'Y'
                   DISPLAY "CAR BOOKED: " RV-VIN " "
                       RV-START-DATE " " RV-SEQ-NO
                       " TO " RV-END-DATE " AT " RV-BRANCH-CODE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE RESERVATION-RECORD-MASTER TO WS-AFTER-IMAGE
                   MOVE "RSVBKG" TO WS-AUDIT-ACTION
                   PERFORM 700-WRITE-HISTORY-RECORD
               ELSE
                   DISPLAY "CAR NOT BOOKED: NO FREE "
                       "SEQUENCE FOR THIS START DATE"
               END-IF
           END-IF.

       510-ACCEPT-BOOKING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-NEW-RESERVED-FOR.
           MOVE SPACES TO WS-NEW-PURPOSE.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           PERFORM 460-ACCEPT-BOOKING-PERIOD.
           DISPLAY "ENTER RESERVED FOR (NAME OR JOB): ".
           ACCEPT WS-NEW-RESERVED-FOR FROM CONSOLE.
           DISPLAY "ENTER PURPOSE: ".
           ACCEPT WS-NEW-PURPOSE FROM CONSOLE.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           PERFORM 450-VALIDATE-POOL-VIN.
           IF WS-TRANS-OK = 'Y'
               PERFORM 475-VALIDATE-BOOKING-PERIOD
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-NEW-RESERVED-FOR = SPACES
               MOVE 'N' TO WS-TRANS-OK
               MOVE "RESERVED FOR IS BLANK" TO WS-TRANS-REASON
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE WS-VIN-KEY TO WS-CHK-VIN
               MOVE WS-FROM-DATE-NUM TO WS-CHK-FROM
               MOVE WS-TO-DATE-NUM TO WS-CHK-TO
               PERFORM 480-CHECK-AVAILABILITY
               IF WS-CAR-FREE NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "CAR ALREADY BOOKED" TO WS-TRANS-REASON
                   DISPLAY "CLASHING BOOKING: " WS-CLASH-START
                       " TO " WS-CLASH-END
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               PERFORM 280-RESOLVE-BRANCH-CODE
               MOVE SPACES TO RESERVATION-RECORD-MASTER
               MOVE WS-VIN-KEY TO RV-VIN
               MOVE WS-FROM-DATE-NUM TO RV-START-DATE
               MOVE WS-TO-DATE-NUM TO RV-END-DATE
               MOVE WS-RECORD-BRANCH TO RV-BRANCH-CODE
               SET RV-BOOKED TO TRUE
               MOVE WS-NEW-RESERVED-FOR TO RV-RESERVED-FOR
               MOVE WS-NEW-PURPOSE TO RV-PURPOSE
               MOVE WS-OPERATOR-ID TO RV-BOOKED-BY
               MOVE WS-TODAY TO RV-BOOKED-DATE
               MOVE 0 TO RV-CHECKOUT-DATE
               MOVE 0 TO RV-CHECKIN-DATE
           END-IF.

       520-WRITE-NEXT-SEQUENCE.
           ADD 1 TO RV-SEQ-NO.
           WRITE RESERVATION-RECORD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-WRITTEN
           END-WRITE.

       550-CHECK-OUT-POOL-CAR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 350-READ-RESERVATION.
           IF WS-RECORD-FOUND = 'Y'
               MOVE RESERVATION-RECORD-MASTER TO WS-BEFORE-IMAGE
               MOVE 'Y' TO WS-TRANS-OK
               MOVE SPACES TO WS-TRANS-REASON
               EVALUATE TRUE
                   WHEN NOT RV-BOOKED
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "BOOKING IS NOT OPEN" TO WS-TRANS-REASON
                   WHEN WS-TODAY < RV-START-DATE
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "BOOKING HAS NOT STARTED"
                           TO WS-TRANS-REASON
                   WHEN WS-TODAY > RV-END-DATE
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "BOOKING HAS ENDED" TO WS-TRANS-REASON
                   WHEN OTHER
                       PERFORM 450-VALIDATE-POOL-VIN
               END-EVALUATE
               IF WS-TRANS-OK = 'Y'
                   PERFORM 555-CHECK-CAR-NOT-OUT
               END-IF
               IF WS-TRANS-OK NOT = 'Y'
                   DISPLAY "CAR NOT CHECKED OUT: " WS-TRANS-REASON
               ELSE
                   SET RV-CHECKED-OUT TO TRUE
                   MOVE WS-OPERATOR-ID TO RV-CHECKOUT-BY
                   MOVE WS-TODAY TO RV-CHECKOUT-DATE
                   MOVE "RSVOUT" TO WS-AUDIT-ACTION
                   PERFORM 580-REWRITE-RESERVATION
               END-IF
           END-IF.

       555-CHECK-CAR-NOT-OUT.
      *    The car cannot go out on this booking while it is still
      *    out on another one.  The booking is read back afterwards
      *    because the scan moves through the car's other bookings.
           MOVE RV-KEY TO WS-SAVE-RV-KEY.
           MOVE 'N' TO WS-BOOKING-EOF.
           MOVE 0 TO RV-START-DATE.
           MOVE 0 TO RV-SEQ-NO.
           START CAR-FILE-RESERVATION KEY IS NOT LESS THAN RV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-EOF
           END-START.
           PERFORM UNTIL WS-BOOKING-EOF = 'Y'
               READ CAR-FILE-RESERVATION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOKING-EOF
                   NOT AT END
                       IF RV-VIN NOT = WS-VIN-KEY
                           MOVE 'Y' TO WS-BOOKING-EOF
                       ELSE
                           IF RV-CHECKED-OUT
                                   AND RV-KEY NOT = WS-SAVE-RV-KEY
                               MOVE 'N' TO WS-TRANS-OK
                               MOVE
                                   "CAR IS STILL OUT ON ANOTHER BOOKING"
                                   TO WS-TRANS-REASON
                               DISPLAY "OUT SINCE " RV-CHECKOUT-DATE
                                   " ON BOOKING " RV-START-DATE
                                   " " RV-SEQ-NO
                               MOVE 'Y' TO WS-BOOKING-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SAVE-RV-KEY TO RV-KEY.
           READ CAR-FILE-RESERVATION
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "BOOKING COULD NOT BE REREAD" TO WS-TRANS-REASON
           END-READ.

       560-CHECK-IN-POOL-CAR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 350-READ-RESERVATION.
           IF WS-RECORD-FOUND = 'Y'
               MOVE RESERVATION-RECORD-MASTER TO WS-BEFORE-IMAGE
               IF NOT RV-CHECKED-OUT
                   DISPLAY "CAR NOT CHECKED IN: "
                       "BOOKING IS NOT CHECKED OUT"
               ELSE
                   IF WS-TODAY > RV-END-DATE
                       DISPLAY "CAR RETURNED LATE - DUE BACK "
                           RV-END-DATE
                   END-IF
                   SET RV-RETURNED TO TRUE
                   MOVE WS-OPERATOR-ID TO RV-CHECKIN-BY
                   MOVE WS-TODAY TO RV-CHECKIN-DATE
                   MOVE "RSVIN" TO WS-AUDIT-ACTION
                   PERFORM 580-REWRITE-RESERVATION
               END-IF
           END-IF.

       580-REWRITE-RESERVATION.
           REWRITE RESERVATION-RECORD-MASTER
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR: " RV-VIN
                       " " RV-START-DATE " " RV-SEQ-NO
               NOT INVALID KEY
                   MOVE RESERVATION-RECORD-MASTER TO WS-AFTER-IMAGE
                   PERFORM 700-WRITE-HISTORY-RECORD
                   DISPLAY "BOOKING UPDATED: " RV-VIN " "
                       RV-START-DATE " " RV-SEQ-NO " " RV-STATUS
           END-REWRITE.

       600-CANCEL-RESERVATION.
           PERFORM 350-READ-RESERVATION.
           IF WS-RECORD-FOUND = 'Y'
               MOVE RESERVATION-RECORD-MASTER TO WS-BEFORE-IMAGE
               IF NOT RV-BOOKED
                   DISPLAY "BOOKING NOT CANCELLED: ONLY A BOOKING "
                       "NOT YET CHECKED OUT CAN BE CANCELLED"
               ELSE
                   SET RV-CANCELLED TO TRUE
                   MOVE "RSVCAN" TO WS-AUDIT-ACTION
                   PERFORM 580-REWRITE-RESERVATION
               END-IF
           END-IF.

       650-LIST-RESERVATIONS.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-VIN-KEY TO RV-VIN.
           MOVE 0 TO RV-START-DATE.
           MOVE 0 TO RV-SEQ-NO.
           START CAR-FILE-RESERVATION KEY IS NOT LESS THAN RV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ CAR-FILE-RESERVATION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF RV-VIN NOT = WS-VIN-KEY
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 660-FORMAT-LIST-LINE
                           DISPLAY WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "BOOKINGS FOR " WS-VIN-KEY ": " WS-LIST-COUNT.

       660-FORMAT-LIST-LINE.
           MOVE RV-START-DATE TO WS-LL-START.
           MOVE RV-SEQ-NO TO WS-LL-SEQ.
           MOVE RV-END-DATE TO WS-LL-END.
           EVALUATE TRUE
               WHEN RV-BOOKED
                   MOVE "BOOKED" TO WS-LL-STATUS
               WHEN RV-CHECKED-OUT
                   MOVE "CHECKED OUT" TO WS-LL-STATUS
               WHEN RV-RETURNED
                   MOVE "RETURNED" TO WS-LL-STATUS
               WHEN RV-CANCELLED
                   MOVE "CANCELLED" TO WS-LL-STATUS
               WHEN OTHER
                   MOVE RV-STATUS TO WS-LL-STATUS
           END-EVALUATE.
           MOVE RV-BRANCH-CODE TO WS-LL-BRANCH.
           MOVE RV-RESERVED-FOR TO WS-LL-RESERVED-FOR.

       700-WRITE-HISTORY-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-HIST-DATE.
           MOVE WS-AUDIT-TIME TO WS-HIST-TIME.
           MOVE WS-OPERATOR-ID TO WS-HIST-OPERATOR.
           MOVE WS-AUDIT-ACTION TO WS-HIST-ACTION.
           MOVE RV-VIN TO WS-HIST-VIN.
           MOVE WS-BEFORE-IMAGE TO WS-HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO WS-HIST-AFTER.
           OPEN EXTEND CAR-FILE-HISTORY.
           WRITE HISTORY-RECORD FROM WS-HISTORY-LINE.
           CLOSE CAR-FILE-HISTORY.

       END PROGRAM CAR-POOL-RESERVE.
