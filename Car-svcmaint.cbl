      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add, change, delete, and list entries on the car
      *          service history file (CAR-FILE-SERVICE, indexed,
      *          keyed on CAR-VIN + service date + a same-day sequence
      *          number) so every oil change, inspection, and repair
      *          is on file instead of on paper at the branches.
      *          Each entry carries the service type (OIL, INSPECTION,
      *          REPAIR, TIRES, BRAKES, OTHER), cost, vendor, and a
      *          short description.  A service can only be logged
      *          against a VIN that is active on CAR-FILE-MASTER and
      *          cannot be dated in the future.  Sign-ons are verified
      *          against CAR-FILE-OPERATORS and authority levels are
      *          checked exactly as CAR-MAINT does (add 1, change 2,
      *          delete 3, denials logged as DENY-x), and every
      *          add/change/delete is logged to CAR-FILE-HISTORY
      *          (actions SVCADD, SVCCHG, SVCDEL, the VIN in the key
      *          column, the service entry in the before/after
      *          images).  The service file is created on first use.
      *          CAR-SERVICE-DUE reports the cars past their interval.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-SERVICE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-FILE-SERVICE
               ASSIGN TO
            "..\CAR-FILE-SERVICE.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SV-KEY
                FILE STATUS IS WS-SERVICE-STATUS.
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
       FD CAR-FILE-SERVICE.
           COPY SVCREC.

       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-OPERATORS.
       01 OPERATOR-RECORD.
           05 OP-ID                    PIC X(8).
           05 OP-NAME                  PIC X(30).
           05 OP-AUTH-LEVEL            PIC 9(1).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-SERVICE-STATUS    PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-SERVICE-OPEN      PIC X(1) VALUE 'N'.
           05 WS-MASTER-OPEN       PIC X(1) VALUE 'N'.
           05 WS-MORE-TRANSACTIONS PIC X(1) VALUE 'Y'.
           05 WS-TRANSACTION-CODE  PIC X(1).
           05 WS-TRANS-OK          PIC X(1).
           05 WS-TRANS-REASON      PIC X(30).
           05 WS-RECORD-FOUND      PIC X(1).
           05 WS-ENTRY-WRITTEN     PIC X(1).
           05 WS-LIST-EOF          PIC X(1).
           05 WS-LIST-COUNT        PIC 9(4).

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

       01  WS-VIN-KEY              PIC X(17).

       01  WS-ENTRY-FIELDS.
           05 WS-NEW-SERVICE-DATE  PIC X(8).
           05 WS-NEW-SERVICE-DATE-NUM REDEFINES WS-NEW-SERVICE-DATE
                                   PIC 9(8).
           05 WS-NEW-SEQ-NO        PIC X(2).
           05 WS-NEW-SEQ-NO-NUM    REDEFINES WS-NEW-SEQ-NO
                                   PIC 9(2).
           05 WS-NEW-TYPE          PIC X(10).
           05 WS-NEW-COST          PIC X(9).
           05 WS-NEW-COST-NUM      REDEFINES WS-NEW-COST
                                   PIC 9(7)V99.
           05 WS-NEW-VENDOR        PIC X(30).
           05 WS-NEW-DESCRIPTION   PIC X(30).
           05 WS-TODAY             PIC 9(8).

       01  WS-LIST-LINE.
           05 WS-LL-DATE           PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-SEQ            PIC 99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-TYPE           PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-COST           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LL-VENDOR         PIC X(30).

       01  AUDIT-FIELDS.
           05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 WS-AUDIT-ACTION       PIC X(6).
           05 WS-AUDIT-DATE         PIC 9(8).
           05 WS-AUDIT-TIME         PIC 9(8).
           05 WS-BEFORE-IMAGE       PIC X(163) VALUE SPACES.
           05 WS-AFTER-IMAGE        PIC X(163) VALUE SPACES.

           COPY HISTREC.

       PROCEDURE DIVISION.
       100-CAR-SERVICE-MAINT.
           PERFORM 230-LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "CAR-FILE-OPERATORS IS MISSING OR EMPTY - "
                   "MAINTENANCE REFUSED"
           ELSE
               PERFORM 220-ACCEPT-OPERATOR-ID
               PERFORM 240-VERIFY-OPERATOR
               IF WS-OPERATOR-OK NOT = 'Y'
                   DISPLAY "OPERATOR NOT ON FILE - "
                       "SIGN-ON REFUSED: " WS-OPERATOR-ID
                   MOVE "DENIED" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE SPACES TO SV-VIN
                   PERFORM 700-WRITE-HISTORY-RECORD
               ELSE
                   DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
                   PERFORM 301-OPEN-SERVICE-FILES
                   IF WS-SERVICE-OPEN = 'Y' AND WS-MASTER-OPEN = 'Y'
                       PERFORM 200-PROCESS-ONE-TRANSACTION
                           UNTIL WS-MORE-TRANSACTIONS NOT = 'Y'
                   END-IF
                   PERFORM 303-CLOSE-SERVICE-FILES
               END-IF
           END-IF.
           STOP RUN.

       200-PROCESS-ONE-TRANSACTION.
           PERFORM 210-ACCEPT-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN 'A'
               WHEN 'C'
               WHEN 'D'
                   MOVE WS-TRANSACTION-CODE TO WS-CHECK-ACTION
                   MOVE SPACES TO SV-VIN
                   PERFORM 250-CHECK-TRANSACTION-AUTHORITY
                   IF WS-AUTH-OK = 'Y'
                       EVALUATE WS-TRANSACTION-CODE
                           WHEN 'A'
                               PERFORM 400-ADD-SERVICE-ENTRY
                           WHEN 'C'
                               PERFORM 500-CHANGE-SERVICE-ENTRY
                           WHEN 'D'
                               PERFORM 600-DELETE-SERVICE-ENTRY
                       END-EVALUATE
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR "
                           WS-TRANSACTION-CODE " TRANSACTIONS"
                   END-IF
               WHEN 'L'
                   PERFORM 650-LIST-SERVICE-HISTORY
               WHEN 'X'
                   MOVE 'N' TO WS-MORE-TRANSACTIONS
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       210-ACCEPT-TRANSACTION-CODE.
           DISPLAY "(A)DD (C)HANGE (D)ELETE (L)IST (X)EXIT: ".
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
               WHEN 'D'
                   IF WS-OPERATOR-LEVEL < 3
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

       301-OPEN-SERVICE-FILES.
           OPEN I-O CAR-FILE-SERVICE.
           IF WS-SERVICE-STATUS = "00" OR WS-SERVICE-STATUS = "05"
               MOVE 'Y' TO WS-SERVICE-OPEN
           ELSE
               DISPLAY "CAR-FILE-SERVICE COULD NOT BE OPENED, "
                   "STATUS: " WS-SERVICE-STATUS
           END-IF.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
           END-IF.

       303-CLOSE-SERVICE-FILES.
           IF WS-SERVICE-OPEN = 'Y'
               CLOSE CAR-FILE-SERVICE
           END-IF.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CAR-FILE-MASTER
           END-IF.

       350-READ-SERVICE-ENTRY.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           DISPLAY "ENTER SERVICE DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-SERVICE-DATE FROM CONSOLE.
           DISPLAY "ENTER SEQUENCE NUMBER (BLANK = 01): ".
           MOVE SPACES TO WS-NEW-SEQ-NO.
           ACCEPT WS-NEW-SEQ-NO FROM CONSOLE.
           IF WS-NEW-SEQ-NO = SPACES
               MOVE 1 TO WS-NEW-SEQ-NO-NUM
           END-IF.
           MOVE 'N' TO WS-RECORD-FOUND.
           IF WS-NEW-SERVICE-DATE-NUM IS NOT NUMERIC
                   OR WS-NEW-SEQ-NO-NUM IS NOT NUMERIC
               DISPLAY "SERVICE DATE AND SEQUENCE MUST BE NUMERIC"
           ELSE
               MOVE WS-VIN-KEY TO SV-VIN
               MOVE WS-NEW-SERVICE-DATE-NUM TO SV-SERVICE-DATE
               MOVE WS-NEW-SEQ-NO-NUM TO SV-SEQ-NO
               READ CAR-FILE-SERVICE
                   INVALID KEY
                       DISPLAY "NO SERVICE ENTRY FOUND FOR: "
                           WS-VIN-KEY " " WS-NEW-SERVICE-DATE
                           " " WS-NEW-SEQ-NO
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-FOUND
               END-READ
           END-IF.

       400-ADD-SERVICE-ENTRY.
           PERFORM 410-ACCEPT-NEW-SERVICE-DATA.
           IF WS-TRANS-OK NOT = 'Y'
               DISPLAY "SERVICE ENTRY NOT ADDED: " WS-TRANS-REASON
           ELSE
               MOVE 'N' TO WS-ENTRY-WRITTEN
               MOVE 0 TO SV-SEQ-NO
               PERFORM 420-WRITE-NEXT-SEQUENCE
                   UNTIL WS-ENTRY-WRITTEN = 'Y'
                       OR SV-SEQ-NO = 99
               IF WS-ENTRY-WRITTEN = 'Y'
                   DISPLAY "SERVICE ENTRY ADDED: " SV-VIN " "
                       SV-SERVICE-DATE " " SV-SEQ-NO
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SERVICE-RECORD-MASTER TO WS-AFTER-IMAGE
                   MOVE "SVCADD" TO WS-AUDIT-ACTION
                   PERFORM 700-WRITE-HISTORY-RECORD
               ELSE
                   DISPLAY "SERVICE ENTRY NOT ADDED: NO FREE "
                       "SEQUENCE FOR THIS DATE"
               END-IF
           END-IF.

       410-ACCEPT-NEW-SERVICE-DATA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-NEW-SERVICE-DATE.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           DISPLAY "ENTER SERVICE DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT WS-NEW-SERVICE-DATE FROM CONSOLE.
           DISPLAY "ENTER SERVICE TYPE (OIL INSPECTION REPAIR TIRES "
               "BRAKES OTHER): ".
           ACCEPT WS-NEW-TYPE FROM CONSOLE.
           DISPLAY "ENTER COST (9(7)V99): ".
           ACCEPT WS-NEW-COST FROM CONSOLE.
           DISPLAY "ENTER VENDOR: ".
           ACCEPT WS-NEW-VENDOR FROM CONSOLE.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-NEW-DESCRIPTION FROM CONSOLE.
           IF WS-NEW-SERVICE-DATE = SPACES
               MOVE WS-TODAY TO WS-NEW-SERVICE-DATE-NUM
           END-IF.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           PERFORM 450-VALIDATE-SERVICE-VIN.
           IF WS-TRANS-OK = 'Y'
               PERFORM 460-VALIDATE-SERVICE-FIELDS
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE WS-VIN-KEY TO SV-VIN
               MOVE WS-NEW-SERVICE-DATE-NUM TO SV-SERVICE-DATE
               MOVE WS-NEW-TYPE TO SV-SERVICE-TYPE
               MOVE WS-NEW-COST-NUM TO SV-COST
               MOVE WS-NEW-VENDOR TO SV-VENDOR
               MOVE WS-NEW-DESCRIPTION TO SV-DESCRIPTION
               MOVE WS-OPERATOR-ID TO SV-ENTERED-BY
               MOVE WS-TODAY TO SV-ENTERED-DATE
           END-IF.

       420-WRITE-NEXT-SEQUENCE.
           ADD 1 TO SV-SEQ-NO.
           WRITE SERVICE-RECORD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-WRITTEN
           END-WRITE.

       450-VALIDATE-SERVICE-VIN.
           MOVE WS-VIN-KEY TO CAR-VIN OF CAR-RECORD-MASTER.
           READ CAR-FILE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "VIN NOT ON CAR-FILE-MASTER" TO WS-TRANS-REASON
               NOT INVALID KEY
                   IF NOT CAR-ACTIVE
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "CAR IS NOT ACTIVE" TO WS-TRANS-REASON
                   END-IF
           END-READ.

       460-VALIDATE-SERVICE-FIELDS.
           MOVE WS-NEW-TYPE TO SV-SERVICE-TYPE.
           IF WS-NEW-SERVICE-DATE-NUM IS NOT NUMERIC
               MOVE 'N' TO WS-TRANS-OK
               MOVE "SERVICE DATE NOT NUMERIC" TO WS-TRANS-REASON
           ELSE
               IF WS-NEW-SERVICE-DATE-NUM > WS-TODAY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "SERVICE DATE IN THE FUTURE"
                       TO WS-TRANS-REASON
               ELSE
                   IF NOT SV-TYPE-VALID
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "SERVICE TYPE NOT RECOGNIZED"
                           TO WS-TRANS-REASON
                   ELSE
                       IF WS-NEW-COST IS NOT NUMERIC
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "COST NOT NUMERIC" TO WS-TRANS-REASON
                       ELSE
                           IF WS-NEW-VENDOR = SPACES
                               MOVE 'N' TO WS-TRANS-OK
                               MOVE "VENDOR IS BLANK"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       500-CHANGE-SERVICE-ENTRY.
           PERFORM 350-READ-SERVICE-ENTRY.
           IF WS-RECORD-FOUND = 'Y'
               MOVE SERVICE-RECORD-MASTER TO WS-BEFORE-IMAGE
               PERFORM 510-ACCEPT-CHANGED-FIELDS
               IF WS-TRANS-OK NOT = 'Y'
                   DISPLAY "SERVICE ENTRY NOT CHANGED: "
                       WS-TRANS-REASON
               ELSE
                   REWRITE SERVICE-RECORD-MASTER
                   MOVE SERVICE-RECORD-MASTER TO WS-AFTER-IMAGE
                   MOVE "SVCCHG" TO WS-AUDIT-ACTION
                   PERFORM 700-WRITE-HISTORY-RECORD
                   DISPLAY "SERVICE ENTRY CHANGED: " SV-VIN " "
                       SV-SERVICE-DATE " " SV-SEQ-NO
               END-IF
           END-IF.

       510-ACCEPT-CHANGED-FIELDS.
           MOVE SPACES TO WS-NEW-TYPE.
           MOVE SPACES TO WS-NEW-COST.
           MOVE SPACES TO WS-NEW-VENDOR.
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           DISPLAY "ENTER NEW SERVICE TYPE (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-TYPE FROM CONSOLE.
           DISPLAY "ENTER NEW COST (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-COST FROM CONSOLE.
           DISPLAY "ENTER NEW VENDOR (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-VENDOR FROM CONSOLE.
           DISPLAY "ENTER NEW DESCRIPTION (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-DESCRIPTION FROM CONSOLE.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           IF WS-NEW-COST NOT = SPACES AND WS-NEW-COST IS NOT NUMERIC
               MOVE 'N' TO WS-TRANS-OK
               MOVE "COST NOT NUMERIC" TO WS-TRANS-REASON
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-NEW-TYPE NOT = SPACES
               MOVE WS-NEW-TYPE TO SV-SERVICE-TYPE
               IF NOT SV-TYPE-VALID
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "SERVICE TYPE NOT RECOGNIZED"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-COST NOT = SPACES
                   MOVE WS-NEW-COST-NUM TO SV-COST
               END-IF
               IF WS-NEW-VENDOR NOT = SPACES
                   MOVE WS-NEW-VENDOR TO SV-VENDOR
               END-IF
               IF WS-NEW-DESCRIPTION NOT = SPACES
                   MOVE WS-NEW-DESCRIPTION TO SV-DESCRIPTION
               END-IF
           END-IF.

       600-DELETE-SERVICE-ENTRY.
           PERFORM 350-READ-SERVICE-ENTRY.
           IF WS-RECORD-FOUND = 'Y'
               MOVE SERVICE-RECORD-MASTER TO WS-BEFORE-IMAGE
               DELETE CAR-FILE-SERVICE
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR: " WS-VIN-KEY
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE "SVCDEL" TO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
                       DISPLAY "SERVICE ENTRY DELETED: " WS-VIN-KEY
               END-DELETE
           END-IF.

       650-LIST-SERVICE-HISTORY.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-VIN-KEY TO SV-VIN.
           MOVE 0 TO SV-SERVICE-DATE.
           MOVE 0 TO SV-SEQ-NO.
           START CAR-FILE-SERVICE KEY IS NOT LESS THAN SV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ CAR-FILE-SERVICE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF SV-VIN NOT = WS-VIN-KEY
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           MOVE SV-SERVICE-DATE TO WS-LL-DATE
                           MOVE SV-SEQ-NO TO WS-LL-SEQ
                           MOVE SV-SERVICE-TYPE TO WS-LL-TYPE
                           MOVE SV-COST TO WS-LL-COST
                           MOVE SV-VENDOR TO WS-LL-VENDOR
                           DISPLAY WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "SERVICE ENTRIES FOR " WS-VIN-KEY ": "
               WS-LIST-COUNT.

       700-WRITE-HISTORY-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-HIST-DATE.
           MOVE WS-AUDIT-TIME TO WS-HIST-TIME.
           MOVE WS-OPERATOR-ID TO WS-HIST-OPERATOR.
           MOVE WS-AUDIT-ACTION TO WS-HIST-ACTION.
           MOVE SV-VIN TO WS-HIST-VIN.
           MOVE WS-BEFORE-IMAGE TO WS-HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO WS-HIST-AFTER.
           OPEN EXTEND CAR-FILE-HISTORY.
           WRITE HISTORY-RECORD FROM WS-HISTORY-LINE.
           CLOSE CAR-FILE-HISTORY.

       END PROGRAM CAR-SERVICE-MAINT.
