      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add, change, renew, delete, and inquire on the car
      *          registration and insurance file (CAR-FILE-REGISTRATION,
      *          indexed, keyed on CAR-VIN) so plate and policy expiry
      *          dates are on file instead of in the glove box.  Each
      *          car carries its plate number and registration expiry
      *          and its insurance carrier, policy number, and policy
      *          expiry.  A registration can only be added for a VIN
      *          that is active on CAR-FILE-MASTER.  A renewal moves
      *          the registration and/or policy expiry forward (and
      *          can take a new policy number); a change corrects any
      *          field.  Expiry dates must be valid YYYYMMDD dates.
      *          Sign-ons are verified against CAR-FILE-OPERATORS and
      *          authority levels are checked exactly as CAR-MAINT does
      *          (add and renew 1, change 2, delete 3, denials logged
      *          as DENY-x), and every add/change/renew/delete is
      *          logged to CAR-FILE-HISTORY (actions REGADD, REGCHG,
      *          REGRNW, REGDEL, the VIN in the key column, the
      *          registration record in the before/after images).  The
      *          registration file is created on first use.
      *          CAR-RENEWAL-TICKLER reports what is coming due.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-REGISTRATION-MAINT.
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
       FD CAR-FILE-REGISTRATION.
           COPY REGREC.

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
           05 WS-REGISTRATION-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-REGISTRATION-OPEN PIC X(1) VALUE 'N'.
           05 WS-MASTER-OPEN       PIC X(1) VALUE 'N'.
           05 WS-MORE-TRANSACTIONS PIC X(1) VALUE 'Y'.
           05 WS-TRANSACTION-CODE  PIC X(1).
           05 WS-TRANS-OK          PIC X(1).
           05 WS-TRANS-REASON      PIC X(30).
           05 WS-RECORD-FOUND      PIC X(1).

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
           05 WS-NEW-PLATE         PIC X(10).
           05 WS-NEW-REG-EXPIRY    PIC X(8).
           05 WS-NEW-REG-EXPIRY-NUM REDEFINES WS-NEW-REG-EXPIRY
                                   PIC 9(8).
           05 WS-NEW-CARRIER       PIC X(30).
           05 WS-NEW-POLICY        PIC X(20).
           05 WS-NEW-POLICY-EXPIRY PIC X(8).
           05 WS-NEW-POLICY-EXPIRY-NUM REDEFINES WS-NEW-POLICY-EXPIRY
                                   PIC 9(8).
           05 WS-TODAY             PIC 9(8).

       01  WS-DATE-CHECK-FIELDS.
           05 WS-CHECK-DATE        PIC X(8).
           05 WS-CHECK-DATE-PARTS  REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YEAR    PIC 9(4).
               10 WS-CHECK-MM      PIC 9(2).
               10 WS-CHECK-DD      PIC 9(2).
           05 WS-CHECK-DATE-NUM    REDEFINES WS-CHECK-DATE
                                   PIC 9(8).
           05 WS-DATE-OK           PIC X(1).

       01  AUDIT-FIELDS.
           05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 WS-AUDIT-ACTION       PIC X(6).
           05 WS-AUDIT-DATE         PIC 9(8).
           05 WS-AUDIT-TIME         PIC 9(8).
           05 WS-BEFORE-IMAGE       PIC X(163) VALUE SPACES.
           05 WS-AFTER-IMAGE        PIC X(163) VALUE SPACES.

           COPY HISTREC.

       PROCEDURE DIVISION.
       100-CAR-REGISTRATION-MAINT.
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
                   MOVE SPACES TO RG-VIN
                   PERFORM 700-WRITE-HISTORY-RECORD
               ELSE
                   DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
                   PERFORM 301-OPEN-REGISTRATION-FILES
                   IF WS-REGISTRATION-OPEN = 'Y'
                           AND WS-MASTER-OPEN = 'Y'
                       PERFORM 200-PROCESS-ONE-TRANSACTION
                           UNTIL WS-MORE-TRANSACTIONS NOT = 'Y'
                   END-IF
                   PERFORM 303-CLOSE-REGISTRATION-FILES
               END-IF
           END-IF.
           STOP RUN.

       200-PROCESS-ONE-TRANSACTION.
           PERFORM 210-ACCEPT-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN 'A'
               WHEN 'C'
               WHEN 'R'
               WHEN 'D'
                   MOVE WS-TRANSACTION-CODE TO WS-CHECK-ACTION
                   MOVE SPACES TO RG-VIN
                   PERFORM 250-CHECK-TRANSACTION-AUTHORITY
                   IF WS-AUTH-OK = 'Y'
                       EVALUATE WS-TRANSACTION-CODE
                           WHEN 'A'
                               PERFORM 400-ADD-REGISTRATION
                           WHEN 'C'
                               PERFORM 500-CHANGE-REGISTRATION
                           WHEN 'R'
                               PERFORM 550-RENEW-REGISTRATION
                           WHEN 'D'
                               PERFORM 600-DELETE-REGISTRATION
                       END-EVALUATE
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR "
                           WS-TRANSACTION-CODE " TRANSACTIONS"
                   END-IF
               WHEN 'I'
                   PERFORM 650-INQUIRE-REGISTRATION
               WHEN 'X'
                   MOVE 'N' TO WS-MORE-TRANSACTIONS
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       210-ACCEPT-TRANSACTION-CODE.
           DISPLAY "(A)DD (C)HANGE (R)ENEW (D)ELETE (I)NQUIRE "
               "(X)EXIT: ".
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

       301-OPEN-REGISTRATION-FILES.
           OPEN I-O CAR-FILE-REGISTRATION.
           IF WS-REGISTRATION-STATUS = "00"
                   OR WS-REGISTRATION-STATUS = "05"
               MOVE 'Y' TO WS-REGISTRATION-OPEN
           ELSE
               DISPLAY "CAR-FILE-REGISTRATION COULD NOT BE OPENED, "
                   "STATUS: " WS-REGISTRATION-STATUS
           END-IF.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
           END-IF.

       303-CLOSE-REGISTRATION-FILES.
           IF WS-REGISTRATION-OPEN = 'Y'
               CLOSE CAR-FILE-REGISTRATION
           END-IF.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CAR-FILE-MASTER
           END-IF.

       350-READ-REGISTRATION.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE WS-VIN-KEY TO RG-VIN.
           READ CAR-FILE-REGISTRATION
               INVALID KEY
                   DISPLAY "NO REGISTRATION ON FILE FOR: " WS-VIN-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       400-ADD-REGISTRATION.
           PERFORM 410-ACCEPT-NEW-REGISTRATION.
           IF WS-TRANS-OK NOT = 'Y'
               DISPLAY "REGISTRATION NOT ADDED: " WS-TRANS-REASON
           ELSE
               WRITE REGISTRATION-RECORD-MASTER
                   INVALID KEY
                       DISPLAY "REGISTRATION ALREADY ON FILE FOR: "
                           RG-VIN " - USE (C)HANGE OR (R)ENEW"
                   NOT INVALID KEY
                       DISPLAY "REGISTRATION ADDED: " RG-VIN
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE REGISTRATION-RECORD-MASTER
                           TO WS-AFTER-IMAGE
                       MOVE "REGADD" TO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
               END-WRITE
           END-IF.

       410-ACCEPT-NEW-REGISTRATION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER CAR-VIN: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           DISPLAY "ENTER PLATE NUMBER: ".
           ACCEPT WS-NEW-PLATE FROM CONSOLE.
           DISPLAY "ENTER REGISTRATION EXPIRY YYYYMMDD: ".
           ACCEPT WS-NEW-REG-EXPIRY FROM CONSOLE.
           DISPLAY "ENTER INSURANCE CARRIER: ".
           ACCEPT WS-NEW-CARRIER FROM CONSOLE.
           DISPLAY "ENTER POLICY NUMBER: ".
           ACCEPT WS-NEW-POLICY FROM CONSOLE.
           DISPLAY "ENTER POLICY EXPIRY YYYYMMDD: ".
           ACCEPT WS-NEW-POLICY-EXPIRY FROM CONSOLE.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           PERFORM 450-VALIDATE-REGISTRATION-VIN.
           IF WS-TRANS-OK = 'Y'
               PERFORM 460-VALIDATE-REGISTRATION-FIELDS
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE WS-VIN-KEY TO RG-VIN
               MOVE WS-NEW-PLATE TO RG-PLATE-NUMBER
               MOVE WS-NEW-REG-EXPIRY-NUM TO RG-REG-EXPIRY
               MOVE WS-NEW-CARRIER TO RG-INS-CARRIER
               MOVE WS-NEW-POLICY TO RG-POLICY-NUMBER
               MOVE WS-NEW-POLICY-EXPIRY-NUM TO RG-POLICY-EXPIRY
               MOVE WS-OPERATOR-ID TO RG-UPDATED-BY
               MOVE WS-TODAY TO RG-UPDATED-DATE
           END-IF.

       450-VALIDATE-REGISTRATION-VIN.
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

       460-VALIDATE-REGISTRATION-FIELDS.
           IF WS-NEW-PLATE = SPACES
               MOVE 'N' TO WS-TRANS-OK
               MOVE "PLATE NUMBER IS BLANK" TO WS-TRANS-REASON
           ELSE
               MOVE WS-NEW-REG-EXPIRY TO WS-CHECK-DATE
               PERFORM 470-VALIDATE-EXPIRY-DATE
               IF WS-DATE-OK NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "REGISTRATION EXPIRY NOT A DATE"
                       TO WS-TRANS-REASON
               ELSE
                   IF WS-NEW-CARRIER = SPACES
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "INSURANCE CARRIER IS BLANK"
                           TO WS-TRANS-REASON
                   ELSE
                       IF WS-NEW-POLICY = SPACES
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "POLICY NUMBER IS BLANK"
                               TO WS-TRANS-REASON
                       ELSE
                           MOVE WS-NEW-POLICY-EXPIRY
                               TO WS-CHECK-DATE
                           PERFORM 470-VALIDATE-EXPIRY-DATE
                           IF WS-DATE-OK NOT = 'Y'
                               MOVE 'N' TO WS-TRANS-OK
                               MOVE "POLICY EXPIRY NOT A DATE"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       470-VALIDATE-EXPIRY-DATE.
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

       500-CHANGE-REGISTRATION.
           PERFORM 350-READ-REGISTRATION.
           IF WS-RECORD-FOUND = 'Y'
               MOVE REGISTRATION-RECORD-MASTER TO WS-BEFORE-IMAGE
               PERFORM 510-ACCEPT-CHANGED-FIELDS
               IF WS-TRANS-OK NOT = 'Y'
                   DISPLAY "REGISTRATION NOT CHANGED: "
                       WS-TRANS-REASON
               ELSE
                   MOVE "REGCHG" TO WS-AUDIT-ACTION
                   PERFORM 580-REWRITE-REGISTRATION
               END-IF
           END-IF.

       510-ACCEPT-CHANGED-FIELDS.
           MOVE SPACES TO WS-NEW-PLATE.
           MOVE SPACES TO WS-NEW-REG-EXPIRY.
           MOVE SPACES TO WS-NEW-CARRIER.
           MOVE SPACES TO WS-NEW-POLICY.
           MOVE SPACES TO WS-NEW-POLICY-EXPIRY.
           DISPLAY "ENTER NEW PLATE NUMBER (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-PLATE FROM CONSOLE.
           DISPLAY "ENTER NEW REGISTRATION EXPIRY (BLANK = NO "
               "CHANGE): ".
           ACCEPT WS-NEW-REG-EXPIRY FROM CONSOLE.
           DISPLAY "ENTER NEW INSURANCE CARRIER (BLANK = NO "
               "CHANGE): ".
           ACCEPT WS-NEW-CARRIER FROM CONSOLE.
           DISPLAY "ENTER NEW POLICY NUMBER (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-POLICY FROM CONSOLE.
           DISPLAY "ENTER NEW POLICY EXPIRY (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-POLICY-EXPIRY FROM CONSOLE.
           PERFORM 520-VALIDATE-NEW-EXPIRIES.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-PLATE NOT = SPACES
                   MOVE WS-NEW-PLATE TO RG-PLATE-NUMBER
               END-IF
               IF WS-NEW-CARRIER NOT = SPACES
                   MOVE WS-NEW-CARRIER TO RG-INS-CARRIER
               END-IF
               IF WS-NEW-POLICY NOT = SPACES
                   MOVE WS-NEW-POLICY TO RG-POLICY-NUMBER
               END-IF
               PERFORM 525-APPLY-NEW-EXPIRIES
           END-IF.

       520-VALIDATE-NEW-EXPIRIES.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           IF WS-NEW-REG-EXPIRY NOT = SPACES
               MOVE WS-NEW-REG-EXPIRY TO WS-CHECK-DATE
               PERFORM 470-VALIDATE-EXPIRY-DATE
               IF WS-DATE-OK NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "REGISTRATION EXPIRY NOT A DATE"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-NEW-POLICY-EXPIRY NOT = SPACES
               MOVE WS-NEW-POLICY-EXPIRY TO WS-CHECK-DATE
               PERFORM 470-VALIDATE-EXPIRY-DATE
               IF WS-DATE-OK NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "POLICY EXPIRY NOT A DATE" TO WS-TRANS-REASON
               END-IF
           END-IF.

       525-APPLY-NEW-EXPIRIES.
           IF WS-NEW-REG-EXPIRY NOT = SPACES
               MOVE WS-NEW-REG-EXPIRY-NUM TO RG-REG-EXPIRY
           END-IF.
           IF WS-NEW-POLICY-EXPIRY NOT = SPACES
               MOVE WS-NEW-POLICY-EXPIRY-NUM TO RG-POLICY-EXPIRY
           END-IF.

       550-RENEW-REGISTRATION.
           PERFORM 350-READ-REGISTRATION.
           IF WS-RECORD-FOUND = 'Y'
               MOVE REGISTRATION-RECORD-MASTER TO WS-BEFORE-IMAGE
               DISPLAY "PLATE " RG-PLATE-NUMBER
                   " REGISTRATION EXPIRES " RG-REG-EXPIRY
               DISPLAY "POLICY " RG-POLICY-NUMBER
                   " EXPIRES " RG-POLICY-EXPIRY
               PERFORM 560-ACCEPT-RENEWAL
               IF WS-TRANS-OK NOT = 'Y'
                   DISPLAY "REGISTRATION NOT RENEWED: "
                       WS-TRANS-REASON
               ELSE
                   MOVE "REGRNW" TO WS-AUDIT-ACTION
                   PERFORM 580-REWRITE-REGISTRATION
               END-IF
           END-IF.

       560-ACCEPT-RENEWAL.
           MOVE SPACES TO WS-NEW-REG-EXPIRY.
           MOVE SPACES TO WS-NEW-POLICY.
           MOVE SPACES TO WS-NEW-POLICY-EXPIRY.
           DISPLAY "ENTER NEW REGISTRATION EXPIRY (BLANK = NOT "
               "RENEWED): ".
           ACCEPT WS-NEW-REG-EXPIRY FROM CONSOLE.
           DISPLAY "ENTER NEW POLICY EXPIRY (BLANK = NOT RENEWED): ".
           ACCEPT WS-NEW-POLICY-EXPIRY FROM CONSOLE.
           IF WS-NEW-POLICY-EXPIRY NOT = SPACES
               DISPLAY "ENTER NEW POLICY NUMBER (BLANK = SAME): "
               ACCEPT WS-NEW-POLICY FROM CONSOLE
           END-IF.
           PERFORM 520-VALIDATE-NEW-EXPIRIES.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-REG-EXPIRY = SPACES
                       AND WS-NEW-POLICY-EXPIRY = SPACES
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "NOTHING RENEWED" TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-NEW-REG-EXPIRY NOT = SPACES
               IF WS-NEW-REG-EXPIRY-NUM NOT > RG-REG-EXPIRY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "REGISTRATION EXPIRY NOT LATER"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-NEW-POLICY-EXPIRY NOT = SPACES
               IF WS-NEW-POLICY-EXPIRY-NUM NOT > RG-POLICY-EXPIRY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "POLICY EXPIRY NOT LATER" TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-POLICY NOT = SPACES
                   MOVE WS-NEW-POLICY TO RG-POLICY-NUMBER
               END-IF
               PERFORM 525-APPLY-NEW-EXPIRIES
           END-IF.

       580-REWRITE-REGISTRATION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO RG-UPDATED-BY.
           MOVE WS-TODAY TO RG-UPDATED-DATE.
           REWRITE REGISTRATION-RECORD-MASTER
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR: " RG-VIN
               NOT INVALID KEY
                   MOVE REGISTRATION-RECORD-MASTER TO WS-AFTER-IMAGE
                   PERFORM 700-WRITE-HISTORY-RECORD
                   DISPLAY "REGISTRATION UPDATED: " RG-VIN
           END-REWRITE.

       600-DELETE-REGISTRATION.
           PERFORM 350-READ-REGISTRATION.
           IF WS-RECORD-FOUND = 'Y'
               MOVE REGISTRATION-RECORD-MASTER TO WS-BEFORE-IMAGE
               DELETE CAR-FILE-REGISTRATION
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR: " WS-VIN-KEY
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE "REGDEL" TO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
                       DISPLAY "REGISTRATION DELETED: " WS-VIN-KEY
               END-DELETE
           END-IF.

       650-INQUIRE-REGISTRATION.
           PERFORM 350-READ-REGISTRATION.
           IF WS-RECORD-FOUND = 'Y'
               DISPLAY "CAR-VIN...........: " RG-VIN
               DISPLAY "PLATE NUMBER......: " RG-PLATE-NUMBER
               DISPLAY "REGISTRATION EXP..: " RG-REG-EXPIRY
               DISPLAY "INSURANCE CARRIER.: " RG-INS-CARRIER
               DISPLAY "POLICY NUMBER.....: " RG-POLICY-NUMBER
               DISPLAY "POLICY EXPIRY.....: " RG-POLICY-EXPIRY
               DISPLAY "LAST UPDATED......: " RG-UPDATED-DATE
                   " BY " RG-UPDATED-BY
           END-IF.

       700-WRITE-HISTORY-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-HIST-DATE.
           MOVE WS-AUDIT-TIME TO WS-HIST-TIME.
           MOVE WS-OPERATOR-ID TO WS-HIST-OPERATOR.
           MOVE WS-AUDIT-ACTION TO WS-HIST-ACTION.
           MOVE RG-VIN TO WS-HIST-VIN.
           MOVE WS-BEFORE-IMAGE TO WS-HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO WS-HIST-AFTER.
           OPEN EXTEND CAR-FILE-HISTORY.
           WRITE HISTORY-RECORD FROM WS-HISTORY-LINE.
           CLOSE CAR-FILE-HISTORY.

       END PROGRAM CAR-REGISTRATION-MAINT.
