      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record recall work against the recall campaign file
      *          (CAR-FILE-RECALL, indexed on campaign + VIN) written
      *          by CAR-RECALL-MATCH.  A completion marks the car's
      *          campaign record complete with the completion date,
      *          the signed-on operator, and the dealer work-order
      *          reference; a reopen (authority level 2) puts a
      *          completion entered in error back to open.  An
      *          inquiry shows a campaign record as it stands.
      *          Sign-ons are verified against CAR-FILE-OPERATORS
      *          exactly as CAR-MAINT does, and every completion and
      *          reopen is logged to CAR-FILE-HISTORY (actions RCLCMP
      *          and RCLOPN, the VIN in the key column, the campaign
      *          record in the before/after images).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-RECALL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-RECALL
               ASSIGN TO
            "..\CAR-FILE-RECALL.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RECALL-STATUS.
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
       FD CAR-FILE-RECALL.
           COPY RCLREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-OPERATORS.
       01 OPERATOR-RECORD.
           05 OP-ID                    PIC X(8).
           05 OP-NAME                  PIC X(30).
           05 OP-AUTH-LEVEL            PIC 9(1).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-RECALL-STATUS     PIC XX.
           05 WS-MORE-TRANSACTIONS PIC X(1) VALUE 'Y'.
           05 WS-TRANSACTION-CODE  PIC X(1).
           05 WS-RECORD-FOUND      PIC X(1).

       01  OPERATOR-FIELDS.
           05 WS-OPERATORS-STATUS  PIC XX.
           05 WS-OPERATORS-EOF     PIC X(1).
           05 WS-OPERATOR-OK       PIC X(1).
           05 WS-OPERATOR-LEVEL    PIC 9(1) VALUE 0.
           05 WS-OPERATOR-NAME     PIC X(30).
           05 WS-OPERATOR-COUNT    PIC 9(3) VALUE 0.
           05 OPERATOR-ENTRY
                   OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-OPERATOR-COUNT
                   INDEXED BY OP-IDX.
               10 WS-OP-ID           PIC X(8).
               10 WS-OP-NAME         PIC X(30).
               10 WS-OP-LEVEL        PIC 9(1).

       01  WS-RECALL-KEY.
           05 WS-KEY-CAMPAIGN      PIC X(10).
           05 WS-KEY-VIN           PIC X(17).

       01  WS-COMPLETION-FIELDS.
           05 WS-COMPLETE-DATE     PIC X(8).
           05 WS-COMPLETE-DATE-NUM REDEFINES WS-COMPLETE-DATE
                                   PIC 9(8).
           05 WS-COMPLETE-REF      PIC X(18).
           05 WS-TODAY             PIC 9(8).

       01  AUDIT-FIELDS.
           05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 WS-AUDIT-ACTION       PIC X(6).
           05 WS-AUDIT-DATE         PIC 9(8).
           05 WS-AUDIT-TIME         PIC 9(8).
           05 WS-BEFORE-IMAGE       PIC X(163) VALUE SPACES.
           05 WS-AFTER-IMAGE        PIC X(163) VALUE SPACES.

           COPY HISTREC.

       PROCEDURE DIVISION.
       100-CAR-RECALL-MAINT.
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
               ELSE
                   IF WS-OPERATOR-LEVEL < 1
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR RECALL "
                           "MAINTENANCE"
                   ELSE
                       DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
                       PERFORM 301-OPEN-RECALL-FILE
                       IF WS-RECALL-STATUS = "00"
                           PERFORM 200-PROCESS-ONE-TRANSACTION
                               UNTIL WS-MORE-TRANSACTIONS NOT = 'Y'
                           PERFORM 303-CLOSE-RECALL-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       200-PROCESS-ONE-TRANSACTION.
           PERFORM 210-ACCEPT-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN 'C'
                   PERFORM 400-COMPLETE-RECALL
               WHEN 'R'
                   IF WS-OPERATOR-LEVEL < 2
                       DISPLAY "OPERATOR NOT AUTHORIZED TO REOPEN A "
                           "RECALL"
                   ELSE
                       PERFORM 500-REOPEN-RECALL
                   END-IF
               WHEN 'I'
                   PERFORM 600-INQUIRE-RECALL
               WHEN 'X'
                   MOVE 'N' TO WS-MORE-TRANSACTIONS
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       210-ACCEPT-TRANSACTION-CODE.
           DISPLAY "(C)OMPLETE (R)EOPEN (I)NQUIRE (X)EXIT: ".
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

       301-OPEN-RECALL-FILE.
           OPEN I-O CAR-FILE-RECALL.
           IF WS-RECALL-STATUS NOT = "00"
               DISPLAY "CAR-FILE-RECALL COULD NOT BE OPENED, STATUS: "
                   WS-RECALL-STATUS
               DISPLAY "RUN CAR-RECALL-MATCH FIRST TO CREATE IT"
           END-IF.

       303-CLOSE-RECALL-FILE.
           CLOSE CAR-FILE-RECALL.

       350-READ-RECALL-RECORD.
           DISPLAY "ENTER CAMPAIGN ID: ".
           ACCEPT WS-KEY-CAMPAIGN FROM CONSOLE.
           DISPLAY "ENTER VIN: ".
           ACCEPT WS-KEY-VIN FROM CONSOLE.
           MOVE WS-RECALL-KEY TO RC-KEY.
           MOVE 'Y' TO WS-RECORD-FOUND.
           READ CAR-FILE-RECALL
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
                   DISPLAY "VIN NOT ON CAMPAIGN: " WS-KEY-CAMPAIGN
                       " " WS-KEY-VIN
           END-READ.

       400-COMPLETE-RECALL.
           PERFORM 350-READ-RECALL-RECORD.
           IF WS-RECORD-FOUND = 'Y'
               IF RC-COMPLETED
                   DISPLAY "RECALL ALREADY COMPLETED ON "
                       RC-COMPLETE-DATE " BY " RC-COMPLETE-OPER
               ELSE
                   PERFORM 410-ACCEPT-COMPLETION-DATA
                   IF WS-COMPLETE-DATE-NUM IS NOT NUMERIC
                       DISPLAY "COMPLETION DATE MUST BE YYYYMMDD - "
                           "NOT RECORDED"
                   ELSE
                       IF WS-COMPLETE-DATE-NUM > WS-TODAY
                           DISPLAY "COMPLETION DATE IS IN THE "
                               "FUTURE - NOT RECORDED"
                       ELSE
                           MOVE RECALL-RECORD-MASTER TO WS-BEFORE-IMAGE
                           MOVE 'C' TO RC-STATUS
                           MOVE WS-COMPLETE-DATE-NUM
                               TO RC-COMPLETE-DATE
                           MOVE WS-OPERATOR-ID TO RC-COMPLETE-OPER
                           MOVE WS-COMPLETE-REF TO RC-COMPLETE-REF
                           REWRITE RECALL-RECORD-MASTER
                           MOVE RECALL-RECORD-MASTER TO WS-AFTER-IMAGE
                           MOVE "RCLCMP" TO WS-AUDIT-ACTION
                           PERFORM 700-WRITE-HISTORY-RECORD
                           DISPLAY "RECALL COMPLETED: " RC-CAMPAIGN-ID
                               " " RC-VIN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       410-ACCEPT-COMPLETION-DATA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-COMPLETE-DATE.
           MOVE SPACES TO WS-COMPLETE-REF.
           DISPLAY "ENTER COMPLETION DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT WS-COMPLETE-DATE FROM CONSOLE.
           IF WS-COMPLETE-DATE = SPACES
               MOVE WS-TODAY TO WS-COMPLETE-DATE-NUM
           END-IF.
           DISPLAY "ENTER DEALER WORK-ORDER REFERENCE: ".
           ACCEPT WS-COMPLETE-REF FROM CONSOLE.

       500-REOPEN-RECALL.
           PERFORM 350-READ-RECALL-RECORD.
           IF WS-RECORD-FOUND = 'Y'
               IF RC-OPEN
                   DISPLAY "RECALL IS ALREADY OPEN: " RC-CAMPAIGN-ID
                       " " RC-VIN
               ELSE
                   MOVE RECALL-RECORD-MASTER TO WS-BEFORE-IMAGE
                   MOVE 'O' TO RC-STATUS
                   MOVE 0 TO RC-COMPLETE-DATE
                   MOVE SPACES TO RC-COMPLETE-OPER
                   MOVE SPACES TO RC-COMPLETE-REF
                   REWRITE RECALL-RECORD-MASTER
                   MOVE RECALL-RECORD-MASTER TO WS-AFTER-IMAGE
                   MOVE "RCLOPN" TO WS-AUDIT-ACTION
                   PERFORM 700-WRITE-HISTORY-RECORD
                   DISPLAY "RECALL REOPENED: " RC-CAMPAIGN-ID
                       " " RC-VIN
               END-IF
           END-IF.

       600-INQUIRE-RECALL.
           PERFORM 350-READ-RECALL-RECORD.
           IF WS-RECORD-FOUND = 'Y'
               DISPLAY "CAMPAIGN:    " RC-CAMPAIGN-ID " "
                   RC-DESCRIPTION
               DISPLAY "VIN:         " RC-VIN " " RC-CAR-MODEL " "
                   RC-ENGINE
               DISPLAY "BRANCH:      " RC-BRANCH-CODE
                   "  OWNER-ID: " RC-OWNER-ID
               DISPLAY "MATCHED:     " RC-MATCH-DATE
               IF RC-COMPLETED
                   DISPLAY "COMPLETED:   " RC-COMPLETE-DATE
                       " BY " RC-COMPLETE-OPER
                       " REF " RC-COMPLETE-REF
               ELSE
                   DISPLAY "STATUS:      OPEN"
               END-IF
           END-IF.

       700-WRITE-HISTORY-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-HIST-DATE.
           MOVE WS-AUDIT-TIME TO WS-HIST-TIME.
           MOVE WS-OPERATOR-ID TO WS-HIST-OPERATOR.
           MOVE WS-AUDIT-ACTION TO WS-HIST-ACTION.
           MOVE RC-VIN TO WS-HIST-VIN.
           MOVE WS-BEFORE-IMAGE TO WS-HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO WS-HIST-AFTER.
           OPEN EXTEND CAR-FILE-HISTORY.
           WRITE HISTORY-RECORD FROM WS-HISTORY-LINE.
           CLOSE CAR-FILE-HISTORY.

       END PROGRAM CAR-RECALL-MAINT.
