      *          change to 'S'/'X' is rejected.  Holds the shared
      *          run-control lock (CAR-RUN-LOCK) while the master is
      *          open so the nightly build cannot run concurrently.
      *          Inter-branch moves go through the (T)RANSFER
      *          transaction, which records from-branch, to-branch,
      *          and ship date on CAR-FILE-TRANSFER and leaves the car
      *          in transit until the receiving branch confirms it
      *          with the (R)ECEIVE transaction (receive date); both
      *          branch codes must be on CAR-FILE-BRANCHES, the car
      *          must be on the from-branch's flat file, and a car
      *          can only be in transit once at a time.
      *          Adds above the approval threshold, PURCHASE-PRICE
      *          changes where the old or new price is above it, and
      *          every delete and disposal, are held
      *          on CAR-FILE-PENDING instead of being applied; a
      *          second operator, never the one who keyed it, approves
      *          or declines each item through the (P)ENDING
      *          transaction, and only an approved item is applied and
      *          written to CAR-FILE-HISTORY carrying both operator
      *          IDs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
            "..\CAR-FILE-OPERATORS.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT OPTIONAL CAR-FILE-TRANSFER
               ASSIGN TO
            "..\CAR-FILE-TRANSFER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TF-KEY
                FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT   CAR-FILE-BRANCHES
               ASSIGN TO
            "..\CAR-FILE-BRANCHES.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BRANCHLIST-STATUS.
           SELECT   CAR-FILE-IN
               ASSIGN TO
            WS-BRANCH-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARIN-STATUS.
           SELECT OPTIONAL CAR-FILE-PENDING
               ASSIGN TO
            "..\CAR-FILE-PENDING.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PA-KEY
                FILE STATUS IS WS-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-MASTER.
           COPY OWNREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-TRANS.
       01 TRANS-RECORD.
           05 TR-PROCEEDS-NUM          REDEFINES TR-PROCEEDS
                                       PIC 9(7)V99.
           05 TR-BUYER                 PIC X(30).
           05 TR-FROM-BRANCH           PIC X(10).
           05 TR-TO-BRANCH             PIC X(10).
           05 TR-XFER-DATE             PIC X(8).

       FD CAR-MAINT-EDIT-RPT.
       01 EDIT-RPT-RECORD              PIC X(110).
           05 OP-NAME                  PIC X(30).
           05 OP-AUTH-LEVEL            PIC 9(1).

       FD CAR-FILE-TRANSFER.
           COPY XFRREC.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-IN.
       01 BRANCH-CAR-RECORD.
           05 BC-CAR-VIN                PIC X(17).
           05 FILLER                    PIC X(146).

       FD CAR-FILE-PENDING.
           COPY PNDREC.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-OWNMAST-STATUS    PIC XX.
           05 WS-OWNMAST-OPEN      PIC X(1) VALUE 'N'.
           05 WS-TRANSFER-STATUS   PIC XX.
           05 WS-TRANSFER-OPEN     PIC X(1) VALUE 'N'.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-PENDING-STATUS    PIC XX.
           05 WS-PENDING-OPEN      PIC X(1) VALUE 'N'.
           05 WS-MORE-TRANSACTIONS PIC X(1) VALUE 'Y'.
           05 WS-TRANSACTION-CODE  PIC X(1).
           05 WS-RUN-MODE          PIC X(1).
           05 WS-TRANS-READ-COUNT    PIC 9(6) VALUE 0.
           05 WS-TRANS-APPLIED-COUNT PIC 9(6) VALUE 0.
           05 WS-TRANS-REJECT-COUNT  PIC 9(6) VALUE 0.
           05 WS-TRANS-PENDING-COUNT PIC 9(6) VALUE 0.
           05 WS-TRANS-HELD          PIC X(1) VALUE 'N'.

       01  WS-EDIT-HEADING-1.
           05 FILLER               PIC X(30) VALUE
           05 WS-ED-SUM-APPLIED    PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE "  REJECTED: ".
           05 WS-ED-SUM-REJECTED   PIC ZZZZZ9.
           05 FILLER               PIC X(11) VALUE "  PENDING: ".
           05 WS-ED-SUM-PENDING    PIC ZZZZZ9.

       01  OPERATOR-FIELDS.
           05 WS-OPERATORS-STATUS  PIC XX.
                                    PIC 9(7)V99.
           05 WS-NEW-BUYER          PIC X(30).

       01  WS-TRANSFER-FIELDS.
           05 WS-NEW-FROM-BRANCH    PIC X(10).
           05 WS-NEW-TO-BRANCH      PIC X(10).
           05 WS-NEW-XFER-DATE      PIC X(8).
           05 WS-NEW-XFER-DATE-NUM  REDEFINES WS-NEW-XFER-DATE
                                    PIC 9(8).
           05 WS-XFER-FOUND         PIC X(1).
           05 WS-XFER-EOF           PIC X(1).
           05 WS-BRANCH-FOUND       PIC X(1).
           05 WS-CHECK-BRANCH       PIC X(10).

       01  BRANCH-CODE-TABLE.
           05 WS-BRANCH-CODE-COUNT  PIC 9(3) VALUE 0.
           05 BRANCH-CODE-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BRANCH-CODE-COUNT
                   INDEXED BY BR-IDX.
               10 WS-BR-CODE         PIC X(10).

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).
           05 WS-VIN-BRANCH          PIC X(10).

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  APPROVAL-FIELDS.
           05 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 25000.00.
           05 WS-HOLD-ACTION        PIC X(1).
           05 WS-HOLD-AMOUNT        PIC 9(7)V99.
           05 WS-PND-VIN            PIC X(17).
           05 WS-PND-FOUND          PIC X(1).
           05 WS-PND-EOF            PIC X(1).
           05 WS-PND-LIST-COUNT     PIC 9(5) VALUE 0.
           05 WS-APPROVAL-DECISION  PIC X(1).
           05 WS-DECLINE-REASON     PIC X(30).
           05 WS-PND-SHOW-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01  AUDIT-FIELDS.
           05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 WS-ENTERED-BY-ID      PIC X(8)  VALUE SPACES.
           05 WS-APPROVER-ID        PIC X(8)  VALUE SPACES.
           05 WS-AUDIT-ACTION       PIC X(6).
           05 WS-AUDIT-DATE         PIC 9(8).
           05 WS-AUDIT-TIME         PIC 9(8).
           05 WS-BEFORE-IMAGE       PIC X(163) VALUE SPACES.
           05 WS-BEFORE-CAR-IMAGE   REDEFINES WS-BEFORE-IMAGE.
               10 FILLER            PIC X(98).
               10 WS-BEFORE-PRICE   PIC 9(7)V99.
               10 FILLER            PIC X(56).
           05 WS-AFTER-IMAGE        PIC X(163) VALUE SPACES.

           COPY HISTREC.
       PROCEDURE DIVISION.
       100-CAR-MAINT.
           PERFORM 230-LOAD-OPERATOR-TABLE.
           PERFORM 235-LOAD-BRANCH-CODES.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "CAR-FILE-OPERATORS IS MISSING OR EMPTY - "
                   "MAINTENANCE REFUSED"
               WHEN 'C'
               WHEN 'D'
               WHEN 'S'
               WHEN 'T'
               WHEN 'R'
               WHEN 'P'
                   MOVE WS-TRANSACTION-CODE TO WS-CHECK-ACTION
                   MOVE SPACES TO CAR-VIN OF CAR-RECORD-MASTER
                   PERFORM 250-CHECK-TRANSACTION-AUTHORITY
                               PERFORM 600-DELETE-CAR-RECORD
                           WHEN 'S'
                               PERFORM 650-DISPOSE-CAR-RECORD
                           WHEN 'T'
                               PERFORM 670-TRANSFER-CAR-RECORD
                           WHEN 'R'
                               PERFORM 680-RECEIVE-CAR-TRANSFER
                           WHEN 'P'
                               PERFORM 730-REVIEW-PENDING-ITEMS
                       END-EVALUATE
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR "

       210-ACCEPT-TRANSACTION-CODE.
           DISPLAY "(A)DD (C)HANGE (D)ELETE (S)ELL/SCRAP "
               "(T)RANSFER (R)ECEIVE (P)ENDING (X)EXIT: ".
           ACCEPT WS-TRANSACTION-CODE FROM CONSOLE.

       220-ACCEPT-OPERATOR-ID.
               CLOSE CAR-FILE-OPERATORS
           END-IF.

       235-LOAD-BRANCH-CODES.
           MOVE 0 TO WS-BRANCH-CODE-COUNT.
           MOVE 'N' TO BRANCHLIST-EOF.
           OPEN INPUT CAR-FILE-BRANCHES.
           IF WS-BRANCHLIST-STATUS = "00"
               PERFORM UNTIL BRANCHLIST-EOF = 'Y'
                   READ CAR-FILE-BRANCHES
                       AT END
                           MOVE 'Y' TO BRANCHLIST-EOF
                       NOT AT END
                           IF WS-BRANCH-CODE-COUNT < 100
                               ADD 1 TO WS-BRANCH-CODE-COUNT
                               MOVE BL-BRANCH-CODE
                                   TO WS-BR-CODE(WS-BRANCH-CODE-COUNT)
                               MOVE BL-FILE-PATH
                                   TO WS-BRANCH-FILE-PATH
                               MOVE BL-BRANCH-CODE
                                   TO WS-CURRENT-BRANCH-CODE
                               PERFORM 236-LOAD-ONE-BRANCH-FILE
                           ELSE
                               DISPLAY "BRANCH TABLE FULL, "
                                   "SKIPPING: " BL-BRANCH-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-BRANCHES
           ELSE
               DISPLAY "CAR-FILE-BRANCHES COULD NOT BE OPENED, "
                   "STATUS: " WS-BRANCHLIST-STATUS
               DISPLAY "TRANSFER TRANSACTIONS WILL REJECT"
           END-IF.

       236-LOAD-ONE-BRANCH-FILE.
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
                           PERFORM 237-STORE-VIN-BRANCH
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-IN
           END-IF.

       237-STORE-VIN-BRANCH.
           IF BC-CAR-VIN = SPACES
               CONTINUE
           ELSE
               IF WS-VB-COUNT < 5000
                   ADD 1 TO WS-VB-COUNT
                   MOVE BC-CAR-VIN TO WS-VB-VIN(WS-VB-COUNT)
                   MOVE WS-CURRENT-BRANCH-CODE
                       TO WS-VB-BRANCH(WS-VB-COUNT)
               ELSE
                   IF WS-VB-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-VB-OVERFLOW
                       DISPLAY "VIN/BRANCH TABLE FULL - FURTHER "
                           "CARS CANNOT BE TRANSFERRED"
                   END-IF
               END-IF
           END-IF.

       240-VERIFY-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK.
           MOVE 0 TO WS-OPERATOR-LEVEL.
           EVALUATE WS-CHECK-ACTION
               WHEN 'C'
               WHEN 'S'
               WHEN 'T'
               WHEN 'P'
                   IF WS-OPERATOR-LEVEL < 2
                       MOVE 'N' TO WS-AUTH-OK
                   END-IF
                   PERFORM 307-RELEASE-RUN-LOCK
               ELSE
                   PERFORM 302-OPEN-OWNER-MASTER
                   PERFORM 304-OPEN-TRANSFER-FILE
                   PERFORM 308-OPEN-PENDING-FILE
               END-IF
           END-IF.

           MOVE 'R' TO LOCK-FUNCTION.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.

       308-OPEN-PENDING-FILE.
           OPEN I-O CAR-FILE-PENDING.
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "05"
               MOVE 'Y' TO WS-PENDING-OPEN
           ELSE
               MOVE 'N' TO WS-PENDING-OPEN
               DISPLAY "CAR-FILE-PENDING COULD NOT BE OPENED, "
                   "STATUS: " WS-PENDING-STATUS
               DISPLAY "TRANSACTIONS NEEDING APPROVAL WILL REJECT"
           END-IF.

       302-OPEN-OWNER-MASTER.
           OPEN INPUT CAR-FILE-OWNERS.
           IF WS-OWNMAST-STATUS = "00"
                   "OWNER-ID EDITS WILL REJECT"
           END-IF.

       304-OPEN-TRANSFER-FILE.
           OPEN I-O CAR-FILE-TRANSFER.
           IF WS-TRANSFER-STATUS = "00" OR WS-TRANSFER-STATUS = "05"
               MOVE 'Y' TO WS-TRANSFER-OPEN
           ELSE
               MOVE 'N' TO WS-TRANSFER-OPEN
               DISPLAY "CAR-FILE-TRANSFER COULD NOT BE OPENED, "
                   "STATUS: " WS-TRANSFER-STATUS
               DISPLAY "TRANSFER TRANSACTIONS WILL REJECT"
           END-IF.

       303-CLOSE-CAR-FILE-MASTER.
           CLOSE CAR-FILE-MASTER.
           IF WS-OWNMAST-OPEN = 'Y'
               CLOSE CAR-FILE-OWNERS
               MOVE 'N' TO WS-OWNMAST-OPEN
           END-IF.
           IF WS-TRANSFER-OPEN = 'Y'
               CLOSE CAR-FILE-TRANSFER
               MOVE 'N' TO WS-TRANSFER-OPEN
           END-IF.
           IF WS-PENDING-OPEN = 'Y'
               CLOSE CAR-FILE-PENDING
               MOVE 'N' TO WS-PENDING-OPEN
           END-IF.
           PERFORM 307-RELEASE-RUN-LOCK.

       400-ADD-CAR-RECORD.
           PERFORM 410-ACCEPT-NEW-RECORD-DATA.
           IF WS-TRANS-OK = 'Y'
                   AND PURCHASE-PRICE > WS-APPROVAL-THRESHOLD
               PERFORM 720-HOLD-NEW-CAR-RECORD
               IF WS-TRANS-OK = 'Y'
                   DISPLAY "CAR RECORD HELD FOR APPROVAL: "
                       CAR-VIN OF CAR-RECORD-MASTER
               ELSE
                   DISPLAY "CAR RECORD NOT ADDED: " WS-TRANS-REASON
               END-IF
           ELSE
               IF WS-TRANS-OK NOT = 'Y'
                   DISPLAY "CAR RECORD NOT ADDED: " WS-TRANS-REASON
               ELSE
                   WRITE CAR-RECORD-MASTER
                       INVALID KEY
                           DISPLAY "CAR-VIN ALREADY EXISTS: "
                               CAR-VIN OF CAR-RECORD-MASTER
                       NOT INVALID KEY
                           DISPLAY "CAR RECORD ADDED: "
                               CAR-VIN OF CAR-RECORD-MASTER
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM 700-WRITE-HISTORY-RECORD
                   END-WRITE
               END-IF
           END-IF.

       410-ACCEPT-NEW-RECORD-DATA.
                   DISPLAY "CAR RECORD NOT CHANGED: " WS-TRANS-REASON
               ELSE
                   PERFORM 515-APPLY-CHANGED-FIELDS
                   IF WS-NEW-PRICE IS NUMERIC
                           AND (PURCHASE-PRICE > WS-APPROVAL-THRESHOLD
                           OR WS-BEFORE-PRICE > WS-APPROVAL-THRESHOLD)
                       PERFORM 725-HOLD-CHANGED-CAR-RECORD
                       IF WS-TRANS-OK = 'Y'
                           DISPLAY "CAR CHANGE HELD FOR APPROVAL: "
                               WS-VIN-KEY
                       ELSE
                           DISPLAY "CAR RECORD NOT CHANGED: "
                               WS-TRANS-REASON
                       END-IF
                   ELSE
                       REWRITE CAR-RECORD-MASTER
                       MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE
                       MOVE "CHANGE" TO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
                       DISPLAY "CAR RECORD CHANGED: " WS-VIN-KEY
                   END-IF
               END-IF
           END-IF.

                       WS-VIN-KEY
           END-READ.
           IF WS-MASTER-STATUS = "00"
               PERFORM 727-HOLD-DELETED-CAR-RECORD
               IF WS-TRANS-OK = 'Y'
                   DISPLAY "CAR DELETE HELD FOR APPROVAL: " WS-VIN-KEY
               ELSE
                   DISPLAY "CAR RECORD NOT DELETED: " WS-TRANS-REASON
               END-IF
           END-IF.

       650-DISPOSE-CAR-RECORD.
                       DISPLAY "CAR NOT DISPOSED: " WS-TRANS-REASON
                   ELSE
                       PERFORM 660-APPLY-DISPOSAL-FIELDS
                       PERFORM 728-HOLD-DISPOSED-CAR-RECORD
                       IF WS-TRANS-OK = 'Y'
                           DISPLAY "CAR DISPOSAL HELD FOR APPROVAL: "
                               WS-VIN-KEY
                       ELSE
                           DISPLAY "CAR NOT DISPOSED: " WS-TRANS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-NEW-PROCEEDS-NUM TO SALE-PROCEEDS.
           MOVE WS-NEW-BUYER TO BUYER-NAME.

       670-TRANSFER-CAR-RECORD.
           DISPLAY "ENTER CAR-VIN TO TRANSFER: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           DISPLAY "ENTER FROM-BRANCH (SHIPPING): ".
           ACCEPT WS-NEW-FROM-BRANCH FROM CONSOLE.
           DISPLAY "ENTER TO-BRANCH (RECEIVING): ".
           ACCEPT WS-NEW-TO-BRANCH FROM CONSOLE.
           DISPLAY "ENTER SHIP DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT WS-NEW-XFER-DATE FROM CONSOLE.
           PERFORM 675-APPLY-TRANSFER-SHIP.
           IF WS-TRANS-OK NOT = 'Y'
               DISPLAY "TRANSFER NOT RECORDED: " WS-TRANS-REASON
           ELSE
               DISPLAY "CAR IN TRANSIT: " WS-VIN-KEY " "
                   TF-FROM-BRANCH " TO " TF-TO-BRANCH
           END-IF.

       675-APPLY-TRANSFER-SHIP.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           PERFORM 875-VALIDATE-TRANSFER-FIELDS.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-FROM-BRANCH = SPACES
                       OR WS-NEW-TO-BRANCH = SPACES
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "FROM AND TO BRANCH REQUIRED"
                       TO WS-TRANS-REASON
               ELSE
                   IF WS-NEW-FROM-BRANCH = WS-NEW-TO-BRANCH
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "FROM AND TO BRANCH ARE SAME"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE WS-NEW-FROM-BRANCH TO WS-CHECK-BRANCH
               PERFORM 878-CHECK-BRANCH-ON-FILE
               IF WS-BRANCH-FOUND = 'Y'
                   MOVE WS-NEW-TO-BRANCH TO WS-CHECK-BRANCH
                   PERFORM 878-CHECK-BRANCH-ON-FILE
               END-IF
               IF WS-BRANCH-FOUND NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "BRANCH NOT ON CAR-FILE-BRANCHES"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               PERFORM 879-RESOLVE-VIN-BRANCH
               IF WS-VIN-BRANCH NOT = WS-NEW-FROM-BRANCH
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "CAR NOT AT FROM-BRANCH" TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE WS-VIN-KEY TO CAR-VIN OF CAR-RECORD-MASTER
               READ CAR-FILE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "NO CAR RECORD FOUND" TO WS-TRANS-REASON
                   NOT INVALID KEY
                       IF NOT CAR-ACTIVE
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "CAR IS NOT ACTIVE"
                               TO WS-TRANS-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-TRANS-OK = 'Y'
               PERFORM 690-FIND-OPEN-TRANSFER
               IF WS-XFER-FOUND = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "CAR ALREADY IN TRANSIT" TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE WS-VIN-KEY TO TF-VIN
               MOVE WS-NEW-XFER-DATE-NUM TO TF-SHIP-DATE
               MOVE WS-NEW-FROM-BRANCH TO TF-FROM-BRANCH
               MOVE WS-NEW-TO-BRANCH TO TF-TO-BRANCH
               MOVE 'T' TO TF-STATUS
               MOVE 0 TO TF-RECEIVE-DATE
               MOVE WS-OPERATOR-ID TO TF-SHIP-OPER
               MOVE SPACES TO TF-RECEIVE-OPER
               MOVE CAR-MODEL OF CAR-RECORD-MASTER TO TF-CAR-MODEL
               WRITE TRANSFER-RECORD-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "TRANSFER ALREADY ON FILE"
                           TO WS-TRANS-REASON
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE TRANSFER-RECORD-MASTER TO WS-AFTER-IMAGE
                       MOVE "XFRSHP" TO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
               END-WRITE
           END-IF.

       680-RECEIVE-CAR-TRANSFER.
           DISPLAY "ENTER CAR-VIN RECEIVED: ".
           ACCEPT WS-VIN-KEY FROM CONSOLE.
           DISPLAY "ENTER RECEIVING BRANCH: ".
           ACCEPT WS-NEW-TO-BRANCH FROM CONSOLE.
           DISPLAY "ENTER RECEIVE DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT WS-NEW-XFER-DATE FROM CONSOLE.
           PERFORM 685-APPLY-TRANSFER-RECEIPT.
           IF WS-TRANS-OK NOT = 'Y'
               DISPLAY "RECEIPT NOT RECORDED: " WS-TRANS-REASON
           ELSE
               DISPLAY "CAR RECEIVED AT " TF-TO-BRANCH ": "
                   WS-VIN-KEY
           END-IF.

       685-APPLY-TRANSFER-RECEIPT.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           PERFORM 875-VALIDATE-TRANSFER-FIELDS.
           IF WS-TRANS-OK = 'Y'
               PERFORM 690-FIND-OPEN-TRANSFER
               IF WS-XFER-FOUND NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "CAR IS NOT IN TRANSIT" TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-TO-BRANCH NOT = TF-TO-BRANCH
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "NOT THE RECEIVING BRANCH" TO WS-TRANS-REASON
               ELSE
                   IF WS-NEW-XFER-DATE-NUM < TF-SHIP-DATE
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "RECEIVE DATE BEFORE SHIP DATE"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE TRANSFER-RECORD-MASTER TO WS-BEFORE-IMAGE
               MOVE 'R' TO TF-STATUS
               MOVE WS-NEW-XFER-DATE-NUM TO TF-RECEIVE-DATE
               MOVE WS-OPERATOR-ID TO TF-RECEIVE-OPER
               REWRITE TRANSFER-RECORD-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "TRANSFER REWRITE FAILED"
                           TO WS-TRANS-REASON
                   NOT INVALID KEY
                       MOVE TRANSFER-RECORD-MASTER TO WS-AFTER-IMAGE
                       MOVE WS-VIN-KEY
                           TO CAR-VIN OF CAR-RECORD-MASTER
                       MOVE "XFRRCV" TO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
               END-REWRITE
           END-IF.

       690-FIND-OPEN-TRANSFER.
           MOVE 'N' TO WS-XFER-FOUND.
           MOVE 'N' TO WS-XFER-EOF.
           MOVE WS-VIN-KEY TO TF-VIN.
           MOVE 0 TO TF-SHIP-DATE.
           START CAR-FILE-TRANSFER KEY IS NOT LESS THAN TF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XFER-EOF
           END-START.
           PERFORM UNTIL WS-XFER-EOF = 'Y'
               READ CAR-FILE-TRANSFER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XFER-EOF
                   NOT AT END
                       IF TF-VIN NOT = WS-VIN-KEY
                           MOVE 'Y' TO WS-XFER-EOF
                       ELSE
                           IF TF-IN-TRANSIT
                               MOVE 'Y' TO WS-XFER-FOUND
                               MOVE 'Y' TO WS-XFER-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       700-WRITE-HISTORY-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-HIST-DATE.
           MOVE WS-AUDIT-TIME TO WS-HIST-TIME.
           IF WS-APPROVER-ID = SPACES
               MOVE WS-OPERATOR-ID TO WS-HIST-OPERATOR
           ELSE
               MOVE WS-ENTERED-BY-ID TO WS-HIST-OPERATOR
           END-IF.
           MOVE WS-APPROVER-ID TO WS-HIST-APPROVER.
           MOVE WS-AUDIT-ACTION TO WS-HIST-ACTION.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-HIST-VIN.
           MOVE WS-BEFORE-IMAGE TO WS-HIST-BEFORE.
           WRITE HISTORY-RECORD FROM WS-HISTORY-LINE.
           CLOSE CAR-FILE-HISTORY.

       710-HOLD-FOR-APPROVAL.
           IF WS-PENDING-OPEN NOT = 'Y'
               MOVE 'N' TO WS-TRANS-OK
               MOVE "PENDING FILE NOT AVAILABLE" TO WS-TRANS-REASON
           ELSE
               PERFORM 715-FIND-PENDING-FOR-VIN
               IF WS-PND-FOUND = 'Y'
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "CAR HAS A PENDING TRANSACTION"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.
           IF WS-TRANS-OK = 'Y'
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE WS-PND-VIN TO PA-VIN
               MOVE WS-AUDIT-DATE TO PA-ENTRY-DATE
               MOVE WS-AUDIT-TIME TO PA-ENTRY-TIME
               MOVE WS-HOLD-ACTION TO PA-ACTION
               MOVE 'P' TO PA-STATUS
               MOVE WS-HOLD-AMOUNT TO PA-AMOUNT
               MOVE WS-OPERATOR-ID TO PA-ENTERED-BY
               MOVE SPACES TO PA-DECIDED-BY
               MOVE 0 TO PA-DECIDED-DATE
               MOVE SPACES TO PA-DECLINE-REASON
               MOVE WS-BEFORE-IMAGE TO PA-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO PA-AFTER-IMAGE
               WRITE PENDING-RECORD-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "PENDING WRITE FAILED" TO WS-TRANS-REASON
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRANS-HELD
                       MOVE WS-PND-VIN
                           TO CAR-VIN OF CAR-RECORD-MASTER
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "PEND-" DELIMITED BY SIZE
                               WS-HOLD-ACTION DELIMITED BY SIZE
                           INTO WS-AUDIT-ACTION
                       PERFORM 700-WRITE-HISTORY-RECORD
               END-WRITE
           END-IF.

       715-FIND-PENDING-FOR-VIN.
           MOVE 'N' TO WS-PND-FOUND.
           MOVE 'N' TO WS-PND-EOF.
           MOVE WS-PND-VIN TO PA-VIN.
           MOVE 0 TO PA-ENTRY-DATE.
           MOVE 0 TO PA-ENTRY-TIME.
           START CAR-FILE-PENDING KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PND-EOF
           END-START.
           PERFORM UNTIL WS-PND-EOF = 'Y'
               READ CAR-FILE-PENDING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PND-EOF
                   NOT AT END
                       IF PA-VIN NOT = WS-PND-VIN
                           MOVE 'Y' TO WS-PND-EOF
                       ELSE
                           IF PA-PENDING
                               MOVE 'Y' TO WS-PND-FOUND
                               MOVE 'Y' TO WS-PND-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       720-HOLD-NEW-CAR-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE.
           READ CAR-FILE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "CAR-VIN ALREADY EXISTS" TO WS-TRANS-REASON
           END-READ.
           MOVE WS-AFTER-IMAGE TO CAR-RECORD-MASTER.
           IF WS-TRANS-OK = 'Y'
               MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-PND-VIN
               MOVE 'A' TO WS-HOLD-ACTION
               MOVE PURCHASE-PRICE TO WS-HOLD-AMOUNT
               PERFORM 710-HOLD-FOR-APPROVAL
           END-IF.

       725-HOLD-CHANGED-CAR-RECORD.
           MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-PND-VIN.
           MOVE 'C' TO WS-HOLD-ACTION.
           MOVE PURCHASE-PRICE TO WS-HOLD-AMOUNT.
           PERFORM 710-HOLD-FOR-APPROVAL.

       727-HOLD-DELETED-CAR-RECORD.
           MOVE CAR-RECORD-MASTER TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-PND-VIN.
           MOVE 'D' TO WS-HOLD-ACTION.
           MOVE PURCHASE-PRICE TO WS-HOLD-AMOUNT.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           PERFORM 710-HOLD-FOR-APPROVAL.

       728-HOLD-DISPOSED-CAR-RECORD.
           MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-PND-VIN.
           MOVE 'S' TO WS-HOLD-ACTION.
           MOVE SALE-PROCEEDS TO WS-HOLD-AMOUNT.
           PERFORM 710-HOLD-FOR-APPROVAL.

       730-REVIEW-PENDING-ITEMS.
           IF WS-PENDING-OPEN NOT = 'Y'
               DISPLAY "CAR-FILE-PENDING IS NOT AVAILABLE"
           ELSE
               PERFORM 735-LIST-PENDING-ITEMS
               DISPLAY "ENTER CAR-VIN TO DECIDE (BLANK = NONE): "
               MOVE SPACES TO WS-VIN-KEY
               ACCEPT WS-VIN-KEY FROM CONSOLE
               IF WS-VIN-KEY NOT = SPACES
                   MOVE WS-VIN-KEY TO WS-PND-VIN
                   PERFORM 715-FIND-PENDING-FOR-VIN
                   IF WS-PND-FOUND NOT = 'Y'
                       DISPLAY "NO PENDING TRANSACTION FOR VIN: "
                           WS-VIN-KEY
                   ELSE
                       PERFORM 732-CHECK-APPROVER
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 738-ACCEPT-DECISION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       732-CHECK-APPROVER.
           MOVE 'Y' TO WS-AUTH-OK.
           IF PA-ENTERED-BY = WS-OPERATOR-ID
               MOVE 'N' TO WS-AUTH-OK
               DISPLAY "YOU ENTERED THIS TRANSACTION - A SECOND "
                   "OPERATOR MUST APPROVE OR DECLINE IT"
           ELSE
               IF PA-DELETE AND WS-OPERATOR-LEVEL < 3
                   MOVE 'N' TO WS-AUTH-OK
                   DISPLAY "OPERATOR NOT AUTHORIZED TO DECIDE DELETES"
               END-IF
           END-IF.
           IF WS-AUTH-OK = 'N'
               MOVE "DENY-P" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE PA-VIN TO CAR-VIN OF CAR-RECORD-MASTER
               PERFORM 700-WRITE-HISTORY-RECORD
           END-IF.

       735-LIST-PENDING-ITEMS.
           MOVE 0 TO WS-PND-LIST-COUNT.
           MOVE 'N' TO WS-PND-EOF.
           MOVE LOW-VALUES TO PA-KEY.
           START CAR-FILE-PENDING KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PND-EOF
           END-START.
           PERFORM UNTIL WS-PND-EOF = 'Y'
               READ CAR-FILE-PENDING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PND-EOF
                   NOT AT END
                       IF PA-PENDING
                           ADD 1 TO WS-PND-LIST-COUNT
                           MOVE PA-AMOUNT TO WS-PND-SHOW-AMOUNT
                           DISPLAY PA-VIN " " PA-ACTION " "
                               WS-PND-SHOW-AMOUNT " ENTERED BY "
                               PA-ENTERED-BY " ON " PA-ENTRY-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PND-LIST-COUNT = 0
               DISPLAY "NO TRANSACTIONS PENDING APPROVAL"
           ELSE
               DISPLAY "TRANSACTIONS PENDING APPROVAL: "
                   WS-PND-LIST-COUNT
           END-IF.

       738-ACCEPT-DECISION.
           MOVE PA-AMOUNT TO WS-PND-SHOW-AMOUNT.
           DISPLAY "VIN: " PA-VIN "  ACTION: " PA-ACTION
               "  AMOUNT: " WS-PND-SHOW-AMOUNT.
           DISPLAY "ENTERED BY: " PA-ENTERED-BY "  ON: "
               PA-ENTRY-DATE.
           DISPLAY "(A)PPROVE OR (D)ECLINE: ".
           ACCEPT WS-APPROVAL-DECISION FROM CONSOLE.
           EVALUATE WS-APPROVAL-DECISION
               WHEN 'A'
                   PERFORM 740-APPLY-PENDING-ITEM
                   IF WS-TRANS-OK = 'Y'
                       DISPLAY "APPROVED AND APPLIED: " PA-VIN
                   ELSE
                       DISPLAY "NOT APPLIED: " WS-TRANS-REASON
                       DISPLAY "ITEM REMAINS PENDING - DECLINE IT "
                           "IF IT CAN NO LONGER BE APPLIED"
                   END-IF
               WHEN 'D'
                   DISPLAY "ENTER DECLINE REASON: "
                   MOVE SPACES TO WS-DECLINE-REASON
                   ACCEPT WS-DECLINE-REASON FROM CONSOLE
                   PERFORM 750-DECLINE-PENDING-ITEM
                   DISPLAY "DECLINED: " PA-VIN
               WHEN OTHER
                   DISPLAY "NO DECISION TAKEN"
           END-EVALUATE.

       740-APPLY-PENDING-ITEM.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE SPACES TO WS-TRANS-REASON.
           MOVE PA-VIN TO CAR-VIN OF CAR-RECORD-MASTER.
           IF PA-ADD
               MOVE PA-AFTER-IMAGE TO CAR-RECORD-MASTER
               WRITE CAR-RECORD-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "CAR-VIN ALREADY EXISTS" TO WS-TRANS-REASON
                   NOT INVALID KEY
                       MOVE "ADD" TO WS-AUDIT-ACTION
               END-WRITE
           ELSE
               READ CAR-FILE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "NO CAR RECORD FOUND" TO WS-TRANS-REASON
                   NOT INVALID KEY
                       IF CAR-RECORD-MASTER NOT = PA-BEFORE-IMAGE
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "CAR CHANGED SINCE ENTRY"
                               TO WS-TRANS-REASON
                       ELSE
                           PERFORM 745-APPLY-PENDING-UPDATE
                       END-IF
               END-READ
           END-IF.
           IF WS-TRANS-OK = 'Y'
               MOVE PA-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               MOVE PA-AFTER-IMAGE TO WS-AFTER-IMAGE
               MOVE PA-VIN TO CAR-VIN OF CAR-RECORD-MASTER
               MOVE PA-ENTERED-BY TO WS-ENTERED-BY-ID
               MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
               PERFORM 700-WRITE-HISTORY-RECORD
               MOVE SPACES TO WS-ENTERED-BY-ID
               MOVE SPACES TO WS-APPROVER-ID
               MOVE 'A' TO PA-STATUS
               MOVE WS-OPERATOR-ID TO PA-DECIDED-BY
               MOVE WS-AUDIT-DATE TO PA-DECIDED-DATE
               REWRITE PENDING-RECORD-MASTER
                   INVALID KEY
                       DISPLAY "PENDING STATUS NOT UPDATED FOR VIN: "
                           PA-VIN
               END-REWRITE
           END-IF.

       745-APPLY-PENDING-UPDATE.
           EVALUATE TRUE
               WHEN PA-DELETE
                   DELETE CAR-FILE-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "DELETE FAILED" TO WS-TRANS-REASON
                       NOT INVALID KEY
                           MOVE "DELETE" TO WS-AUDIT-ACTION
                   END-DELETE
               WHEN PA-CHANGE
               WHEN PA-DISPOSE
                   MOVE PA-AFTER-IMAGE TO CAR-RECORD-MASTER
                   REWRITE CAR-RECORD-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "REWRITE FAILED" TO WS-TRANS-REASON
                       NOT INVALID KEY
                           IF PA-CHANGE
                               MOVE "CHANGE" TO WS-AUDIT-ACTION
                           ELSE
                               MOVE "DISPOS" TO WS-AUDIT-ACTION
                           END-IF
                   END-REWRITE
               WHEN OTHER
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE "UNKNOWN PENDING ACTION" TO WS-TRANS-REASON
           END-EVALUATE.

       750-DECLINE-PENDING-ITEM.
           MOVE PA-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE PA-AFTER-IMAGE TO WS-AFTER-IMAGE.
           MOVE PA-VIN TO CAR-VIN OF CAR-RECORD-MASTER.
           MOVE PA-ENTERED-BY TO WS-ENTERED-BY-ID.
           MOVE WS-OPERATOR-ID TO WS-APPROVER-ID.
           MOVE "DECLIN" TO WS-AUDIT-ACTION.
           PERFORM 700-WRITE-HISTORY-RECORD.
           MOVE SPACES TO WS-ENTERED-BY-ID.
           MOVE SPACES TO WS-APPROVER-ID.
           MOVE 'D' TO PA-STATUS.
           MOVE WS-OPERATOR-ID TO PA-DECIDED-BY.
           MOVE WS-AUDIT-DATE TO PA-DECIDED-DATE.
           MOVE WS-DECLINE-REASON TO PA-DECLINE-REASON.
           REWRITE PENDING-RECORD-MASTER
               INVALID KEY
                   DISPLAY "PENDING STATUS NOT UPDATED FOR VIN: "
                       PA-VIN
           END-REWRITE.

       800-PROCESS-BATCH-TRANSACTIONS.
           OPEN INPUT CAR-FILE-TRANS.
           IF WS-TRANS-STATUS NOT = "00"

       810-APPLY-ONE-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-OK.
           MOVE 'N' TO WS-TRANS-HELD.
           MOVE SPACES TO WS-TRANS-REASON.
           MOVE TR-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 240-VERIFY-OPERATOR.
                   WHEN 'C'
                   WHEN 'D'
                   WHEN 'S'
                   WHEN 'T'
                   WHEN 'R'
                       MOVE TR-ACTION TO WS-CHECK-ACTION
                       MOVE TR-VIN
                           TO CAR-VIN OF CAR-RECORD-MASTER
                                   PERFORM 840-BATCH-DELETE-RECORD
                               WHEN 'S'
                                   PERFORM 845-BATCH-DISPOSE-RECORD
                               WHEN 'T'
                                   PERFORM 847-BATCH-TRANSFER-RECORD
                               WHEN 'R'
                                   PERFORM 848-BATCH-RECEIVE-TRANSFER
                           END-EVALUATE
                       ELSE
                           MOVE 'N' TO WS-TRANS-OK
               MOVE 0 TO SALE-DATE
               MOVE 0 TO SALE-PROCEEDS
               MOVE SPACES TO BUYER-NAME
               IF PURCHASE-PRICE > WS-APPROVAL-THRESHOLD
                   PERFORM 720-HOLD-NEW-CAR-RECORD
               ELSE
                   WRITE CAR-RECORD-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "CAR-VIN ALREADY EXISTS"
                               TO WS-TRANS-REASON
                       NOT INVALID KEY
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM 700-WRITE-HISTORY-RECORD
                   END-WRITE
               END-IF
           END-IF.

       830-BATCH-CHANGE-RECORD.
                   NOT INVALID KEY
                       MOVE CAR-RECORD-MASTER TO WS-BEFORE-IMAGE
                       PERFORM 835-APPLY-CHANGED-FIELDS
                       IF TR-PRICE IS NUMERIC
                           AND (PURCHASE-PRICE > WS-APPROVAL-THRESHOLD
                           OR WS-BEFORE-PRICE > WS-APPROVAL-THRESHOLD)
                           PERFORM 725-HOLD-CHANGED-CAR-RECORD
                       ELSE
                           REWRITE CAR-RECORD-MASTER
                           MOVE CAR-RECORD-MASTER TO WS-AFTER-IMAGE
                           MOVE "CHANGE" TO WS-AUDIT-ACTION
                           PERFORM 700-WRITE-HISTORY-RECORD
                       END-IF
               END-READ
           END-IF.

                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "NO CAR RECORD FOUND" TO WS-TRANS-REASON
                   NOT INVALID KEY
                       PERFORM 727-HOLD-DELETED-CAR-RECORD
               END-READ
           END-IF.

                       ELSE
                           MOVE CAR-RECORD-MASTER TO WS-BEFORE-IMAGE
                           PERFORM 660-APPLY-DISPOSAL-FIELDS
                           PERFORM 728-HOLD-DISPOSED-CAR-RECORD
                       END-IF
               END-READ
           END-IF.

       847-BATCH-TRANSFER-RECORD.
           MOVE TR-VIN TO WS-VIN-KEY.
           MOVE TR-FROM-BRANCH TO WS-NEW-FROM-BRANCH.
           MOVE TR-TO-BRANCH TO WS-NEW-TO-BRANCH.
           MOVE TR-XFER-DATE TO WS-NEW-XFER-DATE.
           PERFORM 675-APPLY-TRANSFER-SHIP.

       848-BATCH-RECEIVE-TRANSFER.
           MOVE TR-VIN TO WS-VIN-KEY.
           MOVE TR-TO-BRANCH TO WS-NEW-TO-BRANCH.
           MOVE TR-XFER-DATE TO WS-NEW-XFER-DATE.
           PERFORM 685-APPLY-TRANSFER-RECEIPT.

       850-VALIDATE-TRANS-FIELDS.
           MOVE TR-VIN TO VIN-EDIT-VIN.
           PERFORM 868-CHECK-VIN-EDIT.
           MOVE TR-ACTION TO WS-ED-ACTION.
           MOVE TR-VIN TO WS-ED-VIN.
           IF WS-TRANS-OK = 'Y'
               IF WS-TRANS-HELD = 'Y'
                   MOVE "PENDING" TO WS-ED-RESULT
                   MOVE "HELD FOR SECOND APPROVAL" TO WS-TRANS-REASON
                   ADD 1 TO WS-TRANS-PENDING-COUNT
               ELSE
                   MOVE "APPLIED" TO WS-ED-RESULT
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
               END-IF
           ELSE
               MOVE "REJECTED" TO WS-ED-RESULT
               ADD 1 TO WS-TRANS-REJECT-COUNT
           MOVE WS-TRANS-REASON TO WS-ED-REASON.
           WRITE EDIT-RPT-RECORD FROM WS-EDIT-DETAIL-LINE.

       875-VALIDATE-TRANSFER-FIELDS.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           IF WS-TRANSFER-OPEN NOT = 'Y'
               MOVE 'N' TO WS-TRANS-OK
               MOVE "TRANSFER FILE NOT AVAILABLE" TO WS-TRANS-REASON
           END-IF.
           IF WS-TRANS-OK = 'Y' AND WS-VIN-KEY = SPACES
               MOVE 'N' TO WS-TRANS-OK
               MOVE "CAR-VIN IS BLANK" TO WS-TRANS-REASON
           END-IF.
           IF WS-TRANS-OK = 'Y'
               IF WS-NEW-XFER-DATE = SPACES
                   MOVE WS-AUDIT-DATE TO WS-NEW-XFER-DATE-NUM
               ELSE
                   IF WS-NEW-XFER-DATE IS NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-OK
                       MOVE "TRANSFER DATE NOT NUMERIC"
                           TO WS-TRANS-REASON
                   ELSE
                       IF WS-NEW-XFER-DATE-NUM > WS-AUDIT-DATE
                           MOVE 'N' TO WS-TRANS-OK
                           MOVE "TRANSFER DATE IN THE FUTURE"
                               TO WS-TRANS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       878-CHECK-BRANCH-ON-FILE.
           MOVE 'N' TO WS-BRANCH-FOUND.
           SET BR-IDX TO 1.
           IF WS-BRANCH-CODE-COUNT > 0
               SEARCH BRANCH-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BR-CODE(BR-IDX) = WS-CHECK-BRANCH
                       MOVE 'Y' TO WS-BRANCH-FOUND
               END-SEARCH
           END-IF.

       879-RESOLVE-VIN-BRANCH.
           MOVE SPACES TO WS-VIN-BRANCH.
           SET VB-IDX TO 1.
           IF WS-VB-COUNT > 0
               SEARCH VIN-BRANCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VB-VIN(VB-IDX) = WS-VIN-KEY
                       MOVE WS-VB-BRANCH(VB-IDX) TO WS-VIN-BRANCH
               END-SEARCH
           END-IF.

       880-WRITE-EDIT-SUMMARY.
           MOVE SPACES TO EDIT-RPT-RECORD.
           WRITE EDIT-RPT-RECORD.
           MOVE WS-TRANS-READ-COUNT TO WS-ED-SUM-READ.
           MOVE WS-TRANS-APPLIED-COUNT TO WS-ED-SUM-APPLIED.
           MOVE WS-TRANS-REJECT-COUNT TO WS-ED-SUM-REJECTED.
           MOVE WS-TRANS-PENDING-COUNT TO WS-ED-SUM-PENDING.
           WRITE EDIT-RPT-RECORD FROM WS-EDIT-SUMMARY-LINE.

       END PROGRAM CAR-MAINT.
