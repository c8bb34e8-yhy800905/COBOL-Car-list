      *          record counts in CAR-FILE-VALID and CAR-FILE-REJECTS.
      *          Any out-of-balance condition is reported loudly and
      *          sets RETURN-CODE 8 so the scheduler can trap it.
      *          Cars shown in transit on CAR-FILE-TRANSFER (shipped
      *          by the CAR-MAINT transfer transaction, not yet
      *          received) are listed as in transit rather than as
      *          breaks when they are in no branch file, or in both
      *          the shipping and receiving branch files, while the
      *          branches move the record between their files.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
            "..\CAR-FILE-TOTALS.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TOTALS-STATUS.
           SELECT OPTIONAL CAR-FILE-TRANSFER
               ASSIGN TO
            "..\CAR-FILE-TRANSFER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TF-KEY
                FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT   CAR-RECON-RPT
               ASSIGN TO
            "..\CAR-RECON-RPT.txt"
       FD CAR-FILE-TOTALS.
       01 TOTALS-RECORD                PIC X(100).

       FD CAR-FILE-TRANSFER.
           COPY XFRREC.

       FD CAR-RECON-RPT.
       01 RECON-RPT-RECORD             PIC X(110).

           05 WS-VALID-STATUS      PIC XX.
           05 WS-REJECTS-STATUS    PIC XX.
           05 WS-TOTALS-STATUS     PIC XX.
           05 WS-TRANSFER-STATUS   PIC XX.
           05 WS-TRANSFER-EOF      PIC X(1).
           05 WS-IN-TRANSIT        PIC X(1).
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
               10 WS-BC-BRANCH      PIC X(10).
               10 WS-BC-MATCHED     PIC X(1).

       01  IN-TRANSIT-TABLE.
           05 WS-IT-COUNT          PIC 9(5) VALUE 0.
           05 IN-TRANSIT-ENTRY
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-IT-COUNT
                   INDEXED BY IT-IDX.
               10 WS-IT-VIN         PIC X(17).
               10 WS-IT-FROM-BRANCH PIC X(10).
               10 WS-IT-TO-BRANCH   PIC X(10).

       01  WS-CHECK-VIN            PIC X(17).

       01  COUNT-FIELDS.
           05 WS-MASTER-ACTIVE-COUNT   PIC 9(6) VALUE 0.
           05 WS-MASTER-INACTIVE-COUNT PIC 9(6) VALUE 0.
           05 WS-MASTER-ONLY-COUNT     PIC 9(6) VALUE 0.
           05 WS-BRANCH-ONLY-COUNT     PIC 9(6) VALUE 0.
           05 WS-DUPLICATE-COUNT       PIC 9(6) VALUE 0.
           05 WS-IN-TRANSIT-COUNT      PIC 9(6) VALUE 0.
           05 WS-VALID-FILE-COUNT      PIC 9(6) VALUE 0.
           05 WS-REJECT-FILE-COUNT     PIC 9(6) VALUE 0.
           05 WS-TOTALS-CARS-COUNT     PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       100-CAR-RECONCILE.
           PERFORM 201-OPEN-RECON-REPORT.
           PERFORM 450-LOAD-IN-TRANSIT-CARS.
           PERFORM 400-LOAD-BRANCH-FILES.
           PERFORM 500-MATCH-MASTER-RECORDS.
           PERFORM 550-REPORT-BRANCH-ONLY-CARS.
                       CONTINUE
                   WHEN WS-BC-VIN(BC-IDX) = CAR-VIN OF CAR-RECORD-IN
                       MOVE 'Y' TO WS-DUP-FOUND
                       MOVE CAR-VIN OF CAR-RECORD-IN TO WS-CHECK-VIN
                       PERFORM 460-CHECK-IN-TRANSIT
                       IF WS-IN-TRANSIT = 'Y'
                           AND ((WS-BC-BRANCH(BC-IDX)
                                   = WS-IT-FROM-BRANCH(IT-IDX)
                               AND WS-CURRENT-BRANCH-CODE
                                   = WS-IT-TO-BRANCH(IT-IDX))
                           OR (WS-BC-BRANCH(BC-IDX)
                                   = WS-IT-TO-BRANCH(IT-IDX)
                               AND WS-CURRENT-BRANCH-CODE
                                   = WS-IT-FROM-BRANCH(IT-IDX)))
                           ADD 1 TO WS-IN-TRANSIT-COUNT
                           MOVE "IN TRANSIT, IN BOTH BRANCH FILES"
                               TO WS-RCN-TYPE
                       ELSE
                           ADD 1 TO WS-DUPLICATE-COUNT
                           MOVE 'Y' TO WS-OUT-OF-BALANCE
                           MOVE "DUPLICATE VIN IN TWO BRANCH FILES"
                               TO WS-RCN-TYPE
                       END-IF
                       MOVE CAR-VIN OF CAR-RECORD-IN TO WS-RCN-VIN
                       MOVE CAR-MODEL OF CAR-RECORD-IN
                           TO WS-RCN-MODEL
               END-SEARCH
           END-IF.

       450-LOAD-IN-TRANSIT-CARS.
           MOVE 'N' TO WS-TRANSFER-EOF.
           OPEN INPUT CAR-FILE-TRANSFER.
           IF WS-TRANSFER-STATUS NOT = "00"
                   AND WS-TRANSFER-STATUS NOT = "05"
               DISPLAY "CAR-FILE-TRANSFER COULD NOT BE OPENED, "
                   "STATUS: " WS-TRANSFER-STATUS
           ELSE
               PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
                   READ CAR-FILE-TRANSFER
                       AT END
                           MOVE 'Y' TO WS-TRANSFER-EOF
                       NOT AT END
                           IF TF-IN-TRANSIT
                               PERFORM 455-STORE-IN-TRANSIT-CAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-TRANSFER
           END-IF.

       455-STORE-IN-TRANSIT-CAR.
           IF WS-IT-COUNT < 2000
               ADD 1 TO WS-IT-COUNT
               MOVE TF-VIN TO WS-IT-VIN(WS-IT-COUNT)
               MOVE TF-FROM-BRANCH TO WS-IT-FROM-BRANCH(WS-IT-COUNT)
               MOVE TF-TO-BRANCH TO WS-IT-TO-BRANCH(WS-IT-COUNT)
           ELSE
               IF WS-TABLE-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
                   DISPLAY "IN-TRANSIT TABLE FULL - "
                       "RECONCILIATION INCOMPLETE"
               END-IF
           END-IF.

       460-CHECK-IN-TRANSIT.
           MOVE 'N' TO WS-IN-TRANSIT.
           SET IT-IDX TO 1.
           IF WS-IT-COUNT > 0
               SEARCH IN-TRANSIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-IT-VIN(IT-IDX) = WS-CHECK-VIN
                       MOVE 'Y' TO WS-IN-TRANSIT
               END-SEARCH
           END-IF.

       500-MATCH-MASTER-RECORDS.
           MOVE 'N' TO WS-MASTER-EOF.
           OPEN INPUT CAR-FILE-MASTER.
           END-IF.

       520-REPORT-MASTER-ONLY-CAR.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-CHECK-VIN.
           PERFORM 460-CHECK-IN-TRANSIT.
           IF WS-IN-TRANSIT = 'Y'
               ADD 1 TO WS-IN-TRANSIT-COUNT
               MOVE "IN TRANSIT, IN NO BRANCH FILE" TO WS-RCN-TYPE
               MOVE WS-IT-FROM-BRANCH(IT-IDX) TO WS-RCN-BRANCH
               MOVE WS-IT-TO-BRANCH(IT-IDX) TO WS-RCN-BRANCH-2
           ELSE
               ADD 1 TO WS-MASTER-ONLY-COUNT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE "IN MASTER, IN NO BRANCH FILE" TO WS-RCN-TYPE
               MOVE SPACES TO WS-RCN-BRANCH
               MOVE SPACES TO WS-RCN-BRANCH-2
           END-IF.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-RCN-VIN.
           MOVE CAR-MODEL OF CAR-RECORD-MASTER TO WS-RCN-MODEL.
           WRITE RECON-RPT-RECORD FROM WS-RECON-DETAIL-LINE.

       550-REPORT-BRANCH-ONLY-CARS.
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
               INTO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           MOVE SPACES TO RECON-RPT-RECORD.
           STRING "IN TRANSIT (NOT A BREAK): " DELIMITED BY SIZE
                   WS-IN-TRANSIT-COUNT DELIMITED BY SIZE
               INTO RECON-RPT-RECORD.
           WRITE RECON-RPT-RECORD.
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE SPACES TO RECON-RPT-RECORD
               MOVE "*** RECONCILIATION OUT OF BALANCE ***"
