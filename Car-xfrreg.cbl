      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-branch transfer register.  Lists every transfer
      *          on CAR-FILE-TRANSFER (written by the CAR-MAINT
      *          transfer and receive transactions) whose ship date
      *          falls in the requested range, grouped by branch pair
      *          (from-branch, to-branch) with ship and receive dates,
      *          days in transit, and the shipping and receiving
      *          operators, with a subtotal of transfers, receipts,
      *          and cars still in transit for each pair and a grand
      *          total.  A second section lists every car still in
      *          transit longer than the requested number of days,
      *          regardless of ship date range, grouped by receiving
      *          branch so the branch that has not confirmed receipt
      *          can be chased.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-TRANSFER-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-FILE-TRANSFER
               ASSIGN TO
            "..\CAR-FILE-TRANSFER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TF-KEY
                FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT   SORT-WORK-FILE
               ASSIGN TO "SORTWK1".
           SELECT   CAR-TRANSFER-RPT
               ASSIGN TO
            "..\CAR-TRANSFER-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-TRANSFER.
           COPY XFRREC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05   SR-FROM-BRANCH      PIC X(10).
           05   SR-TO-BRANCH        PIC X(10).
           05   SR-SHIP-DATE        PIC 9(8).
           05   SR-VIN              PIC X(17).
           05   SR-CAR-MODEL        PIC X(15).
           05   SR-RECEIVE-DATE     PIC 9(8).
           05   SR-STATUS           PIC X(1).
                88  SR-IN-TRANSIT       VALUE 'T'.
           05   SR-DAYS             PIC 9(5).
           05   SR-SHIP-OPER        PIC X(8).
           05   SR-RECEIVE-OPER     PIC X(8).

       FD CAR-TRANSFER-RPT.
       01 TRANSFER-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-TRANSFER-STATUS   PIC XX.
           05 WS-TRANSFER-EOF      PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).

       01  SELECTION-FIELDS.
           05 WS-SEL-FROM-DATE     PIC X(8).
           05 WS-SEL-TO-DATE       PIC X(8).
           05 WS-SEL-FROM-NUM      PIC 9(8) VALUE 0.
           05 WS-SEL-TO-NUM        PIC 9(8) VALUE 99999999.
           05 WS-AGE-DAYS-X        PIC X(3).
           05 WS-AGE-DAYS          PIC 9(3) VALUE 14.

       01  PARM-CONVERT-FIELDS.
           05 WS-PARM-WORK         PIC X(3).
           05 WS-PARM-VALUE        PIC 9(3) VALUE 0.
           05 WS-PARM-OK           PIC X(1).
           05 WS-PARM-IDX          PIC 9(1) VALUE 0.
           05 WS-PARM-DIGIT-X      PIC X(1).
           05 WS-PARM-DIGIT        REDEFINES WS-PARM-DIGIT-X
                                   PIC 9(1).

       01  COUNT-FIELDS.
           05 WS-TRANSFER-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-SELECTED-COUNT      PIC 9(6) VALUE 0.

       01  WORK-FIELDS.
           05 WS-DAYS-IN-TRANSIT   PIC S9(7) VALUE 0.

       01  PAIR-TOTAL-FIELDS.
           05 WS-PR-PREV-FROM      PIC X(10) VALUE SPACES.
           05 WS-PR-PREV-TO        PIC X(10) VALUE SPACES.
           05 WS-PR-FIRST          PIC X(1)  VALUE 'Y'.
           05 WS-PR-XFER-COUNT     PIC 9(6)  VALUE 0.
           05 WS-PR-RECV-COUNT     PIC 9(6)  VALUE 0.
           05 WS-PR-TRANSIT-COUNT  PIC 9(6)  VALUE 0.

       01  GRAND-TOTAL-FIELDS.
           05 WS-GT-XFER-COUNT     PIC 9(6)  VALUE 0.
           05 WS-GT-RECV-COUNT     PIC 9(6)  VALUE 0.
           05 WS-GT-TRANSIT-COUNT  PIC 9(6)  VALUE 0.
           05 WS-GT-AGED-COUNT     PIC 9(6)  VALUE 0.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-XFR-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "TRANSFER REGISTER BY BRANCH".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-XFR-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-XFR-HDG-PAGE      PIC ZZZ9.

       01  WS-XFR-HEADING-2.
           05 FILLER               PIC X(18) VALUE
                  "SHIP DATES FROM: ".
           05 WS-XFR-HDG-FROM      PIC 9(8).
           05 FILLER               PIC X(6)  VALUE " TO: ".
           05 WS-XFR-HDG-TO        PIC 9(8).

       01  WS-XFR-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "FROM".
           05 FILLER               PIC X(12) VALUE "TO".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(10) VALUE "SHIPPED".
           05 FILLER               PIC X(10) VALUE "RECEIVED".
           05 FILLER               PIC X(12) VALUE "STATUS".
           05 FILLER               PIC X(7)  VALUE "DAYS".
           05 FILLER               PIC X(10) VALUE "SHIP OPER".
           05 FILLER               PIC X(10) VALUE "RECV OPER".

       01  WS-XFR-DETAIL-LINE.
           05 WS-XD-FROM           PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-TO             PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-SHIP-DATE      PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-RECEIVE-DATE   PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-STATUS         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-DAYS           PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-SHIP-OPER      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-XD-RECEIVE-OPER   PIC X(8).

       01  WS-PAIR-TOTAL-LINE.
           05 FILLER               PIC X(17) VALUE
                  "PAIR TOTAL: FROM ".
           05 WS-PT-FROM           PIC X(10).
           05 FILLER               PIC X(4)  VALUE " TO ".
           05 WS-PT-TO             PIC X(10).
           05 FILLER               PIC X(14) VALUE "  TRANSFERS: ".
           05 WS-PT-XFER           PIC ZZZZZ9.
           05 FILLER               PIC X(13) VALUE "  RECEIVED: ".
           05 WS-PT-RECV           PIC ZZZZZ9.
           05 FILLER               PIC X(15) VALUE "  IN TRANSIT: ".
           05 WS-PT-TRANSIT        PIC ZZZZZ9.

       01  WS-GRAND-TOTAL-LINE.
           05 FILLER               PIC X(41) VALUE
                  "GRAND TOTAL:".
           05 FILLER               PIC X(14) VALUE "  TRANSFERS: ".
           05 WS-GT-XFER           PIC ZZZZZ9.
           05 FILLER               PIC X(13) VALUE "  RECEIVED: ".
           05 WS-GT-RECV           PIC ZZZZZ9.
           05 FILLER               PIC X(15) VALUE "  IN TRANSIT: ".
           05 WS-GT-TRANSIT        PIC ZZZZZ9.

       01  WS-AGED-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "CARS IN TRANSIT OVER".
           05 WS-AGD-HDG-DAYS      PIC ZZ9.
           05 FILLER               PIC X(7)  VALUE " DAYS".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-AGD-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-AGD-HDG-PAGE      PIC ZZZ9.

       01  WS-AGED-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "TO BRANCH".
           05 FILLER               PIC X(12) VALUE "FROM".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(10) VALUE "SHIPPED".
           05 FILLER               PIC X(7)  VALUE "DAYS".
           05 FILLER               PIC X(10) VALUE "SHIP OPER".

       01  WS-AGED-DETAIL-LINE.
           05 WS-AD-TO             PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-FROM           PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-SHIP-DATE      PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-DAYS           PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-AD-SHIP-OPER      PIC X(8).

       01  WS-AGED-TOTAL-LINE.
           05 FILLER               PIC X(30) VALUE
                  "TOTAL CARS OVERDUE IN TRANSIT:".
           05 WS-AT-COUNT          PIC ZZZZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-TRANSFER-REGISTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 210-ACCEPT-REGISTER-PARMS.
           OPEN INPUT CAR-FILE-TRANSFER.
           IF WS-TRANSFER-STATUS NOT = "00"
                   AND WS-TRANSFER-STATUS NOT = "05"
               DISPLAY "CAR-FILE-TRANSFER COULD NOT BE OPENED, "
                   "STATUS: " WS-TRANSFER-STATUS
           ELSE
               CLOSE CAR-FILE-TRANSFER
               OPEN OUTPUT CAR-TRANSFER-RPT
               PERFORM 710-PRINT-REGISTER-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-FROM-BRANCH SR-TO-BRANCH
                                    SR-SHIP-DATE SR-VIN
                   INPUT PROCEDURE 400-RELEASE-SELECTED-TRANSFERS
                   OUTPUT PROCEDURE 450-PRODUCE-PAIR-REGISTER
               PERFORM 750-PRINT-AGED-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-TO-BRANCH SR-SHIP-DATE SR-VIN
                   INPUT PROCEDURE 500-RELEASE-AGED-TRANSIT
                   OUTPUT PROCEDURE 550-PRODUCE-AGED-LIST
               CLOSE CAR-TRANSFER-RPT
               DISPLAY "TRANSFERS READ:        " WS-TRANSFER-READ-COUNT
               DISPLAY "TRANSFERS IN RANGE:    " WS-SELECTED-COUNT
               DISPLAY "STILL IN TRANSIT:      " WS-GT-TRANSIT-COUNT
               DISPLAY "IN TRANSIT OVER LIMIT: " WS-GT-AGED-COUNT
           END-IF.
           STOP RUN.

       210-ACCEPT-REGISTER-PARMS.
           DISPLAY "ENTER SHIP FROM DATE YYYYMMDD (BLANK = OPEN): ".
           ACCEPT WS-SEL-FROM-DATE FROM CONSOLE.
           IF WS-SEL-FROM-DATE IS NUMERIC
               MOVE WS-SEL-FROM-DATE TO WS-SEL-FROM-NUM
           END-IF.
           DISPLAY "ENTER SHIP TO DATE YYYYMMDD (BLANK = OPEN): ".
           ACCEPT WS-SEL-TO-DATE FROM CONSOLE.
           IF WS-SEL-TO-DATE IS NUMERIC
               MOVE WS-SEL-TO-DATE TO WS-SEL-TO-NUM
           END-IF.
           DISPLAY "ENTER DAYS IN TRANSIT LIMIT (BLANK = 14): ".
           ACCEPT WS-AGE-DAYS-X FROM CONSOLE.
           MOVE WS-AGE-DAYS-X TO WS-PARM-WORK.
           PERFORM 220-CONVERT-PARM-VALUE.
           IF WS-PARM-OK = 'Y' AND WS-PARM-VALUE > 0
               MOVE WS-PARM-VALUE TO WS-AGE-DAYS
           END-IF.

       220-CONVERT-PARM-VALUE.
      * Console entries arrive left-justified, so "5" and "15" fail a
      * plain IS NUMERIC test on the X(3) field; convert digit by
      * digit instead of demanding zero-padded input.
           MOVE 0 TO WS-PARM-VALUE.
           IF WS-PARM-WORK = SPACES
               MOVE 'N' TO WS-PARM-OK
           ELSE
               MOVE 'Y' TO WS-PARM-OK
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > 3
                       OR WS-PARM-WORK(WS-PARM-IDX:1) = SPACES
                       OR WS-PARM-OK = 'N'
                   MOVE WS-PARM-WORK(WS-PARM-IDX:1)
                       TO WS-PARM-DIGIT-X
                   IF WS-PARM-DIGIT-X IS NUMERIC
                       COMPUTE WS-PARM-VALUE =
                           WS-PARM-VALUE * 10 + WS-PARM-DIGIT
                   ELSE
                       MOVE 'N' TO WS-PARM-OK
                       DISPLAY "ENTRY NOT NUMERIC, USING DEFAULT: "
                           WS-PARM-WORK
                   END-IF
               END-PERFORM
           END-IF.

       400-RELEASE-SELECTED-TRANSFERS.
           MOVE 'N' TO WS-TRANSFER-EOF.
           OPEN INPUT CAR-FILE-TRANSFER.
           PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
               READ CAR-FILE-TRANSFER
                   AT END
                       MOVE 'Y' TO WS-TRANSFER-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANSFER-READ-COUNT
                       IF TF-SHIP-DATE NOT < WS-SEL-FROM-NUM
                               AND TF-SHIP-DATE NOT > WS-SEL-TO-NUM
                           ADD 1 TO WS-SELECTED-COUNT
                           PERFORM 410-BUILD-SORT-RECORD
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAR-FILE-TRANSFER.

       405-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE AT END MOVE 'Y' TO SORT-EOF-FLAG.

       410-BUILD-SORT-RECORD.
           MOVE TF-FROM-BRANCH TO SR-FROM-BRANCH.
           MOVE TF-TO-BRANCH TO SR-TO-BRANCH.
           MOVE TF-SHIP-DATE TO SR-SHIP-DATE.
           MOVE TF-VIN TO SR-VIN.
           MOVE TF-CAR-MODEL TO SR-CAR-MODEL.
           MOVE TF-RECEIVE-DATE TO SR-RECEIVE-DATE.
           MOVE TF-STATUS TO SR-STATUS.
           MOVE TF-SHIP-OPER TO SR-SHIP-OPER.
           MOVE TF-RECEIVE-OPER TO SR-RECEIVE-OPER.
           MOVE 0 TO WS-DAYS-IN-TRANSIT.
           IF TF-SHIP-DATE IS NUMERIC AND TF-SHIP-DATE > 0
               IF TF-IN-TRANSIT
                   IF TF-SHIP-DATE < WS-RUN-DATE
                       COMPUTE WS-DAYS-IN-TRANSIT =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE(TF-SHIP-DATE)
                   END-IF
               ELSE
                   IF TF-RECEIVE-DATE IS NUMERIC
                           AND TF-RECEIVE-DATE > TF-SHIP-DATE
                       COMPUTE WS-DAYS-IN-TRANSIT =
                           FUNCTION INTEGER-OF-DATE(TF-RECEIVE-DATE)
                           - FUNCTION INTEGER-OF-DATE(TF-SHIP-DATE)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DAYS-IN-TRANSIT TO SR-DAYS.

       450-PRODUCE-PAIR-REGISTER.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 720-PRINT-ONE-TRANSFER
               PERFORM 405-RETURN-SORTED-RECORD
           END-PERFORM.
           IF WS-PR-FIRST = 'N'
               PERFORM 730-PRINT-PAIR-TOTAL
           END-IF.
           PERFORM 740-PRINT-GRAND-TOTAL.

       500-RELEASE-AGED-TRANSIT.
           MOVE 'N' TO WS-TRANSFER-EOF.
           OPEN INPUT CAR-FILE-TRANSFER.
           PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
               READ CAR-FILE-TRANSFER
                   AT END
                       MOVE 'Y' TO WS-TRANSFER-EOF
                   NOT AT END
                       IF TF-IN-TRANSIT
                           PERFORM 410-BUILD-SORT-RECORD
                           IF SR-DAYS > WS-AGE-DAYS
                               RELEASE SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAR-FILE-TRANSFER.

       550-PRODUCE-AGED-LIST.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 760-PRINT-ONE-AGED-CAR
               PERFORM 405-RETURN-SORTED-RECORD
           END-PERFORM.
           PERFORM 770-PRINT-AGED-TOTAL.

       710-PRINT-REGISTER-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-XFR-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-XFR-HDG-PAGE.
           MOVE WS-SEL-FROM-NUM TO WS-XFR-HDG-FROM.
           MOVE WS-SEL-TO-NUM TO WS-XFR-HDG-TO.
           WRITE TRANSFER-RPT-RECORD FROM WS-XFR-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE TRANSFER-RPT-RECORD FROM WS-XFR-HEADING-2.
           WRITE TRANSFER-RPT-RECORD FROM WS-XFR-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE TRANSFER-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-ONE-TRANSFER.
           IF WS-PR-FIRST = 'N'
                   AND (SR-FROM-BRANCH NOT = WS-PR-PREV-FROM
                       OR SR-TO-BRANCH NOT = WS-PR-PREV-TO)
               PERFORM 730-PRINT-PAIR-TOTAL
           END-IF.
           MOVE 'N' TO WS-PR-FIRST.
           MOVE SR-FROM-BRANCH TO WS-PR-PREV-FROM.
           MOVE SR-TO-BRANCH TO WS-PR-PREV-TO.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REGISTER-HEADINGS
           END-IF.
           MOVE SR-FROM-BRANCH TO WS-XD-FROM.
           MOVE SR-TO-BRANCH TO WS-XD-TO.
           MOVE SR-VIN TO WS-XD-VIN.
           MOVE SR-CAR-MODEL TO WS-XD-MODEL.
           MOVE SR-SHIP-DATE TO WS-XD-SHIP-DATE.
           MOVE SR-DAYS TO WS-XD-DAYS.
           MOVE SR-SHIP-OPER TO WS-XD-SHIP-OPER.
           MOVE SR-RECEIVE-OPER TO WS-XD-RECEIVE-OPER.
           ADD 1 TO WS-PR-XFER-COUNT.
           ADD 1 TO WS-GT-XFER-COUNT.
           IF SR-IN-TRANSIT
               MOVE SPACES TO WS-XD-RECEIVE-DATE
               MOVE "IN TRANSIT" TO WS-XD-STATUS
               ADD 1 TO WS-PR-TRANSIT-COUNT
               ADD 1 TO WS-GT-TRANSIT-COUNT
           ELSE
               MOVE SR-RECEIVE-DATE TO WS-XD-RECEIVE-DATE
               MOVE "RECEIVED" TO WS-XD-STATUS
               ADD 1 TO WS-PR-RECV-COUNT
               ADD 1 TO WS-GT-RECV-COUNT
           END-IF.
           WRITE TRANSFER-RPT-RECORD FROM WS-XFR-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       730-PRINT-PAIR-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REGISTER-HEADINGS
           END-IF.
           MOVE WS-PR-PREV-FROM TO WS-PT-FROM.
           MOVE WS-PR-PREV-TO TO WS-PT-TO.
           MOVE WS-PR-XFER-COUNT TO WS-PT-XFER.
           MOVE WS-PR-RECV-COUNT TO WS-PT-RECV.
           MOVE WS-PR-TRANSIT-COUNT TO WS-PT-TRANSIT.
           WRITE TRANSFER-RPT-RECORD FROM WS-PAIR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TRANSFER-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-PR-XFER-COUNT.
           MOVE 0 TO WS-PR-RECV-COUNT.
           MOVE 0 TO WS-PR-TRANSIT-COUNT.

       740-PRINT-GRAND-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REGISTER-HEADINGS
           END-IF.
           MOVE WS-GT-XFER-COUNT TO WS-GT-XFER.
           MOVE WS-GT-RECV-COUNT TO WS-GT-RECV.
           MOVE WS-GT-TRANSIT-COUNT TO WS-GT-TRANSIT.
           WRITE TRANSFER-RPT-RECORD FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       750-PRINT-AGED-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-AGE-DAYS TO WS-AGD-HDG-DAYS.
           MOVE WS-RUN-DATE TO WS-AGD-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-AGD-HDG-PAGE.
           WRITE TRANSFER-RPT-RECORD FROM WS-AGED-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE TRANSFER-RPT-RECORD FROM WS-AGED-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE TRANSFER-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       760-PRINT-ONE-AGED-CAR.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 750-PRINT-AGED-HEADINGS
           END-IF.
           MOVE SR-TO-BRANCH TO WS-AD-TO.
           MOVE SR-FROM-BRANCH TO WS-AD-FROM.
           MOVE SR-VIN TO WS-AD-VIN.
           MOVE SR-CAR-MODEL TO WS-AD-MODEL.
           MOVE SR-SHIP-DATE TO WS-AD-SHIP-DATE.
           MOVE SR-DAYS TO WS-AD-DAYS.
           MOVE SR-SHIP-OPER TO WS-AD-SHIP-OPER.
           WRITE TRANSFER-RPT-RECORD FROM WS-AGED-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-GT-AGED-COUNT.

       770-PRINT-AGED-TOTAL.
           MOVE WS-GT-AGED-COUNT TO WS-AT-COUNT.
           WRITE TRANSFER-RPT-RECORD FROM WS-AGED-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       END PROGRAM CAR-TRANSFER-REGISTER.
