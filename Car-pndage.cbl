      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily aging report of transactions awaiting second
      *          approval.  Every item still pending on
      *          CAR-FILE-PENDING (held there by CAR-MAINT because it
      *          was an add or price change above the approval
      *          threshold, a delete, or a disposal) is listed oldest
      *          first with the entering operator, the amount, the
      *          car model and the number of days it has been
      *          waiting, and is placed in an age band (0-1, 2-3,
      *          4-7, over 7 days).  Band counts and amounts and a
      *          grand total follow the detail.  Items already
      *          approved or declined are not listed.  Runs as a step
      *          of CAR-NIGHT-DRIVER; raises RETURN-CODE 8 only when
      *          CAR-FILE-PENDING exists but cannot be read.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-PENDING-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-FILE-PENDING
               ASSIGN TO
            "..\CAR-FILE-PENDING.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PA-KEY
                FILE STATUS IS WS-PENDING-STATUS.
           SELECT   SORT-WORK-FILE
               ASSIGN TO "SORTWK1".
           SELECT   CAR-PENDING-AGING-RPT
               ASSIGN TO
            "..\CAR-PENDING-AGING-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-PENDING.
           COPY PNDREC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05   SR-ENTRY-DATE       PIC 9(8).
           05   SR-ENTRY-TIME       PIC 9(8).
           05   SR-VIN              PIC X(17).
           05   SR-ACTION           PIC X(1).
           05   SR-AMOUNT           PIC 9(7)V99.
           05   SR-ENTERED-BY       PIC X(8).
           05   SR-CAR-MODEL        PIC X(15).
           05   SR-DAYS-PENDING     PIC 9(5).
           05   SR-AGE-BAND         PIC 9(1).

       FD CAR-PENDING-AGING-RPT.
       01 PENDING-AGING-RPT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-PENDING-STATUS    PIC XX.
           05 WS-PENDING-EOF       PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).

       01  COUNT-FIELDS.
           05 WS-PENDING-READ-COUNT PIC 9(6) VALUE 0.

       01  WORK-FIELDS.
           05 WS-DAYS-PENDING      PIC S9(7) VALUE 0.

           COPY CARREC REPLACING CAR-RECORD-MASTER BY PA-CAR-IMAGE.

       01  AGE-BAND-TABLE-DEFINITION.
           05 FILLER               PIC X(14) VALUE "0-1 DAYS".
           05 FILLER               PIC X(14) VALUE "2-3 DAYS".
           05 FILLER               PIC X(14) VALUE "4-7 DAYS".
           05 FILLER               PIC X(14) VALUE "OVER 7 DAYS".

       01  AGE-BAND-TABLE REDEFINES AGE-BAND-TABLE-DEFINITION.
           05 WS-AGE-BAND-NAME     PIC X(14) OCCURS 4 TIMES.

       01  AGE-BAND-TOTALS.
           05 AGE-BAND-TOTAL-ENTRY OCCURS 4 TIMES.
               10 WS-AB-COUNT      PIC 9(6).
               10 WS-AB-AMOUNT     PIC 9(11)V99.

       01  GRAND-TOTAL-FIELDS.
           05 WS-GT-COUNT          PIC 9(6)     VALUE 0.
           05 WS-GT-AMOUNT         PIC 9(11)V99 VALUE 0.
           05 WS-BAND-NO           PIC 9(1)     VALUE 0.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-AGING-HEADING-1.
           05 FILLER               PIC X(40) VALUE
                  "TRANSACTIONS PENDING SECOND APPROVAL".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-PAR-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-PAR-HDG-PAGE      PIC ZZZ9.

       01  WS-AGING-COLUMN-HEADING.
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(8)  VALUE "ACTION".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(15) VALUE "      AMOUNT".
           05 FILLER               PIC X(10) VALUE "ENTERED".
           05 FILLER               PIC X(10) VALUE "ON".
           05 FILLER               PIC X(7)  VALUE "DAYS".
           05 FILLER               PIC X(14) VALUE "AGE".

       01  WS-AGING-DETAIL-LINE.
           05 WS-PA-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PA-ACTION         PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PA-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PA-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-PA-ENTERED-BY     PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PA-ENTRY-DATE     PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PA-DAYS           PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PA-AGE-BAND       PIC X(14).

       01  WS-BAND-TOTAL-LINE.
           05 FILLER               PIC X(6)  VALUE "AGED ".
           05 WS-PB-BAND           PIC X(14).
           05 FILLER               PIC X(9)  VALUE "  ITEMS: ".
           05 WS-PB-COUNT          PIC ZZZZZ9.
           05 FILLER               PIC X(10) VALUE "  AMOUNT: ".
           05 WS-PB-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-GRAND-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE
                  "TOTAL PENDING".
           05 FILLER               PIC X(9)  VALUE "  ITEMS: ".
           05 WS-PG-COUNT          PIC ZZZZZ9.
           05 FILLER               PIC X(10) VALUE "  AMOUNT: ".
           05 WS-PG-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NONE-PENDING-LINE    PIC X(50) VALUE
                  "NO TRANSACTIONS ARE AWAITING APPROVAL".

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-PENDING-AGING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE AGE-BAND-TOTALS.
           OPEN INPUT CAR-FILE-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
                   AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "CAR-FILE-PENDING COULD NOT BE OPENED, STATUS: "
                   WS-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CAR-PENDING-AGING-RPT
               PERFORM 710-PRINT-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-ENTRY-DATE SR-ENTRY-TIME SR-VIN
                   INPUT PROCEDURE 440-RELEASE-PENDING-ITEMS
                   OUTPUT PROCEDURE 450-PRODUCE-AGING-REPORT
               CLOSE CAR-PENDING-AGING-RPT
               CLOSE CAR-FILE-PENDING
               DISPLAY "PENDING ITEMS READ:     " WS-PENDING-READ-COUNT
               DISPLAY "AWAITING APPROVAL:      " WS-GT-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       440-RELEASE-PENDING-ITEMS.
           MOVE 'N' TO WS-PENDING-EOF.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ CAR-FILE-PENDING
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ-COUNT
                       IF PA-PENDING
                           PERFORM 510-AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       510-AGE-ONE-ITEM.
           MOVE PA-ENTRY-DATE TO SR-ENTRY-DATE.
           MOVE PA-ENTRY-TIME TO SR-ENTRY-TIME.
           MOVE PA-VIN TO SR-VIN.
           MOVE PA-ACTION TO SR-ACTION.
           MOVE PA-AMOUNT TO SR-AMOUNT.
           MOVE PA-ENTERED-BY TO SR-ENTERED-BY.
           IF PA-DELETE
               MOVE PA-BEFORE-IMAGE TO PA-CAR-IMAGE
           ELSE
               MOVE PA-AFTER-IMAGE TO PA-CAR-IMAGE
           END-IF.
           MOVE CAR-MODEL OF PA-CAR-IMAGE TO SR-CAR-MODEL.
           MOVE 0 TO WS-DAYS-PENDING.
           IF PA-ENTRY-DATE IS NUMERIC AND PA-ENTRY-DATE > 0
                   AND PA-ENTRY-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PA-ENTRY-DATE)
           END-IF.
           MOVE WS-DAYS-PENDING TO SR-DAYS-PENDING.
           EVALUATE TRUE
               WHEN WS-DAYS-PENDING < 2
                   MOVE 1 TO SR-AGE-BAND
               WHEN WS-DAYS-PENDING < 4
                   MOVE 2 TO SR-AGE-BAND
               WHEN WS-DAYS-PENDING < 8
                   MOVE 3 TO SR-AGE-BAND
               WHEN OTHER
                   MOVE 4 TO SR-AGE-BAND
           END-EVALUATE.
           RELEASE SORT-RECORD.

       450-PRODUCE-AGING-REPORT.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 720-PRINT-ONE-ITEM
               PERFORM 405-RETURN-SORTED-RECORD
           END-PERFORM.
           IF WS-GT-COUNT = 0
               WRITE PENDING-AGING-RPT-RECORD
                   FROM WS-NONE-PENDING-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM 730-PRINT-AGE-TOTALS.

       405-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE AT END MOVE 'Y' TO SORT-EOF-FLAG.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-PAR-HDG-DATE.
           MOVE WS-PAGE-NO TO WS-PAR-HDG-PAGE.
           WRITE PENDING-AGING-RPT-RECORD FROM WS-AGING-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE PENDING-AGING-RPT-RECORD FROM WS-AGING-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PENDING-AGING-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-ONE-ITEM.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SR-VIN TO WS-PA-VIN.
           EVALUATE SR-ACTION
               WHEN 'A'
                   MOVE "ADD" TO WS-PA-ACTION
               WHEN 'C'
                   MOVE "CHANGE" TO WS-PA-ACTION
               WHEN 'D'
                   MOVE "DELETE" TO WS-PA-ACTION
               WHEN 'S'
                   MOVE "DISPOS" TO WS-PA-ACTION
               WHEN OTHER
                   MOVE SR-ACTION TO WS-PA-ACTION
           END-EVALUATE.
           MOVE SR-CAR-MODEL TO WS-PA-MODEL.
           MOVE SR-AMOUNT TO WS-PA-AMOUNT.
           MOVE SR-ENTERED-BY TO WS-PA-ENTERED-BY.
           MOVE SR-ENTRY-DATE TO WS-PA-ENTRY-DATE.
           MOVE SR-DAYS-PENDING TO WS-PA-DAYS.
           MOVE WS-AGE-BAND-NAME(SR-AGE-BAND) TO WS-PA-AGE-BAND.
           WRITE PENDING-AGING-RPT-RECORD FROM WS-AGING-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-AB-COUNT(SR-AGE-BAND).
           ADD SR-AMOUNT TO WS-AB-AMOUNT(SR-AGE-BAND).
           ADD 1 TO WS-GT-COUNT.
           ADD SR-AMOUNT TO WS-GT-AMOUNT.

       730-PRINT-AGE-TOTALS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           WRITE PENDING-AGING-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 1 TO WS-BAND-NO.
           PERFORM UNTIL WS-BAND-NO > 4
               MOVE WS-AGE-BAND-NAME(WS-BAND-NO) TO WS-PB-BAND
               MOVE WS-AB-COUNT(WS-BAND-NO) TO WS-PB-COUNT
               MOVE WS-AB-AMOUNT(WS-BAND-NO) TO WS-PB-AMOUNT
               WRITE PENDING-AGING-RPT-RECORD FROM WS-BAND-TOTAL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-BAND-NO
           END-PERFORM.
           MOVE WS-GT-COUNT TO WS-PG-COUNT.
           MOVE WS-GT-AMOUNT TO WS-PG-AMOUNT.
           WRITE PENDING-AGING-RPT-RECORD FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       END PROGRAM CAR-PENDING-AGING.
