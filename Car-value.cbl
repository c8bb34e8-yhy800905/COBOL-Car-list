      *          company total finance can book directly.  Cars still
      *          carrying the placeholder zero PURCHASE-PRICE left by
      *          CAR-MASTER-UPGRADE are listed separately as unvalued
      *          and excluded from the totals.  Given an as-of date
      *          at the prompt, values the point-in-time fleet file
      *          CAR-FLEET-ASOF built for that date
      *          (CAR-FILE-VALID-YYYYMMDD.txt), ageing each car to the
      *          as-of date instead of the run date; blank values the
      *          current CAR-FILE-VALID.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT   CAR-FILE-VALID
               ASSIGN TO
            WS-VALID-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VALID-STATUS.
           SELECT   CAR-VALUE-RPT
           05 WS-FIRST-RECORD-SW   PIC X(1) VALUE 'Y'.
           05 WS-PREV-BRANCH-CODE  PIC X(10) VALUE SPACES.

       01  ASOF-FIELDS.
           05 WS-ASOF-DATE         PIC X(8) VALUE SPACES.
           05 WS-VALID-PATH        PIC X(80).

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
       01  WS-VALUE-HEADING-1.
           05 FILLER               PIC X(26) VALUE
                  "FLEET VALUATION REPORT".
           05 WS-VAL-HDG-LABEL     PIC X(10) VALUE "RUN DATE: ".
           05 WS-VAL-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
       PROCEDURE DIVISION.
       100-CAR-FLEET-VALUATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 150-ACCEPT-ASOF-DATE.
           OPEN INPUT CAR-FILE-VALID.
           IF WS-VALID-STATUS NOT = "00"
               DISPLAY "CAR-FILE-VALID COULD NOT BE OPENED, STATUS: "
                   WS-VALID-STATUS " " WS-VALID-PATH
               IF WS-ASOF-DATE IS NUMERIC
                   DISPLAY "RUN CAR-FLEET-ASOF FOR THAT DATE FIRST"
               ELSE
                   DISPLAY "RUN PRODUCE-CAR-LIST FIRST TO CREATE IT"
               END-IF
           ELSE
               PERFORM 201-OPEN-VALUE-REPORT
               PERFORM 305-READ-VALID-RECORD
           END-IF.
           STOP RUN.

       150-ACCEPT-ASOF-DATE.
           MOVE "..\CAR-FILE-VALID.txt" TO WS-VALID-PATH.
           DISPLAY "ENTER AS-OF DATE YYYYMMDD FOR A POINT-IN-TIME "
               "FLEET (BLANK = CURRENT): ".
           ACCEPT WS-ASOF-DATE FROM CONSOLE.
           IF WS-ASOF-DATE IS NUMERIC
               MOVE SPACES TO WS-VALID-PATH
               STRING "..\CAR-FILE-VALID-" DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-VALID-PATH
               MOVE WS-ASOF-DATE TO WS-RUN-DATE
               MOVE "AS OF:    " TO WS-VAL-HDG-LABEL
           ELSE
               IF WS-ASOF-DATE NOT = SPACES
                   DISPLAY "AS-OF DATE NOT NUMERIC, CURRENT FLEET USED"
               END-IF
               MOVE SPACES TO WS-ASOF-DATE
           END-IF.

       200-VALUE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 220-CHECK-BRANCH-BREAK.
