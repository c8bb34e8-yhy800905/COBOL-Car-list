      *          their slice in one place) and a company-wide summary
      *          page.  Branch names from the branch master print
      *          beside the branch codes; branches not on the branch
      *          master roll up under region UNASGN.  Given an
      *          as-of date at the prompt, runs against the
      *          point-in-time fleet file CAR-FLEET-ASOF built for
      *          that date (CAR-FILE-VALID-YYYYMMDD.txt) instead of
      *          the current CAR-FILE-VALID; blank keeps the current
      *          file, which is how the nightly chain runs it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT   CAR-FILE-VALID
               ASSIGN TO
            WS-VALID-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VALID-STATUS.
           SELECT   CAR-FILE-BRANCH-MASTER
           05 WS-BRMAST-EOF        PIC X(1).
           05 WS-RECORDS-READ      PIC 9(8) VALUE 0.

       01  ASOF-FIELDS.
           05 WS-ASOF-DATE         PIC X(8) VALUE SPACES.
           05 WS-VALID-PATH        PIC X(80).

       01  BRANCH-MASTER-TABLE.
           05 WS-BM-COUNT          PIC 9(3) VALUE 0.
           05 BRANCH-MASTER-ENTRY
       01  WS-FLEET-HEADING-1.
           05 FILLER               PIC X(26) VALUE
                  "FLEET ANALYSIS REPORT".
           05 WS-FLT-HDG-LABEL     PIC X(10) VALUE "RUN DATE: ".
           05 WS-FLT-HDG-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".

       PROCEDURE DIVISION.
       100-CAR-FLEET-ANALYSIS.
           PERFORM 130-ACCEPT-ASOF-DATE.
           PERFORM 140-LOAD-BRANCH-MASTER.
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
               PERFORM 305-READ-VALID-RECORD
               PERFORM 200-ACCUMULATE-ONE-RECORD
           END-IF.
           GOBACK.

       130-ACCEPT-ASOF-DATE.
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
               MOVE "AS OF:    " TO WS-FLT-HDG-LABEL
           ELSE
               IF WS-ASOF-DATE NOT = SPACES
                   DISPLAY "AS-OF DATE NOT NUMERIC, CURRENT FLEET USED"
               END-IF
               MOVE SPACES TO WS-ASOF-DATE
           END-IF.

       140-LOAD-BRANCH-MASTER.
           MOVE 0 TO WS-BM-COUNT.
           MOVE 'N' TO WS-BRMAST-EOF.

       600-PRODUCE-FLEET-REPORT.
           OPEN OUTPUT CAR-FLEET-RPT.
           IF WS-ASOF-DATE IS NUMERIC
               MOVE WS-ASOF-DATE TO WS-FLT-HDG-DATE
           ELSE
               ACCEPT WS-FLT-HDG-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 310-PRINT-REPORT-HEADINGS.
           IF WS-FB-COUNT > 0
               PERFORM 610-PRINT-ONE-BRANCH
