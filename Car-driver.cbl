      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job driver.  Runs the eight overnight steps
      *          in their required order - the CAR-MASTER-BACKUP
      *          generation backup of the masters, CAR-MAINT (batch),
      *          the CAR-FILE-EXPORT flat-file export, PRODUCE-CAR-LIST,
      *          CAR-RECONCILE, CAR-FLEET-ANALYSIS, the
      *          CAR-SERVICE-DUE service-due report, and the
      *          CAR-PENDING-AGING approval aging report - so operators
      *          can no longer run them out of order or skip one.
      *          Each step's start/end time and outcome is written to
      *          the job log (CAR-JOB-LOG.txt, printable by the
      *          resumes from that step instead of rerunning the whole
      *          night.
      * Tectonics: cobc -I copybooks
      *          (the eight step programs do static CALLs - compile
      *          them with -m and place them on COB_LIBRARY_PATH, or
      *          link them into the same run unit; they end with
      *          GOBACK so control returns to the driver)
           05 WS-STEP-RC           PIC 9(3) VALUE 0.

       01  STEP-NAME-TABLE-DEFINITION.
           05 FILLER               PIC X(18) VALUE "CAR-MASTER-BACKUP".
           05 FILLER               PIC X(18) VALUE "CAR-MAINT".
           05 FILLER               PIC X(18) VALUE "CAR-FILE-EXPORT".
           05 FILLER               PIC X(18) VALUE "PRODUCE-CAR-LIST".
           05 FILLER               PIC X(18) VALUE "CAR-RECONCILE".
           05 FILLER               PIC X(18) VALUE
                  "CAR-FLEET-ANALYSIS".
           05 FILLER               PIC X(18) VALUE "CAR-SERVICE-DUE".
           05 FILLER               PIC X(18) VALUE "CAR-PENDING-AGING".

       01  STEP-NAME-TABLE REDEFINES STEP-NAME-TABLE-DEFINITION.
           05 WS-STEP-NAME         PIC X(18) OCCURS 8 TIMES.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
           END-IF.
           PERFORM 300-RUN-ONE-STEP
               VARYING WS-STEP-NO FROM WS-START-STEP BY 1
               UNTIL WS-STEP-NO > 8 OR WS-CHAIN-FAILED = 'Y'.
           IF WS-CHAIN-FAILED = 'Y'
               MOVE SPACES TO WS-LOG-TXT-TEXT
               STRING "CHAIN STOPPED AT STEP " DELIMITED BY SIZE
                   NOT AT END
                       IF JR-RESTART-STEP IS NUMERIC
                               AND JR-RESTART-STEP > 0
                               AND JR-RESTART-STEP < 9
                           MOVE JR-RESTART-STEP TO WS-START-STEP
                       END-IF
               END-READ
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-STEP-NO
               WHEN 1
                   CALL "CAR-MASTER-BACKUP"
               WHEN 2
                   CALL "CAR-MAINT"
               WHEN 3
                   CALL "CAR-FILE-EXPORT"
               WHEN 4
                   CALL "PRODUCE-CAR-LIST"
               WHEN 5
                   CALL "CAR-RECONCILE"
               WHEN 6
                   CALL "CAR-FLEET-ANALYSIS"
               WHEN 7
                   CALL "CAR-SERVICE-DUE"
               WHEN 8
                   CALL "CAR-PENDING-AGING"
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE "END" TO WS-LOG-PHASE.
