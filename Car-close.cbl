      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end close of the fleet into the general ledger.
      *          The operator names the period (YYYYMM, blank takes
      *          last month); a period already on CAR-CLOSE-CONTROL.txt
      *          is refused, as is any period other than the month
      *          after the last period closed, or one that has not
      *          yet ended, so periods close in order.  Every car on
      *          the books at the period end is valued on the
      *          CAR-FLEET-VALUATION schedule aged to that date and
      *          frozen into the period snapshot
      *          (CAR-BOOK-SNAPSHOT-YYYYMM.txt); its depreciation for
      *          the period is the change from its value in the prior
      *          period's snapshot (from cost for a car new since
      *          then; none is booked at the first close, which only
      *          sets the opening values).  Cars sold or scrapped since
      *          the prior close are taken off the books at their
      *          prior snapshot value with their SALE-PROCEEDS and the
      *          gain or loss against that value; cars in the prior
      *          snapshot that are no longer on the master are written
      *          off.  The postings are summarized by branch and GL
      *          account into the journal interface file
      *          (CAR-GL-JOURNAL-YYYYMM.txt) for the finance system,
      *          and CAR-CLOSE-RPT.txt lists the disposals, unvalued
      *          cars, the journal with its debit and credit totals,
      *          and a book value roll-forward.  The period is recorded
      *          as closed only when the journal balances.  The branch
      *          comes from the branch flat files named in
      *          CAR-FILE-BRANCHES (UNKNOWN when in none); a disposed
      *          car keeps the branch it had in the prior snapshot.
      *          Holds the shared run-control lock (CAR-RUN-LOCK) so
      *          the master cannot change during the close.
      * Tectonics: cobc -I copybooks
      *          (does a static CALL "CAR-RUN-LOCK" - compile
      *          Car-lock.cbl with -m and place it on COB_LIBRARY_PATH
      *          or link it into the same run unit)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-MONTH-END-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CAR-FILE-IN
               ASSIGN TO
            WS-BRANCH-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARIN-STATUS.
           SELECT   CAR-FILE-BRANCHES
               ASSIGN TO
            "..\CAR-FILE-BRANCHES.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BRANCHLIST-STATUS.
           SELECT   CAR-FILE-MASTER
               ASSIGN TO
            "..\CAR-FILE-MASTER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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
           SELECT OPTIONAL CAR-CLOSE-CONTROL
               ASSIGN TO
            "..\CAR-CLOSE-CONTROL.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
           SELECT   CAR-PRIOR-SNAPSHOT
               ASSIGN TO
            WS-PRIOR-SNAPSHOT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRIOR-STATUS.
           SELECT   CAR-BOOK-SNAPSHOT
               ASSIGN TO
            WS-SNAPSHOT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT   CAR-GL-JOURNAL
               ASSIGN TO
            WS-JOURNAL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT   SORT-WORK-FILE
               ASSIGN TO "SORTWK1".
           SELECT   CAR-CLOSE-RPT
               ASSIGN TO
            "..\CAR-CLOSE-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-CLOSE-CONTROL.
           COPY CLSREC.

       FD CAR-PRIOR-SNAPSHOT.
       01 PRIOR-SNAPSHOT-LINE          PIC X(108).

       FD CAR-BOOK-SNAPSHOT.
       01 BOOK-SNAPSHOT-LINE           PIC X(108).

       FD CAR-GL-JOURNAL.
           COPY GLJREC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05   SR-BRANCH-CODE      PIC X(10).
           05   SR-GL-ACCOUNT       PIC X(6).
           05   SR-DR-CR            PIC X(1).
           05   SR-DESCRIPTION      PIC X(30).
           05   SR-AMOUNT           PIC 9(11)V99.

       FD CAR-CLOSE-RPT.
       01 CLOSE-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SNPREC.

       01  CONTROL-FIELDS.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 WS-CONTROL-STATUS    PIC XX.
           05 WS-PRIOR-STATUS      PIC XX.
           05 WS-SNAPSHOT-STATUS   PIC XX.
           05 WS-JOURNAL-STATUS    PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
           05 WS-CONTROL-EOF       PIC X(1).
           05 WS-PRIOR-EOF         PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).
           05 WS-PARM-OK           PIC X(1) VALUE 'N'.
           05 WS-LOCK-HELD         PIC X(1) VALUE 'N'.
           05 WS-MASTER-READ-OK    PIC X(1) VALUE 'N'.
           05 WS-CONFIRM-ANSWER    PIC X(1).

       01  PERIOD-FIELDS.
           05 WS-PERIOD-ANSWER     PIC X(6).
           05 WS-CLOSE-PERIOD      PIC 9(6) VALUE 0.
           05 WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
               10 WS-CLOSE-YEAR    PIC 9(4).
               10 WS-CLOSE-MM      PIC 9(2).
           05 WS-PERIOD-END        PIC 9(8) VALUE 0.
           05 WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
               10 WS-PE-YEAR       PIC 9(4).
               10 WS-PE-MM         PIC 9(2).
               10 WS-PE-DD         PIC 9(2).
           05 WS-LEAP-QUOTIENT     PIC 9(4).
           05 WS-LEAP-REMAINDER    PIC 9(4).
           05 WS-PRIOR-PERIOD      PIC 9(6) VALUE 0.
           05 WS-NEXT-PERIOD       PIC 9(6) VALUE 0.
           05 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
               10 WS-NEXT-YEAR     PIC 9(4).
               10 WS-NEXT-MM       PIC 9(2).
           05 WS-PRIOR-PERIOD-END  PIC 9(8) VALUE 0.
           05 WS-OPENING-SW        PIC X(1) VALUE 'Y'.
           05 WS-CLOSED-ON-DATE    PIC 9(8) VALUE 0.
           05 WS-CLOSED-BY         PIC X(8) VALUE SPACES.
           05 WS-ALREADY-CLOSED    PIC X(1) VALUE 'N'.
           05 WS-PRIOR-SNAPSHOT-PATH PIC X(80).
           05 WS-SNAPSHOT-PATH     PIC X(80).
           05 WS-JOURNAL-PATH      PIC X(80).

       01  GL-ACCOUNT-FIELDS.
           05 WS-ACCT-FLEET-COST   PIC X(6)  VALUE "1500".
           05 WS-DESC-FLEET-COST   PIC X(30) VALUE
                  "FLEET VEHICLES AT COST".
           05 WS-ACCT-ACCUM-DEPR   PIC X(6)  VALUE "1590".
           05 WS-DESC-ACCUM-DEPR   PIC X(30) VALUE
                  "ACCUM DEPRECIATION - FLEET".
           05 WS-ACCT-PROCEEDS     PIC X(6)  VALUE "1250".
           05 WS-DESC-PROCEEDS     PIC X(30) VALUE
                  "VEHICLE SALE PROCEEDS RECV".
           05 WS-ACCT-DEPR-EXPENSE PIC X(6)  VALUE "6100".
           05 WS-DESC-DEPR-EXPENSE PIC X(30) VALUE
                  "DEPRECIATION EXPENSE - FLEET".
           05 WS-ACCT-GAIN         PIC X(6)  VALUE "7100".
           05 WS-DESC-GAIN         PIC X(30) VALUE
                  "GAIN ON VEHICLE DISPOSAL".
           05 WS-ACCT-LOSS         PIC X(6)  VALUE "7200".
           05 WS-DESC-LOSS         PIC X(30) VALUE
                  "LOSS ON VEHICLE DISPOSAL".
           05 WS-JOURNAL-SOURCE    PIC X(8)  VALUE "CARCLOSE".

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  PRIOR-SNAPSHOT-TABLE.
           05 WS-PS-COUNT          PIC 9(5) VALUE 0.
           05 WS-PS-OVERFLOW       PIC X(1) VALUE 'N'.
           05 PRIOR-SNAPSHOT-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PS-COUNT
                   INDEXED BY PS-IDX.
               10 WS-PS-VIN         PIC X(17).
               10 WS-PS-BRANCH      PIC X(10).
               10 WS-PS-MODEL       PIC X(15).
               10 WS-PS-COST        PIC 9(7)V99.
               10 WS-PS-BOOK        PIC 9(7)V99.
               10 WS-PS-MATCHED     PIC X(1).

       01  JOURNAL-TABLE.
           05 WS-JT-COUNT          PIC 9(4) VALUE 0.
           05 WS-JT-OVERFLOW       PIC X(1) VALUE 'N'.
           05 JOURNAL-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-JT-COUNT
                   INDEXED BY JT-IDX.
               10 WS-JT-BRANCH      PIC X(10).
               10 WS-JT-ACCOUNT     PIC X(6).
               10 WS-JT-DR-CR       PIC X(1).
               10 WS-JT-DESCRIPTION PIC X(30).
               10 WS-JT-AMOUNT      PIC 9(11)V99.

       01  UNVALUED-CAR-TABLE.
           05 WS-UV-COUNT          PIC 9(4) VALUE 0.
           05 WS-UV-OVERFLOW       PIC X(1) VALUE 'N'.
           05 UNVALUED-CAR-ENTRY
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-UV-COUNT
                   INDEXED BY UV-IDX.
               10 WS-UV-BRANCH      PIC X(10).
               10 WS-UV-VIN         PIC X(17).
               10 WS-UV-MODEL       PIC X(15).
               10 WS-UV-ACQ-DATE    PIC 9(8).

       01  VALUATION-FIELDS.
           05 WS-VALUE-DATE        PIC 9(8) VALUE 0.
           05 WS-AGE-YEARS         PIC 9(3) VALUE 0.
           05 WS-RATE-PCT          PIC 9(3) VALUE 0.
           05 WS-BOOK-VALUE        PIC 9(7)V99 VALUE 0.
           05 WS-ELECTRIC-SW       PIC X(1).
           05 WS-BASIS-VALUE       PIC 9(7)V99 VALUE 0.
           05 WS-CAR-DEPRECIATION  PIC S9(8)V99 VALUE 0.

       01  DISPOSAL-FIELDS.
           05 WS-DSP-BRANCH        PIC X(10).
           05 WS-DSP-VIN           PIC X(17).
           05 WS-DSP-MODEL         PIC X(15).
           05 WS-DSP-SALE-DATE     PIC 9(8).
           05 WS-DSP-COST          PIC 9(7)V99.
           05 WS-DSP-BOOK          PIC 9(7)V99.
           05 WS-DSP-PROCEEDS      PIC 9(7)V99.
           05 WS-DSP-NOTE          PIC X(24).
           05 WS-DSP-GAIN          PIC S9(8)V99 VALUE 0.
           05 WS-DSP-ACCUM-DEPR    PIC S9(8)V99 VALUE 0.

       01  POSTING-FIELDS.
           05 WS-POST-BRANCH       PIC X(10).
           05 WS-POST-ACCOUNT      PIC X(6).
           05 WS-POST-DR-CR        PIC X(1).
           05 WS-POST-DESCRIPTION  PIC X(30).
           05 WS-POST-AMOUNT       PIC 9(11)V99.

       01  WORK-FIELDS.
           05 WS-CHECK-VIN         PIC X(17).
           05 WS-PS-FOUND          PIC X(1).
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.

       01  COUNT-FIELDS.
           05 WS-MASTER-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-SNAPSHOT-COUNT      PIC 9(6) VALUE 0.
           05 WS-CONTINUING-COUNT    PIC 9(6) VALUE 0.
           05 WS-NEW-CAR-COUNT       PIC 9(6) VALUE 0.
           05 WS-DISPOSAL-COUNT      PIC 9(6) VALUE 0.
           05 WS-NO-DETAILS-COUNT    PIC 9(6) VALUE 0.
           05 WS-WRITTEN-OFF-COUNT   PIC 9(6) VALUE 0.
           05 WS-NOT-YET-COUNT       PIC 9(6) VALUE 0.
           05 WS-EARLIER-COUNT       PIC 9(6) VALUE 0.
           05 WS-JOURNAL-LINE-COUNT  PIC 9(6) VALUE 0.

       01  AMOUNT-FIELDS.
           05 WS-PRIOR-BOOK-TOTAL    PIC 9(11)V99 VALUE 0.
           05 WS-ADDITIONS-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-DEPRECIATION-TOTAL  PIC S9(11)V99 VALUE 0.
           05 WS-DISPOSED-BOOK-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-CURRENT-BOOK-TOTAL  PIC 9(11)V99 VALUE 0.
           05 WS-ROLLED-BOOK-TOTAL   PIC S9(11)V99 VALUE 0.
           05 WS-PROCEEDS-TOTAL      PIC 9(11)V99 VALUE 0.
           05 WS-GAIN-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-DEBIT-TOTAL         PIC 9(11)V99 VALUE 0.
           05 WS-CREDIT-TOTAL        PIC 9(11)V99 VALUE 0.
           05 WS-BR-DEBIT-TOTAL      PIC 9(11)V99 VALUE 0.
           05 WS-BR-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-BR-PREV-BRANCH      PIC X(10) VALUE SPACES.

           COPY LOCKREQ.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-CLOSE-HEADING-1.
           05 FILLER               PIC X(20) VALUE
                  "MONTH-END CLOSE".
           05 FILLER               PIC X(8)  VALUE "PERIOD: ".
           05 WS-CLH-PERIOD        PIC 9(6).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "PERIOD END: ".
           05 WS-CLH-PERIOD-END    PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-CLH-RUN-DATE      PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-CLH-PAGE          PIC ZZZ9.

       01  WS-CLOSE-HEADING-2.
           05 WS-CLH-SECTION       PIC X(40).
           05 FILLER               PIC X(10) VALUE "OPERATOR: ".
           05 WS-CLH-OPERATOR      PIC X(8).

       01  WS-CURRENT-COLUMN-HEADING PIC X(132).

       01  WS-DISPOSAL-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(10) VALUE "SALE-DATE".
           05 FILLER               PIC X(14) VALUE "          COST".
           05 FILLER               PIC X(14) VALUE "    BOOK VALUE".
           05 FILLER               PIC X(14) VALUE "      PROCEEDS".
           05 FILLER               PIC X(16) VALUE "     GAIN/LOSS".
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "NOTE".

       01  WS-DISPOSAL-DETAIL-LINE.
           05 WS-DD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-SALE-DATE      PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-COST           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-BOOK           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-PROCEEDS       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-GAIN           PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-NOTE           PIC X(24).

       01  WS-NO-DISPOSALS-LINE    PIC X(60) VALUE
              "NO DISPOSALS SINCE THE PRIOR CLOSE".

       01  WS-UNVALUED-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(10) VALUE "ACQ-DATE".

       01  WS-UNVALUED-DETAIL-LINE.
           05 WS-UD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-ACQ-DATE       PIC 9(8).

       01  WS-JOURNAL-COLUMN-HEADING.
           05 FILLER               PIC X(12) VALUE "BRANCH".
           05 FILLER               PIC X(8)  VALUE "ACCOUNT".
           05 FILLER               PIC X(32) VALUE "DESCRIPTION".
           05 FILLER               PIC X(19) VALUE
                  "              DEBIT".
           05 FILLER               PIC X(19) VALUE
                  "             CREDIT".

       01  WS-JOURNAL-DETAIL-LINE.
           05 WS-JD-BRANCH         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JD-ACCOUNT        PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JD-DESCRIPTION    PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JD-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JD-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.

       01  WS-JOURNAL-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 WS-JTL-LABEL         PIC X(32).
           05 WS-JTL-DEBIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JTL-CREDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CLOSE-COUNT-LINE.
           05 WS-CC-LABEL          PIC X(44).
           05 WS-CC-COUNT          PIC Z,ZZZ,ZZ9.

       01  WS-CLOSE-AMOUNT-LINE.
           05 WS-CA-LABEL          PIC X(44).
           05 WS-CA-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CLOSE-TEXT-LINE.
           05 WS-CT-LABEL          PIC X(44).
           05 WS-CT-TEXT           PIC X(40).

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-MONTH-END-CLOSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 200-ACCEPT-CLOSE-PERIOD.
           IF WS-PARM-OK = 'Y'
               PERFORM 220-CHECK-CLOSE-CONTROL
           END-IF.
           IF WS-PARM-OK = 'Y'
               PERFORM 230-CONFIRM-CLOSE
           END-IF.
           IF WS-PARM-OK = 'Y'
               PERFORM 300-ACQUIRE-RUN-LOCK
           END-IF.
           IF WS-LOCK-HELD = 'Y'
               PERFORM 400-LOAD-BRANCH-FILES
               IF WS-OPENING-SW = 'N'
                   PERFORM 430-LOAD-PRIOR-SNAPSHOT
               END-IF
               IF WS-PARM-OK = 'Y'
                   PERFORM 500-CLOSE-THE-PERIOD
               END-IF
               PERFORM 310-RELEASE-RUN-LOCK
           END-IF.
           STOP RUN.

       200-ACCEPT-CLOSE-PERIOD.
           MOVE 'N' TO WS-PARM-OK.
           DISPLAY "ENTER PERIOD TO CLOSE YYYYMM (BLANK = LAST "
               "MONTH): ".
           ACCEPT WS-PERIOD-ANSWER FROM CONSOLE.
           IF WS-PERIOD-ANSWER = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MM = 1
                   SUBTRACT 1 FROM WS-CLOSE-YEAR
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
               MOVE 'Y' TO WS-PARM-OK
           ELSE
               IF WS-PERIOD-ANSWER IS NUMERIC
                   MOVE WS-PERIOD-ANSWER TO WS-CLOSE-PERIOD
                   IF WS-CLOSE-MM > 0 AND WS-CLOSE-MM < 13
                       MOVE 'Y' TO WS-PARM-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-PARM-OK = 'N'
               DISPLAY "PERIOD MUST BE A VALID YYYYMM"
           ELSE
               PERFORM 210-SET-PERIOD-END
               IF WS-PERIOD-END > WS-RUN-DATE
                   DISPLAY "PERIOD " WS-CLOSE-PERIOD
                       " HAS NOT ENDED YET - IT ENDS " WS-PERIOD-END
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.

       210-SET-PERIOD-END.
           MOVE WS-CLOSE-YEAR TO WS-PE-YEAR.
           MOVE WS-CLOSE-MM TO WS-PE-MM.
           EVALUATE WS-CLOSE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PE-DD
               WHEN 2
                   MOVE 28 TO WS-PE-DD
                   DIVIDE WS-CLOSE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-PE-DD
                       DIVIDE WS-CLOSE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           DIVIDE WS-CLOSE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-PE-DD
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-PE-DD
           END-EVALUATE.

       220-CHECK-CLOSE-CONTROL.
      *    The latest period on file is the prior close; with none on
      *    file this close sets the opening snapshot.
           MOVE 'Y' TO WS-OPENING-SW.
           MOVE 0 TO WS-PRIOR-PERIOD.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT CAR-CLOSE-CONTROL.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CAR-CLOSE-CONTROL
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           PERFORM 225-CHECK-CLOSED-PERIOD
                   END-READ
               END-PERFORM
               CLOSE CAR-CLOSE-CONTROL
           END-IF.
           IF WS-ALREADY-CLOSED = 'Y'
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " WAS CLOSED ON "
                   WS-CLOSED-ON-DATE " BY " WS-CLOSED-BY
                   " - IT CANNOT BE CLOSED AGAIN"
               MOVE 'N' TO WS-PARM-OK
           ELSE
               IF WS-OPENING-SW = 'N'
                   PERFORM 227-SET-NEXT-OPEN-PERIOD
                   IF WS-CLOSE-PERIOD < WS-PRIOR-PERIOD
                       DISPLAY "PERIOD " WS-CLOSE-PERIOD
                           " IS BEFORE THE LAST PERIOD CLOSED ("
                           WS-PRIOR-PERIOD ")"
                       MOVE 'N' TO WS-PARM-OK
                   ELSE
                       IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                           DISPLAY "PERIOD " WS-CLOSE-PERIOD
                               " IS NOT THE NEXT OPEN PERIOD ("
                               WS-NEXT-PERIOD ")"
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-OPENING-SW = 'Y'
      *        Opening close: disposals count from the period start.
               COMPUTE WS-PRIOR-PERIOD-END = WS-CLOSE-PERIOD * 100
           END-IF.

       225-CHECK-CLOSED-PERIOD.
           IF CL-PERIOD IS NUMERIC
               IF CL-PERIOD = WS-CLOSE-PERIOD
                   MOVE 'Y' TO WS-ALREADY-CLOSED
                   MOVE CL-CLOSE-DATE TO WS-CLOSED-ON-DATE
                   MOVE CL-OPERATOR TO WS-CLOSED-BY
               END-IF
               IF CL-PERIOD > WS-PRIOR-PERIOD
                   MOVE 'N' TO WS-OPENING-SW
                   MOVE CL-PERIOD TO WS-PRIOR-PERIOD
                   MOVE CL-PERIOD-END TO WS-PRIOR-PERIOD-END
               END-IF
           END-IF.

       227-SET-NEXT-OPEN-PERIOD.
      *    Periods close in order: the only one open to close is the
      *    month after the last one closed.
           MOVE WS-PRIOR-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.

       230-CONFIRM-CLOSE.
           IF WS-OPENING-SW = 'Y'
               DISPLAY "NO PERIOD CLOSED YET - " WS-CLOSE-PERIOD
                   " WILL SET THE OPENING BOOK VALUES"
           ELSE
               DISPLAY "PRIOR CLOSE: " WS-PRIOR-PERIOD
                   "  CLOSING: " WS-CLOSE-PERIOD
                   " (PERIOD END " WS-PERIOD-END ")"
           END-IF.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           DISPLAY "CLOSE THIS PERIOD (Y/N): ".
           ACCEPT WS-CONFIRM-ANSWER FROM CONSOLE.
           IF WS-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "CLOSE CANCELLED"
               MOVE 'N' TO WS-PARM-OK
           END-IF.

       300-ACQUIRE-RUN-LOCK.
           MOVE 'A' TO LOCK-FUNCTION.
           MOVE "CAR-MONTH-END-CLOSE" TO LOCK-PROGRAM.
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.
           IF LOCK-RESULT NOT = 'Y'
               DISPLAY "RUN LOCK HELD BY " LOCK-HOLDER
                   " OPERATOR " LOCK-HOLDER-OPERATOR
                   " - CLOSE REFUSED"
               DISPLAY "USE CAR-LOCK-OVERRIDE TO CLEAR A STALE LOCK"
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD
           END-IF.

       310-RELEASE-RUN-LOCK.
           MOVE 'R' TO LOCK-FUNCTION.
           CALL "CAR-RUN-LOCK" USING LOCK-REQUEST.
           MOVE 'N' TO WS-LOCK-HELD.

       400-LOAD-BRANCH-FILES.
           MOVE 'N' TO BRANCHLIST-EOF.
           OPEN INPUT CAR-FILE-BRANCHES.
           IF WS-BRANCHLIST-STATUS NOT = "00"
               DISPLAY "CAR-FILE-BRANCHES COULD NOT BE OPENED, "
                   "STATUS: " WS-BRANCHLIST-STATUS
           ELSE
               PERFORM UNTIL BRANCHLIST-EOF = 'Y'
                   READ CAR-FILE-BRANCHES
                       AT END
                           MOVE 'Y' TO BRANCHLIST-EOF
                       NOT AT END
                           MOVE BL-FILE-PATH TO WS-BRANCH-FILE-PATH
                           MOVE BL-BRANCH-CODE
                               TO WS-CURRENT-BRANCH-CODE
                           PERFORM 410-LOAD-ONE-BRANCH-FILE
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-BRANCHES
           END-IF.

       410-LOAD-ONE-BRANCH-FILE.
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
                           PERFORM 420-STORE-VIN-BRANCH
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-IN
           END-IF.

       420-STORE-VIN-BRANCH.
           IF CAR-VIN OF CAR-RECORD-IN = SPACES
               CONTINUE
           ELSE
               IF WS-VB-COUNT < 5000
                   ADD 1 TO WS-VB-COUNT
                   MOVE CAR-VIN OF CAR-RECORD-IN
                       TO WS-VB-VIN(WS-VB-COUNT)
                   MOVE WS-CURRENT-BRANCH-CODE
                       TO WS-VB-BRANCH(WS-VB-COUNT)
               ELSE
                   IF WS-VB-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-VB-OVERFLOW
                       DISPLAY "VIN/BRANCH TABLE FULL - FURTHER "
                           "CARS CLOSE UNDER UNKNOWN"
                   END-IF
               END-IF
           END-IF.

       430-LOAD-PRIOR-SNAPSHOT.
           MOVE SPACES TO WS-PRIOR-SNAPSHOT-PATH.
           STRING "..\CAR-BOOK-SNAPSHOT-" DELIMITED BY SIZE
                   WS-PRIOR-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-PRIOR-SNAPSHOT-PATH.
           MOVE 'N' TO WS-PRIOR-EOF.
           OPEN INPUT CAR-PRIOR-SNAPSHOT.
           IF WS-PRIOR-STATUS NOT = "00"
               DISPLAY "PRIOR SNAPSHOT COULD NOT BE OPENED, STATUS: "
                   WS-PRIOR-STATUS " " WS-PRIOR-SNAPSHOT-PATH
               DISPLAY "*** CLOSE REFUSED - DEPRECIATION CANNOT BE "
                   "MEASURED WITHOUT IT"
               MOVE 'N' TO WS-PARM-OK
           ELSE
               PERFORM UNTIL WS-PRIOR-EOF = 'Y'
                   READ CAR-PRIOR-SNAPSHOT INTO SNAPSHOT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PRIOR-EOF
                       NOT AT END
                           PERFORM 435-STORE-PRIOR-CAR
                   END-READ
               END-PERFORM
               CLOSE CAR-PRIOR-SNAPSHOT
               IF WS-PS-OVERFLOW = 'Y'
                   DISPLAY "*** PRIOR SNAPSHOT HOLDS MORE THAN 5000 "
                       "CARS - CLOSE REFUSED"
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.

       435-STORE-PRIOR-CAR.
           IF WS-PS-COUNT < 5000
               ADD 1 TO WS-PS-COUNT
               MOVE SN-CAR-VIN TO WS-PS-VIN(WS-PS-COUNT)
               MOVE SN-BRANCH-CODE TO WS-PS-BRANCH(WS-PS-COUNT)
               MOVE SN-CAR-MODEL TO WS-PS-MODEL(WS-PS-COUNT)
               MOVE SN-PURCHASE-PRICE TO WS-PS-COST(WS-PS-COUNT)
               MOVE SN-BOOK-VALUE TO WS-PS-BOOK(WS-PS-COUNT)
               MOVE 'N' TO WS-PS-MATCHED(WS-PS-COUNT)
               ADD SN-BOOK-VALUE TO WS-PRIOR-BOOK-TOTAL
           ELSE
               MOVE 'Y' TO WS-PS-OVERFLOW
           END-IF.

       500-CLOSE-THE-PERIOD.
           MOVE SPACES TO WS-SNAPSHOT-PATH.
           STRING "..\CAR-BOOK-SNAPSHOT-" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SNAPSHOT-PATH.
           MOVE SPACES TO WS-JOURNAL-PATH.
           STRING "..\CAR-GL-JOURNAL-" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           OPEN OUTPUT CAR-CLOSE-RPT.
           MOVE "DISPOSALS SINCE THE PRIOR CLOSE" TO WS-CLH-SECTION.
           MOVE WS-DISPOSAL-COLUMN-HEADING
               TO WS-CURRENT-COLUMN-HEADING.
           PERFORM 710-PRINT-REPORT-HEADINGS.
           OPEN OUTPUT CAR-BOOK-SNAPSHOT.
           PERFORM 510-SCAN-MASTER.
           IF WS-MASTER-READ-OK = 'Y'
               PERFORM 580-WRITE-OFF-MISSING-CARS
           END-IF.
           CLOSE CAR-BOOK-SNAPSHOT.
           IF WS-MASTER-READ-OK = 'Y'
               IF WS-DISPOSAL-COUNT = 0
                   WRITE CLOSE-RPT-RECORD FROM WS-NO-DISPOSALS-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               PERFORM 730-PRINT-UNVALUED-CARS
               OPEN OUTPUT CAR-GL-JOURNAL
               MOVE "JOURNAL BY BRANCH AND GL ACCOUNT"
                   TO WS-CLH-SECTION
               MOVE WS-JOURNAL-COLUMN-HEADING
                   TO WS-CURRENT-COLUMN-HEADING
               PERFORM 710-PRINT-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-BRANCH-CODE SR-GL-ACCOUNT
                   ON DESCENDING KEY SR-DR-CR
                   INPUT PROCEDURE 600-RELEASE-JOURNAL-LINES
                   OUTPUT PROCEDURE 610-WRITE-JOURNAL-FILE
               CLOSE CAR-GL-JOURNAL
               PERFORM 750-PRINT-CONTROL-TOTALS
               IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                       AND WS-JT-OVERFLOW = 'N'
                   PERFORM 650-RECORD-PERIOD-CLOSED
                   DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED"
               ELSE
                   DISPLAY "*** JOURNAL OUT OF BALANCE - PERIOD "
                       WS-CLOSE-PERIOD " NOT CLOSED"
               END-IF
               DISPLAY "CARS IN SNAPSHOT:  " WS-SNAPSHOT-COUNT
               DISPLAY "DISPOSALS BOOKED:  " WS-DISPOSAL-COUNT
               DISPLAY "JOURNAL LINES:     " WS-JOURNAL-LINE-COUNT
               DISPLAY "JOURNAL FILE:      " WS-JOURNAL-PATH
           ELSE
               DISPLAY "*** PERIOD " WS-CLOSE-PERIOD " NOT CLOSED"
           END-IF.
           CLOSE CAR-CLOSE-RPT.

       510-SCAN-MASTER.
           MOVE 'N' TO WS-MASTER-EOF.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
           ELSE
               MOVE 'Y' TO WS-MASTER-READ-OK
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ CAR-FILE-MASTER
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ-COUNT
                           PERFORM 520-CLOSE-ONE-CAR
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-MASTER
           END-IF.

       520-CLOSE-ONE-CAR.
      *    A car sold after the period end was still on the books at
      *    it.  A disposal belongs to this close when it falls after
      *    the prior period end, or when the car was in the prior
      *    snapshot (a disposal keyed late, or one with no details).
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-CHECK-VIN.
           PERFORM 525-FIND-PRIOR-CAR.
           PERFORM 530-RESOLVE-BRANCH-CODE.
           EVALUATE TRUE
               WHEN ACQUIRE-DATE OF CAR-RECORD-MASTER IS NUMERIC
                       AND ACQUIRE-DATE OF CAR-RECORD-MASTER
                           > WS-PERIOD-END
                   ADD 1 TO WS-NOT-YET-COUNT
               WHEN NOT CAR-SOLD OF CAR-RECORD-MASTER
                       AND NOT CAR-SCRAPPED OF CAR-RECORD-MASTER
                   PERFORM 540-BOOK-CAR-ON-HAND
               WHEN SALE-DATE OF CAR-RECORD-MASTER IS NUMERIC
                       AND SALE-DATE OF CAR-RECORD-MASTER
                           > WS-PERIOD-END
                   PERFORM 540-BOOK-CAR-ON-HAND
               WHEN SALE-DATE OF CAR-RECORD-MASTER IS NUMERIC
                       AND SALE-DATE OF CAR-RECORD-MASTER > 0
                   IF WS-PS-FOUND = 'Y'
                           OR SALE-DATE OF CAR-RECORD-MASTER
                               > WS-PRIOR-PERIOD-END
                       MOVE SALE-PROCEEDS OF CAR-RECORD-MASTER
                           TO WS-DSP-PROCEEDS
                       MOVE SALE-DATE OF CAR-RECORD-MASTER
                           TO WS-DSP-SALE-DATE
                       MOVE SPACES TO WS-DSP-NOTE
                       PERFORM 545-DISPOSE-MASTER-CAR
                   ELSE
                       ADD 1 TO WS-EARLIER-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-PS-FOUND = 'Y'
                       MOVE 0 TO WS-DSP-PROCEEDS
                       MOVE 0 TO WS-DSP-SALE-DATE
                       MOVE "NO SALE DETAILS" TO WS-DSP-NOTE
                       ADD 1 TO WS-NO-DETAILS-COUNT
                       PERFORM 545-DISPOSE-MASTER-CAR
                   ELSE
                       ADD 1 TO WS-EARLIER-COUNT
                   END-IF
           END-EVALUATE.

       525-FIND-PRIOR-CAR.
           MOVE 'N' TO WS-PS-FOUND.
           SET PS-IDX TO 1.
           IF WS-PS-COUNT > 0
               SEARCH PRIOR-SNAPSHOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PS-VIN(PS-IDX) = WS-CHECK-VIN
                       MOVE 'Y' TO WS-PS-FOUND
                       MOVE 'Y' TO WS-PS-MATCHED(PS-IDX)
               END-SEARCH
           END-IF.

       530-RESOLVE-BRANCH-CODE.
           MOVE "UNKNOWN" TO WS-RECORD-BRANCH.
           SET VB-IDX TO 1.
           IF WS-VB-COUNT > 0
               SEARCH VIN-BRANCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VB-VIN(VB-IDX) =
                           CAR-VIN OF CAR-RECORD-MASTER
                       MOVE WS-VB-BRANCH(VB-IDX) TO WS-RECORD-BRANCH
               END-SEARCH
           END-IF.

       540-BOOK-CAR-ON-HAND.
           IF PURCHASE-PRICE OF CAR-RECORD-MASTER = 0
               PERFORM 542-STORE-UNVALUED-CAR
           ELSE
               MOVE WS-PERIOD-END TO WS-VALUE-DATE
               PERFORM 560-COMPUTE-BOOK-VALUE
               MOVE WS-CLOSE-PERIOD TO SN-PERIOD
               MOVE WS-PERIOD-END TO SN-PERIOD-END
               MOVE WS-RECORD-BRANCH TO SN-BRANCH-CODE
               MOVE CAR-VIN OF CAR-RECORD-MASTER TO SN-CAR-VIN
               MOVE CAR-MODEL OF CAR-RECORD-MASTER TO SN-CAR-MODEL
               MOVE ENGINE OF CAR-RECORD-MASTER TO SN-ENGINE
               MOVE ACQUIRE-DATE OF CAR-RECORD-MASTER
                   TO SN-ACQUIRE-DATE
               MOVE PURCHASE-PRICE OF CAR-RECORD-MASTER
                   TO SN-PURCHASE-PRICE
               MOVE WS-AGE-YEARS TO SN-AGE-YEARS
               MOVE WS-RATE-PCT TO SN-RATE-PCT
               MOVE WS-BOOK-VALUE TO SN-BOOK-VALUE
               WRITE BOOK-SNAPSHOT-LINE FROM SNAPSHOT-RECORD
               ADD 1 TO WS-SNAPSHOT-COUNT
               ADD WS-BOOK-VALUE TO WS-CURRENT-BOOK-TOTAL
               IF WS-PS-FOUND = 'Y'
                   MOVE WS-PS-BOOK(PS-IDX) TO WS-BASIS-VALUE
                   ADD 1 TO WS-CONTINUING-COUNT
               ELSE
                   IF WS-OPENING-SW = 'Y'
                       MOVE WS-BOOK-VALUE TO WS-BASIS-VALUE
                   ELSE
                       MOVE PURCHASE-PRICE OF CAR-RECORD-MASTER
                           TO WS-BASIS-VALUE
                   END-IF
                   ADD 1 TO WS-NEW-CAR-COUNT
                   ADD WS-BASIS-VALUE TO WS-ADDITIONS-TOTAL
               END-IF
               COMPUTE WS-CAR-DEPRECIATION =
                   WS-BASIS-VALUE - WS-BOOK-VALUE
               ADD WS-CAR-DEPRECIATION TO WS-DEPRECIATION-TOTAL
               PERFORM 570-POST-DEPRECIATION
           END-IF.

       542-STORE-UNVALUED-CAR.
           IF WS-UV-COUNT < 1000
               ADD 1 TO WS-UV-COUNT
               MOVE WS-RECORD-BRANCH TO WS-UV-BRANCH(WS-UV-COUNT)
               MOVE CAR-VIN OF CAR-RECORD-MASTER
                   TO WS-UV-VIN(WS-UV-COUNT)
               MOVE CAR-MODEL OF CAR-RECORD-MASTER
                   TO WS-UV-MODEL(WS-UV-COUNT)
               MOVE ACQUIRE-DATE OF CAR-RECORD-MASTER
                   TO WS-UV-ACQ-DATE(WS-UV-COUNT)
           ELSE
               MOVE 'Y' TO WS-UV-OVERFLOW
           END-IF.

       545-DISPOSE-MASTER-CAR.
      *    A car in the prior snapshot leaves the books at the value
      *    and branch frozen there.  Otherwise it was never booked by
      *    a close: at the opening close it leaves at its schedule
      *    value on the sale date, later at cost.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO WS-DSP-VIN.
           MOVE CAR-MODEL OF CAR-RECORD-MASTER TO WS-DSP-MODEL.
           IF WS-PS-FOUND = 'Y'
               MOVE WS-PS-BRANCH(PS-IDX) TO WS-DSP-BRANCH
               MOVE WS-PS-COST(PS-IDX) TO WS-DSP-COST
               MOVE WS-PS-BOOK(PS-IDX) TO WS-DSP-BOOK
           ELSE
               MOVE WS-RECORD-BRANCH TO WS-DSP-BRANCH
               MOVE PURCHASE-PRICE OF CAR-RECORD-MASTER
                   TO WS-DSP-COST
               IF WS-OPENING-SW = 'Y'
                   MOVE WS-DSP-SALE-DATE TO WS-VALUE-DATE
                   PERFORM 560-COMPUTE-BOOK-VALUE
                   MOVE WS-BOOK-VALUE TO WS-DSP-BOOK
               ELSE
                   MOVE WS-DSP-COST TO WS-DSP-BOOK
               END-IF
               ADD WS-DSP-BOOK TO WS-ADDITIONS-TOTAL
           END-IF.
           PERFORM 550-BOOK-DISPOSAL.

       550-BOOK-DISPOSAL.
           COMPUTE WS-DSP-GAIN = WS-DSP-PROCEEDS - WS-DSP-BOOK.
           COMPUTE WS-DSP-ACCUM-DEPR = WS-DSP-COST - WS-DSP-BOOK.
           ADD 1 TO WS-DISPOSAL-COUNT.
           ADD WS-DSP-BOOK TO WS-DISPOSED-BOOK-TOTAL.
           ADD WS-DSP-PROCEEDS TO WS-PROCEEDS-TOTAL.
           ADD WS-DSP-GAIN TO WS-GAIN-TOTAL.
           MOVE WS-DSP-BRANCH TO WS-POST-BRANCH.
           MOVE WS-ACCT-PROCEEDS TO WS-POST-ACCOUNT.
           MOVE WS-DESC-PROCEEDS TO WS-POST-DESCRIPTION.
           MOVE 'D' TO WS-POST-DR-CR.
           MOVE WS-DSP-PROCEEDS TO WS-POST-AMOUNT.
           PERFORM 590-POST-JOURNAL-AMOUNT.
           MOVE WS-ACCT-ACCUM-DEPR TO WS-POST-ACCOUNT.
           MOVE WS-DESC-ACCUM-DEPR TO WS-POST-DESCRIPTION.
           IF WS-DSP-ACCUM-DEPR < 0
               MOVE 'C' TO WS-POST-DR-CR
               COMPUTE WS-POST-AMOUNT = 0 - WS-DSP-ACCUM-DEPR
           ELSE
               MOVE 'D' TO WS-POST-DR-CR
               MOVE WS-DSP-ACCUM-DEPR TO WS-POST-AMOUNT
           END-IF.
           PERFORM 590-POST-JOURNAL-AMOUNT.
           MOVE WS-ACCT-FLEET-COST TO WS-POST-ACCOUNT.
           MOVE WS-DESC-FLEET-COST TO WS-POST-DESCRIPTION.
           MOVE 'C' TO WS-POST-DR-CR.
           MOVE WS-DSP-COST TO WS-POST-AMOUNT.
           PERFORM 590-POST-JOURNAL-AMOUNT.
           IF WS-DSP-GAIN < 0
               MOVE WS-ACCT-LOSS TO WS-POST-ACCOUNT
               MOVE WS-DESC-LOSS TO WS-POST-DESCRIPTION
               MOVE 'D' TO WS-POST-DR-CR
               COMPUTE WS-POST-AMOUNT = 0 - WS-DSP-GAIN
           ELSE
               MOVE WS-ACCT-GAIN TO WS-POST-ACCOUNT
               MOVE WS-DESC-GAIN TO WS-POST-DESCRIPTION
               MOVE 'C' TO WS-POST-DR-CR
               MOVE WS-DSP-GAIN TO WS-POST-AMOUNT
           END-IF.
           PERFORM 590-POST-JOURNAL-AMOUNT.
           PERFORM 720-PRINT-DISPOSAL-DETAIL.

       560-COMPUTE-BOOK-VALUE.
      *    Same age bands and retention rates as CAR-FLEET-VALUATION.
           IF ACQUIRE-DATE OF CAR-RECORD-MASTER > 0
                   AND ACQUIRE-DATE OF CAR-RECORD-MASTER
                       < WS-VALUE-DATE
               COMPUTE WS-AGE-YEARS =
                   (WS-VALUE-DATE - ACQUIRE-DATE OF CAR-RECORD-MASTER)
                   / 10000
           ELSE
               MOVE 0 TO WS-AGE-YEARS
           END-IF.
           IF ENGINE OF CAR-RECORD-MASTER = "ELECTRIC"
                   OR ENGINE OF CAR-RECORD-MASTER = "HYBRID"
               MOVE 'Y' TO WS-ELECTRIC-SW
           ELSE
               MOVE 'N' TO WS-ELECTRIC-SW
           END-IF.
           PERFORM 565-LOOK-UP-RETENTION-RATE.
           COMPUTE WS-BOOK-VALUE ROUNDED =
               PURCHASE-PRICE OF CAR-RECORD-MASTER * WS-RATE-PCT / 100.

       565-LOOK-UP-RETENTION-RATE.
           IF WS-ELECTRIC-SW = 'Y'
               EVALUATE TRUE
                   WHEN WS-AGE-YEARS < 1
                       MOVE 80 TO WS-RATE-PCT
                   WHEN WS-AGE-YEARS < 3
                       MOVE 60 TO WS-RATE-PCT
                   WHEN WS-AGE-YEARS < 5
                       MOVE 45 TO WS-RATE-PCT
                   WHEN WS-AGE-YEARS < 8
                       MOVE 30 TO WS-RATE-PCT
                   WHEN OTHER
                       MOVE 10 TO WS-RATE-PCT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-AGE-YEARS < 1
                       MOVE 85 TO WS-RATE-PCT
                   WHEN WS-AGE-YEARS < 3
                       MOVE 70 TO WS-RATE-PCT
                   WHEN WS-AGE-YEARS < 5
                       MOVE 55 TO WS-RATE-PCT
                   WHEN WS-AGE-YEARS < 8
                       MOVE 35 TO WS-RATE-PCT
                   WHEN OTHER
                       MOVE 15 TO WS-RATE-PCT
               END-EVALUATE
           END-IF.

       570-POST-DEPRECIATION.
      *    A value that rose (a corrected purchase price) reverses
      *    depreciation instead.
           MOVE WS-RECORD-BRANCH TO WS-POST-BRANCH.
           IF WS-CAR-DEPRECIATION > 0
               MOVE WS-CAR-DEPRECIATION TO WS-POST-AMOUNT
               MOVE WS-ACCT-DEPR-EXPENSE TO WS-POST-ACCOUNT
               MOVE WS-DESC-DEPR-EXPENSE TO WS-POST-DESCRIPTION
               MOVE 'D' TO WS-POST-DR-CR
               PERFORM 590-POST-JOURNAL-AMOUNT
               MOVE WS-ACCT-ACCUM-DEPR TO WS-POST-ACCOUNT
               MOVE WS-DESC-ACCUM-DEPR TO WS-POST-DESCRIPTION
               MOVE 'C' TO WS-POST-DR-CR
               PERFORM 590-POST-JOURNAL-AMOUNT
           END-IF.
           IF WS-CAR-DEPRECIATION < 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-CAR-DEPRECIATION
               MOVE WS-ACCT-ACCUM-DEPR TO WS-POST-ACCOUNT
               MOVE WS-DESC-ACCUM-DEPR TO WS-POST-DESCRIPTION
               MOVE 'D' TO WS-POST-DR-CR
               PERFORM 590-POST-JOURNAL-AMOUNT
               MOVE WS-ACCT-DEPR-EXPENSE TO WS-POST-ACCOUNT
               MOVE WS-DESC-DEPR-EXPENSE TO WS-POST-DESCRIPTION
               MOVE 'C' TO WS-POST-DR-CR
               PERFORM 590-POST-JOURNAL-AMOUNT
           END-IF.

       580-WRITE-OFF-MISSING-CARS.
      *    Cars in the prior snapshot that are no longer on the master
      *    (deleted, or archived before this close) leave the books
      *    with no proceeds.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-PS-COUNT
               IF WS-PS-MATCHED(PS-IDX) = 'N'
                   MOVE WS-PS-BRANCH(PS-IDX) TO WS-DSP-BRANCH
                   MOVE WS-PS-VIN(PS-IDX) TO WS-DSP-VIN
                   MOVE WS-PS-MODEL(PS-IDX) TO WS-DSP-MODEL
                   MOVE WS-PS-COST(PS-IDX) TO WS-DSP-COST
                   MOVE WS-PS-BOOK(PS-IDX) TO WS-DSP-BOOK
                   MOVE 0 TO WS-DSP-PROCEEDS
                   MOVE 0 TO WS-DSP-SALE-DATE
                   MOVE "NOT ON MASTER - WRITEOFF" TO WS-DSP-NOTE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   PERFORM 550-BOOK-DISPOSAL
               END-IF
           END-PERFORM.

       590-POST-JOURNAL-AMOUNT.
           IF WS-POST-AMOUNT > 0
               SET JT-IDX TO 1
               SEARCH JOURNAL-ENTRY
                   AT END
                       IF WS-JT-COUNT < 500
                           ADD 1 TO WS-JT-COUNT
                           SET JT-IDX TO WS-JT-COUNT
                           MOVE WS-POST-BRANCH TO WS-JT-BRANCH(JT-IDX)
                           MOVE WS-POST-ACCOUNT
                               TO WS-JT-ACCOUNT(JT-IDX)
                           MOVE WS-POST-DR-CR TO WS-JT-DR-CR(JT-IDX)
                           MOVE WS-POST-DESCRIPTION
                               TO WS-JT-DESCRIPTION(JT-IDX)
                           MOVE WS-POST-AMOUNT TO WS-JT-AMOUNT(JT-IDX)
                       ELSE
                           IF WS-JT-OVERFLOW = 'N'
                               MOVE 'Y' TO WS-JT-OVERFLOW
                               DISPLAY "*** JOURNAL TABLE FULL - "
                                   "PERIOD CANNOT BE CLOSED"
                           END-IF
                       END-IF
                   WHEN WS-JT-BRANCH(JT-IDX) = WS-POST-BRANCH
                           AND WS-JT-ACCOUNT(JT-IDX) = WS-POST-ACCOUNT
                           AND WS-JT-DR-CR(JT-IDX) = WS-POST-DR-CR
                       ADD WS-POST-AMOUNT TO WS-JT-AMOUNT(JT-IDX)
               END-SEARCH
           END-IF.

       600-RELEASE-JOURNAL-LINES.
           PERFORM VARYING JT-IDX FROM 1 BY 1
                   UNTIL JT-IDX > WS-JT-COUNT
               MOVE WS-JT-BRANCH(JT-IDX) TO SR-BRANCH-CODE
               MOVE WS-JT-ACCOUNT(JT-IDX) TO SR-GL-ACCOUNT
               MOVE WS-JT-DR-CR(JT-IDX) TO SR-DR-CR
               MOVE WS-JT-DESCRIPTION(JT-IDX) TO SR-DESCRIPTION
               MOVE WS-JT-AMOUNT(JT-IDX) TO SR-AMOUNT
               RELEASE SORT-RECORD
           END-PERFORM.

       610-WRITE-JOURNAL-FILE.
           MOVE 'N' TO SORT-EOF-FLAG.
           MOVE SPACES TO WS-BR-PREV-BRANCH.
           PERFORM 605-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               IF SR-BRANCH-CODE NOT = WS-BR-PREV-BRANCH
                   IF WS-BR-PREV-BRANCH NOT = SPACES
                       PERFORM 745-PRINT-BRANCH-JOURNAL-TOTAL
                   END-IF
                   MOVE SR-BRANCH-CODE TO WS-BR-PREV-BRANCH
               END-IF
               PERFORM 615-WRITE-ONE-JOURNAL-LINE
               PERFORM 605-RETURN-SORTED-RECORD
           END-PERFORM.
           IF WS-BR-PREV-BRANCH NOT = SPACES
               PERFORM 745-PRINT-BRANCH-JOURNAL-TOTAL
           END-IF.
           PERFORM 747-PRINT-JOURNAL-TOTAL.

       605-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE AT END MOVE 'Y' TO SORT-EOF-FLAG.

       615-WRITE-ONE-JOURNAL-LINE.
           MOVE WS-CLOSE-PERIOD TO GJ-PERIOD.
           MOVE WS-PERIOD-END TO GJ-JOURNAL-DATE.
           MOVE SR-BRANCH-CODE TO GJ-BRANCH-CODE.
           MOVE SR-GL-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE SR-DR-CR TO GJ-DR-CR.
           MOVE SR-AMOUNT TO GJ-AMOUNT.
           MOVE SR-DESCRIPTION TO GJ-DESCRIPTION.
           MOVE WS-JOURNAL-SOURCE TO GJ-SOURCE.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-JD-BRANCH.
           MOVE SR-GL-ACCOUNT TO WS-JD-ACCOUNT.
           MOVE SR-DESCRIPTION TO WS-JD-DESCRIPTION.
           IF GJ-DEBIT
               MOVE SR-AMOUNT TO WS-JD-DEBIT
               MOVE 0 TO WS-JD-CREDIT
               ADD SR-AMOUNT TO WS-DEBIT-TOTAL
               ADD SR-AMOUNT TO WS-BR-DEBIT-TOTAL
           ELSE
               MOVE 0 TO WS-JD-DEBIT
               MOVE SR-AMOUNT TO WS-JD-CREDIT
               ADD SR-AMOUNT TO WS-CREDIT-TOTAL
               ADD SR-AMOUNT TO WS-BR-CREDIT-TOTAL
           END-IF.
           WRITE CLOSE-RPT-RECORD FROM WS-JOURNAL-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       650-RECORD-PERIOD-CLOSED.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-CLOSE-PERIOD TO CL-PERIOD.
           MOVE WS-PERIOD-END TO CL-PERIOD-END.
           MOVE WS-RUN-DATE TO CL-CLOSE-DATE.
           MOVE WS-RUN-TIME TO CL-CLOSE-TIME.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR.
           MOVE WS-SNAPSHOT-COUNT TO CL-SNAPSHOT-COUNT.
           MOVE WS-CURRENT-BOOK-TOTAL TO CL-BOOK-TOTAL.
           MOVE WS-DISPOSAL-COUNT TO CL-DISPOSAL-COUNT.
           MOVE WS-JOURNAL-LINE-COUNT TO CL-JOURNAL-LINES.
           MOVE WS-DEBIT-TOTAL TO CL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO CL-CREDIT-TOTAL.
           OPEN EXTEND CAR-CLOSE-CONTROL.
           WRITE CLOSE-CONTROL-RECORD.
           CLOSE CAR-CLOSE-CONTROL.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-CLOSE-PERIOD TO WS-CLH-PERIOD.
           MOVE WS-PERIOD-END TO WS-CLH-PERIOD-END.
           MOVE WS-RUN-DATE TO WS-CLH-RUN-DATE.
           MOVE WS-PAGE-NO TO WS-CLH-PAGE.
           MOVE WS-OPERATOR-ID TO WS-CLH-OPERATOR.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-HEADING-2.
           WRITE CLOSE-RPT-RECORD FROM WS-CURRENT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE CLOSE-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       720-PRINT-DISPOSAL-DETAIL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE WS-DSP-BRANCH TO WS-DD-BRANCH.
           MOVE WS-DSP-VIN TO WS-DD-VIN.
           MOVE WS-DSP-MODEL TO WS-DD-MODEL.
           MOVE WS-DSP-SALE-DATE TO WS-DD-SALE-DATE.
           MOVE WS-DSP-COST TO WS-DD-COST.
           MOVE WS-DSP-BOOK TO WS-DD-BOOK.
           MOVE WS-DSP-PROCEEDS TO WS-DD-PROCEEDS.
           MOVE WS-DSP-GAIN TO WS-DD-GAIN.
           MOVE WS-DSP-NOTE TO WS-DD-NOTE.
           WRITE CLOSE-RPT-RECORD FROM WS-DISPOSAL-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       730-PRINT-UNVALUED-CARS.
           IF WS-UV-COUNT > 0
               MOVE "UNVALUED CARS (ZERO PRICE) - NOT BOOKED"
                   TO WS-CLH-SECTION
               MOVE WS-UNVALUED-COLUMN-HEADING
                   TO WS-CURRENT-COLUMN-HEADING
               PERFORM 710-PRINT-REPORT-HEADINGS
               PERFORM VARYING UV-IDX FROM 1 BY 1
                       UNTIL UV-IDX > WS-UV-COUNT
                   IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                       PERFORM 710-PRINT-REPORT-HEADINGS
                   END-IF
                   MOVE WS-UV-BRANCH(UV-IDX) TO WS-UD-BRANCH
                   MOVE WS-UV-VIN(UV-IDX) TO WS-UD-VIN
                   MOVE WS-UV-MODEL(UV-IDX) TO WS-UD-MODEL
                   MOVE WS-UV-ACQ-DATE(UV-IDX) TO WS-UD-ACQ-DATE
                   WRITE CLOSE-RPT-RECORD
                       FROM WS-UNVALUED-DETAIL-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
               IF WS-UV-OVERFLOW = 'Y'
                   MOVE "UNVALUED LIST TRUNCATED AT 1000 CARS"
                       TO CLOSE-RPT-RECORD
                   WRITE CLOSE-RPT-RECORD
               END-IF
           END-IF.

       745-PRINT-BRANCH-JOURNAL-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SPACES TO WS-JTL-LABEL.
           STRING "BRANCH TOTAL " DELIMITED BY SIZE
                   WS-BR-PREV-BRANCH DELIMITED BY SIZE
               INTO WS-JTL-LABEL.
           MOVE WS-BR-DEBIT-TOTAL TO WS-JTL-DEBIT.
           MOVE WS-BR-CREDIT-TOTAL TO WS-JTL-CREDIT.
           WRITE CLOSE-RPT-RECORD FROM WS-JOURNAL-TOTAL-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-BR-DEBIT-TOTAL.
           MOVE 0 TO WS-BR-CREDIT-TOTAL.

       747-PRINT-JOURNAL-TOTAL.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE "JOURNAL TOTAL" TO WS-JTL-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-JTL-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-JTL-CREDIT.
           WRITE CLOSE-RPT-RECORD FROM WS-JOURNAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "JOURNAL IN BALANCE" TO CLOSE-RPT-RECORD
           ELSE
               MOVE "*** JOURNAL OUT OF BALANCE - PERIOD NOT CLOSED"
                   TO CLOSE-RPT-RECORD
           END-IF.
           WRITE CLOSE-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       750-PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-CLH-SECTION.
           MOVE SPACES TO WS-CURRENT-COLUMN-HEADING.
           PERFORM 710-PRINT-REPORT-HEADINGS.
           MOVE "PRIOR CLOSE:" TO WS-CT-LABEL.
           IF WS-OPENING-SW = 'Y'
               MOVE "NONE - OPENING BOOK VALUES SET" TO WS-CT-TEXT
           ELSE
               MOVE WS-PRIOR-SNAPSHOT-PATH TO WS-CT-TEXT
           END-IF.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-TEXT-LINE.
           MOVE "SNAPSHOT WRITTEN:" TO WS-CT-LABEL.
           MOVE WS-SNAPSHOT-PATH TO WS-CT-TEXT.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-TEXT-LINE.
           MOVE "JOURNAL FILE WRITTEN:" TO WS-CT-LABEL.
           MOVE WS-JOURNAL-PATH TO WS-CT-TEXT.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-TEXT-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE "MASTER RECORDS READ:" TO WS-CC-LABEL.
           MOVE WS-MASTER-READ-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "CARS IN PRIOR SNAPSHOT:" TO WS-CC-LABEL.
           MOVE WS-PS-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "CARS IN THIS SNAPSHOT:" TO WS-CC-LABEL.
           MOVE WS-SNAPSHOT-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "  CARRIED FROM PRIOR SNAPSHOT:" TO WS-CC-LABEL.
           MOVE WS-CONTINUING-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "  NEW TO THE BOOKS:" TO WS-CC-LABEL.
           MOVE WS-NEW-CAR-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "DISPOSALS BOOKED:" TO WS-CC-LABEL.
           MOVE WS-DISPOSAL-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "  WITHOUT CAPTURED SALE DETAILS:" TO WS-CC-LABEL.
           MOVE WS-NO-DETAILS-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "  NOT ON MASTER - WRITTEN OFF:" TO WS-CC-LABEL.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "UNVALUED CARS NOT BOOKED:" TO WS-CC-LABEL.
           MOVE WS-UV-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "CARS ACQUIRED AFTER THE PERIOD END:" TO WS-CC-LABEL.
           MOVE WS-NOT-YET-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "CARS DISPOSED BEFORE THE PRIOR CLOSE:"
               TO WS-CC-LABEL.
           MOVE WS-EARLIER-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-BLANK-LINE.
           COMPUTE WS-ROLLED-BOOK-TOTAL = WS-PRIOR-BOOK-TOTAL
               + WS-ADDITIONS-TOTAL - WS-DEPRECIATION-TOTAL
               - WS-DISPOSED-BOOK-TOTAL.
           MOVE "BOOK VALUE AT PRIOR CLOSE:" TO WS-CA-LABEL.
           MOVE WS-PRIOR-BOOK-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "  PLUS CARS NEW TO THE BOOKS:" TO WS-CA-LABEL.
           MOVE WS-ADDITIONS-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "  LESS DEPRECIATION FOR THE PERIOD:" TO WS-CA-LABEL.
           MOVE WS-DEPRECIATION-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "  LESS DISPOSALS AT CARRYING VALUE:" TO WS-CA-LABEL.
           MOVE WS-DISPOSED-BOOK-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "BOOK VALUE ROLLED FORWARD:" TO WS-CA-LABEL.
           MOVE WS-ROLLED-BOOK-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "BOOK VALUE IN THIS SNAPSHOT:" TO WS-CA-LABEL.
           MOVE WS-CURRENT-BOOK-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           IF WS-ROLLED-BOOK-TOTAL = WS-CURRENT-BOOK-TOTAL
               MOVE "BOOK VALUE ROLL-FORWARD AGREES"
                   TO CLOSE-RPT-RECORD
           ELSE
               MOVE "*** BOOK VALUE ROLL-FORWARD DOES NOT AGREE"
                   TO CLOSE-RPT-RECORD
           END-IF.
           WRITE CLOSE-RPT-RECORD.
           WRITE CLOSE-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE "SALE PROCEEDS:" TO WS-CA-LABEL.
           MOVE WS-PROCEEDS-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "NET GAIN (LOSS) ON DISPOSALS:" TO WS-CA-LABEL.
           MOVE WS-GAIN-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE "JOURNAL LINES WRITTEN:" TO WS-CC-LABEL.
           MOVE WS-JOURNAL-LINE-COUNT TO WS-CC-COUNT.
           PERFORM 755-WRITE-COUNT-LINE.
           MOVE "JOURNAL DEBITS:" TO WS-CA-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           MOVE "JOURNAL CREDITS:" TO WS-CA-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-CA-AMOUNT.
           PERFORM 757-WRITE-AMOUNT-LINE.
           IF WS-JT-OVERFLOW = 'Y'
               MOVE "*** JOURNAL TABLE FULL - PERIOD NOT CLOSED"
                   TO CLOSE-RPT-RECORD
               WRITE CLOSE-RPT-RECORD
           END-IF.

       755-WRITE-COUNT-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-COUNT-LINE.

       757-WRITE-AMOUNT-LINE.
           WRITE CLOSE-RPT-RECORD FROM WS-CLOSE-AMOUNT-LINE.

       END PROGRAM CAR-MONTH-END-CLOSE.
