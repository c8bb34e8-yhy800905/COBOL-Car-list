      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly pool utilization by branch and towing-capacity
      *          band.  For the month asked for (blank = last month)
      *          every car on CAR-FILE-MASTER that was in the fleet
      *          during the month is measured: days available run
      *          from the first of the month (or the acquire date)
      *          to the month end (or the sale date of a sold or
      *          scrapped car), and days booked are the days of those
      *          that fall inside a live booking on
      *          CAR-FILE-RESERVATION (maintained by CAR-POOL-RESERVE;
      *          a returned booking ends at check-in, a car still out
      *          is booked until it comes back, cancelled bookings do
      *          not count).  Cars are listed under the branch
      *          resolved from the branch flat files named in
      *          CAR-FILE-BRANCHES (UNKNOWN when in none) and the
      *          bands used by CAR-FLEET-ANALYSIS (under 2,000,
      *          2,000-7,499, 7,500 and up), with a car never booked
      *          flagged IDLE and one booked under WS-LOW-USE-PCT of
      *          its available days flagged LOW USE, so idle cars can
      *          be put up for disposal or transfer.  Band and branch
      *          subtotals and company totals follow.  Raises
      *          RETURN-CODE 8 only when CAR-FILE-MASTER cannot be
      *          read or the month is not valid.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-POOL-UTILIZATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-FILE-RESERVATION
               ASSIGN TO
            "..\CAR-FILE-RESERVATION.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RV-KEY
                FILE STATUS IS WS-RESERVATION-STATUS.
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
           SELECT   SORT-WORK-FILE
               ASSIGN TO "SORTWK1".
           SELECT   CAR-POOL-UTIL-RPT
               ASSIGN TO
            "..\CAR-POOL-UTIL-RPT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-RESERVATION.
           COPY RSVREC.

       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-MASTER.
           COPY CARREC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05   SR-BRANCH-CODE      PIC X(10).
           05   SR-BAND             PIC 9(1).
           05   SR-VIN              PIC X(17).
           05   SR-CAR-MODEL        PIC X(15).
           05   SR-ENGINE           PIC X(20).
           05   SR-TOWING-CAPACITY  PIC 9(8).
           05   SR-DAYS-AVAILABLE   PIC 9(3).
           05   SR-DAYS-BOOKED      PIC 9(3).

       FD CAR-POOL-UTIL-RPT.
       01 POOL-UTIL-RPT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-RESERVATION-STATUS PIC XX.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-MASTER-EOF        PIC X(1).
           05 WS-BOOKING-EOF       PIC X(1).
           05 SORT-EOF-FLAG        PIC X(1).
           05 WS-RESERVATION-OPEN  PIC X(1) VALUE 'N'.
           05 WS-PARM-OK           PIC X(1) VALUE 'N'.
           05 WS-IN-PERIOD         PIC X(1).

       01  UTILIZATION-LIMIT-FIELDS.
           05 WS-LOW-USE-PCT       PIC 9(3) VALUE 25.
           05 WS-BAND-MID-FLOOR    PIC 9(8) VALUE 2000.
           05 WS-BAND-HIGH-FLOOR   PIC 9(8) VALUE 7500.

       01  PERIOD-FIELDS.
           05 WS-PERIOD-ANSWER     PIC X(6).
           05 WS-REPORT-PERIOD     PIC 9(6) VALUE 0.
           05 WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
               10 WS-REPORT-YEAR   PIC 9(4).
               10 WS-REPORT-MM     PIC 9(2).
           05 WS-PERIOD-START      PIC 9(8) VALUE 0.
           05 WS-PERIOD-END        PIC 9(8) VALUE 0.
           05 WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
               10 WS-PE-YEAR       PIC 9(4).
               10 WS-PE-MM         PIC 9(2).
               10 WS-PE-DD         PIC 9(2).
           05 WS-LEAP-QUOTIENT     PIC 9(4).
           05 WS-LEAP-REMAINDER    PIC 9(4).

       01  BRANCH-PATH-FIELDS.
           05 WS-BRANCH-FILE-PATH    PIC X(80).
           05 WS-CURRENT-BRANCH-CODE PIC X(10).

       01  COUNT-FIELDS.
           05 WS-MASTER-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-MEASURED-COUNT      PIC 9(6) VALUE 0.

       01  VIN-BRANCH-TABLE.
           05 WS-VB-COUNT          PIC 9(5) VALUE 0.
           05 WS-VB-OVERFLOW       PIC X(1) VALUE 'N'.
           05 VIN-BRANCH-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY VB-IDX.
               10 WS-VB-VIN         PIC X(17).
               10 WS-VB-BRANCH      PIC X(10).

       01  WORK-FIELDS.
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-AVAIL-FROM        PIC 9(8).
           05 WS-AVAIL-TO          PIC 9(8).
           05 WS-OVERLAP-FROM      PIC 9(8).
           05 WS-OVERLAP-TO        PIC 9(8).
           05 WS-EFFECTIVE-END     PIC 9(8).
           05 WS-DAYS-AVAILABLE    PIC 9(5).
           05 WS-DAYS-BOOKED       PIC 9(5).
           05 WS-UTIL-PCT          PIC 9(3)V9.

       01  BAND-NAME-DEFINITION.
           05 FILLER               PIC X(14) VALUE "UNDER 2,000".
           05 FILLER               PIC X(14) VALUE "2,000-7,499".
           05 FILLER               PIC X(14) VALUE "7,500 AND UP".
       01  BAND-NAME-TABLE REDEFINES BAND-NAME-DEFINITION.
           05 WS-BAND-NAME         PIC X(14) OCCURS 3 TIMES.

       01  BAND-TOTAL-FIELDS.
           05 WS-BR-PREV-BRANCH    PIC X(10) VALUE SPACES.
           05 WS-BAND-IDX          PIC 9(1).
           05 BRANCH-BAND-ENTRY    OCCURS 3 TIMES.
               10 WS-BR-CARS       PIC 9(6).
               10 WS-BR-AVAILABLE  PIC 9(7).
               10 WS-BR-BOOKED     PIC 9(7).
               10 WS-BR-IDLE       PIC 9(6).
           05 COMPANY-BAND-ENTRY   OCCURS 3 TIMES.
               10 WS-CO-CARS       PIC 9(6).
               10 WS-CO-AVAILABLE  PIC 9(7).
               10 WS-CO-BOOKED     PIC 9(7).
               10 WS-CO-IDLE       PIC 9(6).
           05 WS-SUM-CARS          PIC 9(6).
           05 WS-SUM-AVAILABLE     PIC 9(7).
           05 WS-SUM-BOOKED        PIC 9(7).
           05 WS-SUM-IDLE          PIC 9(6).

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.

       01  WS-UTIL-HEADING-1.
           05 FILLER               PIC X(30) VALUE
                  "POOL CAR UTILIZATION - MONTH: ".
           05 WS-UTH-PERIOD        PIC 9(6).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-UTH-DATE          PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-UTH-PAGE          PIC ZZZ9.

       01  WS-UTIL-HEADING-2.
           05 FILLER               PIC X(21) VALUE
                  "LOW USE = BOOKED ON <".
           05 WS-UTH-LOW-USE       PIC ZZ9.
           05 FILLER               PIC X(30) VALUE
                  "% OF DAYS AVAILABLE".

       01  WS-UTIL-COLUMN-HEADING.
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(12) VALUE "ENGINE".
           05 FILLER               PIC X(12) VALUE "    TOWING".
           05 FILLER               PIC X(16) VALUE "BAND".
           05 FILLER               PIC X(7)  VALUE "  AVAIL".
           05 FILLER               PIC X(8)  VALUE "  BOOKED".
           05 FILLER               PIC X(9)  VALUE "    UTIL%".
           05 FILLER               PIC X(8)  VALUE "  FLAG".

       01  WS-BRANCH-TITLE-LINE.
           05 FILLER               PIC X(8)  VALUE "BRANCH: ".
           05 WS-BTL-CODE          PIC X(10).

       01  WS-UTIL-DETAIL-LINE.
           05 WS-UD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-ENGINE         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-TOWING         PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-BAND           PIC X(14).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-UD-AVAILABLE      PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 WS-UD-BOOKED         PIC ZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-UD-PCT            PIC ZZ9.9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-UD-FLAG           PIC X(8).

       01  WS-UTIL-SUMMARY-LINE.
           05 WS-US-LABEL          PIC X(16).
           05 WS-US-BAND           PIC X(14).
           05 FILLER               PIC X(7)  VALUE " CARS: ".
           05 WS-US-CARS           PIC ZZZZZ9.
           05 FILLER               PIC X(13) VALUE "  AVAILABLE: ".
           05 WS-US-AVAILABLE      PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(10) VALUE "  BOOKED: ".
           05 WS-US-BOOKED         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(8)  VALUE "  UTIL: ".
           05 WS-US-PCT            PIC ZZ9.9.
           05 FILLER               PIC X(9)  VALUE "%  IDLE: ".
           05 WS-US-IDLE           PIC ZZZZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-POOL-UTILIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-ACCEPT-REPORT-PERIOD.
           IF WS-PARM-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 400-LOAD-BRANCH-FILES.
           PERFORM 430-OPEN-RESERVATION-FILE.
           OPEN INPUT CAR-FILE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, STATUS: "
                   WS-MASTER-STATUS
               DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 3
                   PERFORM 760-CLEAR-BRANCH-BAND
                   MOVE 0 TO WS-CO-CARS(WS-BAND-IDX)
                   MOVE 0 TO WS-CO-AVAILABLE(WS-BAND-IDX)
                   MOVE 0 TO WS-CO-BOOKED(WS-BAND-IDX)
                   MOVE 0 TO WS-CO-IDLE(WS-BAND-IDX)
               END-PERFORM
               OPEN OUTPUT CAR-POOL-UTIL-RPT
               PERFORM 710-PRINT-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-BRANCH-CODE SR-BAND SR-VIN
                   INPUT PROCEDURE 448-RELEASE-MEASURED-CARS
                   OUTPUT PROCEDURE 450-PRODUCE-UTILIZATION-REPORT
               CLOSE CAR-POOL-UTIL-RPT
               CLOSE CAR-FILE-MASTER
               DISPLAY "CARS MEASURED:          " WS-MEASURED-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-RESERVATION-OPEN = 'Y'
               CLOSE CAR-FILE-RESERVATION
           END-IF.
           GOBACK.

       200-ACCEPT-REPORT-PERIOD.
           MOVE 'N' TO WS-PARM-OK.
           DISPLAY "ENTER MONTH TO REPORT YYYYMM (BLANK = LAST "
               "MONTH): ".
           MOVE SPACES TO WS-PERIOD-ANSWER.
           ACCEPT WS-PERIOD-ANSWER FROM CONSOLE.
           IF WS-PERIOD-ANSWER = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD
               IF WS-REPORT-MM = 1
                   SUBTRACT 1 FROM WS-REPORT-YEAR
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
               MOVE 'Y' TO WS-PARM-OK
           ELSE
               IF WS-PERIOD-ANSWER IS NUMERIC
                   MOVE WS-PERIOD-ANSWER TO WS-REPORT-PERIOD
                   IF WS-REPORT-MM > 0 AND WS-REPORT-MM < 13
                           AND WS-REPORT-YEAR > 1900
                       MOVE 'Y' TO WS-PARM-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-PARM-OK = 'N'
               DISPLAY "MONTH MUST BE A VALID YYYYMM"
           ELSE
               COMPUTE WS-PERIOD-START = WS-REPORT-PERIOD * 100 + 1
               PERFORM 210-SET-PERIOD-END
               IF WS-PERIOD-START > WS-RUN-DATE
                   DISPLAY "MONTH " WS-REPORT-PERIOD
                       " HAS NOT STARTED YET"
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.

       210-SET-PERIOD-END.
           MOVE WS-REPORT-YEAR TO WS-PE-YEAR.
           MOVE WS-REPORT-MM TO WS-PE-MM.
           EVALUATE WS-REPORT-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PE-DD
               WHEN 2
                   MOVE 28 TO WS-PE-DD
                   DIVIDE WS-REPORT-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-PE-DD
                       DIVIDE WS-REPORT-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           DIVIDE WS-REPORT-YEAR BY 400
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
                           "CARS REPORT UNDER UNKNOWN"
                   END-IF
               END-IF
           END-IF.

       430-OPEN-RESERVATION-FILE.
           OPEN INPUT CAR-FILE-RESERVATION.
           IF WS-RESERVATION-STATUS = "00"
                   OR WS-RESERVATION-STATUS = "05"
               MOVE 'Y' TO WS-RESERVATION-OPEN
           ELSE
               DISPLAY "CAR-FILE-RESERVATION COULD NOT BE OPENED, "
                   "STATUS: " WS-RESERVATION-STATUS
               DISPLAY "ALL CARS WILL REPORT NO DAYS BOOKED"
           END-IF.

       448-RELEASE-MEASURED-CARS.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CAR-FILE-MASTER
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 510-MEASURE-ONE-CAR
               END-READ
           END-PERFORM.

       510-MEASURE-ONE-CAR.
           PERFORM 515-SET-AVAILABLE-DAYS.
           IF WS-IN-PERIOD = 'Y'
               ADD 1 TO WS-MEASURED-COUNT
               MOVE 0 TO WS-DAYS-BOOKED
               IF WS-RESERVATION-OPEN = 'Y'
                   PERFORM 530-ADD-BOOKED-DAYS
               END-IF
               IF WS-DAYS-BOOKED > WS-DAYS-AVAILABLE
                   MOVE WS-DAYS-AVAILABLE TO WS-DAYS-BOOKED
               END-IF
               PERFORM 520-RESOLVE-BRANCH-CODE
               MOVE WS-RECORD-BRANCH TO SR-BRANCH-CODE
               EVALUATE TRUE
                   WHEN TOWING-CAPACITY OF CAR-RECORD-MASTER
                           < WS-BAND-MID-FLOOR
                       MOVE 1 TO SR-BAND
                   WHEN TOWING-CAPACITY OF CAR-RECORD-MASTER
                           < WS-BAND-HIGH-FLOOR
                       MOVE 2 TO SR-BAND
                   WHEN OTHER
                       MOVE 3 TO SR-BAND
               END-EVALUATE
               MOVE CAR-VIN OF CAR-RECORD-MASTER TO SR-VIN
               MOVE CAR-MODEL OF CAR-RECORD-MASTER TO SR-CAR-MODEL
               MOVE ENGINE OF CAR-RECORD-MASTER TO SR-ENGINE
               MOVE TOWING-CAPACITY OF CAR-RECORD-MASTER
                   TO SR-TOWING-CAPACITY
               MOVE WS-DAYS-AVAILABLE TO SR-DAYS-AVAILABLE
               MOVE WS-DAYS-BOOKED TO SR-DAYS-BOOKED
               RELEASE SORT-RECORD
           END-IF.

       515-SET-AVAILABLE-DAYS.
      *    A car counts from the later of the month start and its
      *    acquire date to the earlier of the month end and, once
      *    sold or scrapped, its sale date.  A disposed car with no
      *    sale date on file is left out.
           MOVE 'Y' TO WS-IN-PERIOD.
           MOVE WS-PERIOD-START TO WS-AVAIL-FROM.
           MOVE WS-PERIOD-END TO WS-AVAIL-TO.
           IF ACQUIRE-DATE OF CAR-RECORD-MASTER IS NUMERIC
               IF ACQUIRE-DATE OF CAR-RECORD-MASTER > WS-AVAIL-FROM
                   MOVE ACQUIRE-DATE OF CAR-RECORD-MASTER
                       TO WS-AVAIL-FROM
               END-IF
           END-IF.
           IF CAR-SOLD OF CAR-RECORD-MASTER
                   OR CAR-SCRAPPED OF CAR-RECORD-MASTER
               IF SALE-DATE OF CAR-RECORD-MASTER IS NUMERIC
                       AND SALE-DATE OF CAR-RECORD-MASTER > 0
                   IF SALE-DATE OF CAR-RECORD-MASTER < WS-AVAIL-TO
                       MOVE SALE-DATE OF CAR-RECORD-MASTER
                           TO WS-AVAIL-TO
                   END-IF
               ELSE
                   MOVE 'N' TO WS-IN-PERIOD
               END-IF
           END-IF.
           IF WS-AVAIL-FROM > WS-AVAIL-TO
               MOVE 'N' TO WS-IN-PERIOD
           END-IF.
           IF WS-IN-PERIOD = 'Y'
               COMPUTE WS-DAYS-AVAILABLE =
                   FUNCTION INTEGER-OF-DATE(WS-AVAIL-TO)
                   - FUNCTION INTEGER-OF-DATE(WS-AVAIL-FROM) + 1
           END-IF.

       520-RESOLVE-BRANCH-CODE.
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

       530-ADD-BOOKED-DAYS.
           MOVE 'N' TO WS-BOOKING-EOF.
           MOVE CAR-VIN OF CAR-RECORD-MASTER TO RV-VIN.
           MOVE 0 TO RV-START-DATE.
           MOVE 0 TO RV-SEQ-NO.
           START CAR-FILE-RESERVATION KEY IS NOT LESS THAN RV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-EOF
           END-START.
           PERFORM UNTIL WS-BOOKING-EOF = 'Y'
               READ CAR-FILE-RESERVATION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOKING-EOF
                   NOT AT END
                       IF RV-VIN NOT = CAR-VIN OF CAR-RECORD-MASTER
                               OR RV-START-DATE > WS-AVAIL-TO
                           MOVE 'Y' TO WS-BOOKING-EOF
                       ELSE
                           PERFORM 535-ADD-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

       535-ADD-ONE-BOOKING.
           IF NOT RV-CANCELLED
               PERFORM 540-SET-EFFECTIVE-END
               MOVE RV-START-DATE TO WS-OVERLAP-FROM
               IF WS-AVAIL-FROM > WS-OVERLAP-FROM
                   MOVE WS-AVAIL-FROM TO WS-OVERLAP-FROM
               END-IF
               MOVE WS-EFFECTIVE-END TO WS-OVERLAP-TO
               IF WS-AVAIL-TO < WS-OVERLAP-TO
                   MOVE WS-AVAIL-TO TO WS-OVERLAP-TO
               END-IF
               IF WS-OVERLAP-TO NOT < WS-OVERLAP-FROM
                   COMPUTE WS-DAYS-BOOKED = WS-DAYS-BOOKED
                       + FUNCTION INTEGER-OF-DATE(WS-OVERLAP-TO)
                       - FUNCTION INTEGER-OF-DATE(WS-OVERLAP-FROM)
                       + 1
               END-IF
           END-IF.

       540-SET-EFFECTIVE-END.
      *    Same rule as CAR-POOL-RESERVE: a returned booking ends at
      *    check-in, a car still out past its end date is booked until
      *    it is checked in (the overlap stops at the month end).
           EVALUATE TRUE
               WHEN RV-RETURNED
                   MOVE RV-CHECKIN-DATE TO WS-EFFECTIVE-END
               WHEN RV-CHECKED-OUT
                   MOVE RV-END-DATE TO WS-EFFECTIVE-END
                   IF WS-RUN-DATE > RV-END-DATE
                       MOVE 99999999 TO WS-EFFECTIVE-END
                   END-IF
               WHEN OTHER
                   MOVE RV-END-DATE TO WS-EFFECTIVE-END
           END-EVALUATE.

       450-PRODUCE-UTILIZATION-REPORT.
           MOVE 'N' TO SORT-EOF-FLAG.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               PERFORM 720-PRINT-ONE-CAR
               PERFORM 405-RETURN-SORTED-RECORD
           END-PERFORM.
           IF WS-BR-PREV-BRANCH NOT = SPACES
               PERFORM 730-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 740-PRINT-COMPANY-TOTAL.

       405-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE AT END MOVE 'Y' TO SORT-EOF-FLAG.

       710-PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-REPORT-PERIOD TO WS-UTH-PERIOD.
           MOVE WS-RUN-DATE TO WS-UTH-DATE.
           MOVE WS-PAGE-NO TO WS-UTH-PAGE.
           MOVE WS-LOW-USE-PCT TO WS-UTH-LOW-USE.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-HEADING-2.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-LINE-COUNT.

       715-PRINT-BRANCH-TITLE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE - 2
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-BTL-CODE.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-BRANCH-TITLE-LINE.
           ADD 1 TO WS-LINE-COUNT.

       720-PRINT-ONE-CAR.
           IF SR-BRANCH-CODE NOT = WS-BR-PREV-BRANCH
               IF WS-BR-PREV-BRANCH NOT = SPACES
                   PERFORM 730-PRINT-BRANCH-TOTAL
               END-IF
               PERFORM 715-PRINT-BRANCH-TITLE
           END-IF.
           MOVE SR-BRANCH-CODE TO WS-BR-PREV-BRANCH.
           MOVE SR-BAND TO WS-BAND-IDX.
           ADD 1 TO WS-BR-CARS(WS-BAND-IDX).
           ADD SR-DAYS-AVAILABLE TO WS-BR-AVAILABLE(WS-BAND-IDX).
           ADD SR-DAYS-BOOKED TO WS-BR-BOOKED(WS-BAND-IDX).
           ADD 1 TO WS-CO-CARS(WS-BAND-IDX).
           ADD SR-DAYS-AVAILABLE TO WS-CO-AVAILABLE(WS-BAND-IDX).
           ADD SR-DAYS-BOOKED TO WS-CO-BOOKED(WS-BAND-IDX).
           MOVE 0 TO WS-UTIL-PCT.
           IF SR-DAYS-AVAILABLE > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   SR-DAYS-BOOKED * 100 / SR-DAYS-AVAILABLE
           END-IF.
           MOVE SPACES TO WS-UD-FLAG.
           IF SR-DAYS-BOOKED = 0
               MOVE "IDLE" TO WS-UD-FLAG
               ADD 1 TO WS-BR-IDLE(WS-BAND-IDX)
               ADD 1 TO WS-CO-IDLE(WS-BAND-IDX)
           ELSE
               IF WS-UTIL-PCT < WS-LOW-USE-PCT
                   MOVE "LOW USE" TO WS-UD-FLAG
               END-IF
           END-IF.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE SR-VIN TO WS-UD-VIN.
           MOVE SR-CAR-MODEL TO WS-UD-MODEL.
           MOVE SR-ENGINE TO WS-UD-ENGINE.
           MOVE SR-TOWING-CAPACITY TO WS-UD-TOWING.
           MOVE WS-BAND-NAME(WS-BAND-IDX) TO WS-UD-BAND.
           MOVE SR-DAYS-AVAILABLE TO WS-UD-AVAILABLE.
           MOVE SR-DAYS-BOOKED TO WS-UD-BOOKED.
           MOVE WS-UTIL-PCT TO WS-UD-PCT.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       730-PRINT-BRANCH-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE - 4
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE 0 TO WS-SUM-CARS.
           MOVE 0 TO WS-SUM-AVAILABLE.
           MOVE 0 TO WS-SUM-BOOKED.
           MOVE 0 TO WS-SUM-IDLE.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
               IF WS-BR-CARS(WS-BAND-IDX) > 0
                   MOVE "  BAND:" TO WS-US-LABEL
                   MOVE WS-BAND-NAME(WS-BAND-IDX) TO WS-US-BAND
                   MOVE WS-BR-CARS(WS-BAND-IDX) TO WS-US-CARS
                   MOVE WS-BR-AVAILABLE(WS-BAND-IDX)
                       TO WS-US-AVAILABLE
                   MOVE WS-BR-BOOKED(WS-BAND-IDX) TO WS-US-BOOKED
                   MOVE WS-BR-IDLE(WS-BAND-IDX) TO WS-US-IDLE
                   MOVE WS-BR-AVAILABLE(WS-BAND-IDX)
                       TO WS-SUM-AVAILABLE
                   MOVE WS-BR-BOOKED(WS-BAND-IDX) TO WS-SUM-BOOKED
                   PERFORM 750-SET-SUMMARY-PCT
                   WRITE POOL-UTIL-RPT-RECORD
                       FROM WS-UTIL-SUMMARY-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SUM-AVAILABLE.
           MOVE 0 TO WS-SUM-BOOKED.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
               ADD WS-BR-CARS(WS-BAND-IDX) TO WS-SUM-CARS
               ADD WS-BR-AVAILABLE(WS-BAND-IDX) TO WS-SUM-AVAILABLE
               ADD WS-BR-BOOKED(WS-BAND-IDX) TO WS-SUM-BOOKED
               ADD WS-BR-IDLE(WS-BAND-IDX) TO WS-SUM-IDLE
               PERFORM 760-CLEAR-BRANCH-BAND
           END-PERFORM.
           MOVE "BRANCH TOTAL:" TO WS-US-LABEL.
           MOVE WS-BR-PREV-BRANCH TO WS-US-BAND.
           PERFORM 755-MOVE-SUMMARY-TOTALS.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-SUMMARY-LINE.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.

       740-PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE - 4
               PERFORM 710-PRINT-REPORT-HEADINGS
           END-IF.
           MOVE 0 TO WS-SUM-CARS.
           MOVE 0 TO WS-SUM-IDLE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
               MOVE "COMPANY BAND:" TO WS-US-LABEL
               MOVE WS-BAND-NAME(WS-BAND-IDX) TO WS-US-BAND
               MOVE WS-CO-CARS(WS-BAND-IDX) TO WS-US-CARS
               MOVE WS-CO-AVAILABLE(WS-BAND-IDX) TO WS-US-AVAILABLE
               MOVE WS-CO-BOOKED(WS-BAND-IDX) TO WS-US-BOOKED
               MOVE WS-CO-IDLE(WS-BAND-IDX) TO WS-US-IDLE
               MOVE WS-CO-AVAILABLE(WS-BAND-IDX) TO WS-SUM-AVAILABLE
               MOVE WS-CO-BOOKED(WS-BAND-IDX) TO WS-SUM-BOOKED
               PERFORM 750-SET-SUMMARY-PCT
               WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-SUMMARY-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           MOVE 0 TO WS-SUM-AVAILABLE.
           MOVE 0 TO WS-SUM-BOOKED.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
               ADD WS-CO-CARS(WS-BAND-IDX) TO WS-SUM-CARS
               ADD WS-CO-AVAILABLE(WS-BAND-IDX) TO WS-SUM-AVAILABLE
               ADD WS-CO-BOOKED(WS-BAND-IDX) TO WS-SUM-BOOKED
               ADD WS-CO-IDLE(WS-BAND-IDX) TO WS-SUM-IDLE
           END-PERFORM.
           MOVE "COMPANY TOTAL:" TO WS-US-LABEL.
           MOVE SPACES TO WS-US-BAND.
           PERFORM 755-MOVE-SUMMARY-TOTALS.
           WRITE POOL-UTIL-RPT-RECORD FROM WS-UTIL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       750-SET-SUMMARY-PCT.
           MOVE 0 TO WS-UTIL-PCT.
           IF WS-SUM-AVAILABLE > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-SUM-BOOKED * 100 / WS-SUM-AVAILABLE
           END-IF.
           MOVE WS-UTIL-PCT TO WS-US-PCT.

       755-MOVE-SUMMARY-TOTALS.
           MOVE WS-SUM-CARS TO WS-US-CARS.
           MOVE WS-SUM-AVAILABLE TO WS-US-AVAILABLE.
           MOVE WS-SUM-BOOKED TO WS-US-BOOKED.
           MOVE WS-SUM-IDLE TO WS-US-IDLE.
           PERFORM 750-SET-SUMMARY-PCT.

       760-CLEAR-BRANCH-BAND.
           MOVE 0 TO WS-BR-CARS(WS-BAND-IDX).
           MOVE 0 TO WS-BR-AVAILABLE(WS-BAND-IDX).
           MOVE 0 TO WS-BR-BOOKED(WS-BAND-IDX).
           MOVE 0 TO WS-BR-IDLE(WS-BAND-IDX).

       END PROGRAM CAR-POOL-UTILIZATION.
