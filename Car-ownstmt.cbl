      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mail-ready fleet statements for owners on the owner
      *          master (CAR-FILE-OWNERS).  Each owner selected gets
      *          one page laid out as a letter: name and address, then
      *          every active car held under the OWNER-ID (VIN, model,
      *          engine, acquisition date, and branch), then every car
      *          sold or scrapped within the statement period with its
      *          SALE-DATE and BUYER-NAME.  The run takes the period
      *          (from/to dates) and is limited to one owner, one
      *          city, or all owners.  Owners with no such cars, or
      *          with a blank address or city, are not printed; they
      *          are listed with the reason on an exceptions report
      *          instead.  Cars are found through the OWNER-ID
      *          alternate key on CAR-FILE-MASTER; the branch comes
      *          from the branch flat files named in CAR-FILE-BRANCHES
      *          (UNKNOWN when in none).  Statements are written to
      *          CAR-OWNER-STMT.txt, exceptions to
      *          CAR-OWNER-STMT-EXC.txt.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-OWNER-STATEMENT.
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
           SELECT   CAR-FILE-OWNERS
               ASSIGN TO
            "..\CAR-FILE-OWNERS.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OWN-OWNER-ID
                ALTERNATE RECORD KEY IS OWN-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-OWNERS-STATUS.
           SELECT   CAR-FILE-MASTER
               ASSIGN TO
            "..\CAR-FILE-MASTER.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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
           SELECT   CAR-OWNER-STMT
               ASSIGN TO
            "..\CAR-OWNER-STMT.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   CAR-OWNER-STMT-EXC
               ASSIGN TO
            "..\CAR-OWNER-STMT-EXC.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC REPLACING CAR-RECORD-MASTER BY CAR-RECORD-IN.

       FD CAR-FILE-BRANCHES.
       01 BRANCH-LIST-RECORD.
           05 BL-BRANCH-CODE            PIC X(10).
           05 BL-FILE-PATH              PIC X(80).

       FD CAR-FILE-OWNERS.
           COPY OWNREC.

       FD CAR-FILE-MASTER.
           COPY CARREC.

       FD CAR-OWNER-STMT.
       01 OWNER-STMT-RECORD            PIC X(132).

       FD CAR-OWNER-STMT-EXC.
       01 OWNER-EXC-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-CARIN-STATUS      PIC XX.
           05 WS-BRANCHLIST-STATUS PIC XX.
           05 WS-OWNERS-STATUS     PIC XX.
           05 WS-MASTER-STATUS     PIC XX.
           05 BRANCHLIST-EOF       PIC X(1).
           05 WS-CARIN-EOF         PIC X(1).
           05 WS-OWNERS-EOF        PIC X(1).
           05 WS-SEARCH-EOF        PIC X(1).
           05 WS-PARM-OK           PIC X(1) VALUE 'Y'.

       01  SELECTION-FIELDS.
           05 WS-SEL-FROM-DATE     PIC X(8).
           05 WS-SEL-TO-DATE       PIC X(8).
           05 WS-FROM-DATE         PIC 9(8) VALUE 0.
           05 WS-TO-DATE           PIC 9(8) VALUE 0.
           05 WS-SEL-MODE          PIC X(1).
               88 WS-SEL-ONE-OWNER     VALUE 'O'.
               88 WS-SEL-ONE-CITY      VALUE 'C'.
               88 WS-SEL-ALL-OWNERS    VALUE 'A'.
           05 WS-SEL-OWNER-ID      PIC X(8)  VALUE SPACES.
           05 WS-SEL-CITY          PIC X(20) VALUE SPACES.

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

       01  ACTIVE-CAR-TABLE.
           05 WS-AC-COUNT          PIC 9(4) VALUE 0.
           05 WS-AC-OVERFLOW       PIC X(1) VALUE 'N'.
           05 ACTIVE-CAR-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-AC-COUNT
                   INDEXED BY AC-IDX.
               10 WS-AC-VIN         PIC X(17).
               10 WS-AC-MODEL       PIC X(15).
               10 WS-AC-ENGINE      PIC X(20).
               10 WS-AC-ACQ-DATE    PIC 9(8).
               10 WS-AC-BRANCH      PIC X(10).

       01  DISPOSED-CAR-TABLE.
           05 WS-DC-COUNT          PIC 9(4) VALUE 0.
           05 WS-DC-OVERFLOW       PIC X(1) VALUE 'N'.
           05 DISPOSED-CAR-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DC-COUNT
                   INDEXED BY DC-IDX.
               10 WS-DC-VIN         PIC X(17).
               10 WS-DC-MODEL       PIC X(15).
               10 WS-DC-STATUS      PIC X(1).
               10 WS-DC-SALE-DATE   PIC 9(8).
               10 WS-DC-BUYER       PIC X(30).

       01  WORK-FIELDS.
           05 WS-RECORD-BRANCH     PIC X(10).
           05 WS-EXC-REASON        PIC X(30).

       01  COUNT-FIELDS.
           05 WS-OWNERS-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-OWNERS-SEL-COUNT    PIC 9(6) VALUE 0.
           05 WS-STATEMENT-COUNT     PIC 9(6) VALUE 0.
           05 WS-EXCEPTION-COUNT     PIC 9(6) VALUE 0.
           05 WS-ACTIVE-LISTED-COUNT PIC 9(6) VALUE 0.
           05 WS-DISPOSED-LISTED-COUNT PIC 9(6) VALUE 0.

       01  REPORT-FIELDS.
           05 WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05 WS-PAGE-NO           PIC 9(4) VALUE 0.
           05 WS-EXC-LINE-COUNT    PIC 9(3) VALUE 0.
           05 WS-EXC-PAGE-NO       PIC 9(4) VALUE 0.

       01  WS-LETTER-DATE-LINE.
           05 FILLER               PIC X(60) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE
                  "STATEMENT DATE:  ".
           05 WS-LD-RUN-DATE       PIC 9(8).

       01  WS-LETTER-OWNER-LINE.
           05 FILLER               PIC X(60) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE
                  "OWNER-ID:        ".
           05 WS-LO-OWNER-ID       PIC X(8).
           05 WS-LO-CONTINUED      PIC X(14).

       01  WS-LETTER-ADDRESS-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 WS-LA-TEXT           PIC X(30).

       01  WS-LETTER-SALUTATION.
           05 FILLER               PIC X(8)  VALUE "DEAR ".
           05 WS-LS-NAME           PIC X(30).

       01  WS-LETTER-BODY-1.
           05 FILLER               PIC X(56) VALUE
              "THIS STATEMENT LISTS EVERY VEHICLE WE HOLD ON FILE FOR ".
           05 FILLER               PIC X(13) VALUE "YOU AS OF ".
           05 WS-LB-RUN-DATE       PIC 9(8).
           05 FILLER               PIC X(1)  VALUE ",".

       01  WS-LETTER-BODY-2.
           05 FILLER               PIC X(48) VALUE
              "AND EVERY VEHICLE SOLD OR SCRAPPED FROM ".
           05 WS-LB-FROM-DATE      PIC 9(8).
           05 FILLER               PIC X(5)  VALUE " TO ".
           05 WS-LB-TO-DATE        PIC 9(8).
           05 FILLER               PIC X(1)  VALUE ".".

       01  WS-LETTER-CLOSING-1     PIC X(80) VALUE
              "PLEASE CONTACT YOUR BRANCH IF ANY DETAIL IS WRONG.".

       01  WS-HELD-SECTION-HEADING PIC X(40) VALUE
              "VEHICLES CURRENTLY HELD".

       01  WS-HELD-COLUMN-HEADING.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(22) VALUE "ENGINE".
           05 FILLER               PIC X(10) VALUE "ACQUIRED".
           05 FILLER               PIC X(10) VALUE "BRANCH".

       01  WS-HELD-DETAIL-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 WS-HD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-ENGINE         PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-ACQ-DATE       PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-BRANCH         PIC X(10).

       01  WS-DISPOSED-SECTION-HEADING PIC X(50) VALUE
              "VEHICLES SOLD OR SCRAPPED IN THE STATEMENT PERIOD".

       01  WS-DISPOSED-COLUMN-HEADING.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(19) VALUE "VIN".
           05 FILLER               PIC X(17) VALUE "MODEL".
           05 FILLER               PIC X(10) VALUE "DISPOSAL".
           05 FILLER               PIC X(10) VALUE "SALE-DATE".
           05 FILLER               PIC X(30) VALUE "BUYER".

       01  WS-DISPOSED-DETAIL-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 WS-DD-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-MODEL          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-DISPOSAL       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-SALE-DATE      PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-BUYER          PIC X(30).

       01  WS-NONE-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(4)  VALUE "NONE".

       01  WS-SECTION-COUNT-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 WS-SCL-LABEL         PIC X(30).
           05 WS-SCL-COUNT         PIC ZZZ9.

       01  WS-TRUNCATED-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(50) VALUE
                  "LIST LIMITED TO 500 VEHICLES - SEE YOUR BRANCH".

       01  WS-EXC-HEADING-1.
           05 FILLER               PIC X(36) VALUE
                  "OWNER STATEMENT EXCEPTIONS".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-EXH-RUN-DATE      PIC 9(8).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "PAGE: ".
           05 WS-EXH-PAGE          PIC ZZZ9.

       01  WS-EXC-HEADING-2.
           05 FILLER               PIC X(18) VALUE
                  "STATEMENT PERIOD: ".
           05 WS-EXH-FROM-DATE     PIC 9(8).
           05 FILLER               PIC X(4)  VALUE " TO ".
           05 WS-EXH-TO-DATE       PIC 9(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "SELECTION: ".
           05 WS-EXH-SELECTION     PIC X(30).

       01  WS-EXC-COLUMN-HEADING.
           05 FILLER               PIC X(10) VALUE "OWNER-ID".
           05 FILLER               PIC X(32) VALUE "NAME".
           05 FILLER               PIC X(22) VALUE "CITY".
           05 FILLER               PIC X(30) VALUE "REASON".

       01  WS-EXC-DETAIL-LINE.
           05 WS-ED-OWNER-ID       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-NAME           PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-CITY           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-REASON         PIC X(30).

       01  WS-EXC-COUNT-LINE.
           05 WS-EC-LABEL          PIC X(40).
           05 WS-EC-COUNT          PIC Z,ZZZ,ZZ9.

       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8).

       PROCEDURE DIVISION.
       100-CAR-OWNER-STATEMENT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-ACCEPT-STATEMENT-PERIOD.
           IF WS-PARM-OK = 'Y'
               PERFORM 210-ACCEPT-OWNER-SELECTION
           END-IF.
           IF WS-PARM-OK = 'Y'
               PERFORM 300-OPEN-MASTER-FILES
           END-IF.
           IF WS-PARM-OK = 'Y'
               PERFORM 400-LOAD-BRANCH-FILES
               OPEN OUTPUT CAR-OWNER-STMT
               OPEN OUTPUT CAR-OWNER-STMT-EXC
               PERFORM 710-PRINT-EXCEPTION-HEADINGS
               IF WS-SEL-ONE-OWNER
                   PERFORM 500-SELECT-ONE-OWNER
               ELSE
                   PERFORM 510-SCAN-ALL-OWNERS
               END-IF
               PERFORM 750-PRINT-RUN-TOTALS
               CLOSE CAR-OWNER-STMT
               CLOSE CAR-OWNER-STMT-EXC
               CLOSE CAR-FILE-OWNERS
               CLOSE CAR-FILE-MASTER
               DISPLAY "OWNERS SELECTED:      " WS-OWNERS-SEL-COUNT
               DISPLAY "STATEMENTS PRINTED:   " WS-STATEMENT-COUNT
               DISPLAY "EXCEPTIONS LISTED:    " WS-EXCEPTION-COUNT
           END-IF.
           STOP RUN.

       200-ACCEPT-STATEMENT-PERIOD.
           DISPLAY "ENTER STATEMENT FROM DATE YYYYMMDD "
               "(BLANK = START OF THIS MONTH): ".
           ACCEPT WS-SEL-FROM-DATE FROM CONSOLE.
           IF WS-SEL-FROM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           ELSE
               IF WS-SEL-FROM-DATE IS NUMERIC
                   MOVE WS-SEL-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY "FROM DATE MUST BE NUMERIC YYYYMMDD"
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           DISPLAY "ENTER STATEMENT TO DATE YYYYMMDD "
               "(BLANK = TODAY): ".
           ACCEPT WS-SEL-TO-DATE FROM CONSOLE.
           IF WS-SEL-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF WS-SEL-TO-DATE IS NUMERIC
                   MOVE WS-SEL-TO-DATE TO WS-TO-DATE
               ELSE
                   DISPLAY "TO DATE MUST BE NUMERIC YYYYMMDD"
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           IF WS-PARM-OK = 'Y' AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE
               MOVE 'N' TO WS-PARM-OK
           END-IF.

       210-ACCEPT-OWNER-SELECTION.
           DISPLAY "STATEMENTS FOR (O)NE OWNER, ONE (C)ITY, "
               "OR (A)LL OWNERS: ".
           ACCEPT WS-SEL-MODE FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-SEL-ONE-OWNER
                   DISPLAY "ENTER OWNER-ID: "
                   ACCEPT WS-SEL-OWNER-ID FROM CONSOLE
                   IF WS-SEL-OWNER-ID = SPACES
                       DISPLAY "NO OWNER-ID ENTERED"
                       MOVE 'N' TO WS-PARM-OK
                   ELSE
                       MOVE SPACES TO WS-EXH-SELECTION
                       STRING "OWNER-ID " DELIMITED BY SIZE
                               WS-SEL-OWNER-ID DELIMITED BY SIZE
                           INTO WS-EXH-SELECTION
                   END-IF
               WHEN WS-SEL-ONE-CITY
                   DISPLAY "ENTER CITY: "
                   ACCEPT WS-SEL-CITY FROM CONSOLE
                   IF WS-SEL-CITY = SPACES
                       DISPLAY "NO CITY ENTERED"
                       MOVE 'N' TO WS-PARM-OK
                   ELSE
                       MOVE SPACES TO WS-EXH-SELECTION
                       STRING "CITY " DELIMITED BY SIZE
                               WS-SEL-CITY DELIMITED BY SIZE
                           INTO WS-EXH-SELECTION
                   END-IF
               WHEN WS-SEL-ALL-OWNERS
                   MOVE "ALL OWNERS" TO WS-EXH-SELECTION
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
                   MOVE 'N' TO WS-PARM-OK
           END-EVALUATE.

       300-OPEN-MASTER-FILES.
           OPEN INPUT CAR-FILE-OWNERS.
           IF WS-OWNERS-STATUS NOT = "00"
               DISPLAY "CAR-FILE-OWNERS COULD NOT BE OPENED, STATUS: "
                   WS-OWNERS-STATUS
               DISPLAY "ADD OWNERS WITH CAR-OWNER-MAINT FIRST"
               MOVE 'N' TO WS-PARM-OK
           ELSE
               OPEN INPUT CAR-FILE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "CAR-FILE-MASTER COULD NOT BE OPENED, "
                       "STATUS: " WS-MASTER-STATUS
                   DISPLAY "RUN CAR-FILE-CONVERT FIRST TO CREATE IT"
                   CLOSE CAR-FILE-OWNERS
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.

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

       500-SELECT-ONE-OWNER.
           MOVE WS-SEL-OWNER-ID TO OWN-OWNER-ID.
           READ CAR-FILE-OWNERS
               INVALID KEY
                   DISPLAY "NO OWNER RECORD FOUND FOR OWNER-ID: "
                       WS-SEL-OWNER-ID
                   MOVE WS-SEL-OWNER-ID TO OWN-OWNER-ID
                   MOVE SPACES TO OWN-DATA
                   MOVE "NOT ON OWNER MASTER" TO WS-EXC-REASON
                   PERFORM 720-PRINT-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-OWNERS-READ-COUNT
                   PERFORM 520-PROCESS-ONE-OWNER
           END-READ.

       510-SCAN-ALL-OWNERS.
           MOVE 'N' TO WS-OWNERS-EOF.
           PERFORM UNTIL WS-OWNERS-EOF = 'Y'
               READ CAR-FILE-OWNERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OWNERS-EOF
                   NOT AT END
                       ADD 1 TO WS-OWNERS-READ-COUNT
                       IF WS-SEL-ALL-OWNERS
                               OR OWN-CITY = WS-SEL-CITY
                           PERFORM 520-PROCESS-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM.

       520-PROCESS-ONE-OWNER.
           ADD 1 TO WS-OWNERS-SEL-COUNT.
           MOVE 0 TO WS-AC-COUNT.
           MOVE 'N' TO WS-AC-OVERFLOW.
           MOVE 0 TO WS-DC-COUNT.
           MOVE 'N' TO WS-DC-OVERFLOW.
           PERFORM 530-COLLECT-OWNER-CARS.
           EVALUATE TRUE
               WHEN OWN-ADDRESS = SPACES
                   MOVE "BLANK ADDRESS" TO WS-EXC-REASON
                   PERFORM 720-PRINT-EXCEPTION
               WHEN OWN-CITY = SPACES
                   MOVE "BLANK CITY" TO WS-EXC-REASON
                   PERFORM 720-PRINT-EXCEPTION
               WHEN WS-AC-COUNT = 0 AND WS-DC-COUNT = 0
                   MOVE "NO CARS HELD OR DISPOSED" TO WS-EXC-REASON
                   PERFORM 720-PRINT-EXCEPTION
               WHEN OTHER
                   PERFORM 600-PRINT-STATEMENT
           END-EVALUATE.

       530-COLLECT-OWNER-CARS.
           MOVE 'N' TO WS-SEARCH-EOF.
           MOVE OWN-OWNER-ID TO OWNER-ID OF CAR-RECORD-MASTER.
           READ CAR-FILE-MASTER
               KEY IS OWNER-ID OF CAR-RECORD-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-SEARCH-EOF
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "02"
               MOVE 'Y' TO WS-SEARCH-EOF
           END-IF.
           PERFORM UNTIL WS-SEARCH-EOF = 'Y'
               IF OWNER-ID OF CAR-RECORD-MASTER = OWN-OWNER-ID
                   PERFORM 535-STORE-OWNER-CAR
                   READ CAR-FILE-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-SEARCH-EOF
                   END-READ
                   IF WS-MASTER-STATUS NOT = "00"
                           AND WS-MASTER-STATUS NOT = "02"
                       MOVE 'Y' TO WS-SEARCH-EOF
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SEARCH-EOF
               END-IF
           END-PERFORM.

       535-STORE-OWNER-CAR.
           EVALUATE TRUE
               WHEN CAR-ACTIVE OF CAR-RECORD-MASTER
                   IF WS-AC-COUNT < 500
                       ADD 1 TO WS-AC-COUNT
                       PERFORM 540-RESOLVE-BRANCH-CODE
                       MOVE CAR-VIN OF CAR-RECORD-MASTER
                           TO WS-AC-VIN(WS-AC-COUNT)
                       MOVE CAR-MODEL OF CAR-RECORD-MASTER
                           TO WS-AC-MODEL(WS-AC-COUNT)
                       MOVE ENGINE OF CAR-RECORD-MASTER
                           TO WS-AC-ENGINE(WS-AC-COUNT)
                       MOVE ACQUIRE-DATE OF CAR-RECORD-MASTER
                           TO WS-AC-ACQ-DATE(WS-AC-COUNT)
                       MOVE WS-RECORD-BRANCH
                           TO WS-AC-BRANCH(WS-AC-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-AC-OVERFLOW
                   END-IF
               WHEN CAR-SOLD OF CAR-RECORD-MASTER
                       OR CAR-SCRAPPED OF CAR-RECORD-MASTER
                   IF SALE-DATE OF CAR-RECORD-MASTER IS NUMERIC
                           AND SALE-DATE OF CAR-RECORD-MASTER
                               NOT < WS-FROM-DATE
                           AND SALE-DATE OF CAR-RECORD-MASTER
                               NOT > WS-TO-DATE
                       IF WS-DC-COUNT < 500
                           ADD 1 TO WS-DC-COUNT
                           MOVE CAR-VIN OF CAR-RECORD-MASTER
                               TO WS-DC-VIN(WS-DC-COUNT)
                           MOVE CAR-MODEL OF CAR-RECORD-MASTER
                               TO WS-DC-MODEL(WS-DC-COUNT)
                           MOVE CAR-STATUS OF CAR-RECORD-MASTER
                               TO WS-DC-STATUS(WS-DC-COUNT)
                           MOVE SALE-DATE OF CAR-RECORD-MASTER
                               TO WS-DC-SALE-DATE(WS-DC-COUNT)
                           MOVE BUYER-NAME OF CAR-RECORD-MASTER
                               TO WS-DC-BUYER(WS-DC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DC-OVERFLOW
                       END-IF
                   END-IF
           END-EVALUATE.

       540-RESOLVE-BRANCH-CODE.
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

       600-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE SPACES TO WS-LO-CONTINUED.
           PERFORM 610-PRINT-LETTER-HEADING.
           MOVE OWN-NAME TO WS-LA-TEXT.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-ADDRESS-LINE
               AFTER ADVANCING 2 LINES.
           MOVE OWN-ADDRESS TO WS-LA-TEXT.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-ADDRESS-LINE.
           MOVE OWN-CITY TO WS-LA-TEXT.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-ADDRESS-LINE.
           MOVE OWN-NAME TO WS-LS-NAME.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-SALUTATION
               AFTER ADVANCING 3 LINES.
           MOVE WS-RUN-DATE TO WS-LB-RUN-DATE.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-BODY-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-FROM-DATE TO WS-LB-FROM-DATE.
           MOVE WS-TO-DATE TO WS-LB-TO-DATE.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-BODY-2.
           ADD 12 TO WS-LINE-COUNT.
           PERFORM 620-PRINT-HELD-CARS.
           PERFORM 630-PRINT-DISPOSED-CARS.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 615-PRINT-CONTINUATION
           END-IF.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-CLOSING-1
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       610-PRINT-LETTER-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-LD-RUN-DATE.
           MOVE OWN-OWNER-ID TO WS-LO-OWNER-ID.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-DATE-LINE
               AFTER ADVANCING PAGE.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-OWNER-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       615-PRINT-CONTINUATION.
           MOVE " (CONTINUED)" TO WS-LO-CONTINUED.
           PERFORM 610-PRINT-LETTER-HEADING.
           MOVE OWN-NAME TO WS-LA-TEXT.
           WRITE OWNER-STMT-RECORD FROM WS-LETTER-ADDRESS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE OWNER-STMT-RECORD FROM WS-BLANK-LINE.
           ADD 3 TO WS-LINE-COUNT.

       620-PRINT-HELD-CARS.
           WRITE OWNER-STMT-RECORD FROM WS-HELD-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE OWNER-STMT-RECORD FROM WS-HELD-COLUMN-HEADING.
           ADD 3 TO WS-LINE-COUNT.
           IF WS-AC-COUNT = 0
               WRITE OWNER-STMT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-AC-COUNT
               IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                   PERFORM 615-PRINT-CONTINUATION
                   WRITE OWNER-STMT-RECORD
                       FROM WS-HELD-COLUMN-HEADING
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE WS-AC-VIN(AC-IDX) TO WS-HD-VIN
               MOVE WS-AC-MODEL(AC-IDX) TO WS-HD-MODEL
               MOVE WS-AC-ENGINE(AC-IDX) TO WS-HD-ENGINE
               MOVE WS-AC-ACQ-DATE(AC-IDX) TO WS-HD-ACQ-DATE
               MOVE WS-AC-BRANCH(AC-IDX) TO WS-HD-BRANCH
               WRITE OWNER-STMT-RECORD FROM WS-HELD-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-ACTIVE-LISTED-COUNT
           END-PERFORM.
           IF WS-AC-OVERFLOW = 'Y'
               WRITE OWNER-STMT-RECORD FROM WS-TRUNCATED-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE "VEHICLES HELD:" TO WS-SCL-LABEL.
           MOVE WS-AC-COUNT TO WS-SCL-COUNT.
           WRITE OWNER-STMT-RECORD FROM WS-SECTION-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       630-PRINT-DISPOSED-CARS.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 615-PRINT-CONTINUATION
           END-IF.
           WRITE OWNER-STMT-RECORD FROM WS-DISPOSED-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE OWNER-STMT-RECORD FROM WS-DISPOSED-COLUMN-HEADING.
           ADD 3 TO WS-LINE-COUNT.
           IF WS-DC-COUNT = 0
               WRITE OWNER-STMT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DC-COUNT
               IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                   PERFORM 615-PRINT-CONTINUATION
                   WRITE OWNER-STMT-RECORD
                       FROM WS-DISPOSED-COLUMN-HEADING
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE WS-DC-VIN(DC-IDX) TO WS-DD-VIN
               MOVE WS-DC-MODEL(DC-IDX) TO WS-DD-MODEL
               IF WS-DC-STATUS(DC-IDX) = 'S'
                   MOVE "SOLD" TO WS-DD-DISPOSAL
               ELSE
                   MOVE "SCRAPPED" TO WS-DD-DISPOSAL
               END-IF
               MOVE WS-DC-SALE-DATE(DC-IDX) TO WS-DD-SALE-DATE
               MOVE WS-DC-BUYER(DC-IDX) TO WS-DD-BUYER
               WRITE OWNER-STMT-RECORD FROM WS-DISPOSED-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-DISPOSED-LISTED-COUNT
           END-PERFORM.
           IF WS-DC-OVERFLOW = 'Y'
               WRITE OWNER-STMT-RECORD FROM WS-TRUNCATED-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE "VEHICLES SOLD OR SCRAPPED:" TO WS-SCL-LABEL.
           MOVE WS-DC-COUNT TO WS-SCL-COUNT.
           WRITE OWNER-STMT-RECORD FROM WS-SECTION-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       710-PRINT-EXCEPTION-HEADINGS.
           ADD 1 TO WS-EXC-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-EXH-RUN-DATE.
           MOVE WS-EXC-PAGE-NO TO WS-EXH-PAGE.
           MOVE WS-FROM-DATE TO WS-EXH-FROM-DATE.
           MOVE WS-TO-DATE TO WS-EXH-TO-DATE.
           WRITE OWNER-EXC-RECORD FROM WS-EXC-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE OWNER-EXC-RECORD FROM WS-EXC-HEADING-2.
           WRITE OWNER-EXC-RECORD FROM WS-EXC-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE OWNER-EXC-RECORD FROM WS-BLANK-LINE.
           MOVE 0 TO WS-EXC-LINE-COUNT.

       720-PRINT-EXCEPTION.
           IF WS-EXC-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-EXCEPTION-HEADINGS
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE OWN-OWNER-ID TO WS-ED-OWNER-ID.
           MOVE OWN-NAME TO WS-ED-NAME.
           MOVE OWN-CITY TO WS-ED-CITY.
           MOVE WS-EXC-REASON TO WS-ED-REASON.
           WRITE OWNER-EXC-RECORD FROM WS-EXC-DETAIL-LINE.
           ADD 1 TO WS-EXC-LINE-COUNT.

       750-PRINT-RUN-TOTALS.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO EXCEPTIONS" TO OWNER-EXC-RECORD
               WRITE OWNER-EXC-RECORD
           END-IF.
           WRITE OWNER-EXC-RECORD FROM WS-BLANK-LINE.
           MOVE "OWNER RECORDS READ:" TO WS-EC-LABEL.
           MOVE WS-OWNERS-READ-COUNT TO WS-EC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "OWNERS SELECTED:" TO WS-EC-LABEL.
           MOVE WS-OWNERS-SEL-COUNT TO WS-EC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "STATEMENTS PRINTED:" TO WS-EC-LABEL.
           MOVE WS-STATEMENT-COUNT TO WS-EC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  VEHICLES HELD LISTED:" TO WS-EC-LABEL.
           MOVE WS-ACTIVE-LISTED-COUNT TO WS-EC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "  VEHICLES SOLD OR SCRAPPED LISTED:" TO WS-EC-LABEL.
           MOVE WS-DISPOSED-LISTED-COUNT TO WS-EC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS - NOT PRINTED:" TO WS-EC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-EC-COUNT.
           PERFORM 745-WRITE-COUNT-LINE.

       745-WRITE-COUNT-LINE.
           WRITE OWNER-EXC-RECORD FROM WS-EXC-COUNT-LINE.

       END PROGRAM CAR-OWNER-STATEMENT.
