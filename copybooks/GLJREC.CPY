      ******************************************************************
      * Shared general-ledger journal interface record layout
      * (CAR-GL-JOURNAL-YYYYMM.txt, written by CAR-MONTH-END-CLOSE for
      * the finance system to load).  One line per branch, GL account,
      * and side, summarized over the period; GJ-AMOUNT is always
      * positive with GJ-DR-CR giving the side, and debits equal
      * credits over the file and within each branch.  GJ-JOURNAL-DATE
      * is the last day of the period.
      ******************************************************************
       01   GL-JOURNAL-RECORD.
            05   GJ-PERIOD           PIC 9(6).
            05   GJ-JOURNAL-DATE     PIC 9(8).
            05   GJ-BRANCH-CODE      PIC X(10).
            05   GJ-GL-ACCOUNT       PIC X(6).
            05   GJ-DR-CR            PIC X(1).
                 88  GJ-DEBIT            VALUE 'D'.
                 88  GJ-CREDIT           VALUE 'C'.
            05   GJ-AMOUNT           PIC 9(11)V99.
            05   GJ-DESCRIPTION      PIC X(30).
            05   GJ-SOURCE           PIC X(8).
