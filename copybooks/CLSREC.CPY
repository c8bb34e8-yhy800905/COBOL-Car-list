      ******************************************************************
      * Shared period close control record layout (CAR-CLOSE-CONTROL,
      * one line per closed period, appended by CAR-MONTH-END-CLOSE).
      * A period on this file is closed and is refused if offered
      * again; the latest period on file names the snapshot the next
      * close measures its depreciation from.  The debit and credit
      * totals are those of the period's journal interface file.
      ******************************************************************
       01   CLOSE-CONTROL-RECORD.
            05   CL-PERIOD           PIC 9(6).
            05   CL-PERIOD-END       PIC 9(8).
            05   CL-CLOSE-DATE       PIC 9(8).
            05   CL-CLOSE-TIME       PIC 9(8).
            05   CL-OPERATOR         PIC X(8).
            05   CL-SNAPSHOT-COUNT   PIC 9(6).
            05   CL-BOOK-TOTAL       PIC 9(11)V99.
            05   CL-DISPOSAL-COUNT   PIC 9(6).
            05   CL-JOURNAL-LINES    PIC 9(6).
            05   CL-DEBIT-TOTAL      PIC 9(11)V99.
            05   CL-CREDIT-TOTAL     PIC 9(11)V99.
