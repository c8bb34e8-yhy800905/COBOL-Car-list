      ******************************************************************
      * Shared book value snapshot record layout
      * (CAR-BOOK-SNAPSHOT-YYYYMM.txt, one line per car on the books at
      * the period end, written by CAR-MONTH-END-CLOSE in VIN order).
      * SN-BOOK-VALUE is the car's value frozen at the close, from the
      * CAR-FLEET-VALUATION schedule aged to SN-PERIOD-END; the next
      * close takes its depreciation as the change from this value and
      * uses it as the carrying value of cars disposed of meanwhile.
      * Cars with a zero PURCHASE-PRICE are not valued and not written.
      ******************************************************************
       01   SNAPSHOT-RECORD.
            05   SN-PERIOD           PIC 9(6).
            05   SN-PERIOD-END       PIC 9(8).
            05   SN-BRANCH-CODE      PIC X(10).
            05   SN-CAR-VIN          PIC X(17).
            05   SN-CAR-MODEL        PIC X(15).
            05   SN-ENGINE           PIC X(20).
            05   SN-ACQUIRE-DATE     PIC 9(8).
            05   SN-PURCHASE-PRICE   PIC 9(7)V99.
            05   SN-AGE-YEARS        PIC 9(3).
            05   SN-RATE-PCT         PIC 9(3).
            05   SN-BOOK-VALUE       PIC 9(7)V99.
