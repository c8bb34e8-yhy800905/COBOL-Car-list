      ******************************************************************
      * Shared pool reservation record layout (CAR-FILE-RESERVATION,
      * indexed, keyed on RV-VIN + RV-START-DATE + a sequence number so
      * a cancelled booking does not block a new one for the same
      * start date).  One record per booking of a pool car, carrying
      * the booked period, the branch the car was booked from, and
      * who booked, checked out, and checked in the car.  Maintained
      * by CAR-POOL-RESERVE; read by CAR-POOL-UTILIZATION.
      ******************************************************************
       01   RESERVATION-RECORD-MASTER.
            05   RV-KEY.
                 10  RV-VIN              PIC X(17).
                 10  RV-START-DATE       PIC 9(8).
                 10  RV-SEQ-NO           PIC 9(2).
            05   RV-DATA.
                 10  RV-END-DATE         PIC 9(8).
                 10  RV-BRANCH-CODE      PIC X(10).
                 10  RV-STATUS           PIC X(1).
                     88  RV-BOOKED           VALUE 'B'.
                     88  RV-CHECKED-OUT      VALUE 'O'.
                     88  RV-RETURNED         VALUE 'R'.
                     88  RV-CANCELLED        VALUE 'C'.
                 10  RV-RESERVED-FOR     PIC X(30).
                 10  RV-PURPOSE          PIC X(30).
                 10  RV-BOOKED-BY        PIC X(8).
                 10  RV-BOOKED-DATE      PIC 9(8).
                 10  RV-CHECKOUT-BY      PIC X(8).
                 10  RV-CHECKOUT-DATE    PIC 9(8).
                 10  RV-CHECKIN-BY       PIC X(8).
                 10  RV-CHECKIN-DATE     PIC 9(8).
