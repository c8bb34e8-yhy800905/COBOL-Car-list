      ******************************************************************
      * Shared registration and insurance record layout
      * (CAR-FILE-REGISTRATION, indexed, keyed on RG-VIN - one record
      * per car).  Holds the plate and registration expiry and the
      * insurance carrier, policy number, and policy expiry.
      * Maintained by CAR-REGISTRATION-MAINT; the expiry dates drive
      * the weekly CAR-RENEWAL-TICKLER report.
      ******************************************************************
       01   REGISTRATION-RECORD-MASTER.
            05   RG-VIN              PIC X(17).
            05   RG-DATA.
                 10  RG-PLATE-NUMBER     PIC X(10).
                 10  RG-REG-EXPIRY       PIC 9(8).
                 10  RG-INS-CARRIER      PIC X(30).
                 10  RG-POLICY-NUMBER    PIC X(20).
                 10  RG-POLICY-EXPIRY    PIC 9(8).
                 10  RG-UPDATED-BY       PIC X(8).
                 10  RG-UPDATED-DATE     PIC 9(8).
