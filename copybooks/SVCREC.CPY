      ******************************************************************
      * Shared service history record layout (CAR-FILE-SERVICE,
      * indexed, keyed on SV-VIN + SV-SERVICE-DATE + SV-SEQ-NO so more
      * than one service can be logged for a car on the same day).
      * Maintained by CAR-SERVICE-MAINT; the latest SV-SERVICE-DATE
      * for each VIN drives the CAR-SERVICE-DUE nightly report.
      ******************************************************************
       01   SERVICE-RECORD-MASTER.
            05   SV-KEY.
                 10  SV-VIN              PIC X(17).
                 10  SV-SERVICE-DATE     PIC 9(8).
                 10  SV-SEQ-NO           PIC 9(2).
            05   SV-DATA.
                 10  SV-SERVICE-TYPE     PIC X(10).
                     88  SV-TYPE-VALID       VALUE "OIL"
                                                   "INSPECTION"
                                                   "REPAIR"
                                                   "TIRES"
                                                   "BRAKES"
                                                   "OTHER".
                 10  SV-COST             PIC 9(7)V99.
                 10  SV-VENDOR           PIC X(30).
                 10  SV-DESCRIPTION      PIC X(30).
                 10  SV-ENTERED-BY       PIC X(8).
                 10  SV-ENTERED-DATE     PIC 9(8).
