      ******************************************************************
      * Shared inter-branch transfer record layout (CAR-FILE-TRANSFER,
      * indexed, keyed on TF-VIN + TF-SHIP-DATE).  Written in transit
      * by the CAR-MAINT transfer transaction when a car is shipped
      * from one branch to another, and flipped to received by the
      * CAR-MAINT receive transaction when the receiving branch
      * confirms arrival.  A car has at most one in-transit record at
      * a time.  Read by CAR-RECONCILE (an in-transit car is not a
      * break) and by CAR-TRANSFER-REGISTER.
      ******************************************************************
       01   TRANSFER-RECORD-MASTER.
            05   TF-KEY.
                 10  TF-VIN              PIC X(17).
                 10  TF-SHIP-DATE        PIC 9(8).
            05   TF-DATA.
                 10  TF-FROM-BRANCH      PIC X(10).
                 10  TF-TO-BRANCH        PIC X(10).
                 10  TF-STATUS           PIC X(1).
                     88  TF-IN-TRANSIT       VALUE 'T'.
                     88  TF-RECEIVED         VALUE 'R'.
                 10  TF-RECEIVE-DATE     PIC 9(8).
                 10  TF-SHIP-OPER        PIC X(8).
                 10  TF-RECEIVE-OPER     PIC X(8).
                 10  TF-CAR-MODEL        PIC X(15).
