      ******************************************************************
      * Shared pending-approval record layout (CAR-FILE-PENDING,
      * indexed, keyed on PA-VIN + PA-ENTRY-DATE + PA-ENTRY-TIME).
      * CAR-MAINT holds adds and price changes above the approval
      * threshold, and every delete and disposal, here instead of
      * applying them; a second operator releases each one through
      * the CAR-MAINT (P)ENDING transaction.  PA-BEFORE-IMAGE is the
      * car as it stood when the transaction was keyed (spaces for an
      * add) and PA-AFTER-IMAGE the car as it will stand once applied
      * (spaces for a delete); approval is refused if the master no
      * longer matches the before image.  A car has at most one
      * pending item at a time.  Decided items stay on file with the
      * deciding operator for audit.  Read by CAR-PENDING-AGING.
      ******************************************************************
       01   PENDING-RECORD-MASTER.
            05   PA-KEY.
                 10  PA-VIN              PIC X(17).
                 10  PA-ENTRY-DATE       PIC 9(8).
                 10  PA-ENTRY-TIME       PIC 9(8).
            05   PA-DATA.
                 10  PA-ACTION           PIC X(1).
                     88  PA-ADD              VALUE 'A'.
                     88  PA-CHANGE           VALUE 'C'.
                     88  PA-DELETE           VALUE 'D'.
                     88  PA-DISPOSE          VALUE 'S'.
                 10  PA-STATUS           PIC X(1).
                     88  PA-PENDING          VALUE 'P'.
                     88  PA-APPROVED         VALUE 'A'.
                     88  PA-DECLINED         VALUE 'D'.
                 10  PA-AMOUNT           PIC 9(7)V99.
                 10  PA-ENTERED-BY       PIC X(8).
                 10  PA-DECIDED-BY       PIC X(8).
                 10  PA-DECIDED-DATE     PIC 9(8).
                 10  PA-DECLINE-REASON   PIC X(30).
                 10  PA-BEFORE-IMAGE     PIC X(163).
                 10  PA-AFTER-IMAGE      PIC X(163).
