      ******************************************************************
      * Shared recall campaign car record layout (CAR-FILE-RECALL,
      * indexed, keyed on RC-CAMPAIGN-ID + RC-VIN).  One record per
      * affected car per manufacturer campaign, written open by
      * CAR-RECALL-MATCH when a bulletin is matched against
      * CAR-FILE-MASTER, marked complete by CAR-RECALL-MAINT when the
      * recall work is done, and read by CAR-RECALL-OPEN-REPORT.
      * RC-BRANCH-CODE is the branch the car was in when matched.
      ******************************************************************
       01   RECALL-RECORD-MASTER.
            05   RC-KEY.
                 10  RC-CAMPAIGN-ID      PIC X(10).
                 10  RC-VIN              PIC X(17).
            05   RC-DATA.
                 10  RC-DESCRIPTION      PIC X(40).
                 10  RC-CAR-MODEL        PIC X(15).
                 10  RC-ENGINE           PIC X(20).
                 10  RC-BRANCH-CODE      PIC X(10).
                 10  RC-OWNER-ID         PIC X(8).
                 10  RC-MATCH-DATE       PIC 9(8).
                 10  RC-STATUS           PIC X(1).
                     88  RC-OPEN             VALUE 'O'.
                     88  RC-COMPLETED        VALUE 'C'.
                 10  RC-COMPLETE-DATE    PIC 9(8).
                 10  RC-COMPLETE-OPER    PIC X(8).
                 10  RC-COMPLETE-REF     PIC X(18).
