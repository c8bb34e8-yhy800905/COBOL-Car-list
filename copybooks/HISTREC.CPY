      ******************************************************************
      * Shared audit history line layout (CAR-FILE-HISTORY, written by
      * CAR-MAINT and CAR-REJECT-RECYCLE, read by CAR-HISTORY-AUDIT)
      * WS-HIST-APPROVER carries the second operator on transactions
      * released through CAR-MAINT two-person approval, with the
      * entering operator in WS-HIST-OPERATOR; spaces otherwise.
      * Lines written before it was added read back with it blank.
      ******************************************************************
       01  WS-HISTORY-LINE.
           05 WS-HIST-DATE          PIC 9(8).
           05 WS-HIST-BEFORE        PIC X(163).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-HIST-AFTER         PIC X(163).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-HIST-APPROVER      PIC X(8) VALUE SPACES.
