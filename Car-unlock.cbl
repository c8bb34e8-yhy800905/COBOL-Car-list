       01 RUNLOCK-RECORD               PIC X(45).

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
