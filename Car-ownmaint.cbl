           COPY OWNREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-OPERATORS.
       01 OPERATOR-RECORD.
