           COPY CARREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-RECYCLE-RPT.
       01 RECYCLE-RPT-RECORD           PIC X(110).
