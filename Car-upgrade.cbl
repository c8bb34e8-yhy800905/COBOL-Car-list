           COPY CARREC.

       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-HISTORY-TEMP.
       01 HISTORY-RECORD-TEMP          PIC X(389).

       WORKING-STORAGE SECTION.
           COPY HISTREC.
           05 WS-HIST-KEPT-COUNT   PIC 9(6) VALUE 0.
           05 WS-RUN-DATE          PIC 9(8).

       01  WS-HISTORY-BUFFER       PIC X(389).

       01  WS-OLD-HISTORY-LINE.
           05 OH-DATE              PIC X(8).
