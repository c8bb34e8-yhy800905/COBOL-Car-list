      *          mode moves entries dated before a cutoff to a dated
      *          archive file (CAR-FILE-HISTORY-YYYYMM.txt) so the
      *          live history file stops growing without bound.
      *          Entries released through two-person approval print
      *          the approving operator beside the entering operator
      *          (declined entries print the declining operator), and
      *          an operator ID selection matches either one.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-HISTORY.
       01 HISTORY-RECORD               PIC X(389).

       FD CAR-FILE-HISTORY-TEMP.
       01 HISTORY-RECORD-TEMP          PIC X(389).

       FD CAR-HIST-ARCHIVE.
       01 HISTORY-RECORD-ARCHIVE       PIC X(389).

       FD CAR-HIST-RPT.
       01 HIST-RPT-RECORD              PIC X(110).
           05 WS-HE-ACTION         PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HE-VIN            PIC X(17).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HE-APPROVER-LBL   PIC X(13).
           05 WS-HE-APPROVER       PIC X(8).

       01  WS-HIST-FIELD-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           MOVE 'Y' TO WS-SELECTED-SW.
           IF WS-SEL-OPERATOR NOT = SPACES
                   AND WS-HIST-OPERATOR NOT = WS-SEL-OPERATOR
                   AND WS-HIST-APPROVER NOT = WS-SEL-OPERATOR
               MOVE 'N' TO WS-SELECTED-SW
           END-IF.
           IF WS-SEL-ACTION NOT = SPACES
           MOVE WS-HIST-OPERATOR TO WS-HE-OPERATOR.
           MOVE WS-HIST-ACTION TO WS-HE-ACTION.
           MOVE WS-HIST-VIN TO WS-HE-VIN.
           IF WS-HIST-APPROVER = SPACES
               MOVE SPACES TO WS-HE-APPROVER-LBL
           ELSE
               IF WS-HIST-ACTION = "DECLIN"
                   MOVE "DECLINED BY: " TO WS-HE-APPROVER-LBL
               ELSE
                   MOVE "APPROVED BY: " TO WS-HE-APPROVER-LBL
               END-IF
           END-IF.
           MOVE WS-HIST-APPROVER TO WS-HE-APPROVER.
           WRITE HIST-RPT-RECORD FROM WS-HIST-ENTRY-LINE.
           WRITE HIST-RPT-RECORD FROM WS-HIST-FIELD-HEADING.
           MOVE WS-HIST-BEFORE TO WS-BEFORE-FIELDS.
