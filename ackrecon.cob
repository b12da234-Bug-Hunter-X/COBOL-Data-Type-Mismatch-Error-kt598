       FILE SECTION.
       FD  EXTR-FILE
           RECORDING MODE IS F.
       01  EXTR-FILE-REC          PIC X(45).

       FD  ADJ-FILE
           RECORDING MODE IS F.

       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  EXCP-FILE-REC          PIC X(126).

       WORKING-STORAGE SECTION.
       COPY EXTRREC.
               10  WS-SENT-AMOUNT      PIC S9(9)V99.
               10  WS-SENT-EFFDATE     PIC 9(8).
               10  WS-SENT-ORIGDATE    PIC 9(8).
               10  WS-SENT-SOURCE-ID   PIC X(4).
               10  WS-SENT-STATE       PIC X.
                   88  WS-SENT-UNACKED    VALUE "U".
                   88  WS-SENT-POSTED     VALUE "P".
           MOVE EXTR-EFFECTIVE-DATE TO
               WS-SENT-EFFDATE (WS-SENT-COUNT)
           MOVE EXTR-ORIG-DATE TO WS-SENT-ORIGDATE (WS-SENT-COUNT)
           MOVE EXTR-SOURCE-ID TO WS-SENT-SOURCE-ID (WS-SENT-COUNT)
           MOVE "U" TO WS-SENT-STATE (WS-SENT-COUNT)
           ADD 1 TO WS-SENT-EXTR-COUNT.

           MOVE ADJ-NET-AMOUNT TO WS-SENT-AMOUNT (WS-SENT-COUNT)
           MOVE ZERO TO WS-SENT-EFFDATE (WS-SENT-COUNT)
           MOVE ZERO TO WS-SENT-ORIGDATE (WS-SENT-COUNT)
           MOVE SPACES TO WS-SENT-SOURCE-ID (WS-SENT-COUNT)
           MOVE "U" TO WS-SENT-STATE (WS-SENT-COUNT)
           ADD 1 TO WS-SENT-ADJ-COUNT.

           END-IF
           MOVE WS-SENT-EFFDATE (WS-SENT-SUB) TO EXCP-EFFECTIVE-DATE
           MOVE WS-SENT-ORIGDATE (WS-SENT-SUB) TO EXCP-ORIG-DATE
           MOVE WS-SENT-SOURCE-ID (WS-SENT-SUB) TO EXCP-SOURCE-ID
           MOVE WS-RUN-DATE TO EXCP-QUEUED-DATE
           IF WS-SENT-TYPE (WS-SENT-SUB) = "A"
               IF WS-SENT-UNACKED (WS-SENT-SUB)
                   MOVE "ADJUSTMENT NOT ACKNOWLEDGED DOWNSTREAM" TO
