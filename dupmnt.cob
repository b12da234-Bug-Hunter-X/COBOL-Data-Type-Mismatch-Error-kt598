       FILE SECTION.
       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSP-FILE-REC          PIC X(80).

       FD  FORCE-FILE
           RECORDING MODE IS F.
       01  FORCE-FILE-REC         PIC X(49).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-FILE-REC          PIC X(80).

       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-FILE-REC          PIC X(80).

       FD  DUP-FILE
           RECORDING MODE IS F.

       COPY TRANXREC.

       COPY HOLDREC.

       COPY DUPREC.

       01  WS-SUSP-STATUS         PIC XX     VALUE "00".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-MODE            PIC X(8)   VALUE SPACES.
       01  WS-TODAY               PIC 9(8)   VALUE ZERO.
       01  WS-PRE-FORCED          PIC 9(7)   VALUE ZERO.
       01  WS-PRE-DISCARDED       PIC 9(7)   VALUE ZERO.
       01  WS-PURGED-COUNT        PIC 9(7)   VALUE ZERO.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SUSP-COUNT.
               10  WS-SUSP-IMAGE      PIC X(80).

      * ----------------------------------------------------------- *
      *  CARRIED DUPLICATE HISTORY - THE WHOLE DUPHIST FILE IS       *
               DISPLAY "AMOUNT:         " WS-VALUE-EDITED
               DISPLAY "EFFECTIVE DATE: " TRAN-EFFECTIVE-DATE
               DISPLAY "D/C INDICATOR:  " TRAN-DC-IND
               DISPLAY "SOURCE ID:      " SUSP-SOURCE-ID
               DISPLAY "SUSPENDED ON:   " SUSP-QUEUED-DATE
               PERFORM 2050-SHOW-COLLIDING-ENTRY
               DISPLAY "F=FORCE-POST  D=DISCARD  S=SKIP  X=EXIT"
               MOVE SPACES TO WS-CHOICE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TRAN-REC TO HOLD-TRAN
           MOVE SUSP-SOURCE-ID TO HOLD-SOURCE-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO HOLD-QUEUED-DATE
           WRITE FORCE-FILE-REC FROM HOLD-REC
           IF WS-FORCE-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO DUPFORCE FAILED, STATUS="
                   WS-FORCE-STATUS
