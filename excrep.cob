       FILE SECTION.
       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  EXCP-FILE-REC          PIC X(126).

       FD  RCYC-FILE
           RECORDING MODE IS F.
       01  RCYC-FILE-REC          PIC X(49).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-FILE-REC          PIC X(126).

       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-FILE-REC          PIC X(126).

       WORKING-STORAGE SECTION.
       COPY EXCPREC.

       COPY TRANXREC.

       COPY HOLDREC.

       01  WS-EXCP-STATUS         PIC XX     VALUE "00".
       01  WS-RCYC-STATUS         PIC XX     VALUE "00".
       01  WS-WORK-STATUS         PIC XX     VALUE "00".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-MODE            PIC X(8)   VALUE SPACES.
       01  WS-TODAY               PIC 9(8)   VALUE ZERO.
       01  WS-PRE-REPAIRED        PIC 9(7)   VALUE ZERO.
       01  WS-PRE-ABANDONED       PIC 9(7)   VALUE ZERO.
       01  WS-PURGED-COUNT        PIC 9(7)   VALUE ZERO.
       01  WS-EXCP-TABLE.
           05  WS-EXCP-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-EXCP-COUNT.
               10  WS-EXCP-IMAGE      PIC X(126).

       PROCEDURE DIVISION.

               DISPLAY "D/C INDICATOR:  " EXCP-DC-IND
               DISPLAY "ORIGINAL DATE:  " EXCP-ORIG-DATE
               DISPLAY "REASON:         " EXCP-REASON
               DISPLAY "SOURCE ID:      " EXCP-SOURCE-ID
               DISPLAY "REJECTED ON:    " EXCP-QUEUED-DATE
               DISPLAY "R=REPAIR  A=ABANDON  S=SKIP  X=EXIT"
               MOVE SPACES TO WS-CHOICE
               ACCEPT WS-CHOICE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TRAN-REC TO HOLD-TRAN
           MOVE EXCP-SOURCE-ID TO HOLD-SOURCE-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO HOLD-QUEUED-DATE
           WRITE RCYC-FILE-REC FROM HOLD-REC
           IF WS-RCYC-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO RECYCLE FAILED, STATUS="
                   WS-RCYC-STATUS
