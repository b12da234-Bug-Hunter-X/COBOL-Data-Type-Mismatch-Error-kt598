       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-FILE-REC          PIC X(68).

       FD  AUDM-FILE.
       COPY AUDMREC.
           MOVE AUDIT-OPERATOR-ID TO AUDM-OPERATOR-ID
           MOVE AUDIT-JOB-ID TO AUDM-JOB-ID
           MOVE AUDIT-ACTION TO AUDM-ACTION
           MOVE AUDIT-SOURCE-ID TO AUDM-SOURCE-ID
           WRITE AUDM-REC
           EVALUATE WS-AUDM-STATUS
               WHEN "00"
                   AND AUDM-OPERATOR-ID = AUDIT-OPERATOR-ID
                   AND AUDM-JOB-ID = AUDIT-JOB-ID
                   AND AUDM-ACTION = AUDIT-ACTION
                   AND AUDM-SOURCE-ID = AUDIT-SOURCE-ID
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "Y" TO WS-STORED-SWITCH
               PERFORM 2230-RECORD-RUN-KEY
