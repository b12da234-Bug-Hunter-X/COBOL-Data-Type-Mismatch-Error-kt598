
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       WORKING-STORAGE SECTION.
       COPY RUNREC.
