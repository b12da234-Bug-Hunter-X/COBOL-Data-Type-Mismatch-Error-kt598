       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       FD  RPT-FILE
           RECORDING MODE IS F.
