      ******************************************************************
      *  CMPPREC - COMPLIANCE PARAMETER RECORD, THE SINGLE CARD ON
      *  CMPPARM THAT DRIVES THE CMP001 COMPLIANCE REPORT, SO THE
      *  FIGURES COMPLIANCE FILES AGAINST CAN CHANGE WITHOUT A
      *  RECOMPILE. THE THRESHOLD IS THE REPORTING LEVEL FOR ONE
      *  ACCOUNT'S ACCEPTED ACTIVITY ON ONE EFFECTIVE DATE. AN ITEM
      *  WHOSE AMOUNT LIES WITHIN THE BAND BELOW THE THRESHOLD IS
      *  "JUST UNDER" IT, AND AN ACCOUNT WITH AT LEAST THE REPEAT
      *  COUNT OF SUCH ITEMS IN ONE NIGHT'S RUN IS ALSO REPORTED.
      ******************************************************************
       01  CMPP-REC.
           05  CMPP-THRESHOLD         PIC 9(9)V99.
           05  CMPP-BAND              PIC 9(7)V99.
           05  CMPP-REPEAT-COUNT      PIC 9(3).
