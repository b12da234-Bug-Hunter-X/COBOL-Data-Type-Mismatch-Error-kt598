      *  TRANSACTION, FOR PICKUP BY THE DOWNSTREAM UPLOAD JOB. THE
      *  AMOUNT IS SIGNED - NEGATIVE FOR CREDITS AND REVERSALS - AND A
      *  REVERSAL CARRIES THE EFFECTIVE DATE OF THE ORIGINAL POSTING
      *  IN THE FOURTH FIELD SO IT CAN BE TRACED DOWNSTREAM. THE LAST
      *  FIELD IS THE SRCMST BRANCH THE TRANSACTION CAME FROM.
      ******************************************************************
       01  EXTR-REC.
           05  EXTR-ACCOUNT-ID        PIC X(10).
           05  EXTR-EFFECTIVE-DATE    PIC 9(8).
           05  EXTR-COMMA-3           PIC X      VALUE ",".
           05  EXTR-ORIG-DATE         PIC 9(8).
           05  EXTR-COMMA-4           PIC X      VALUE ",".
           05  EXTR-SOURCE-ID         PIC X(4).
