      *  EFFECTIVE DATE OF THE ORIGINAL POSTING SO IT CAN BE TRACED.
      *  AMOUNTS ARE CARRIED IN DOLLARS AND CENTS WITH AN IMPLIED
      *  DECIMAL POINT - NINE DIGITS, THE LAST TWO BEING CENTS.
      *  A BATCH SOG001 GENERATES CARRIES ITS RUN DATE ON THE HEADER
      *  AND, ON THE TRAILER, THE CTLIN EXPECTED COUNT AS IT STANDS
      *  ONCE THE BATCH IS ADDED TO IT, SO A RERUN CAN TELL THE BATCH
      *  IS ALREADY ON TRANIN AND WHETHER CTLIN HAS BEEN ADJUSTED. A
      *  BRANCH BATCH LEAVES BOTH BLANK.
      ******************************************************************
       01  TRAN-REC.
           05  TRAN-RECORD-TYPE       PIC X.
               10  TRAN-ORIG-EFF-DATE     PIC 9(8).
           05  TRAN-HEADER REDEFINES TRAN-DETAIL.
               10  TRAN-HDR-SOURCE-ID     PIC X(4).
               10  TRAN-HDR-GEN-DATE      PIC 9(8).
               10  FILLER                 PIC X(24).
           05  TRAN-TRAILER REDEFINES TRAN-DETAIL.
               10  TRAN-TRL-SOURCE-ID     PIC X(4).
               10  TRAN-TRL-COUNT         PIC 9(7).
               10  TRAN-TRL-TOTAL         PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
               10  TRAN-TRL-CTL-COUNT     PIC 9(7).
               10  FILLER                 PIC X(4).
