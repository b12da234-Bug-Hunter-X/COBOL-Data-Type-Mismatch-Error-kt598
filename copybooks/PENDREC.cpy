      ******************************************************************
      *  PENDREC - PENDING CORRECTION RECORD. A CORRECTION KEYED IN
      *  INQ001 WHOSE CORRECTED VALUE IS OVER THE PARMIN APPROVAL
      *  LIMIT IS HELD ON THE INDEXED PENDCORR FILE INSTEAD OF GOING
      *  STRAIGHT TO THE AUDIT TRAIL. A SECOND OPERATOR - NEVER THE
      *  ONE WHO KEYED IT - APPROVES OR DECLINES IT FROM THE INQ001
      *  REVIEW OPTION; ONLY AN APPROVAL WRITES THE CORRECT ENTRY THAT
      *  ADJ001 APPLIES. THE KEY IS THE TIME THE ITEM WAS KEYED, WITH
      *  A SEQUENCE SUFFIX FOR ITEMS KEYED IN THE SAME SECOND, SO THE
      *  REVIEW WALK PRESENTS ITEMS OLDEST FIRST.
      ******************************************************************
       01  PEND-REC.
           05  PEND-KEY.
               10  PEND-TIMESTAMP     PIC X(19).
               10  PEND-SEQ           PIC 9(3).
           05  PEND-ACCOUNT-ID        PIC X(10).
           05  PEND-ENTRY-DATE        PIC 9(8).
           05  PEND-VALUE             PIC 9(7)V99.
           05  PEND-MAKER-ID          PIC X(8).
           05  PEND-STATUS            PIC X.
               88  PEND-AWAITING      VALUE "P".
               88  PEND-APPROVED      VALUE "A".
               88  PEND-DECLINED      VALUE "D".
           05  PEND-CHECKER-ID        PIC X(8).
           05  PEND-REVIEW-TIMESTAMP  PIC X(19).
