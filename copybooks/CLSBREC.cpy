      ******************************************************************
      *  CLSBREC - CLOSING BALANCE SNAPSHOT RECORD. WHEN MEC001 CLOSES
      *  A PERIOD IT COPIES EVERY BALMST POSITION, AS IT STANDS AT
      *  THE CLOSE, TO THE DATED CLOSBAL.YYYYMM FILE FOR THAT PERIOD.
      *  THE FILE IS THE PERIOD'S CLOSING BALANCE OF RECORD AND IS
      *  NEVER POSTED; A REOPEN AND RE-CLOSE LEAVES IT AS TAKEN.
      ******************************************************************
       01  CLSB-REC.
           05  CLSB-PERIOD            PIC 9(6).
           05  CLSB-ACCOUNT-ID        PIC X(10).
           05  CLSB-BALANCE           PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05  CLSB-LAST-POST-DATE    PIC 9(8).
