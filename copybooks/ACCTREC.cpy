      *  DAILY CAPS BOUND HOW MANY TRANSACTIONS AND HOW MUCH VALUE THE
      *  ACCOUNT MAY HAVE ACCEPTED AGAINST ONE EFFECTIVE DATE; A ZERO
      *  CAP MEANS THE CAP IS NOT ENFORCED.
      *  THE CLOSE DATE IS SET BY THE ACT001 CLOSE-OUT, WHICH IS THE
      *  ONLY WAY AN ACCOUNT BECOMES CLOSED; IT IS ZERO ON AN ACCOUNT
      *  THAT IS NOT CLOSED.
      ******************************************************************
       01  ACCT-REC.
           05  ACCT-ACCOUNT-ID        PIC X(10).
           05  ACCT-OVR-MAX           PIC 9(7)V99.
           05  ACCT-DAY-MAX-COUNT     PIC 9(5).
           05  ACCT-DAY-MAX-TOTAL     PIC 9(11)V99.
           05  ACCT-CLOSE-DATE        PIC 9(8).
