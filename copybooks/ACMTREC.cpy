      ******************************************************************
      *  ACMTREC - BATCH ACCOUNT MAINTENANCE TRANSACTION, READ FROM
      *  ACMTIN BY ACB001. EACH DETAIL CARRIES ONE CHANGE TO ONE
      *  ACCTMST ACCOUNT: ADD AN ACCOUNT (A), CHANGE ITS STATUS TO
      *  OPEN OR FROZEN (S), SET ITS OVERRIDE LIMITS (L) OR SET ITS
      *  DAILY CAPS (C). AN OPTIONAL TRAILER (T) CLOSES THE FILE WITH
      *  THE NUMBER OF DETAILS THE SENDER PREPARED, SO A SHORT OR
      *  LONG FILE IS CAUGHT. AMOUNTS ARE CARRIED IN DOLLARS AND
      *  CENTS WITH AN IMPLIED DECIMAL POINT, THE LAST TWO DIGITS
      *  BEING CENTS; A ZERO CAP MEANS THE CAP IS NOT ENFORCED.
      ******************************************************************
       01  ACMT-REC.
           05  ACMT-TRAN-TYPE         PIC X.
               88  ACMT-TYPE-ADD      VALUE "A".
               88  ACMT-TYPE-STATUS   VALUE "S".
               88  ACMT-TYPE-LIMITS   VALUE "L".
               88  ACMT-TYPE-CAPS     VALUE "C".
               88  ACMT-TYPE-TRAILER  VALUE "T".
           05  ACMT-ACCOUNT-ID        PIC X(10).
           05  ACMT-DETAIL            PIC X(30).
           05  ACMT-ADD-DETAIL REDEFINES ACMT-DETAIL.
               10  ACMT-NAME              PIC X(30).
           05  ACMT-STATUS-DETAIL REDEFINES ACMT-DETAIL.
               10  ACMT-NEW-STATUS        PIC X.
               10  FILLER                 PIC X(29).
           05  ACMT-LIMITS-DETAIL REDEFINES ACMT-DETAIL.
               10  ACMT-LIMIT-IND         PIC X.
               10  ACMT-OVR-MIN           PIC 9(7)V99.
               10  ACMT-OVR-MAX           PIC 9(7)V99.
               10  FILLER                 PIC X(11).
           05  ACMT-CAPS-DETAIL REDEFINES ACMT-DETAIL.
               10  ACMT-DAY-MAX-COUNT     PIC 9(5).
               10  ACMT-DAY-MAX-TOTAL     PIC 9(11)V99.
               10  FILLER                 PIC X(12).
           05  ACMT-TRAILER-DETAIL REDEFINES ACMT-DETAIL.
               10  ACMT-TRL-COUNT         PIC 9(7).
               10  FILLER                 PIC X(23).
