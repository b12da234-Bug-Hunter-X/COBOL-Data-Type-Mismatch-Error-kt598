      ******************************************************************
      *  CMPREC - COMPLIANCE FILING RECORD, FIXED WIDTH, WRITTEN TO
      *  CMPOUT BY CMP001 FOR COMPLIANCE TO FILE. A "LRGV" RECORD IS
      *  ONE ACCOUNT'S ACCEPTED ACTIVITY ON ONE EFFECTIVE DATE, ACROSS
      *  EVERY SOURCE BATCH, THAT REACHED THE THRESHOLD. A "NEAR"
      *  RECORD IS AN ACCOUNT WITH REPEATED ITEMS JUST UNDER THE
      *  THRESHOLD; IT COVERS THOSE ITEMS ONLY, WHATEVER THEIR
      *  EFFECTIVE DATES, SO ITS EFFECTIVE DATE IS ZERO. AMOUNTS ARE
      *  UNSIGNED - DEBITS AND CREDITS ARE CARRIED SEPARATELY AND THE
      *  GROSS IS THEIR SUM. THE SOURCE COUNT IS THE NUMBER OF
      *  DIFFERENT BRANCHES THE ITEMS CAME FROM (10 MEANS 10 OR MORE).
      ******************************************************************
       01  CMP-REC.
           05  CMP-REPORT-DATE        PIC 9(8).
           05  CMP-REASON             PIC X(4).
               88  CMP-LARGE-VALUE    VALUE "LRGV".
               88  CMP-JUST-UNDER     VALUE "NEAR".
           05  CMP-ACCOUNT-ID         PIC X(10).
           05  CMP-ACCOUNT-NAME       PIC X(30).
           05  CMP-ACCOUNT-STATUS     PIC X.
           05  CMP-EFFECTIVE-DATE     PIC 9(8).
           05  CMP-ITEM-COUNT         PIC 9(5).
           05  CMP-SOURCE-COUNT       PIC 9(2).
           05  CMP-DEBIT-TOTAL        PIC 9(11)V99.
           05  CMP-CREDIT-TOTAL       PIC 9(11)V99.
           05  CMP-GROSS-TOTAL        PIC 9(11)V99.
           05  CMP-THRESHOLD          PIC 9(9)V99.
