      *  INDEXED FILE SO INQ001 CAN ANSWER FOR AN ACCOUNT ACROSS ALL
      *  HISTORY IN ONE KEYED LOOKUP. THE SEQUENCE SUFFIX KEEPS THE
      *  KEY UNIQUE WHEN SEVERAL ENTRIES FOR ONE ACCOUNT SHARE A
      *  TIMESTAMP WITHIN THE SAME SECOND. ONCE THE PRG001 RETENTION
      *  PURGE HAS ARCHIVED AN ACCOUNT'S OLD HISTORY, ITS FIRST RECORD
      *  IS A "BFWD" ACTION WHOSE VALUE IS THE TOTAL OF THE ENTRY
      *  AMOUNTS ARCHIVED, FOLLOWED WHEN CORRECTIONS WERE ARCHIVED TOO
      *  BY A "BFWDCORR" ACTION CARRYING THEIR NET; THE TWO TOGETHER
      *  ARE THE NET POSTED VALUE OF EVERYTHING ARCHIVED. THE SOURCE
      *  ID IS CARRIED OVER FROM THE DAILY AUDIT ENTRY.
      ******************************************************************
       01  AUDM-REC.
           05  AUDM-KEY.
           05  AUDM-OPERATOR-ID       PIC X(8).
           05  AUDM-JOB-ID            PIC X(8).
           05  AUDM-ACTION            PIC X(8).
           05  AUDM-SOURCE-ID         PIC X(4).
