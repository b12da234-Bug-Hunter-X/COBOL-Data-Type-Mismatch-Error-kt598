      ******************************************************************
      *  CHGREC - MAINTENANCE CHANGE-LOG RECORD. ONE ENTRY IS APPENDED
      *  TO THE CUMULATIVE CHGLOG FILE FOR EVERY FIELD A COMMITTED
      *  MAINTENANCE ACTION CHANGES ON ACCTMST OR OPERSEC, SO WE CAN
      *  SHOW WHO CHANGED WHAT, WHEN, AND FROM WHAT TO WHAT. THE
      *  TIMESTAMP HAS THE SAME YYYY-MM-DD-HH:MM:SS FORM AS THE AUDIT
      *  TRAIL. THE ACTION IS THE MAINTENANCE OPTION, OR THE ACB001
      *  BATCH TRANSACTION TYPE, THAT MADE THE CHANGE; AN ADD LOGS
      *  EVERY FIELD IT SETS WITH A BLANK BEFORE VALUE. VALUES ARE
      *  HELD AS DISPLAY TEXT - MONEY WITH ITS DECIMAL POINT - AND A
      *  PASSWORD IS NEVER WRITTEN: ONLY THE FACT THAT IT WAS SET IS
      *  RECORDED.
      ******************************************************************
       01  CHG-REC.
           05  CHG-TIMESTAMP          PIC X(19).
           05  CHG-OPERATOR-ID        PIC X(8).
           05  CHG-PROGRAM            PIC X(8).
           05  CHG-MASTER             PIC X(8).
           05  CHG-KEY                PIC X(10).
           05  CHG-ACTION             PIC X(8).
           05  CHG-FIELD              PIC X(16).
           05  CHG-BEFORE             PIC X(30).
           05  CHG-AFTER              PIC X(30).
