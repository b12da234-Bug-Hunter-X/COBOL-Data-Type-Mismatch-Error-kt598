      ******************************************************************
      *  AUDITREC - AUDIT TRAIL RECORD. ONE ENTRY IS APPENDED EVERY TIME
      *  A VALUE IS MOVED INTO WS-AREA-1, SO WE CAN PROVE WHO ENTERED
      *  WHAT AND WHEN FOR AUDIT PURPOSES. THE SOURCE ID IS THE
      *  SRCMST BRANCH WHOSE BATCH CARRIED THE ITEM; IT IS BLANK FOR
      *  ONLINE ACTIONS AND FOR ENTRIES WRITTEN BEFORE IT WAS ADDED.
      ******************************************************************
       01  AUDIT-REC.
           05  AUDIT-TIMESTAMP        PIC X(19).
           05  AUDIT-OPERATOR-ID      PIC X(8).
           05  AUDIT-JOB-ID           PIC X(8).
           05  AUDIT-ACTION           PIC X(8).
           05  AUDIT-SOURCE-ID        PIC X(4).
