      ******************************************************************
      *  SORDREC - STANDING ORDER MASTER RECORD, ONE PER ORDER ON THE
      *  INDEXED SORDMST, MAINTAINED ONLINE BY DATA CONTROL THROUGH
      *  SOM001. AN ORDER POSTS THE SAME DEBIT OR CREDIT TO ONE
      *  ACCOUNT ON A FIXED SCHEDULE: WEEKLY FROM THE START DATE,
      *  MONTHLY ON THE START DATE'S DAY, OR ON A NAMED DAY OF EVERY
      *  MONTH (A DAY BEYOND THE END OF A SHORT MONTH FALLS ON ITS
      *  LAST DAY). THE SOG001 GENERATOR WRITES EACH OCCURRENCE INTO
      *  TRANIN AHEAD OF THE NIGHTLY RUN AND STEPS THE NEXT DUE DATE
      *  ON. AN END DATE OF ZERO MEANS THE ORDER RUNS UNTIL
      *  CANCELLED; ONE WHOSE NEXT DUE DATE PASSES ITS END DATE IS
      *  MARKED ENDED BY THE GENERATOR.
      ******************************************************************
       01  SORD-REC.
           05  SORD-ORDER-ID          PIC X(8).
           05  SORD-ACCOUNT-ID        PIC X(10).
           05  SORD-AMOUNT            PIC 9(7)V99.
           05  SORD-DC-IND            PIC X.
               88  SORD-DEBIT         VALUE "D".
               88  SORD-CREDIT        VALUE "C".
           05  SORD-FREQUENCY         PIC X.
               88  SORD-WEEKLY        VALUE "W".
               88  SORD-MONTHLY       VALUE "M".
               88  SORD-DAY-OF-MONTH  VALUE "D".
           05  SORD-DAY               PIC 9(2).
           05  SORD-START-DATE        PIC 9(8).
           05  SORD-END-DATE          PIC 9(8).
           05  SORD-STATUS            PIC X.
               88  SORD-ACTIVE        VALUE "A".
               88  SORD-SUSPENDED     VALUE "S".
               88  SORD-CANCELLED     VALUE "C".
               88  SORD-ENDED         VALUE "E".
           05  SORD-NEXT-DUE-DATE     PIC 9(8).
           05  SORD-LAST-GEN-DATE     PIC 9(8).
           05  SORD-DESCRIPTION       PIC X(30).
