      *  DUP001 REVIEW PROGRAM WHEN THE ITEM IS APPROVED TO THE
      *  DUPFORCE FORCE-POST FILE OR DISCARDED WITH A REASON, SO THE
      *  SUSPENSE FILE STOPS ACCUMULATING UNREVIEWED ITEMS FOREVER.
      *  THE SOURCE ID IS THE SRCMST BRANCH THE ITEM CAME FROM. THE
      *  QUEUED DATE IS THE BUSINESS DATE OF THE RUN THAT SUSPENDED
      *  THE ITEM, FROM WHICH AGE001 AGES IT; A LINE WRITTEN BEFORE IT
      *  WAS ADDED READS WITH IT BLANK.
      ******************************************************************
       01  SUSP-REC.
           05  SUSP-TRAN              PIC X(37).
               88  SUSP-DISP-FORCED   VALUE "F".
               88  SUSP-DISP-DISCARDED VALUE "D".
           05  SUSP-DISP-REASON       PIC X(30).
           05  SUSP-SOURCE-ID         PIC X(4).
           05  SUSP-QUEUED-DATE       PIC 9(8).
