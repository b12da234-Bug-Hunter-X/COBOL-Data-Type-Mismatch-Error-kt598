      *  CUMULATIVE: EACH ITEM CARRIES A DISPOSITION THAT STARTS OPEN
      *  AND IS SET BY THE EXC001 REPAIR PROGRAM WHEN THE ITEM IS
      *  REPAIRED TO THE RECYCLE FILE OR ABANDONED WITH A REASON, SO
      *  OPEN VERSUS RESOLVED REJECTS CAN BE REPORTED ON. THE SOURCE
      *  ID IS THE SRCMST BRANCH THE ITEM CAME FROM, AND FOLLOWS A
      *  REPAIRED ITEM ONTO THE RECYCLE FILE. THE QUEUED DATE IS THE
      *  BUSINESS DATE OF THE RUN THAT REJECTED THE ITEM, FROM WHICH
      *  AGE001 AGES IT; A LINE WRITTEN BEFORE IT WAS ADDED READS WITH
      *  IT BLANK.
      ******************************************************************
       01  EXCP-REC.
           05  EXCP-RECORD-NO         PIC 9(7).
               88  EXCP-DISP-REPAIRED VALUE "R".
               88  EXCP-DISP-ABANDONED VALUE "A".
           05  EXCP-DISP-REASON       PIC X(30).
           05  EXCP-SOURCE-ID         PIC X(4).
           05  EXCP-QUEUED-DATE       PIC 9(8).
