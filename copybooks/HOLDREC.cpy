      ******************************************************************
      *  HOLDREC - QUEUED TRANSACTION RECORD, USED FOR THE ITEMS THAT
      *  WAIT BETWEEN RUNS TO BE FED BACK INTO BUG001: REPAIRED
      *  REJECTS ON RECYCLE, APPROVED DUPLICATE SUSPECTS ON DUPFORCE
      *  AND FUTURE-DATED HOLDS ON FUTSUSP. THE TRANSACTION IMAGE IS
      *  FOLLOWED BY THE SRCMST BRANCH IT ORIGINALLY CAME FROM, SO
      *  THE POSTING IT EVENTUALLY MAKES IS STILL CREDITED TO THAT
      *  BRANCH. THE QUEUED DATE IS WHEN THE ITEM JOINED ITS QUEUE:
      *  THE DATE OF THE REPAIR OR APPROVAL FOR RECYCLE AND DUPFORCE,
      *  AND FOR FUTSUSP THE BUSINESS DATE OF THE RUN THAT FIRST HELD
      *  THE ITEM, KEPT AS IT IS CARRIED FROM NIGHT TO NIGHT SO AGE001
      *  CAN AGE IT. A LINE WRITTEN BEFORE EITHER FIELD WAS ADDED
      *  READS WITH IT BLANK.
      ******************************************************************
       01  HOLD-REC.
           05  HOLD-TRAN              PIC X(37).
           05  HOLD-SOURCE-ID         PIC X(4).
           05  HOLD-QUEUED-DATE       PIC 9(8).
