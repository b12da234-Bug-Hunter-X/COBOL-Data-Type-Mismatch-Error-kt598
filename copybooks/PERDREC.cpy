      ******************************************************************
      *  PERDREC - ACCOUNTING PERIOD CONTROL RECORD. ONE RECORD PER
      *  CALENDAR MONTH THAT MEC001 HAS EVER CLOSED, KEPT ON THE
      *  PERIODCTL FILE IN PERIOD ORDER. A CLOSED PERIOD IS LOCKED:
      *  THE NIGHTLY RUN SENDS ANY ITEM DATED INSIDE IT TO EXCPRPT AND
      *  INQ001 REFUSES TO CORRECT AN ENTRY DATED INSIDE IT. ONLY A
      *  DELIBERATE MEC001 REOPEN BY DATA CONTROL LIFTS THE LOCK, AND
      *  THE RECORD KEEPS WHO CLOSED AND WHO LAST REOPENED IT, WITH
      *  THE REASON GIVEN. THE ACCOUNT COUNT AND NET TOTAL ARE THE
      *  CONTROL FIGURES OF THE CLOSING BALANCE SNAPSHOT ON CLOSBAL.
      ******************************************************************
       01  PERD-REC.
           05  PERD-PERIOD            PIC 9(6).
           05  PERD-STATUS            PIC X.
               88  PERD-CLOSED        VALUE "C".
               88  PERD-REOPENED      VALUE "O".
           05  PERD-CLOSE-DATE        PIC 9(8).
           05  PERD-CLOSED-BY         PIC X(8).
           05  PERD-REOPEN-DATE       PIC 9(8).
           05  PERD-REOPENED-BY       PIC X(8).
           05  PERD-REOPEN-REASON     PIC X(30).
           05  PERD-ACCOUNTS          PIC 9(7).
           05  PERD-CLOSE-TOTAL       PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
