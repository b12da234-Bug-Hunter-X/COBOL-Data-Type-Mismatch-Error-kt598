      *  PROGRAM:  ACT001  (file: acctmnt.cob)
      *  PURPOSE:  ONLINE, MENU-DRIVEN MAINTENANCE OF THE INDEXED
      *            ACCTMST ACCOUNT MASTER CHECKED BY BUG001. DATA
      *            CONTROL CAN ADD AN ACCOUNT, FREEZE IT, REINSTATE IT
      *            TO OPEN, AND CLOSE IT OUT WITHOUT PROGRAMMER
      *            INVOLVEMENT. CLOSE-OUT IS REFUSED WHILE THE BALMST
      *            BALANCE IS NOT ZERO OR ANYTHING IS STILL OPEN
      *            AGAINST THE ACCOUNT - EXCPRPT REJECTS, DUPSUSP
      *            SUSPECTS, FUTSUSP HOLDS, LIVE STANDING ORDERS OR
      *            HELD CORRECTIONS - AND EACH SUCH ITEM IS LISTED.
      *            A SUCCESSFUL CLOSE-OUT WRITES A FINAL STATEMENT OF
      *            THE ACCOUNT'S AUDITMST HISTORY IN THE STM001 LAYOUT
      *            TO FINALSTM.<ACCOUNT ID> AND RECORDS THE CLOSE DATE
      *            ON THE MASTER.
      *            RECORDS ARE MAINTAINED IN PLACE WITH KEYED WRITES
      *            AND REWRITES, SO THERE IS NO TABLE LIMIT ON THE
      *            NUMBER OF ACCOUNTS AND NO FULL-FILE REWRITE AFTER
      *            EVERY CHANGE. THE MASTER FOLLOWS THE SAME INDEXED
      *            PATTERN AS THE AUDITMST MASTER BUILT BY CON001.
      *            THE OPERATOR SIGNS ON AGAINST THE OPERSEC SECURITY
      *            FILE WITH ID AND PASSWORD BEFORE THE MENU OPENS,
      *            AND EVERY FIELD A COMMITTED ADD, STATUS CHANGE,
      *            LIMIT CHANGE OR CLOSE-OUT ALTERS IS WRITTEN TO THE
      *            CUMULATIVE CHGLOG CHANGE LOG WITH ITS BEFORE AND
      *            AFTER VALUES, FOR LISTING BY CHG001.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACT001.
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT EXCP-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT SUSP-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT FUT-FILE ASSIGN TO "FUTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUT-STATUS.

           SELECT SORD-FILE ASSIGN TO "SORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-ID
               FILE STATUS IS WS-SORD-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCORR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT AUDM-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-AUDM-STATUS.

           SELECT STM-FILE ASSIGN TO DYNAMIC WS-STM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  BAL-FILE.
       COPY BALREC.

       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  EXCP-FILE-REC          PIC X(126).

       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSP-FILE-REC          PIC X(80).

       FD  FUT-FILE
           RECORDING MODE IS F.
       01  FUT-FILE-REC           PIC X(49).

       FD  SORD-FILE.
       COPY SORDREC.

       FD  PEND-FILE.
       COPY PENDREC.

       FD  AUDM-FILE.
       COPY AUDMREC.

       FD  STM-FILE
           RECORDING MODE IS F.
       01  STM-FILE-REC           PIC X(80).

       FD  OPER-FILE
           RECORDING MODE IS F.
       01  OPER-FILE-REC          PIC X(50).

       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-FILE-REC           PIC X(137).

       WORKING-STORAGE SECTION.
       COPY EXCPREC.
       COPY SUSPREC.
       COPY TRANXREC.
       COPY CHGREC.
       COPY OPERREC.

       01  WS-ACCT-STATUS         PIC XX     VALUE "00".
       01  WS-BAL-STATUS          PIC XX     VALUE "00".
       01  WS-EXCP-STATUS         PIC XX     VALUE "00".
       01  WS-SUSP-STATUS         PIC XX     VALUE "00".
       01  WS-FUT-STATUS          PIC XX     VALUE "00".
       01  WS-SORD-STATUS         PIC XX     VALUE "00".
       01  WS-PEND-STATUS         PIC XX     VALUE "00".
       01  WS-AUDM-STATUS         PIC XX     VALUE "00".
       01  WS-STM-STATUS          PIC XX     VALUE "00".
       01  WS-CHG-STATUS          PIC XX     VALUE "00".
       01  WS-OPER-STATUS         PIC XX     VALUE "00".
       01  WS-ACCT-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-CONTINUE-SWITCH     PIC X      VALUE "Y".
       01  WS-MENU-CHOICE         PIC X      VALUE SPACES.
       01  WS-ENTRY-DAY-TOTAL     PIC 9(13)  VALUE ZERO.
       01  WS-LIST-COUNT          PIC 9(7)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  OPERATOR SIGN-ON - THE SAME OPERSEC CHECK AS THE INQ001     *
      *  SIGN-ON: THE ID MUST BE ON FILE WITH A NON-BLANK PASSWORD   *
      *  THAT MATCHES. A PASSWORD THE OPERATOR HAS NOT YET CHOSEN    *
      *  (ZERO SET DATE) OR HAS LET EXPIRE IS NOT ACCEPTED HERE - IT *
      *  IS CHANGED AT THE INQ001 SIGN-ON FIRST. THREE FAILED TRIES  *
      *  END THE SESSION.                                            *
      * ----------------------------------------------------------- *
       01  WS-OPER-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-OPER-FOUND-SWITCH   PIC X      VALUE "N".
       01  WS-SIGNON-OK-SWITCH    PIC X      VALUE "N".
       01  WS-SIGNON-ID           PIC X(8)   VALUE SPACES.
       01  WS-SIGNON-PWD          PIC X(8)   VALUE SPACES.
       01  WS-SIGNON-TRY          PIC 9(1)   VALUE ZERO.
       01  WS-PWD-EXPIRY-DAYS     PIC 9(3)   VALUE 90.
       01  WS-PWD-EXPIRED         PIC X      VALUE "N".
       01  WS-SIGNON-DATE-N       PIC 9(8)   VALUE ZERO.
       01  WS-TODAY-INT           PIC 9(8)   VALUE ZERO.
       01  WS-PWD-SET-INT         PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  CHANGE LOG - THE OPERATOR ID SIGNED ON AT START-UP AND THE  *
      *  MASTER FIELDS AS THEY STOOD BEFORE THE CHANGE, SO EACH      *
      *  FIELD THE REWRITE ALTERED CAN BE LOGGED WITH ITS BEFORE AND *
      *  AFTER VALUES.                                               *
      * ----------------------------------------------------------- *
       01  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.
       01  WS-BEFORE-STATUS       PIC X      VALUE SPACES.
       01  WS-BEFORE-LIMIT-IND    PIC X      VALUE SPACES.
       01  WS-BEFORE-OVR-MIN      PIC 9(7)V99 VALUE ZERO.
       01  WS-BEFORE-OVR-MAX      PIC 9(7)V99 VALUE ZERO.
       01  WS-BEFORE-DAY-COUNT    PIC 9(5)   VALUE ZERO.
       01  WS-BEFORE-DAY-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-BEFORE-CLOSE-DATE   PIC 9(8)   VALUE ZERO.
       01  WS-CHG-MONEY           PIC Z(10)9.99.
       01  WS-CHG-COUNT           PIC Z(4)9.
       01  WS-CHG-DATE.
           05  WS-CHG-YYYY        PIC 9(4).
           05  WS-CHG-MM          PIC 9(2).
           05  WS-CHG-DD          PIC 9(2).
       01  WS-CHG-TIME.
           05  WS-CHG-HH          PIC 9(2).
           05  WS-CHG-MIN         PIC 9(2).
           05  WS-CHG-SS          PIC 9(2).
           05  WS-CHG-HTH         PIC 9(2).

      * ----------------------------------------------------------- *
      *  CLOSE-OUT WORK AREAS                                        *
      * ----------------------------------------------------------- *
       01  WS-TODAY               PIC 9(8)   VALUE ZERO.
       01  WS-SCAN-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-OUTSTANDING-COUNT   PIC 9(5)   VALUE ZERO.
       01  WS-STM-OK-SWITCH       PIC X      VALUE "N".
       01  WS-STM-FILE-NAME       PIC X(30)  VALUE SPACES.
       01  WS-DISP-BALANCE        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-VALUE          PIC Z,ZZZ,ZZ9.99.

      *    THE FINAL STATEMENT RUNS FROM THE DATE OF THE ACCOUNT'S
      *    FIRST AUDITMST RECORD TO THE CLOSE DATE, SO EVERYTHING
      *    STILL ON THE MASTER FALLS INSIDE THE PERIOD.
       01  WS-STM-FROM-X          PIC X(8)   VALUE SPACES.
       01  WS-STM-FROM-DATE REDEFINES WS-STM-FROM-X PIC 9(8).
       01  WS-PERIOD-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-PERIOD-LINES        PIC 9(5)   VALUE ZERO.
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

      * ----------------------------------------------------------- *
      *  FINAL STATEMENT LINES - THE STM001 STATEMENT LAYOUT         *
      * ----------------------------------------------------------- *
       01  WS-HEAD-1.
           05  FILLER             PIC X(28)
               VALUE "ACT001  FINAL STATEMENT     ".
           05  FILLER             PIC X(6)   VALUE "FROM: ".
           05  HEAD-FROM          PIC 9(8).
           05  FILLER             PIC X(5)   VALUE " TO: ".
           05  HEAD-TO            PIC 9(8).
           05  FILLER             PIC X(13)  VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-ACCT-HEAD.
           05  FILLER             PIC X(9)   VALUE "ACCOUNT: ".
           05  AHD-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  AHD-NAME           PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "CLOSED: ".
           05  AHD-CLOSE-DATE     PIC 9(8).
       01  WS-COL-HEAD.
           05  FILLER             PIC X(21)
               VALUE "TIMESTAMP            ".
           05  FILLER             PIC X(16)  VALUE "          AMOUNT".
           05  FILLER             PIC X(10)  VALUE "  OPERATOR".
           05  FILLER             PIC X(9)   VALUE "   ACTION".
       01  WS-DETAIL-LINE.
           05  DET-TIMESTAMP      PIC X(19).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-OPERATOR       PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-ACTION         PIC X(8).
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(16).
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "ACCOUNT MASTER MAINTENANCE".
           05  LINE 4  COL 10 VALUE "OPERATOR ID: ".
           05  LINE 4  COL 24 PIC X(8) TO WS-SIGNON-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:    ".
           05  LINE 5  COL 24 PIC X(8) TO WS-SIGNON-PWD SECURE.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "ACCOUNT MASTER MAINTENANCE".
           05  LINE 4  COL 10 VALUE "1. ADD AN ACCOUNT".
           05  LINE 5  COL 10 VALUE "2. CHANGE ACCOUNT STATUS (O/F)".
           05  LINE 6  COL 10 VALUE "3. LIST ACCOUNTS".
           05  LINE 7  COL 10 VALUE "4. SET ACCOUNT LIMITS".
           05  LINE 8  COL 10 VALUE "5. CLOSE OUT AN ACCOUNT".
           05  LINE 9  COL 10 VALUE "6. EXIT".
           05  LINE 11 COL 10 VALUE "SELECTION: ".
           05  LINE 11 COL 21 PIC X USING WS-MENU-CHOICE.

       01  ADD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "CHANGE ACCOUNT STATUS".
           05  LINE 4  COL 10 VALUE "ACCOUNT ID: ".
           05  LINE 4  COL 38 PIC X(10) TO WS-ENTRY-ACCOUNT.
           05  LINE 5  COL 10 VALUE "NEW STATUS (O/F): ".
           05  LINE 5  COL 38 PIC X TO WS-ENTRY-STATUS.

       01  LIMITS-SCREEN.
           05  LINE 9  COL 10 VALUE "DAILY VALUE CAP (CENTS, 0=NONE):".
           05  LINE 9  COL 43 PIC 9(13) TO WS-ENTRY-DAY-TOTAL.

       01  CLOSEOUT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "CLOSE OUT AN ACCOUNT".
           05  LINE 4  COL 10 VALUE "ACCOUNT ID: ".
           05  LINE 4  COL 25 PIC X(10) TO WS-ENTRY-ACCOUNT.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-OPEN-ACCOUNT-MASTER
           PERFORM 1100-OPEN-CHANGE-LOG
           PERFORM 1200-IDENTIFY-OPERATOR
           PERFORM UNTIL WS-CONTINUE-SWITCH = "N"
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
                   WHEN "4"
                       PERFORM 5000-SET-LIMITS
                   WHEN "5"
                       PERFORM 6000-CLOSE-OUT-ACCOUNT
                   WHEN "6"
                       MOVE "N" TO WS-CONTINUE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE ACCT-FILE
           CLOSE CHG-FILE
           STOP RUN.

      *    A MISSING MASTER (STATUS 35) IS NOT FATAL HERE - THIS
               STOP RUN
           END-IF.

      *    THE CHANGE LOG IS CUMULATIVE AND IS CREATED ON FIRST USE.
      *    NO CHANGE MAY BE MADE THAT CANNOT BE LOGGED, SO ANY OTHER
      *    OPEN FAILURE STOPS THE RUN BEFORE THE MENU OPENS.
       1100-OPEN-CHANGE-LOG.
           OPEN EXTEND CHG-FILE
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CHGLOG, STATUS="
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-IDENTIFY-OPERATOR.
           PERFORM 1210-ONE-SIGN-ON-TRY
               VARYING WS-SIGNON-TRY FROM 1 BY 1
               UNTIL WS-SIGNON-TRY > 3
                   OR WS-SIGNON-OK-SWITCH = "Y"
           IF WS-SIGNON-OK-SWITCH = "N"
               DISPLAY "SIGN-ON DENIED - SESSION ENDED"
               CLOSE ACCT-FILE
               CLOSE CHG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE SAME REFUSAL MESSAGE COVERS AN UNKNOWN ID AND A WRONG
      *    PASSWORD, AND A BLANK STORED PASSWORD NEVER SIGNS ON, AS
      *    AT THE INQ001 SIGN-ON.
       1210-ONE-SIGN-ON-TRY.
           MOVE SPACES TO WS-SIGNON-ID
           MOVE SPACES TO WS-SIGNON-PWD
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           PERFORM 1220-FIND-OPERATOR
           IF WS-OPER-FOUND-SWITCH = "N"
                   OR OPER-PASSWORD = SPACES
                   OR WS-SIGNON-PWD NOT = OPER-PASSWORD
               DISPLAY "OPERATOR NOT AUTHORIZED - TRY AGAIN"
           ELSE
               PERFORM 1230-CHECK-PASSWORD-EXPIRY
               IF WS-PWD-EXPIRED = "Y"
                   DISPLAY "PASSWORD MUST BE CHANGED AT INQ001 "
                       "SIGN-ON BEFORE USE HERE"
               ELSE
                   MOVE "Y" TO WS-SIGNON-OK-SWITCH
                   MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
                   DISPLAY "SIGNED ON: " WS-OPERATOR-ID
               END-IF
           END-IF.

      *    THE SECURITY FILE IS REQUIRED - WITHOUT IT NOBODY CAN BE
      *    SIGNED ON, SO THE SESSION FAILS CLOSED.
       1220-FIND-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-SWITCH
           MOVE "N" TO WS-OPER-EOF-SWITCH
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN OPERSEC, STATUS="
                   WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPER-EOF-SWITCH = "Y"
               READ OPER-FILE INTO OPER-REC
                   AT END
                       MOVE "Y" TO WS-OPER-EOF-SWITCH
                   NOT AT END
                       IF OPER-ID = WS-SIGNON-ID
                           MOVE "Y" TO WS-OPER-FOUND-SWITCH
                           MOVE "Y" TO WS-OPER-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

       1230-CHECK-PASSWORD-EXPIRY.
           MOVE "N" TO WS-PWD-EXPIRED
           IF OPER-PWD-SET-DATE IS NOT NUMERIC
                   OR OPER-PWD-SET-DATE = ZERO
               MOVE "Y" TO WS-PWD-EXPIRED
           ELSE
               ACCEPT WS-SIGNON-DATE-N FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE-N)
               COMPUTE WS-PWD-SET-INT =
                   FUNCTION INTEGER-OF-DATE(OPER-PWD-SET-DATE)
               IF WS-TODAY-INT - WS-PWD-SET-INT > WS-PWD-EXPIRY-DAYS
                   MOVE "Y" TO WS-PWD-EXPIRED
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  ADD - NEW ACCOUNTS ALWAYS START OPEN. THE KEYED WRITE       *
      *  REFUSES A DUPLICATE ID, SO THE MASTER STAYS ONE RECORD PER  *
               MOVE ZERO TO ACCT-OVR-MAX
               MOVE ZERO TO ACCT-DAY-MAX-COUNT
               MOVE ZERO TO ACCT-DAY-MAX-TOTAL
               MOVE ZERO TO ACCT-CLOSE-DATE
               WRITE ACCT-REC
                   INVALID KEY
                       DISPLAY "*** ADD REJECTED - ACCOUNT ALREADY "
                   NOT INVALID KEY
                       DISPLAY "ACCOUNT ADDED AS OPEN: "
                           WS-ENTRY-ACCOUNT
                       PERFORM 7050-LOG-ADD-FIELDS
               END-WRITE
           END-IF.

      * ----------------------------------------------------------- *
      *  STATUS CHANGE - FREEZE (F) OR REINSTATE TO OPEN (O). AN     *
      *  ACCOUNT IS CLOSED ONLY THROUGH THE CLOSE-OUT, SO C IS       *
      *  REFUSED HERE ALONG WITH ANY OTHER LETTER. A CLOSED ACCOUNT  *
      *  CANNOT BE FROZEN; REINSTATING IT TO O CLEARS ITS CLOSE      *
      *  DATE. THE RECORD IS READ BY KEY AND REWRITTEN IN PLACE.     *
      * ----------------------------------------------------------- *
       3000-CHANGE-STATUS.
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           MOVE SPACES TO WS-ENTRY-STATUS
           DISPLAY STATUS-SCREEN
           ACCEPT STATUS-SCREEN
           EVALUATE TRUE
               WHEN WS-ENTRY-STATUS = "C"
                   DISPLAY "*** CHANGE REJECTED - USE CLOSE-OUT "
                       "(OPTION 5) TO CLOSE AN ACCOUNT ***"
               WHEN WS-ENTRY-STATUS NOT = "O" AND
                       WS-ENTRY-STATUS NOT = "F"
                   DISPLAY "*** CHANGE REJECTED - STATUS MUST BE "
                       "O OR F ***"
               WHEN OTHER
                   PERFORM 3100-APPLY-STATUS
           END-EVALUATE.

       3100-APPLY-STATUS.
           MOVE WS-ENTRY-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "*** CHANGE REJECTED - ACCOUNT NOT "
                       "ON MASTER ***"
               NOT INVALID KEY
                   IF ACCT-CLOSED AND WS-ENTRY-STATUS = "F"
                       DISPLAY "*** CHANGE REJECTED - ACCOUNT IS "
                           "CLOSED - REINSTATE TO O FIRST ***"
                   ELSE
                       PERFORM 3110-REWRITE-STATUS
                   END-IF
           END-READ.

       3110-REWRITE-STATUS.
           PERFORM 7100-SAVE-BEFORE-VALUES
           IF ACCT-CLOSED
               MOVE ZERO TO ACCT-CLOSE-DATE
           END-IF
           MOVE WS-ENTRY-STATUS TO ACCT-STATUS
           REWRITE ACCT-REC
           IF WS-ACCT-STATUS = "00"
               DISPLAY "STATUS SET TO " WS-ENTRY-STATUS
                   " FOR " WS-ENTRY-ACCOUNT
               MOVE "STATUS" TO CHG-ACTION
               PERFORM 7200-LOG-STATUS-FIELDS
           ELSE
               DISPLAY "*** REWRITE FAILED, STATUS="
                   WS-ACCT-STATUS " ***"
           END-IF.

      *    THE LIST WALKS THE WHOLE MASTER IN KEY ORDER, SO IT IS NOT
                   DISPLAY "*** LIMITS REJECTED - ACCOUNT NOT "
                       "ON MASTER ***"
               NOT INVALID KEY
                   PERFORM 7100-SAVE-BEFORE-VALUES
                   MOVE WS-ENTRY-LIMIT-IND TO ACCT-LIMIT-IND
                   COMPUTE ACCT-OVR-MIN = WS-ENTRY-OVR-MIN / 100
                   COMPUTE ACCT-OVR-MAX = WS-ENTRY-OVR-MAX / 100
                   REWRITE ACCT-REC
                   IF WS-ACCT-STATUS = "00"
                       DISPLAY "LIMITS SET FOR " WS-ENTRY-ACCOUNT
                       MOVE "LIMITS" TO CHG-ACTION
                       PERFORM 7300-LOG-LIMIT-FIELDS
                   ELSE
                       DISPLAY "*** REWRITE FAILED, STATUS="
                           WS-ACCT-STATUS " ***"
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      *  CLOSE-OUT - THE ONLY WAY AN ACCOUNT BECOMES CLOSED. EVERY   *
      *  PLACE SOMETHING CAN STILL BE HANGING ON THE ACCOUNT IS      *
      *  CHECKED AND EACH OUTSTANDING ITEM IS LISTED FOR THE         *
      *  OPERATOR; ANY ONE OF THEM REFUSES THE CLOSE. OTHERWISE THE  *
      *  FINAL STATEMENT IS WRITTEN FIRST AND THE MASTER IS ONLY     *
      *  MARKED CLOSED ONCE THE STATEMENT IS SAFELY OUT.             *
      * ----------------------------------------------------------- *
       6000-CLOSE-OUT-ACCOUNT.
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           DISPLAY CLOSEOUT-SCREEN
           ACCEPT CLOSEOUT-SCREEN
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-ENTRY-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "*** CLOSE-OUT REJECTED - ACCOUNT NOT "
                       "ON MASTER ***"
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       DISPLAY "*** CLOSE-OUT REJECTED - ACCOUNT "
                           "ALREADY CLOSED ON " ACCT-CLOSE-DATE " ***"
                   ELSE
                       PERFORM 6100-CHECK-OUTSTANDING
                       IF WS-OUTSTANDING-COUNT > ZERO
                           DISPLAY "*** CLOSE-OUT REFUSED - "
                               WS-OUTSTANDING-COUNT
                               " ITEM(S) OUTSTANDING ***"
                       ELSE
                           PERFORM 6700-PRINT-FINAL-STATEMENT
                           IF WS-STM-OK-SWITCH = "Y"
                               PERFORM 6800-RECORD-CLOSE
                           ELSE
                               DISPLAY "*** CLOSE-OUT NOT RECORDED - "
                                   "FINAL STATEMENT FAILED ***"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       6100-CHECK-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING-COUNT
           DISPLAY "CLOSE-OUT CHECK FOR " WS-ENTRY-ACCOUNT
           PERFORM 6110-CHECK-BALANCE
           PERFORM 6120-CHECK-EXCEPTIONS
           PERFORM 6130-CHECK-DUP-SUSPENSE
           PERFORM 6140-CHECK-FUTURE-SUSPENSE
           PERFORM 6150-CHECK-STANDING-ORDERS
           PERFORM 6160-CHECK-HELD-CORRECTIONS.

      *    NO BALMST RECORD MEANS NOTHING HAS EVER POSTED, WHICH IS A
      *    ZERO BALANCE. A MASTER THAT CANNOT BE OPENED PROVES
      *    NOTHING, SO IT REFUSES THE CLOSE.
       6110-CHECK-BALANCE.
           OPEN INPUT BAL-FILE
           IF WS-BAL-STATUS = "00"
               MOVE WS-ENTRY-ACCOUNT TO BAL-ACCOUNT-ID
               READ BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-BALANCE NOT = ZERO
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           MOVE BAL-BALANCE TO WS-DISP-BALANCE
                           DISPLAY "  BALMST BALANCE NOT ZERO: "
                               WS-DISP-BALANCE
                       END-IF
               END-READ
               CLOSE BAL-FILE
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               DISPLAY "  BALMST NOT AVAILABLE, STATUS="
                   WS-BAL-STATUS " - BALANCE CANNOT BE CONFIRMED"
           END-IF.

      *    THE QUEUE FILES ARE CUMULATIVE; A MISSING FILE SIMPLY HAS
      *    NOTHING OPEN ON IT.
       6120-CHECK-EXCEPTIONS.
           OPEN INPUT EXCP-FILE
           IF WS-EXCP-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF-SWITCH = "Y"
                   READ EXCP-FILE INTO EXCP-REC
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF EXCP-ACCOUNT-ID = WS-ENTRY-ACCOUNT
                                   AND EXCP-DISP-OPEN
                               ADD 1 TO WS-OUTSTANDING-COUNT
                               MOVE EXCP-VALUE TO WS-DISP-VALUE
                               DISPLAY "  EXCPRPT OPEN REJECT "
                                   EXCP-RECORD-NO " "
                                   EXCP-EFFECTIVE-DATE " "
                                   WS-DISP-VALUE " " EXCP-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCP-FILE
           END-IF.

       6130-CHECK-DUP-SUSPENSE.
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF-SWITCH = "Y"
                   READ SUSP-FILE INTO SUSP-REC
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           MOVE SUSP-TRAN TO TRAN-REC
                           IF TRAN-ACCOUNT-ID = WS-ENTRY-ACCOUNT
                                   AND SUSP-DISP-OPEN
                               ADD 1 TO WS-OUTSTANDING-COUNT
                               MOVE TRAN-AMOUNT TO WS-DISP-VALUE
                               DISPLAY "  DUPSUSP OPEN SUSPECT "
                                   TRAN-EFFECTIVE-DATE " "
                                   TRAN-DC-IND " " WS-DISP-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.

      *    EVERY ITEM ON FUTSUSP IS STILL HELD - BUG001 REWRITES THE
      *    FILE WITH ONLY THE ITEMS IT DID NOT RELEASE.
       6140-CHECK-FUTURE-SUSPENSE.
           OPEN INPUT FUT-FILE
           IF WS-FUT-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF-SWITCH = "Y"
                   READ FUT-FILE INTO TRAN-REC
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF TRAN-ACCOUNT-ID = WS-ENTRY-ACCOUNT
                               ADD 1 TO WS-OUTSTANDING-COUNT
                               MOVE TRAN-AMOUNT TO WS-DISP-VALUE
                               DISPLAY "  FUTSUSP HELD ITEM "
                                   TRAN-EFFECTIVE-DATE " "
                                   TRAN-DC-IND " " WS-DISP-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUT-FILE
           END-IF.

      *    A LIVE STANDING ORDER WOULD KEEP FEEDING ITEMS THAT THE
      *    CLOSED ACCOUNT THEN REJECTS, SO IT MUST BE CANCELLED
      *    THROUGH SOM001 FIRST.
       6150-CHECK-STANDING-ORDERS.
           OPEN INPUT SORD-FILE
           IF WS-SORD-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               MOVE LOW-VALUES TO SORD-ORDER-ID
               START SORD-FILE KEY NOT < SORD-ORDER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-SCAN-EOF-SWITCH = "Y"
                   READ SORD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF SORD-ACCOUNT-ID = WS-ENTRY-ACCOUNT
                                   AND (SORD-ACTIVE OR SORD-SUSPENDED)
                               ADD 1 TO WS-OUTSTANDING-COUNT
                               DISPLAY "  STANDING ORDER "
                                   SORD-ORDER-ID " STATUS "
                                   SORD-STATUS " NEXT DUE "
                                   SORD-NEXT-DUE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORD-FILE
           END-IF.

       6160-CHECK-HELD-CORRECTIONS.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               MOVE LOW-VALUES TO PEND-KEY
               START PEND-FILE KEY NOT < PEND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-SCAN-EOF-SWITCH = "Y"
                   READ PEND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF PEND-ACCOUNT-ID = WS-ENTRY-ACCOUNT
                                   AND PEND-AWAITING
                               ADD 1 TO WS-OUTSTANDING-COUNT
                               MOVE PEND-VALUE TO WS-DISP-VALUE
                               DISPLAY "  HELD CORRECTION "
                                   PEND-ENTRY-DATE " "
                                   WS-DISP-VALUE " KEYED BY "
                                   PEND-MAKER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.

      * ----------------------------------------------------------- *
      *  FINAL STATEMENT - THE ACCOUNT'S WHOLE AUDITMST HISTORY,     *
      *  LISTED AND TOTALED BY THE STM001 RULES: ENTRY, CORRECT,    *
      *  BFWD AND BFWDCORR LINES PRINT, ENTRY AND BFWD AMOUNTS       *
      *  TOTAL. BECAUSE THE PERIOD STARTS AT THE FIRST RECORD HELD,  *
      *  THE OPENING TOTAL IS ALWAYS ZERO; A PURGE'S BFWD PRINTS AS  *
      *  THE FIRST LINE.                                             *
      * ----------------------------------------------------------- *
       6700-PRINT-FINAL-STATEMENT.
           MOVE "N" TO WS-STM-OK-SWITCH
           OPEN INPUT AUDM-FILE
           IF WS-AUDM-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN AUDITMST, STATUS="
                   WS-AUDM-STATUS " ***"
           ELSE
               MOVE SPACES TO WS-STM-FILE-NAME
               STRING "FINALSTM." WS-ENTRY-ACCOUNT
                   DELIMITED BY SPACE INTO WS-STM-FILE-NAME
               OPEN OUTPUT STM-FILE
               IF WS-STM-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN " WS-STM-FILE-NAME
                       ", STATUS=" WS-STM-STATUS " ***"
               ELSE
                   MOVE "Y" TO WS-STM-OK-SWITCH
                   PERFORM 6710-WRITE-STATEMENT
                   CLOSE STM-FILE
               END-IF
               CLOSE AUDM-FILE
           END-IF.

       6710-WRITE-STATEMENT.
           MOVE ZERO TO WS-PERIOD-TOTAL
           MOVE ZERO TO WS-PERIOD-LINES
           MOVE ZERO TO WS-PAGE-NO
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-TODAY TO WS-STM-FROM-DATE
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE WS-ENTRY-ACCOUNT TO AUDM-ACCOUNT-ID
           MOVE LOW-VALUES TO AUDM-TIMESTAMP
           MOVE ZERO TO AUDM-SEQ
           START AUDM-FILE KEY NOT < AUDM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM 6720-READ-ACCOUNT-HISTORY
           IF WS-SCAN-EOF-SWITCH = "N"
               MOVE SPACES TO WS-STM-FROM-X
               STRING AUDM-TIMESTAMP(1:4) AUDM-TIMESTAMP(6:2)
                   AUDM-TIMESTAMP(9:2)
                   DELIMITED BY SIZE INTO WS-STM-FROM-X
           END-IF
           PERFORM 6760-CHECK-PAGE-BREAK
           MOVE WS-ENTRY-ACCOUNT TO AHD-ACCOUNT
           MOVE ACCT-NAME TO AHD-NAME
           MOVE WS-TODAY TO AHD-CLOSE-DATE
           WRITE STM-FILE-REC FROM WS-ACCT-HEAD
           PERFORM 6770-CHECK-STM-STATUS
           WRITE STM-FILE-REC FROM WS-COL-HEAD
           PERFORM 6770-CHECK-STM-STATUS
           MOVE SPACES TO STM-FILE-REC
           WRITE STM-FILE-REC
           PERFORM 6770-CHECK-STM-STATUS
           ADD 3 TO WS-LINE-COUNT
           PERFORM UNTIL WS-SCAN-EOF-SWITCH = "Y"
               IF AUDM-ACTION = "ENTRY" OR AUDM-ACTION = "CORRECT"
                       OR AUDM-ACTION = "BFWD"
                       OR AUDM-ACTION = "BFWDCORR"
                   PERFORM 6730-PRINT-STATEMENT-LINE
                   IF AUDM-ACTION = "ENTRY" OR AUDM-ACTION = "BFWD"
                       ADD AUDM-VALUE TO WS-PERIOD-TOTAL
                   END-IF
               END-IF
               PERFORM 6720-READ-ACCOUNT-HISTORY
           END-PERFORM
           IF WS-PERIOD-LINES = ZERO
               MOVE "NO MASTER HISTORY FOR ACCOUNT" TO STM-FILE-REC
               WRITE STM-FILE-REC
               PERFORM 6770-CHECK-STM-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 6740-PRINT-STATEMENT-TOTALS
           DISPLAY "FINAL STATEMENT WRITTEN TO " WS-STM-FILE-NAME.

       6720-READ-ACCOUNT-HISTORY.
           IF WS-SCAN-EOF-SWITCH = "N"
               READ AUDM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF AUDM-ACCOUNT-ID NOT = WS-ENTRY-ACCOUNT
                           MOVE "Y" TO WS-SCAN-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       6730-PRINT-STATEMENT-LINE.
           MOVE AUDM-TIMESTAMP TO DET-TIMESTAMP
           MOVE AUDM-VALUE TO DET-AMOUNT
           MOVE AUDM-OPERATOR-ID TO DET-OPERATOR
           MOVE AUDM-ACTION TO DET-ACTION
           PERFORM 6760-CHECK-PAGE-BREAK
           WRITE STM-FILE-REC FROM WS-DETAIL-LINE
           PERFORM 6770-CHECK-STM-STATUS
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-PERIOD-LINES.

       6740-PRINT-STATEMENT-TOTALS.
           MOVE SPACES TO STM-FILE-REC
           WRITE STM-FILE-REC
           PERFORM 6770-CHECK-STM-STATUS
           ADD 1 TO WS-LINE-COUNT
           MOVE "OPENING TOTAL:  " TO TOT-LABEL
           MOVE ZERO TO TOT-AMOUNT
           PERFORM 6750-PRINT-TOTAL-LINE
           MOVE "PERIOD ENTRIES: " TO TOT-LABEL
           MOVE WS-PERIOD-TOTAL TO TOT-AMOUNT
           PERFORM 6750-PRINT-TOTAL-LINE
           MOVE "CLOSING TOTAL:  " TO TOT-LABEL
           MOVE WS-PERIOD-TOTAL TO TOT-AMOUNT
           PERFORM 6750-PRINT-TOTAL-LINE.

       6750-PRINT-TOTAL-LINE.
           PERFORM 6760-CHECK-PAGE-BREAK
           WRITE STM-FILE-REC FROM WS-TOTAL-LINE
           PERFORM 6770-CHECK-STM-STATUS
           ADD 1 TO WS-LINE-COUNT.

       6760-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HEAD-PAGE
               MOVE WS-STM-FROM-DATE TO HEAD-FROM
               MOVE WS-TODAY TO HEAD-TO
               WRITE STM-FILE-REC FROM WS-HEAD-1
               PERFORM 6770-CHECK-STM-STATUS
               MOVE SPACES TO STM-FILE-REC
               WRITE STM-FILE-REC
               PERFORM 6770-CHECK-STM-STATUS
               MOVE 2 TO WS-LINE-COUNT
           END-IF.

      *    A FAILED WRITE LEAVES THE STATEMENT INCOMPLETE, SO THE
      *    CLOSE IS NOT RECORDED AND THE OPERATOR CAN TRY AGAIN.
       6770-CHECK-STM-STATUS.
           IF WS-STM-STATUS NOT = "00" AND WS-STM-OK-SWITCH = "Y"
               DISPLAY "*** WRITE TO " WS-STM-FILE-NAME
                   " FAILED, STATUS=" WS-STM-STATUS " ***"
               MOVE "N" TO WS-STM-OK-SWITCH
           END-IF.

      *    THE ACCOUNT RECORD READ AT THE START OF THE CLOSE-OUT IS
      *    STILL IN THE RECORD AREA; ONLY STATUS AND CLOSE DATE CHANGE.
       6800-RECORD-CLOSE.
           PERFORM 7100-SAVE-BEFORE-VALUES
           MOVE "C" TO ACCT-STATUS
           MOVE WS-TODAY TO ACCT-CLOSE-DATE
           REWRITE ACCT-REC
           IF WS-ACCT-STATUS = "00"
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " CLOSED ON "
                   WS-TODAY
               MOVE "CLOSE" TO CHG-ACTION
               PERFORM 7200-LOG-STATUS-FIELDS
           ELSE
               DISPLAY "*** REWRITE FAILED, STATUS="
                   WS-ACCT-STATUS " ***"
           END-IF.

      * ----------------------------------------------------------- *
      *  CHANGE LOG - ONE CHGLOG ENTRY PER FIELD A COMMITTED CHANGE  *
      *  ALTERED. THE CALLER SETS THE ACTION, FIELD AND VALUES; THE  *
      *  STAMP, OPERATOR, PROGRAM, MASTER AND KEY ARE ADDED HERE.    *
      *  THE MASTER HAS ALREADY BEEN REWRITTEN, SO A FAILED LOG      *
      *  WRITE STOPS THE RUN RATHER THAN LET FURTHER CHANGES GO      *
      *  UNRECORDED.                                                 *
      * ----------------------------------------------------------- *
       7000-LOG-CHANGE.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHG-TIME FROM TIME
           MOVE SPACES TO CHG-TIMESTAMP
           MOVE WS-CHG-YYYY TO CHG-TIMESTAMP(1:4)
           MOVE "-" TO CHG-TIMESTAMP(5:1)
           MOVE WS-CHG-MM TO CHG-TIMESTAMP(6:2)
           MOVE "-" TO CHG-TIMESTAMP(8:1)
           MOVE WS-CHG-DD TO CHG-TIMESTAMP(9:2)
           MOVE "-" TO CHG-TIMESTAMP(11:1)
           MOVE WS-CHG-HH TO CHG-TIMESTAMP(12:2)
           MOVE ":" TO CHG-TIMESTAMP(14:1)
           MOVE WS-CHG-MIN TO CHG-TIMESTAMP(15:2)
           MOVE ":" TO CHG-TIMESTAMP(17:1)
           MOVE WS-CHG-SS TO CHG-TIMESTAMP(18:2)
           MOVE WS-OPERATOR-ID TO CHG-OPERATOR-ID
           MOVE "ACT001" TO CHG-PROGRAM
           MOVE "ACCTMST" TO CHG-MASTER
           MOVE ACCT-ACCOUNT-ID TO CHG-KEY
           WRITE CHG-FILE-REC FROM CHG-REC
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO CHGLOG FAILED, STATUS="
                   WS-CHG-STATUS " - CHANGE TO " ACCT-ACCOUNT-ID
                   " NOT LOGGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7050-LOG-ADD-FIELDS.
           MOVE "ADD" TO CHG-ACTION
           MOVE SPACES TO CHG-BEFORE
           MOVE "NAME" TO CHG-FIELD
           MOVE ACCT-NAME TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "STATUS" TO CHG-FIELD
           MOVE ACCT-STATUS TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "LIMIT-IND" TO CHG-FIELD
           MOVE ACCT-LIMIT-IND TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "OVR-MIN" TO CHG-FIELD
           MOVE ACCT-OVR-MIN TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "OVR-MAX" TO CHG-FIELD
           MOVE ACCT-OVR-MAX TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "DAY-MAX-COUNT" TO CHG-FIELD
           MOVE ACCT-DAY-MAX-COUNT TO WS-CHG-COUNT
           MOVE WS-CHG-COUNT TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "DAY-MAX-TOTAL" TO CHG-FIELD
           MOVE ACCT-DAY-MAX-TOTAL TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "CLOSE-DATE" TO CHG-FIELD
           MOVE ACCT-CLOSE-DATE TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE.

       7100-SAVE-BEFORE-VALUES.
           MOVE ACCT-STATUS TO WS-BEFORE-STATUS
           MOVE ACCT-LIMIT-IND TO WS-BEFORE-LIMIT-IND
           MOVE ACCT-OVR-MIN TO WS-BEFORE-OVR-MIN
           MOVE ACCT-OVR-MAX TO WS-BEFORE-OVR-MAX
           MOVE ACCT-DAY-MAX-COUNT TO WS-BEFORE-DAY-COUNT
           MOVE ACCT-DAY-MAX-TOTAL TO WS-BEFORE-DAY-TOTAL
           MOVE ACCT-CLOSE-DATE TO WS-BEFORE-CLOSE-DATE.

       7200-LOG-STATUS-FIELDS.
           IF ACCT-STATUS NOT = WS-BEFORE-STATUS
               MOVE "STATUS" TO CHG-FIELD
               MOVE WS-BEFORE-STATUS TO CHG-BEFORE
               MOVE ACCT-STATUS TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-CLOSE-DATE NOT = WS-BEFORE-CLOSE-DATE
               MOVE "CLOSE-DATE" TO CHG-FIELD
               MOVE WS-BEFORE-CLOSE-DATE TO CHG-BEFORE
               MOVE ACCT-CLOSE-DATE TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF.

       7300-LOG-LIMIT-FIELDS.
           IF ACCT-LIMIT-IND NOT = WS-BEFORE-LIMIT-IND
               MOVE "LIMIT-IND" TO CHG-FIELD
               MOVE WS-BEFORE-LIMIT-IND TO CHG-BEFORE
               MOVE ACCT-LIMIT-IND TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-OVR-MIN NOT = WS-BEFORE-OVR-MIN
               MOVE "OVR-MIN" TO CHG-FIELD
               MOVE WS-BEFORE-OVR-MIN TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-BEFORE
               MOVE ACCT-OVR-MIN TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-OVR-MAX NOT = WS-BEFORE-OVR-MAX
               MOVE "OVR-MAX" TO CHG-FIELD
               MOVE WS-BEFORE-OVR-MAX TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-BEFORE
               MOVE ACCT-OVR-MAX TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-DAY-MAX-COUNT NOT = WS-BEFORE-DAY-COUNT
               MOVE "DAY-MAX-COUNT" TO CHG-FIELD
               MOVE WS-BEFORE-DAY-COUNT TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-BEFORE
               MOVE ACCT-DAY-MAX-COUNT TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-DAY-MAX-TOTAL NOT = WS-BEFORE-DAY-TOTAL
               MOVE "DAY-MAX-TOTAL" TO CHG-FIELD
               MOVE WS-BEFORE-DAY-TOTAL TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-BEFORE
               MOVE ACCT-DAY-MAX-TOTAL TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF.
