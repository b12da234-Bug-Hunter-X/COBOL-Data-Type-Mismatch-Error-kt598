      ******************************************************************
      *  PROGRAM:  SOM001  (file: stomnt.cob)
      *  PURPOSE:  ONLINE, MENU-DRIVEN MAINTENANCE OF THE INDEXED
      *            SORDMST STANDING ORDER MASTER READ BY THE SOG001
      *            GENERATOR. DATA CONTROL CAN ADD AN ORDER, SUSPEND,
      *            REINSTATE OR CANCEL IT, AMEND ITS AMOUNT AND END
      *            DATE, AND LIST THE MASTER. A NEW ORDER MUST NAME AN
      *            OPEN ACCOUNT ON ACCTMST AND CANNOT START IN THE
      *            PAST; ITS FIRST DUE DATE IS WORKED OUT HERE SO THE
      *            GENERATOR ONLY EVER STEPS IT ON. RECORDS ARE
      *            MAINTAINED IN PLACE WITH KEYED WRITES AND REWRITES,
      *            THE SAME WAY ACT001 MAINTAINS ACCTMST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOM001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORD-FILE ASSIGN TO "SORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-ID
               FILE STATUS IS WS-SORD-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORD-FILE.
       COPY SORDREC.

       FD  ACCT-FILE.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-SORD-STATUS         PIC XX     VALUE "00".
       01  WS-ACCT-STATUS         PIC XX     VALUE "00".
       01  WS-SORD-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-CONTINUE-SWITCH     PIC X      VALUE "Y".
       01  WS-MENU-CHOICE         PIC X      VALUE SPACES.
       01  WS-TODAY               PIC 9(8)   VALUE ZERO.
       01  WS-ERROR-MSG           PIC X(50)  VALUE SPACES.
       01  WS-ENTRY-ORDER         PIC X(8)   VALUE SPACES.
       01  WS-ENTRY-ACCOUNT       PIC X(10)  VALUE SPACES.
      *    THE AMOUNT IS KEYED IN CENTS (NO DECIMAL POINT) AND
      *    CONVERTED TO THE DOLLARS-AND-CENTS MASTER FIELD.
       01  WS-ENTRY-AMOUNT        PIC 9(9)   VALUE ZERO.
       01  WS-ENTRY-DC            PIC X      VALUE SPACES.
       01  WS-ENTRY-FREQUENCY     PIC X      VALUE SPACES.
       01  WS-ENTRY-DAY           PIC 9(2)   VALUE ZERO.
       01  WS-ENTRY-START         PIC 9(8)   VALUE ZERO.
       01  WS-ENTRY-END           PIC 9(8)   VALUE ZERO.
       01  WS-ENTRY-STATUS        PIC X      VALUE SPACES.
       01  WS-ENTRY-DESC          PIC X(30)  VALUE SPACES.
       01  WS-LIST-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-LIST-AMOUNT         PIC Z,ZZZ,ZZ9.99.

      * ----------------------------------------------------------- *
      *  DATE WORK - A KEYED DATE IS PROVED A REAL CALENDAR DATE     *
      *  WITH THE SAME MONTH-LENGTH RULE BUG001 APPLIES TO EFFECTIVE *
      *  DATES, AND THE FIRST DUE DATE IS BUILT IN WS-CHK-DATE.      *
      * ----------------------------------------------------------- *
       01  WS-CHK-DATE.
           05  WS-CHK-YYYY        PIC 9(4).
           05  WS-CHK-MM          PIC 9(2).
           05  WS-CHK-DD          PIC 9(2).
       01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE PIC 9(8).
       01  WS-DATE-OK-SWITCH      PIC X      VALUE "N".
       01  WS-DAYS-IN-MONTH       PIC 9(2)   VALUE ZERO.

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "STANDING ORDER MAINTENANCE".
           05  LINE 4  COL 10 VALUE "1. ADD A STANDING ORDER".
           05  LINE 5  COL 10 VALUE "2. CHANGE ORDER STATUS (A/S/C)".
           05  LINE 6  COL 10 VALUE "3. AMEND AMOUNT / END DATE".
           05  LINE 7  COL 10 VALUE "4. LIST STANDING ORDERS".
           05  LINE 8  COL 10 VALUE "5. EXIT".
           05  LINE 10 COL 10 VALUE "SELECTION: ".
           05  LINE 10 COL 21 PIC X USING WS-MENU-CHOICE.

       01  ADD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "ADD A STANDING ORDER".
           05  LINE 4  COL 10 VALUE "ORDER ID: ".
           05  LINE 4  COL 44 PIC X(8) TO WS-ENTRY-ORDER.
           05  LINE 5  COL 10 VALUE "ACCOUNT ID: ".
           05  LINE 5  COL 44 PIC X(10) TO WS-ENTRY-ACCOUNT.
           05  LINE 6  COL 10 VALUE "AMOUNT (CENTS): ".
           05  LINE 6  COL 44 PIC 9(9) TO WS-ENTRY-AMOUNT.
           05  LINE 7  COL 10 VALUE "DEBIT OR CREDIT (D/C): ".
           05  LINE 7  COL 44 PIC X TO WS-ENTRY-DC.
           05  LINE 8  COL 10 VALUE "FREQUENCY (W/M/D): ".
           05  LINE 8  COL 44 PIC X TO WS-ENTRY-FREQUENCY.
           05  LINE 9  COL 10 VALUE "DAY OF MONTH (FREQUENCY D): ".
           05  LINE 9  COL 44 PIC 9(2) TO WS-ENTRY-DAY.
           05  LINE 10 COL 10 VALUE "START DATE (YYYYMMDD): ".
           05  LINE 10 COL 44 PIC 9(8) TO WS-ENTRY-START.
           05  LINE 11 COL 10 VALUE "END DATE (YYYYMMDD, 0=NONE): ".
           05  LINE 11 COL 44 PIC 9(8) TO WS-ENTRY-END.
           05  LINE 12 COL 10 VALUE "DESCRIPTION: ".
           05  LINE 12 COL 44 PIC X(30) TO WS-ENTRY-DESC.

       01  STATUS-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "CHANGE ORDER STATUS".
           05  LINE 4  COL 10 VALUE "ORDER ID: ".
           05  LINE 4  COL 38 PIC X(8) TO WS-ENTRY-ORDER.
           05  LINE 5  COL 10 VALUE "NEW STATUS (A/S/C): ".
           05  LINE 5  COL 38 PIC X TO WS-ENTRY-STATUS.

       01  AMEND-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "AMEND AMOUNT / END DATE".
           05  LINE 4  COL 10 VALUE "ORDER ID: ".
           05  LINE 4  COL 44 PIC X(8) TO WS-ENTRY-ORDER.
           05  LINE 5  COL 10 VALUE "NEW AMOUNT (CENTS): ".
           05  LINE 5  COL 44 PIC 9(9) TO WS-ENTRY-AMOUNT.
           05  LINE 6  COL 10 VALUE "NEW END DATE (YYYYMMDD, 0=NONE):".
           05  LINE 6  COL 44 PIC 9(8) TO WS-ENTRY-END.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-CONTINUE-SWITCH = "N"
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM 2000-ADD-ORDER
                   WHEN "2"
                       PERFORM 3000-CHANGE-STATUS
                   WHEN "3"
                       PERFORM 4000-AMEND-ORDER
                   WHEN "4"
                       PERFORM 5000-LIST-ORDERS
                   WHEN "5"
                       MOVE "N" TO WS-CONTINUE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE SORD-FILE
           CLOSE ACCT-FILE
           STOP RUN.

      *    A MISSING SORDMST IS CREATED EMPTY, THE SAME WAY ACT001
      *    FIRST BUILDS ACCTMST. ACCTMST IS ONLY READ HERE, TO PROVE
      *    A NEW ORDER'S ACCOUNT.
       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O SORD-FILE
           IF WS-SORD-STATUS = "35"
               OPEN OUTPUT SORD-FILE
               IF WS-SORD-STATUS = "00"
                   CLOSE SORD-FILE
                   OPEN I-O SORD-FILE
               END-IF
           END-IF
           IF WS-SORD-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN SORDMST, STATUS="
                   WS-SORD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      *  ADD - EVERY FIELD IS PROVED BEFORE THE KEYED WRITE, WHICH   *
      *  REFUSES A DUPLICATE ORDER ID. NEW ORDERS START ACTIVE.      *
      * ----------------------------------------------------------- *
       2000-ADD-ORDER.
           MOVE SPACES TO WS-ENTRY-ORDER
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           MOVE ZERO TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-ENTRY-DC
           MOVE SPACES TO WS-ENTRY-FREQUENCY
           MOVE ZERO TO WS-ENTRY-DAY
           MOVE ZERO TO WS-ENTRY-START
           MOVE ZERO TO WS-ENTRY-END
           MOVE SPACES TO WS-ENTRY-DESC
           DISPLAY ADD-SCREEN
           ACCEPT ADD-SCREEN
           PERFORM 2100-VALIDATE-NEW-ORDER
           IF WS-ERROR-MSG NOT = SPACES
               DISPLAY "*** ADD REJECTED - " WS-ERROR-MSG " ***"
           ELSE
               MOVE WS-ENTRY-ORDER TO SORD-ORDER-ID
               MOVE WS-ENTRY-ACCOUNT TO SORD-ACCOUNT-ID
               COMPUTE SORD-AMOUNT = WS-ENTRY-AMOUNT / 100
               MOVE WS-ENTRY-DC TO SORD-DC-IND
               MOVE WS-ENTRY-FREQUENCY TO SORD-FREQUENCY
               MOVE WS-ENTRY-DAY TO SORD-DAY
               MOVE WS-ENTRY-START TO SORD-START-DATE
               MOVE WS-ENTRY-END TO SORD-END-DATE
               MOVE "A" TO SORD-STATUS
               MOVE ZERO TO SORD-LAST-GEN-DATE
               MOVE WS-ENTRY-DESC TO SORD-DESCRIPTION
               PERFORM 2200-FIRST-DUE-DATE
               WRITE SORD-REC
                   INVALID KEY
                       DISPLAY "*** ADD REJECTED - ORDER ALREADY "
                           "ON MASTER ***"
                   NOT INVALID KEY
                       DISPLAY "ORDER " WS-ENTRY-ORDER
                           " ADDED, FIRST DUE " SORD-NEXT-DUE-DATE
               END-WRITE
           END-IF.

       2100-VALIDATE-NEW-ORDER.
           MOVE SPACES TO WS-ERROR-MSG
           EVALUATE TRUE
               WHEN WS-ENTRY-ORDER = SPACES
                   MOVE "ORDER ID REQUIRED" TO WS-ERROR-MSG
               WHEN WS-ENTRY-AMOUNT = ZERO
                   MOVE "AMOUNT MUST BE GREATER THAN ZERO"
                       TO WS-ERROR-MSG
               WHEN WS-ENTRY-DC NOT = "D" AND WS-ENTRY-DC NOT = "C"
                   MOVE "DEBIT/CREDIT MUST BE D OR C" TO WS-ERROR-MSG
               WHEN WS-ENTRY-FREQUENCY NOT = "W"
                       AND WS-ENTRY-FREQUENCY NOT = "M"
                       AND WS-ENTRY-FREQUENCY NOT = "D"
                   MOVE "FREQUENCY MUST BE W, M OR D" TO WS-ERROR-MSG
               WHEN WS-ENTRY-FREQUENCY = "D"
                       AND (WS-ENTRY-DAY < 1 OR WS-ENTRY-DAY > 31)
                   MOVE "DAY OF MONTH MUST BE 01-31" TO WS-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ERROR-MSG = SPACES
               MOVE WS-ENTRY-START TO WS-CHK-DATE-N
               PERFORM 2300-CHECK-DATE
               IF WS-DATE-OK-SWITCH = "N"
                   MOVE "START DATE IS NOT A VALID DATE"
                       TO WS-ERROR-MSG
               ELSE
                   IF WS-ENTRY-START < WS-TODAY
                       MOVE "START DATE IS IN THE PAST"
                           TO WS-ERROR-MSG
                   END-IF
               END-IF
           END-IF
           IF WS-ERROR-MSG = SPACES
               PERFORM 2150-VALIDATE-END-DATE
           END-IF
           IF WS-ERROR-MSG = SPACES
               MOVE WS-ENTRY-ACCOUNT TO ACCT-ACCOUNT-ID
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON MASTER" TO WS-ERROR-MSG
                   NOT INVALID KEY
                       IF ACCT-STATUS NOT = "O"
                           MOVE "ACCOUNT IS NOT OPEN" TO WS-ERROR-MSG
                       END-IF
               END-READ
           END-IF
      *    A MONTHLY ORDER FALLS ON ITS START DATE'S DAY; A WEEKLY
      *    ONE HAS NO DAY OF MONTH.
           IF WS-ENTRY-FREQUENCY = "M"
               MOVE WS-ENTRY-START(7:2) TO WS-ENTRY-DAY
           END-IF
           IF WS-ENTRY-FREQUENCY = "W"
               MOVE ZERO TO WS-ENTRY-DAY
           END-IF.

       2150-VALIDATE-END-DATE.
           IF WS-ENTRY-END NOT = ZERO
               MOVE WS-ENTRY-END TO WS-CHK-DATE-N
               PERFORM 2300-CHECK-DATE
               IF WS-DATE-OK-SWITCH = "N"
                   MOVE "END DATE IS NOT A VALID DATE" TO WS-ERROR-MSG
               ELSE
                   IF WS-ENTRY-END < WS-ENTRY-START
                       MOVE "END DATE IS BEFORE START DATE"
                           TO WS-ERROR-MSG
                   END-IF
               END-IF
           END-IF.

      *    WEEKLY AND MONTHLY ORDERS ARE FIRST DUE ON THE START DATE;
      *    A DAY-OF-MONTH ORDER ON THE FIRST OCCURRENCE OF ITS DAY ON
      *    OR AFTER THE START DATE.
       2200-FIRST-DUE-DATE.
           MOVE SORD-START-DATE TO SORD-NEXT-DUE-DATE
           IF SORD-DAY-OF-MONTH
               MOVE SORD-START-DATE TO WS-CHK-DATE-N
               PERFORM 2310-SET-DAYS-IN-MONTH
               PERFORM 2210-SET-ORDER-DAY
               IF WS-CHK-DATE-N < SORD-START-DATE
                   IF WS-CHK-MM = 12
                       MOVE 1 TO WS-CHK-MM
                       ADD 1 TO WS-CHK-YYYY
                   ELSE
                       ADD 1 TO WS-CHK-MM
                   END-IF
                   PERFORM 2310-SET-DAYS-IN-MONTH
                   PERFORM 2210-SET-ORDER-DAY
               END-IF
               MOVE WS-CHK-DATE-N TO SORD-NEXT-DUE-DATE
           END-IF.

       2210-SET-ORDER-DAY.
           IF SORD-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CHK-DD
           ELSE
               MOVE SORD-DAY TO WS-CHK-DD
           END-IF.

       2300-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH
           IF WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
               PERFORM 2310-SET-DAYS-IN-MONTH
               IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-DAYS-IN-MONTH
                   MOVE "Y" TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

       2310-SET-DAYS-IN-MONTH.
           EVALUATE WS-CHK-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF FUNCTION MOD(WS-CHK-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-CHK-YYYY, 100) NOT = 0
                        OR FUNCTION MOD(WS-CHK-YYYY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      * ----------------------------------------------------------- *
      *  STATUS CHANGE - SUSPEND (S), REINSTATE (A) OR CANCEL (C).   *
      *  OCCURRENCES FALLING DUE WHILE AN ORDER IS SUSPENDED ARE     *
      *  SKIPPED BY THE GENERATOR, NOT SAVED UP FOR REINSTATEMENT.   *
      *  A CANCELLED OR ENDED ORDER IS FINAL - A NEW ORDER IS ADDED  *
      *  INSTEAD.                                                    *
      * ----------------------------------------------------------- *
       3000-CHANGE-STATUS.
           MOVE SPACES TO WS-ENTRY-ORDER
           MOVE SPACES TO WS-ENTRY-STATUS
           DISPLAY STATUS-SCREEN
           ACCEPT STATUS-SCREEN
           IF WS-ENTRY-STATUS NOT = "A" AND
                   WS-ENTRY-STATUS NOT = "S" AND
                   WS-ENTRY-STATUS NOT = "C"
               DISPLAY "*** CHANGE REJECTED - STATUS MUST BE "
                   "A, S OR C ***"
           ELSE
               MOVE WS-ENTRY-ORDER TO SORD-ORDER-ID
               READ SORD-FILE
                   INVALID KEY
                       DISPLAY "*** CHANGE REJECTED - ORDER NOT "
                           "ON MASTER ***"
                   NOT INVALID KEY
                       PERFORM 3100-APPLY-STATUS
               END-READ
           END-IF.

       3100-APPLY-STATUS.
           IF SORD-CANCELLED OR SORD-ENDED
               DISPLAY "*** CHANGE REJECTED - ORDER IS "
                   SORD-STATUS " AND CANNOT BE CHANGED ***"
           ELSE
               MOVE WS-ENTRY-STATUS TO SORD-STATUS
               REWRITE SORD-REC
               IF WS-SORD-STATUS = "00"
                   DISPLAY "STATUS SET TO " WS-ENTRY-STATUS
                       " FOR " WS-ENTRY-ORDER
               ELSE
                   DISPLAY "*** REWRITE FAILED, STATUS="
                       WS-SORD-STATUS " ***"
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  AMEND - A NEW AMOUNT APPLIES FROM THE NEXT OCCURRENCE       *
      *  GENERATED. THE END DATE MAY BE CLEARED TO ZERO OR MOVED,    *
      *  BUT NOT BEFORE THE START DATE.                              *
      * ----------------------------------------------------------- *
       4000-AMEND-ORDER.
           MOVE SPACES TO WS-ENTRY-ORDER
           MOVE ZERO TO WS-ENTRY-AMOUNT
           MOVE ZERO TO WS-ENTRY-END
           DISPLAY AMEND-SCREEN
           ACCEPT AMEND-SCREEN
           IF WS-ENTRY-AMOUNT = ZERO
               DISPLAY "*** AMEND REJECTED - AMOUNT MUST BE GREATER "
                   "THAN ZERO ***"
           ELSE
               MOVE WS-ENTRY-ORDER TO SORD-ORDER-ID
               READ SORD-FILE
                   INVALID KEY
                       DISPLAY "*** AMEND REJECTED - ORDER NOT "
                           "ON MASTER ***"
                   NOT INVALID KEY
                       PERFORM 4100-APPLY-AMENDMENT
               END-READ
           END-IF.

       4100-APPLY-AMENDMENT.
           MOVE SPACES TO WS-ERROR-MSG
           MOVE SORD-START-DATE TO WS-ENTRY-START
           PERFORM 2150-VALIDATE-END-DATE
           IF SORD-CANCELLED OR SORD-ENDED
               MOVE "ORDER IS CANCELLED OR ENDED" TO WS-ERROR-MSG
           END-IF
           IF WS-ERROR-MSG NOT = SPACES
               DISPLAY "*** AMEND REJECTED - " WS-ERROR-MSG " ***"
           ELSE
               COMPUTE SORD-AMOUNT = WS-ENTRY-AMOUNT / 100
               MOVE WS-ENTRY-END TO SORD-END-DATE
               REWRITE SORD-REC
               IF WS-SORD-STATUS = "00"
                   DISPLAY "ORDER " WS-ENTRY-ORDER " AMENDED"
               ELSE
                   DISPLAY "*** REWRITE FAILED, STATUS="
                       WS-SORD-STATUS " ***"
               END-IF
           END-IF.

      *    THE LIST WALKS THE WHOLE MASTER IN KEY ORDER.
       5000-LIST-ORDERS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-SORD-EOF-SWITCH
           MOVE LOW-VALUES TO SORD-ORDER-ID
           START SORD-FILE KEY NOT < SORD-ORDER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SORD-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-SORD-EOF-SWITCH = "Y"
               READ SORD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SORD-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE SORD-AMOUNT TO WS-LIST-AMOUNT
                       DISPLAY SORD-ORDER-ID " "
                           SORD-STATUS " "
                           SORD-ACCOUNT-ID " "
                           SORD-DC-IND " "
                           WS-LIST-AMOUNT " "
                           SORD-FREQUENCY " NEXT "
                           SORD-NEXT-DUE-DATE " END "
                           SORD-END-DATE
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO STANDING ORDERS ON MASTER"
           ELSE
               DISPLAY "STANDING ORDERS ON MASTER: " WS-LIST-COUNT
           END-IF.
