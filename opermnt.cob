      *            SMALL FILE IS REWRITTEN IN FULL AFTER EVERY
      *            COMMITTED CHANGE, THE WAY ACT001 MAINTAINED THE
      *            ACCOUNT MASTER BEFORE IT WENT INDEXED.
      *            THE OPERATOR SIGNS ON WITH ID AND PASSWORD AGAINST
      *            OPERSEC ITSELF BEFORE THE MENU OPENS; ONLY WHILE
      *            OPERSEC IS MISSING OR EMPTY, WHEN NOBODY COULD SIGN
      *            ON, IS A FIRST-TIME SET-UP TAKEN ON THE ID ALONE.
      *            EVERY FIELD A COMMITTED ADD, RESET OR AUTHORITY
      *            CHANGE ALTERS IS WRITTEN TO THE CUMULATIVE CHGLOG
      *            CHANGE LOG WITH ITS BEFORE AND AFTER VALUES, FOR
      *            LISTING BY CHG001. PASSWORDS THEMSELVES ARE NEVER
      *            LOGGED, ONLY THAT ONE WAS SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC001.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE
           RECORDING MODE IS F.
       01  OPER-FILE-REC          PIC X(50).

       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-FILE-REC           PIC X(137).

       WORKING-STORAGE SECTION.
       COPY OPERREC.
       COPY CHGREC.

       01  WS-OPER-STATUS         PIC XX     VALUE "00".
       01  WS-CHG-STATUS          PIC XX     VALUE "00".
       01  WS-OPER-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-CONTINUE-SWITCH     PIC X      VALUE "Y".
       01  WS-MENU-CHOICE         PIC X      VALUE SPACES.
       01  WS-ENTRY-PWD           PIC X(8)   VALUE SPACES.
       01  WS-LIST-SUB            PIC 9(3)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  OPERATOR SIGN-ON - THE SAME CHECK AS THE INQ001 SIGN-ON:    *
      *  THE ID MUST BE ON OPERSEC WITH A NON-BLANK PASSWORD THAT    *
      *  MATCHES. A PASSWORD THE OPERATOR HAS NOT YET CHOSEN (ZERO   *
      *  SET DATE) OR HAS LET EXPIRE IS NOT ACCEPTED HERE - IT IS    *
      *  CHANGED AT THE INQ001 SIGN-ON FIRST. THREE FAILED TRIES END *
      *  THE SESSION.                                                *
      * ----------------------------------------------------------- *
       01  WS-SIGNON-OK-SWITCH    PIC X      VALUE "N".
       01  WS-SIGNON-ID           PIC X(8)   VALUE SPACES.
       01  WS-SIGNON-PWD          PIC X(8)   VALUE SPACES.
       01  WS-SIGNON-TRY          PIC 9(1)   VALUE ZERO.
       01  WS-PWD-EXPIRY-DAYS     PIC 9(3)   VALUE 90.
       01  WS-PWD-EXPIRED         PIC X      VALUE "N".
       01  WS-SIGNON-DATE-N       PIC 9(8)   VALUE ZERO.
       01  WS-TODAY-INT           PIC 9(8)   VALUE ZERO.
       01  WS-PWD-SET-INT         PIC 9(8)   VALUE ZERO.

       01  WS-OPER-COUNT          PIC 9(3)   VALUE ZERO.
       01  WS-OPER-SUB            PIC 9(3)   VALUE ZERO.
       01  WS-OPER-TABLE.
               10  WS-OPER-TAB-PWD    PIC X(8).
               10  WS-OPER-TAB-PWD-DATE PIC 9(8).

      * ----------------------------------------------------------- *
      *  CHANGE LOG - THE OPERATOR ID SIGNED ON AT START-UP AND THE  *
      *  VALUES AS THEY STOOD BEFORE THE CHANGE.                     *
      * ----------------------------------------------------------- *
       01  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.
       01  WS-BEFORE-AUTH         PIC X      VALUE SPACES.
       01  WS-BEFORE-MAX          PIC 9(5)   VALUE ZERO.
       01  WS-BEFORE-PWD-DATE     PIC 9(8)   VALUE ZERO.
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

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "OPERATOR SECURITY MAINTENANCE".
           05  LINE 4  COL 10 VALUE "OPERATOR ID: ".
           05  LINE 4  COL 24 PIC X(8) TO WS-SIGNON-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:    ".
           05  LINE 5  COL 24 PIC X(8) TO WS-SIGNON-PWD SECURE.

       01  SETUP-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "OPERATOR SECURITY MAINTENANCE".
           05  LINE 3  COL 10 VALUE "FIRST-TIME SET-UP - OPERSEC EMPTY".
           05  LINE 4  COL 10 VALUE "OPERATOR ID: ".
           05  LINE 4  COL 24 PIC X(8) TO WS-OPERATOR-ID.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "OPERATOR SECURITY MAINTENANCE".

       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-OPERATOR-FILE
           PERFORM 1400-OPEN-CHANGE-LOG
           PERFORM 1500-IDENTIFY-OPERATOR
           PERFORM UNTIL WS-CONTINUE-SWITCH = "N"
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
                       DISPLAY "INVALID SELECTION - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE CHG-FILE
           STOP RUN.

      *    A MISSING FILE (STATUS 35) IS NOT FATAL HERE - THIS
               STOP RUN
           END-IF.

      *    THE CHANGE LOG IS CUMULATIVE AND IS CREATED ON FIRST USE.
      *    NO CHANGE MAY BE MADE THAT CANNOT BE LOGGED, SO ANY OTHER
      *    OPEN FAILURE STOPS THE RUN BEFORE THE MENU OPENS.
       1400-OPEN-CHANGE-LOG.
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

      *    WITH NO OPERATOR ON FILE THERE IS NO PASSWORD TO CHECK,
      *    SO THE FIRST-TIME SET-UP TAKES THE ID ALONE FOR THE CHANGE
      *    LOG. ONCE ANY OPERATOR IS ON OPERSEC, EVERY SESSION MUST
      *    SIGN ON.
       1500-IDENTIFY-OPERATOR.
           IF WS-OPER-COUNT = ZERO
               DISPLAY "OPERSEC HAS NO OPERATORS - FIRST-TIME SET-UP"
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY SETUP-SCREEN
                   ACCEPT SETUP-SCREEN
                   IF WS-OPERATOR-ID = SPACES
                       DISPLAY "*** OPERATOR ID REQUIRED ***"
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 1510-ONE-SIGN-ON-TRY
                   VARYING WS-SIGNON-TRY FROM 1 BY 1
                   UNTIL WS-SIGNON-TRY > 3
                       OR WS-SIGNON-OK-SWITCH = "Y"
               IF WS-SIGNON-OK-SWITCH = "N"
                   DISPLAY "SIGN-ON DENIED - SESSION ENDED"
                   CLOSE CHG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    THE SAME REFUSAL MESSAGE COVERS AN UNKNOWN ID AND A WRONG
      *    PASSWORD, AND A BLANK STORED PASSWORD NEVER SIGNS ON, AS
      *    AT THE INQ001 SIGN-ON.
       1510-ONE-SIGN-ON-TRY.
           MOVE SPACES TO WS-SIGNON-ID
           MOVE SPACES TO WS-SIGNON-PWD
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           SET OPER-IDX TO 1
           SEARCH WS-OPER-ENTRY
               AT END
                   DISPLAY "OPERATOR NOT AUTHORIZED - TRY AGAIN"
               WHEN WS-OPER-TAB-ID (OPER-IDX) = WS-SIGNON-ID
                   PERFORM 1520-CHECK-PASSWORD
           END-SEARCH.

       1520-CHECK-PASSWORD.
           IF WS-OPER-TAB-PWD (OPER-IDX) = SPACES
                   OR WS-SIGNON-PWD NOT = WS-OPER-TAB-PWD (OPER-IDX)
               DISPLAY "OPERATOR NOT AUTHORIZED - TRY AGAIN"
           ELSE
               PERFORM 1530-CHECK-PASSWORD-EXPIRY
               IF WS-PWD-EXPIRED = "Y"
                   DISPLAY "PASSWORD MUST BE CHANGED AT INQ001 "
                       "SIGN-ON BEFORE USE HERE"
               ELSE
                   MOVE "Y" TO WS-SIGNON-OK-SWITCH
                   MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
                   DISPLAY "SIGNED ON: " WS-OPERATOR-ID
               END-IF
           END-IF.

       1530-CHECK-PASSWORD-EXPIRY.
           MOVE "N" TO WS-PWD-EXPIRED
           IF WS-OPER-TAB-PWD-DATE (OPER-IDX) IS NOT NUMERIC
                   OR WS-OPER-TAB-PWD-DATE (OPER-IDX) = ZERO
               MOVE "Y" TO WS-PWD-EXPIRED
           ELSE
               ACCEPT WS-SIGNON-DATE-N FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE-N)
               COMPUTE WS-PWD-SET-INT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-OPER-TAB-PWD-DATE (OPER-IDX))
               IF WS-TODAY-INT - WS-PWD-SET-INT > WS-PWD-EXPIRY-DAYS
                   MOVE "Y" TO WS-PWD-EXPIRED
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  ADD - THE INITIAL PASSWORD IS SET BY DATA CONTROL BUT THE   *
      *  SET DATE STAYS ZERO, SO THE OPERATOR MUST CHOOSE THEIR OWN  *
               PERFORM 1200-REWRITE-OPERATOR-FILE
               DISPLAY "OPERATOR ADDED: " WS-ENTRY-ID
                   " - PASSWORD CHANGE FORCED AT FIRST SIGN-ON"
               MOVE "ADD" TO CHG-ACTION
               MOVE "NAME" TO CHG-FIELD
               MOVE SPACES TO CHG-BEFORE
               MOVE WS-ENTRY-NAME TO CHG-AFTER
               PERFORM 6000-LOG-CHANGE
               MOVE "AUTH" TO CHG-FIELD
               MOVE SPACES TO CHG-BEFORE
               MOVE WS-ENTRY-AUTH TO CHG-AFTER
               PERFORM 6000-LOG-CHANGE
               MOVE "MAX-CORRECT" TO CHG-FIELD
               MOVE SPACES TO CHG-BEFORE
               MOVE WS-ENTRY-MAX TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-AFTER
               PERFORM 6000-LOG-CHANGE
               MOVE "PASSWORD" TO CHG-FIELD
               MOVE SPACES TO CHG-BEFORE
               MOVE "SET - CHANGE PENDING" TO CHG-AFTER
               PERFORM 6000-LOG-CHANGE
           END-IF.

      * ----------------------------------------------------------- *
                       DISPLAY "*** RESET REJECTED - OPERATOR NOT "
                           "ON FILE ***"
                   WHEN WS-OPER-TAB-ID (OPER-IDX) = WS-ENTRY-ID
                       MOVE WS-OPER-TAB-PWD-DATE (OPER-IDX) TO
                           WS-BEFORE-PWD-DATE
                       MOVE WS-ENTRY-PWD TO WS-OPER-TAB-PWD (OPER-IDX)
                       MOVE ZERO TO WS-OPER-TAB-PWD-DATE (OPER-IDX)
                       PERFORM 1200-REWRITE-OPERATOR-FILE
                       DISPLAY "PASSWORD RESET FOR " WS-ENTRY-ID
                           " - CHANGE FORCED AT NEXT SIGN-ON"
                       PERFORM 3100-LOG-RESET
               END-SEARCH
           END-IF.

      *    THE BEFORE VALUE SHOWS WHEN THE OLD PASSWORD WAS SET, OR
      *    THAT A CHANGE WAS ALREADY PENDING; THE PASSWORDS ARE NOT
      *    WRITTEN.
       3100-LOG-RESET.
           MOVE "RESET" TO CHG-ACTION
           MOVE "PASSWORD" TO CHG-FIELD
           MOVE SPACES TO CHG-BEFORE
           IF WS-BEFORE-PWD-DATE IS NOT NUMERIC
                   OR WS-BEFORE-PWD-DATE = ZERO
               MOVE "CHANGE PENDING" TO CHG-BEFORE
           ELSE
               STRING "SET " WS-BEFORE-PWD-DATE
                   DELIMITED BY SIZE INTO CHG-BEFORE
           END-IF
           MOVE "RESET - CHANGE PENDING" TO CHG-AFTER
           PERFORM 6000-LOG-CHANGE.

       4000-CHANGE-AUTHORITY.
           MOVE SPACES TO WS-ENTRY-ID
           MOVE SPACES TO WS-ENTRY-AUTH
                       DISPLAY "*** CHANGE REJECTED - OPERATOR NOT "
                           "ON FILE ***"
                   WHEN WS-OPER-TAB-ID (OPER-IDX) = WS-ENTRY-ID
                       MOVE WS-OPER-TAB-AUTH (OPER-IDX) TO
                           WS-BEFORE-AUTH
                       MOVE WS-OPER-TAB-MAX (OPER-IDX) TO WS-BEFORE-MAX
                       MOVE WS-ENTRY-AUTH TO
                           WS-OPER-TAB-AUTH (OPER-IDX)
                       MOVE WS-ENTRY-MAX TO WS-OPER-TAB-MAX (OPER-IDX)
                       PERFORM 1200-REWRITE-OPERATOR-FILE
                       DISPLAY "AUTHORITY SET TO " WS-ENTRY-AUTH
                           " LIMIT " WS-ENTRY-MAX " FOR " WS-ENTRY-ID
                       PERFORM 4100-LOG-AUTHORITY
               END-SEARCH
           END-IF.

       4100-LOG-AUTHORITY.
           MOVE "AUTH" TO CHG-ACTION
           IF WS-ENTRY-AUTH NOT = WS-BEFORE-AUTH
               MOVE "AUTH" TO CHG-FIELD
               MOVE WS-BEFORE-AUTH TO CHG-BEFORE
               MOVE WS-ENTRY-AUTH TO CHG-AFTER
               PERFORM 6000-LOG-CHANGE
           END-IF
           IF WS-ENTRY-MAX NOT = WS-BEFORE-MAX
               MOVE "MAX-CORRECT" TO CHG-FIELD
               MOVE WS-BEFORE-MAX TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-BEFORE
               MOVE WS-ENTRY-MAX TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-AFTER
               PERFORM 6000-LOG-CHANGE
           END-IF.

      *    PASSWORDS ARE NEVER LISTED - ONLY WHETHER ONE IS PENDING
      *    A FORCED CHANGE.
       5000-LIST-OPERATORS.
                   WS-OPER-TAB-NAME (WS-LIST-SUB)
                   " PWD SET " WS-OPER-TAB-PWD-DATE (WS-LIST-SUB)
           END-IF.

      * ----------------------------------------------------------- *
      *  CHANGE LOG - ONE CHGLOG ENTRY PER FIELD A COMMITTED CHANGE  *
      *  ALTERED. THE CALLER SETS THE ACTION, FIELD AND VALUES; THE  *
      *  STAMP, OPERATOR, PROGRAM, MASTER AND KEY ARE ADDED HERE.    *
      *  OPERSEC HAS ALREADY BEEN REWRITTEN, SO A FAILED LOG WRITE   *
      *  STOPS THE RUN RATHER THAN LET FURTHER CHANGES GO            *
      *  UNRECORDED.                                                 *
      * ----------------------------------------------------------- *
       6000-LOG-CHANGE.
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
           MOVE "SEC001" TO CHG-PROGRAM
           MOVE "OPERSEC" TO CHG-MASTER
           MOVE WS-ENTRY-ID TO CHG-KEY
           WRITE CHG-FILE-REC FROM CHG-REC
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO CHGLOG FAILED, STATUS="
                   WS-CHG-STATUS " - CHANGE TO " WS-ENTRY-ID
                   " NOT LOGGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
