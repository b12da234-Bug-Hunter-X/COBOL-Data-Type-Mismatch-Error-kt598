      ******************************************************************
      *  PROGRAM:  PRG001  (file: audpurge.cob)
      *  PURPOSE:  RETENTION PURGE OF THE CONSOLIDATED AUDITMST
      *            HISTORY. EVERY RECORD DATED BEFORE THE CUTOFF IS
      *            COPIED TO THE DATED AUDMHIST.YYYYMMDD HISTORY
      *            ARCHIVE AND DELETED FROM THE MASTER, AND EACH
      *            ACCOUNT PURGED IS LEFT A BFWD (BROUGHT FORWARD)
      *            RECORD CARRYING THE TOTAL OF EVERY ENTRY AMOUNT
      *            REMOVED AND, WHEN CORRECTIONS WERE REMOVED TOO, A
      *            BFWDCORR RECORD CARRYING THEIR NET - EACH CORRECT
      *            ENTRY LESS THE ENTRY OR CORRECT BEFORE IT, THE SAME
      *            RULE ADJ001 POSTS BY AND BAL001 PROVES BY. TOGETHER
      *            THEY ARE THE NET POSTED VALUE OF WHAT WAS REMOVED.
      *            EARLIER BFWD AND BFWDCORR RECORDS OLDER THAN THE
      *            CUTOFF ARE FOLDED INTO THE NEW ONES, SO THERE IS
      *            NEVER MORE THAN ONE OF EACH PER ACCOUNT. THE BFWD
      *            RECORD TAKES THE KEY OF THE FIRST RECORD REPLACED
      *            AND THE BFWDCORR RECORD THAT OF THE LAST, SO BOTH
      *            SORT AHEAD OF EVERYTHING STILL ON FILE FOR THE
      *            ACCOUNT. STM001 OPENS A STATEMENT WITH THE BFWD
      *            ENTRY TOTAL ONLY, AS IT DOES WITH ENTRY RECORDS;
      *            INQ001 SHOWS BOTH AS BROUGHT FORWARD AND BAL001
      *            PROVES FROM BOTH. COUNTS AND TOTALS REMOVED PRINT BY
      *            ACCOUNT ON PURGERPT AND A RUNCTL RECORD IS WRITTEN.
      *            A CORRECT ENTRY IS POSTED AGAINST THE LAST ENTRY OR
      *            CORRECT BEFORE IT, SO WHEN AN ACCOUNT'S FIRST
      *            POSTING KEPT WOULD BE A CORRECT ENTRY, ITS PURGE
      *            STOPS SHORT AT ITS LAST ENTRY BEFORE THE CUTOFF AND
      *            THE CORRECTION CHAIN FROM THERE STAYS ON FILE.
      *            ARG 1 IS THE CUTOFF DATE AS YYYYMMDD. IT MUST BE
      *            BEFORE TODAY AND THE DAY BEFORE IT MUST LIE IN A
      *            MONTH CLOSED ON PERIODCTL, SO NOTHING PURGED CAN
      *            STILL BE CORRECTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDM-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-AUDM-STATUS.

           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PERD-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.

           SELECT RPT-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDM-FILE.
       COPY AUDMREC.

       FD  HIST-FILE
           RECORDING MODE IS F.
       01  HIST-FILE-REC          PIC X(71).

       FD  PERD-FILE
           RECORDING MODE IS F.
       01  PERD-FILE-REC          PIC X(92).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY PERDREC.
       COPY RUNREC.

       01  WS-AUDM-STATUS         PIC XX     VALUE "00".
       01  WS-HIST-STATUS         PIC XX     VALUE "00".
       01  WS-PERD-STATUS         PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-AUDM-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-PERD-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.
       01  WS-HIST-FILE-NAME      PIC X(30)  VALUE SPACES.

      * ----------------------------------------------------------- *
      *  CUTOFF - A RECORD IS PURGED WHEN THE DATE PART OF ITS       *
      *  TIMESTAMP SORTS BEFORE WS-CUTOFF-TS.                        *
      * ----------------------------------------------------------- *
       01  WS-CUTOFF-X            PIC X(8)   VALUE SPACES.
       01  WS-CUTOFF-DATE         PIC 9(8)   VALUE ZERO.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY     PIC 9(4).
           05  WS-CUTOFF-MM       PIC 9(2).
           05  WS-CUTOFF-DD       PIC 9(2).
       01  WS-CUTOFF-TS           PIC X(10)  VALUE SPACES.
       01  WS-LAST-PURGED-DATE    PIC 9(8)   VALUE ZERO.
       01  WS-LAST-PURGED-PERIOD  PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-CLOSED-SWITCH PIC X     VALUE "N".

      * ----------------------------------------------------------- *
      *  ACCOUNT SCAN - THE FIRST PASS OVER AN ACCOUNT WORKS OUT HOW *
      *  FAR ITS PURGE MAY GO AND THE NET VALUE BROUGHT FORWARD.     *
      *  WS-HOLD- FIELDS SNAPSHOT THE SCAN JUST AHEAD OF EACH ENTRY  *
      *  BEFORE THE CUTOFF, FOR WHEN A CORRECTION CHAIN MUST STAY.   *
      * ----------------------------------------------------------- *
       01  WS-SCAN-ACCOUNT        PIC X(10)  VALUE SPACES.
       01  WS-SCAN-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-SCAN-BFWD-COUNT     PIC 9(7)   VALUE ZERO.
       01  WS-SCAN-NET            PIC S9(11)V99 VALUE ZERO.
       01  WS-SCAN-ENTRIES        PIC S9(11)V99 VALUE ZERO.
       01  WS-SCAN-CORR-NET       PIC S9(11)V99 VALUE ZERO.
       01  WS-SCAN-LAST-VALUE     PIC S9(8)V99 VALUE ZERO.
       01  WS-SCAN-LAST-FOUND     PIC X      VALUE "N".
       01  WS-SCAN-PREV-KEY       PIC X(32)  VALUE SPACES.
       01  WS-SCAN-FIRST-KEPT     PIC X(8)   VALUE SPACES.
       01  WS-HOLD-SWITCH         PIC X      VALUE "N".
       01  WS-HOLD-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-HOLD-BFWD-COUNT     PIC 9(7)   VALUE ZERO.
       01  WS-HOLD-NET            PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-ENTRIES        PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-CORR-NET       PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-PREV-KEY       PIC X(32)  VALUE SPACES.

      * ----------------------------------------------------------- *
      *  THE PURGE DECIDED FOR THE ACCOUNT - HOW MANY OF ITS OLDEST  *
      *  RECORDS GO, THE KEYS OF THE FIRST AND LAST OF THEM (WHICH   *
      *  THE BFWD AND BFWDCORR RECORDS TAKE OVER) AND WHAT THEY      *
      *  CARRIED - THE NET SPLIT INTO ITS ENTRY AND CORRECTION PARTS.*
      * ----------------------------------------------------------- *
       01  WS-PURGE-COUNT         PIC 9(7)   VALUE ZERO.
       01  WS-PURGE-NET           PIC S9(11)V99 VALUE ZERO.
       01  WS-PURGE-ENTRIES       PIC S9(11)V99 VALUE ZERO.
       01  WS-PURGE-CORR-NET      PIC S9(11)V99 VALUE ZERO.
       01  WS-PURGE-BFWD-ENTRIES  PIC S9(11)V99 VALUE ZERO.
       01  WS-PURGE-FIRST-KEY     PIC X(32)  VALUE SPACES.
       01  WS-PURGE-LAST-KEY.
           05  WS-PURGE-LAST-ACCOUNT  PIC X(10).
           05  WS-PURGE-LAST-TS       PIC X(19).
           05  WS-PURGE-LAST-SEQ      PIC 9(3).
       01  WS-PURGE-NOTE          PIC X(27)  VALUE SPACES.
       01  WS-MOVED-THIS-ACCOUNT  PIC 9(7)   VALUE ZERO.
       01  WS-BFWD-LIMIT          PIC S9(11)V99 VALUE 99999999.99.

       01  WS-RECORDS-READ        PIC 9(7)   VALUE ZERO.
       01  WS-RECORDS-MOVED       PIC 9(7)   VALUE ZERO.
       01  WS-ACCOUNTS-PURGED     PIC 9(7)   VALUE ZERO.
       01  WS-ACCOUNTS-HELD       PIC 9(7)   VALUE ZERO.
       01  WS-ACCOUNTS-NOT-PURGED PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-ENTRIES       PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-NET           PIC S9(13)V99 VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PRINTED REPORT LINES                                        *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(30)
               VALUE "PRG001  AUDITMST RETENTION    ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "CUTOFF: ".
           05  HEAD-CUTOFF        PIC 9(8).
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-HEAD-2.
           05  FILLER             PIC X(11)  VALUE "ACCOUNT    ".
           05  FILLER             PIC X(9)   VALUE "  RECORDS".
           05  FILLER             PIC X(21)
               VALUE "        ENTRY AMOUNTS".
           05  FILLER             PIC X(21)
               VALUE "      NET BROUGHT FWD".
           05  FILLER             PIC X(11)  VALUE "  AS AT".
           05  FILLER             PIC X(27)  VALUE "NOTE".
       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-MOVED          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-ENTRIES        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-NET            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-AS-AT          PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-NOTE           PIC X(27).
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(30).
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-ONE-ACCOUNT
               UNTIL WS-AUDM-EOF-SWITCH = "Y"
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-START-TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               MOVE 1 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-CUTOFF-X FROM ARGUMENT-VALUE
           END-IF
           IF WS-CUTOFF-X IS NOT NUMERIC
               DISPLAY "FATAL: CUTOFF DATE MUST BE GIVEN AS YYYYMMDD "
                   "IN ARGUMENT 1"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUTOFF-X TO WS-CUTOFF-DATE
           IF WS-CUTOFF-MM < 1 OR WS-CUTOFF-MM > 12
                   OR WS-CUTOFF-DD < 1 OR WS-CUTOFF-DD > 31
               DISPLAY "FATAL: CUTOFF " WS-CUTOFF-DATE
                   " IS NOT A VALID YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) = ZERO
               DISPLAY "FATAL: CUTOFF " WS-CUTOFF-DATE
                   " IS NOT A VALID YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUTOFF-DATE NOT < WS-RUN-DATE
               DISPLAY "FATAL: CUTOFF " WS-CUTOFF-DATE
                   " IS NOT BEFORE TODAY - PURGE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CUTOFF-TS
           STRING WS-CUTOFF-YYYY "-" WS-CUTOFF-MM "-" WS-CUTOFF-DD
               DELIMITED BY SIZE INTO WS-CUTOFF-TS
           PERFORM 1100-CHECK-PERIOD-CLOSED
           OPEN I-O AUDM-FILE
           IF WS-AUDM-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN AUDITMST, STATUS="
                   WS-AUDM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A SECOND PURGE ON THE SAME DAY APPENDS TO THE DAY'S
      *    ARCHIVE RATHER THAN REPLACING WHAT THE FIRST ONE MOVED.
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING "AUDMHIST." WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN " WS-HIST-FILE-NAME
                   ", STATUS=" WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN PURGERPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO AUDM-KEY
           START AUDM-FILE KEY NOT < AUDM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AUDM-EOF-SWITCH
           END-START
           PERFORM 2900-READ-NEXT-HISTORY.

      * ----------------------------------------------------------- *
      *  THE MONTH HOLDING THE LAST DAY PURGED MUST BE CLOSED. A     *
      *  MISSING PERIODCTL MEANS NO MONTH HAS BEEN CLOSED, SO THE    *
      *  PURGE IS REFUSED.                                           *
      * ----------------------------------------------------------- *
       1100-CHECK-PERIOD-CLOSED.
           COMPUTE WS-LAST-PURGED-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) - 1)
           MOVE WS-LAST-PURGED-DATE(1:6) TO WS-LAST-PURGED-PERIOD
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS = "00"
               PERFORM UNTIL WS-PERD-EOF-SWITCH = "Y"
                   READ PERD-FILE INTO PERD-REC
                       AT END
                           MOVE "Y" TO WS-PERD-EOF-SWITCH
                       NOT AT END
                           IF PERD-PERIOD = WS-LAST-PURGED-PERIOD
                                   AND PERD-CLOSED
                               MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERD-FILE
           ELSE
               IF WS-PERD-STATUS NOT = "35"
                   DISPLAY "FATAL: UNABLE TO OPEN PERIODCTL, STATUS="
                       WS-PERD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PERIOD-CLOSED-SWITCH = "N"
               DISPLAY "FATAL: PERIOD " WS-LAST-PURGED-PERIOD
                   " IS NOT CLOSED - PURGE TO " WS-CUTOFF-DATE
                   " REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      *  ONE ACCOUNT AT A TIME: SCAN IT, PURGE WHAT THE SCAN ALLOWS, *
      *  THEN POSITION ON THE FIRST RECORD OF THE NEXT ACCOUNT.      *
      * ----------------------------------------------------------- *
       2000-PURGE-ONE-ACCOUNT.
           PERFORM 2100-SCAN-ACCOUNT
           PERFORM 2200-DECIDE-PURGE
           IF WS-PURGE-COUNT > ZERO
               PERFORM 2300-MOVE-ACCOUNT-HISTORY
               PERFORM 2400-WRITE-BROUGHT-FORWARD
           END-IF
           IF WS-PURGE-COUNT > ZERO OR WS-PURGE-NOTE NOT = SPACES
               PERFORM 2500-PRINT-ACCOUNT-LINE
           END-IF
           MOVE WS-SCAN-ACCOUNT TO AUDM-ACCOUNT-ID
           MOVE HIGH-VALUES TO AUDM-KEY(11:22)
           START AUDM-FILE KEY > AUDM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AUDM-EOF-SWITCH
           END-START
      *    THE RECORD THIS FINDS IS THE ONE THAT ENDED THE SCAN, SO IT
      *    HAS ALREADY BEEN COUNTED IN THE RECORDS READ.
           IF WS-AUDM-EOF-SWITCH = "N"
               READ AUDM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDM-EOF-SWITCH
               END-READ
           END-IF.

       2100-SCAN-ACCOUNT.
           MOVE AUDM-ACCOUNT-ID TO WS-SCAN-ACCOUNT
           MOVE ZERO TO WS-SCAN-COUNT
           MOVE ZERO TO WS-SCAN-BFWD-COUNT
           MOVE ZERO TO WS-SCAN-NET
           MOVE ZERO TO WS-SCAN-ENTRIES
           MOVE ZERO TO WS-SCAN-CORR-NET
           MOVE ZERO TO WS-SCAN-LAST-VALUE
           MOVE "N" TO WS-SCAN-LAST-FOUND
           MOVE SPACES TO WS-SCAN-PREV-KEY
           MOVE SPACES TO WS-SCAN-FIRST-KEPT
           MOVE "N" TO WS-HOLD-SWITCH
           PERFORM UNTIL WS-AUDM-EOF-SWITCH = "Y"
                      OR AUDM-ACCOUNT-ID NOT = WS-SCAN-ACCOUNT
               IF AUDM-TIMESTAMP(1:10) < WS-CUTOFF-TS
                   PERFORM 2110-TAKE-OLD-RECORD
               ELSE
                   IF WS-SCAN-FIRST-KEPT = SPACES
                       IF AUDM-ACTION = "ENTRY"
                               OR AUDM-ACTION = "CORRECT"
                           MOVE AUDM-ACTION TO WS-SCAN-FIRST-KEPT
                       END-IF
                   END-IF
               END-IF
               PERFORM 2900-READ-NEXT-HISTORY
           END-PERFORM.

      *    THE NET IS WORKED BY THE BAL001 RULE, WITH THE PART OWED
      *    TO CORRECTIONS ALSO KEPT APART. EARLIER BFWD AND BFWDCORR
      *    RECORDS OPEN THE ACCOUNT WITH THE VALUES THEY CARRY.
       2110-TAKE-OLD-RECORD.
           EVALUATE AUDM-ACTION
               WHEN "ENTRY"
                   MOVE "Y" TO WS-HOLD-SWITCH
                   MOVE WS-SCAN-COUNT TO WS-HOLD-COUNT
                   MOVE WS-SCAN-BFWD-COUNT TO WS-HOLD-BFWD-COUNT
                   MOVE WS-SCAN-NET TO WS-HOLD-NET
                   MOVE WS-SCAN-ENTRIES TO WS-HOLD-ENTRIES
                   MOVE WS-SCAN-CORR-NET TO WS-HOLD-CORR-NET
                   MOVE WS-SCAN-PREV-KEY TO WS-HOLD-PREV-KEY
                   ADD AUDM-VALUE TO WS-SCAN-NET
                   ADD AUDM-VALUE TO WS-SCAN-ENTRIES
                   MOVE AUDM-VALUE TO WS-SCAN-LAST-VALUE
                   MOVE "Y" TO WS-SCAN-LAST-FOUND
               WHEN "CORRECT"
                   IF WS-SCAN-LAST-FOUND = "Y"
                       COMPUTE WS-SCAN-NET = WS-SCAN-NET
                           + AUDM-VALUE - WS-SCAN-LAST-VALUE
                       COMPUTE WS-SCAN-CORR-NET = WS-SCAN-CORR-NET
                           + AUDM-VALUE - WS-SCAN-LAST-VALUE
                   END-IF
                   MOVE AUDM-VALUE TO WS-SCAN-LAST-VALUE
                   MOVE "Y" TO WS-SCAN-LAST-FOUND
               WHEN "BFWD"
                   ADD AUDM-VALUE TO WS-SCAN-NET
                   ADD 1 TO WS-SCAN-BFWD-COUNT
               WHEN "BFWDCORR"
                   ADD AUDM-VALUE TO WS-SCAN-NET
                   ADD AUDM-VALUE TO WS-SCAN-CORR-NET
                   ADD 1 TO WS-SCAN-BFWD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-SCAN-COUNT
           MOVE AUDM-KEY TO WS-SCAN-PREV-KEY.

      * ----------------------------------------------------------- *
      *  NORMALLY EVERYTHING BEFORE THE CUTOFF GOES. IF THE FIRST    *
      *  POSTING KEPT IS A CORRECT ENTRY THE PURGE STOPS JUST AHEAD  *
      *  OF THE LAST ENTRY BEFORE THE CUTOFF, OR DOES NOT HAPPEN AT  *
      *  ALL WHEN THERE IS NO SUCH ENTRY. AN ACCOUNT WHOSE ONLY OLD  *
      *  RECORDS ARE ITS EXISTING BFWD AND BFWDCORR HAS NOTHING NEW  *
      *  TO PURGE AND DOES NOT PRINT; ONE WHOSE ENTRY OR CORRECTION  *
      *  PART WILL NOT FIT THE AUDITMST VALUE FIELD IS LEFT ALONE.   *
      * ----------------------------------------------------------- *
       2200-DECIDE-PURGE.
           MOVE SPACES TO WS-PURGE-NOTE
           MOVE WS-SCAN-COUNT TO WS-PURGE-COUNT
           MOVE WS-SCAN-NET TO WS-PURGE-NET
           MOVE WS-SCAN-ENTRIES TO WS-PURGE-ENTRIES
           MOVE WS-SCAN-CORR-NET TO WS-PURGE-CORR-NET
           MOVE WS-SCAN-PREV-KEY TO WS-PURGE-LAST-KEY
           IF WS-SCAN-COUNT > ZERO AND WS-SCAN-FIRST-KEPT = "CORRECT"
               IF WS-HOLD-SWITCH = "Y" AND WS-HOLD-COUNT > ZERO
                   MOVE WS-HOLD-COUNT TO WS-PURGE-COUNT
                   MOVE WS-HOLD-NET TO WS-PURGE-NET
                   MOVE WS-HOLD-ENTRIES TO WS-PURGE-ENTRIES
                   MOVE WS-HOLD-CORR-NET TO WS-PURGE-CORR-NET
                   MOVE WS-HOLD-PREV-KEY TO WS-PURGE-LAST-KEY
                   MOVE WS-HOLD-BFWD-COUNT TO WS-SCAN-BFWD-COUNT
                   MOVE "HELD BACK - CORRECTION" TO WS-PURGE-NOTE
               ELSE
                   MOVE ZERO TO WS-PURGE-COUNT
                   MOVE ZERO TO WS-SCAN-BFWD-COUNT
                   MOVE "NOT PURGED - CORRECTION" TO WS-PURGE-NOTE
                   ADD 1 TO WS-ACCOUNTS-NOT-PURGED
               END-IF
           END-IF
           COMPUTE WS-PURGE-BFWD-ENTRIES =
               WS-PURGE-NET - WS-PURGE-CORR-NET
           IF WS-PURGE-COUNT > ZERO
               IF WS-PURGE-COUNT = WS-SCAN-BFWD-COUNT
                   MOVE ZERO TO WS-PURGE-COUNT
                   MOVE SPACES TO WS-PURGE-NOTE
               ELSE
                   IF WS-PURGE-BFWD-ENTRIES > WS-BFWD-LIMIT
                           OR WS-PURGE-BFWD-ENTRIES < 0 - WS-BFWD-LIMIT
                           OR WS-PURGE-CORR-NET > WS-BFWD-LIMIT
                           OR WS-PURGE-CORR-NET < 0 - WS-BFWD-LIMIT
                       MOVE ZERO TO WS-PURGE-COUNT
                       MOVE "NOT PURGED - NET TOO LARGE"
                           TO WS-PURGE-NOTE
                       ADD 1 TO WS-ACCOUNTS-NOT-PURGED
                   ELSE
                       IF WS-PURGE-NOTE NOT = SPACES
                           ADD 1 TO WS-ACCOUNTS-HELD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE ACCOUNT'S OLDEST RECORD IS ALWAYS THE NEXT ONE TO GO,
      *    SO EACH IS FOUND AFRESH FROM THE START OF THE ACCOUNT.
       2300-MOVE-ACCOUNT-HISTORY.
           MOVE ZERO TO WS-MOVED-THIS-ACCOUNT
           MOVE SPACES TO WS-PURGE-FIRST-KEY
           PERFORM UNTIL WS-MOVED-THIS-ACCOUNT >= WS-PURGE-COUNT
               PERFORM 2310-MOVE-OLDEST-RECORD
           END-PERFORM
           ADD 1 TO WS-ACCOUNTS-PURGED
           ADD WS-PURGE-ENTRIES TO WS-TOTAL-ENTRIES
           ADD WS-PURGE-NET TO WS-TOTAL-NET.

       2310-MOVE-OLDEST-RECORD.
           MOVE WS-SCAN-ACCOUNT TO AUDM-ACCOUNT-ID
           MOVE LOW-VALUES TO AUDM-KEY(11:22)
           START AUDM-FILE KEY NOT < AUDM-KEY
               INVALID KEY
                   MOVE "23" TO WS-AUDM-STATUS
           END-START
           IF WS-AUDM-STATUS = "00"
               READ AUDM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-AUDM-STATUS
               END-READ
           END-IF
           IF WS-AUDM-STATUS NOT = "00"
                   OR AUDM-ACCOUNT-ID NOT = WS-SCAN-ACCOUNT
                   OR AUDM-KEY > WS-PURGE-LAST-KEY
               DISPLAY "FATAL: AUDITMST CHANGED DURING PURGE OF "
                   WS-SCAN-ACCOUNT ", STATUS=" WS-AUDM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MOVED-THIS-ACCOUNT = ZERO
               MOVE AUDM-KEY TO WS-PURGE-FIRST-KEY
           END-IF
           WRITE HIST-FILE-REC FROM AUDM-REC
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO " WS-HIST-FILE-NAME
                   " FAILED, STATUS=" WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE AUDM-FILE RECORD
               INVALID KEY
                   DISPLAY "FATAL: DELETE FROM AUDITMST FAILED FOR "
                       WS-SCAN-ACCOUNT ", STATUS=" WS-AUDM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-MOVED-THIS-ACCOUNT
           ADD 1 TO WS-RECORDS-MOVED.

      *    THE ENTRY TOTAL IS ALWAYS BROUGHT FORWARD, EVEN AT ZERO,
      *    SO THE ACCOUNT SHOWS ITS HISTORY WAS PURGED. A CORRECTION
      *    NET CAN ONLY ARISE FROM TWO OR MORE RECORDS PURGED, SO THE
      *    FIRST AND LAST KEYS ARE THEN TWO DIFFERENT KEYS.
       2400-WRITE-BROUGHT-FORWARD.
           MOVE WS-PURGE-FIRST-KEY TO AUDM-KEY
           MOVE WS-PURGE-BFWD-ENTRIES TO AUDM-VALUE
           MOVE "BFWD" TO AUDM-ACTION
           PERFORM 2410-WRITE-BFWD-RECORD
           IF WS-PURGE-CORR-NET NOT = ZERO
               MOVE WS-PURGE-LAST-KEY TO AUDM-KEY
               MOVE WS-PURGE-CORR-NET TO AUDM-VALUE
               MOVE "BFWDCORR" TO AUDM-ACTION
               PERFORM 2410-WRITE-BFWD-RECORD
           END-IF.

       2410-WRITE-BFWD-RECORD.
           MOVE "BATCH" TO AUDM-OPERATOR-ID
           MOVE "PRG001" TO AUDM-JOB-ID
           MOVE SPACES TO AUDM-SOURCE-ID
           WRITE AUDM-REC
               INVALID KEY
                   DISPLAY "FATAL: " AUDM-ACTION " WRITE TO AUDITMST "
                       "FAILED FOR " WS-SCAN-ACCOUNT ", STATUS="
                       WS-AUDM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       2500-PRINT-ACCOUNT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SCAN-ACCOUNT TO DET-ACCOUNT
           MOVE WS-PURGE-COUNT TO DET-MOVED
           IF WS-PURGE-COUNT > ZERO
               MOVE WS-PURGE-ENTRIES TO DET-ENTRIES
               MOVE WS-PURGE-NET TO DET-NET
               MOVE WS-PURGE-LAST-TS(1:10) TO DET-AS-AT
           ELSE
               MOVE ZERO TO DET-ENTRIES
               MOVE ZERO TO DET-NET
           END-IF
           MOVE WS-PURGE-NOTE TO DET-NOTE
           PERFORM 2600-PRINT-DETAIL.

       2600-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2610-PRINT-HEADINGS
           END-IF
           WRITE RPT-FILE-REC FROM WS-DETAIL-LINE
           PERFORM 2620-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2610-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HEAD-PAGE
           MOVE WS-RUN-DATE TO HEAD-DATE
           MOVE WS-CUTOFF-DATE TO HEAD-CUTOFF
           WRITE RPT-FILE-REC FROM WS-HEAD-1
           PERFORM 2620-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-HEAD-2
           PERFORM 2620-CHECK-RPT-STATUS
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2620-CHECK-RPT-STATUS
           MOVE 3 TO WS-LINE-COUNT.

       2620-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO PURGERPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-READ-NEXT-HISTORY.
           IF WS-AUDM-EOF-SWITCH = "N"
               READ AUDM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDM-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
               END-READ
           END-IF.

      * ----------------------------------------------------------- *
      *  AN ACCOUNT LEFT UNPURGED FOR ITS SIZE, OR WITH NO ENTRY TO  *
      *  STOP AT AHEAD OF A CORRECTION, ENDS THE RUN RC 4 SO OPS001  *
      *  SHOWS THAT HISTORY BEFORE THE CUTOFF IS STILL ON FILE.      *
      * ----------------------------------------------------------- *
       3000-FINALIZE.
           IF WS-ACCOUNTS-NOT-PURGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PAGE-NO = ZERO
               PERFORM 2610-PRINT-HEADINGS
               MOVE "NO AUDITMST HISTORY BEFORE THE CUTOFF"
                   TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2620-CHECK-RPT-STATUS
           END-IF
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2620-CHECK-RPT-STATUS
           MOVE "AUDITMST RECORDS READ:" TO CNT-LABEL
           MOVE WS-RECORDS-READ TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "RECORDS MOVED TO ARCHIVE:" TO CNT-LABEL
           MOVE WS-RECORDS-MOVED TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "ACCOUNTS PURGED:" TO CNT-LABEL
           MOVE WS-ACCOUNTS-PURGED TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "  OF WHICH HELD BACK:" TO CNT-LABEL
           MOVE WS-ACCOUNTS-HELD TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "ACCOUNTS NOT PURGED:" TO CNT-LABEL
           MOVE WS-ACCOUNTS-NOT-PURGED TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "ENTRY AMOUNTS REMOVED:" TO TOT-LABEL
           MOVE WS-TOTAL-ENTRIES TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
           MOVE "NET BROUGHT FORWARD:" TO TOT-LABEL
           MOVE WS-TOTAL-NET TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
           DISPLAY "===================================="
           DISPLAY "AUDITMST RETENTION PURGE SUMMARY"
           DISPLAY "CUTOFF:             " WS-CUTOFF-DATE
           DISPLAY "RECORDS READ:       " WS-RECORDS-READ
           DISPLAY "RECORDS MOVED:      " WS-RECORDS-MOVED
           DISPLAY "ACCOUNTS PURGED:    " WS-ACCOUNTS-PURGED
           DISPLAY "ACCOUNTS NOT PURGED:" WS-ACCOUNTS-NOT-PURGED
           DISPLAY "NET BROUGHT FORWARD:" WS-TOTAL-NET
           DISPLAY "ARCHIVE FILE:       " WS-HIST-FILE-NAME
           DISPLAY "===================================="
           PERFORM 3100-WRITE-RUN-STATS
           CLOSE AUDM-FILE
           CLOSE HIST-FILE
           CLOSE RPT-FILE.

       3010-PRINT-COUNT-LINE.
           WRITE RPT-FILE-REC FROM WS-COUNT-LINE
           PERFORM 2620-CHECK-RPT-STATUS.

       3020-PRINT-TOTAL-LINE.
           WRITE RPT-FILE-REC FROM WS-TOTAL-LINE
           PERFORM 2620-CHECK-RPT-STATUS.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - AUDITMST RECORDS READ, RECORDS MOVED TO *
      *  THE ARCHIVE, AND THE NET BROUGHT FORWARD AS THE TOTAL.      *
      * ----------------------------------------------------------- *
       3100-WRITE-RUN-STATS.
           OPEN EXTEND RUNC-FILE
           IF WS-RUNC-STATUS NOT = "00"
               OPEN OUTPUT RUNC-FILE
           END-IF
           IF WS-RUNC-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN RUNCTL, STATUS="
                   WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
           ELSE
               MOVE "PRG001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               MOVE WS-RECORDS-READ TO RUN-RECORDS
               MOVE WS-RECORDS-MOVED TO RUN-ACCEPTED
               MOVE ZERO TO RUN-REJECTED
               MOVE WS-TOTAL-NET TO RUN-TOTAL
               MOVE "YES" TO RUN-BALANCE-FLAG
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               WRITE RUNC-FILE-REC FROM RUN-REC
               IF WS-RUNC-STATUS NOT = "00"
                   DISPLAY "WARNING: WRITE TO RUNCTL FAILED, STATUS="
                       WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
               END-IF
               CLOSE RUNC-FILE
           END-IF.
