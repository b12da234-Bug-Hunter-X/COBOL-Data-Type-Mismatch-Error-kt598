      ******************************************************************
      *  PROGRAM:  BAL001  (file: balproof.cob)
      *  PURPOSE:  INDEPENDENT PROOF OF THE BALMST BALANCE MASTER
      *            AGAINST THE CONSOLIDATED AUDITMST HISTORY. BALMST
      *            IS ONLY EVER POSTED INCREMENTALLY - BY THE NIGHTLY
      *            RUN AND BY ADJ001 - SO THIS JOB RECOMPUTES EACH
      *            ACCOUNT'S POSITION FROM SCRATCH: EVERY ENTRY AMOUNT,
      *            PLUS THE NET OF EVERY CORRECT ENTRY (THE CORRECTED
      *            AMOUNT LESS THE LAST ENTRY/CORRECT AMOUNT BEFORE IT,
      *            THE SAME RULE ADJ001 POSTS BY), STARTING FROM THE
      *            BFWD AND BFWDCORR RECORDS PRG001 LEAVES WHEN OLD
      *            HISTORY HAS BEEN PURGED. THE TWO MASTERS ARE
      *            MATCHED IN ACCOUNT ORDER AND EVERY ACCOUNT THAT
      *            DIFFERS PRINTS ON THE BALRPT BREAK REPORT. A RUNCTL
      *            RECORD IS WRITTEN SO OPS001 FLAGS AN OUT-OF-PROOF
      *            NIGHT. RUN AFTER ADJ001 AND CON001, BEFORE THE
      *            ONLINE DAY OPENS.
      *            ARG 1 (OPTIONAL) IS THE MODE:
      *              PROOF    (DEFAULT) - REPORT ONLY, BALMST IS READ.
      *              REBUILD  - AFTER A BREAK HAS BEEN INVESTIGATED,
      *                         RESETS EACH BREAKING BALMST RECORD TO
      *                         THE POSITION THE HISTORY PROVES. ARG 2
      *                         MUST NAME THE ACCOUNT TO RESET, OR ALL.
      *            ARG 2 (OPTIONAL IN PROOF MODE) RESTRICTS THE RUN TO
      *            ONE ACCOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDM-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-AUDM-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT RPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDM-FILE.
       COPY AUDMREC.

       FD  BAL-FILE.
       COPY BALREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY RUNREC.

       01  WS-AUDM-STATUS         PIC XX     VALUE "00".
       01  WS-BAL-STATUS          PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-MODE            PIC X(8)   VALUE "PROOF".
       01  WS-REQ-ACCOUNT         PIC X(10)  VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  MATCH KEYS - THE NEXT ACCOUNT WAITING ON EACH MASTER. A     *
      *  MASTER AT END (OR PAST THE REQUESTED ACCOUNT) SHOWS HIGH-   *
      *  VALUES SO THE OTHER SIDE DRAINS NATURALLY.                  *
      * ----------------------------------------------------------- *
       01  WS-HIST-NEXT-ACCT      PIC X(10)  VALUE SPACES.
       01  WS-BAL-NEXT-ACCT       PIC X(10)  VALUE SPACES.
       01  WS-BAL-NEXT-BALANCE    PIC S9(11)V99 VALUE ZERO.
       01  WS-PROOF-ACCOUNT       PIC X(10)  VALUE SPACES.

      * ----------------------------------------------------------- *
      *  ONE ACCOUNT'S POSITION AS THE HISTORY PROVES IT. THE LAST   *
      *  ENTRY/CORRECT AMOUNT IS WHAT THE NEXT CORRECTION BACKS OUT; *
      *  A CORRECTION WITH NOTHING BEFORE IT POSTED NOTHING (ADJ001  *
      *  REGISTERS IT AS NO PRIOR) BUT STILL BECOMES THE LAST AMOUNT.*
      * ----------------------------------------------------------- *
       01  WS-HIST-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01  WS-HIST-LAST-VALUE     PIC S9(8)V99 VALUE ZERO.
       01  WS-HIST-LAST-FOUND     PIC X      VALUE "N".
       01  WS-HIST-LAST-DATE      PIC 9(8)   VALUE ZERO.
       01  WS-HIST-BFWD-FOUND     PIC X      VALUE "N".
       01  WS-HIST-DATE-WORK.
           05  WS-HIST-DATE-YYYY  PIC 9(4).
           05  WS-HIST-DATE-MM    PIC 9(2).
           05  WS-HIST-DATE-DD    PIC 9(2).
       01  WS-ON-MASTER-SWITCH    PIC X      VALUE "N".
       01  WS-MASTER-BALANCE      PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.

       01  WS-ACCOUNTS-CHECKED    PIC 9(7)   VALUE ZERO.
       01  WS-ACCOUNTS-PROVED     PIC 9(7)   VALUE ZERO.
       01  WS-BREAK-COUNT         PIC 9(7)   VALUE ZERO.
       01  WS-RESET-COUNT         PIC 9(7)   VALUE ZERO.
       01  WS-HIST-RECORDS        PIC 9(9)   VALUE ZERO.
       01  WS-NO-PRIOR-COUNT      PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-HISTORY       PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-MASTER        PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DIFFERENCE    PIC S9(13)V99 VALUE ZERO.

      * ----------------------------------------------------------- *
      *  BREAKS ARE TABLED DURING THE MATCH AND, IN REBUILD MODE,    *
      *  APPLIED AFTERWARDS BY KEYED READ AND REWRITE, SO THE RESET  *
      *  NEVER DISTURBS THE SEQUENTIAL WALK OF BALMST.               *
      * ----------------------------------------------------------- *
       01  WS-BREAK-SUB           PIC 9(5)   VALUE ZERO.
       01  WS-BREAK-TAB-COUNT     PIC 9(5)   VALUE ZERO.
       01  WS-BREAK-TABLE.
           05  WS-BREAK-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-BREAK-TAB-COUNT.
               10  WS-BRK-ACCOUNT     PIC X(10).
               10  WS-BRK-HISTORY     PIC S9(11)V99.
               10  WS-BRK-MASTER      PIC S9(11)V99.
               10  WS-BRK-ON-MASTER   PIC X.
               10  WS-BRK-LAST-DATE   PIC 9(8).

      * ----------------------------------------------------------- *
      *  PRINTED REPORT LINES                                        *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(30)
               VALUE "BAL001  BALANCE PROOF         ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "MODE: ".
           05  HEAD-MODE          PIC X(8).
           05  FILLER             PIC X(8)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-HEAD-2.
           05  FILLER             PIC X(11)  VALUE "ACCOUNT    ".
           05  FILLER             PIC X(19)
               VALUE "   HISTORY POSITION".
           05  FILLER             PIC X(19)
               VALUE "     BALMST BALANCE".
           05  FILLER             PIC X(19)
               VALUE "         DIFFERENCE".
           05  FILLER             PIC X(20)  VALUE "  NOTE".
       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-HISTORY        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-MASTER         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-DIFFERENCE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-NOTE           PIC X(20).
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(30).
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-ONE-ACCOUNT
               UNTIL WS-HIST-NEXT-ACCT = HIGH-VALUES
                 AND WS-BAL-NEXT-ACCT = HIGH-VALUES
           IF WS-RUN-MODE = "REBUILD"
               PERFORM 2500-APPLY-RESET
                   VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > WS-BREAK-TAB-COUNT
           END-IF
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
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARG-COUNT >= 2
               MOVE 2 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-REQ-ACCOUNT FROM ARGUMENT-VALUE
           END-IF
           IF WS-RUN-MODE NOT = "PROOF" AND WS-RUN-MODE NOT = "REBUILD"
               DISPLAY "FATAL: MODE MUST BE PROOF OR REBUILD, NOT "
                   WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A REBUILD REWRITES THE BALANCE MASTER, SO IT IS NEVER THE
      *    ACCIDENT OF A MISSING ARGUMENT: THE ACCOUNT UNDER
      *    INVESTIGATION, OR ALL, MUST BE NAMED.
           IF WS-RUN-MODE = "REBUILD" AND WS-REQ-ACCOUNT = SPACES
               DISPLAY "FATAL: REBUILD REQUIRES AN ACCOUNT ID OR ALL "
                   "AS ARGUMENT 2"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REQ-ACCOUNT = "ALL"
               MOVE SPACES TO WS-REQ-ACCOUNT
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BALRPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDM-FILE
           IF WS-AUDM-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN AUDITMST, STATUS="
                   WS-AUDM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MODE = "REBUILD"
               OPEN I-O BAL-FILE
           ELSE
               OPEN INPUT BAL-FILE
           END-IF
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BALMST, STATUS="
                   WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-START-HISTORY
           PERFORM 1200-START-BALANCES.

      *    THE SAME KEYED START STM001 USES: ONE ACCOUNT OPENS ON ITS
      *    FIRST MASTER ENTRY, THE WHOLE RUN AT THE LOWEST KEY.
       1100-START-HISTORY.
           IF WS-REQ-ACCOUNT NOT = SPACES
               MOVE WS-REQ-ACCOUNT TO AUDM-ACCOUNT-ID
           ELSE
               MOVE LOW-VALUES TO AUDM-ACCOUNT-ID
           END-IF
           MOVE LOW-VALUES TO AUDM-TIMESTAMP
           MOVE ZERO TO AUDM-SEQ
           START AUDM-FILE KEY NOT < AUDM-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-HIST-NEXT-ACCT
               NOT INVALID KEY
                   PERFORM 1110-READ-NEXT-HISTORY
           END-START.

       1110-READ-NEXT-HISTORY.
           READ AUDM-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-NEXT-ACCT
               NOT AT END
                   IF WS-REQ-ACCOUNT NOT = SPACES
                           AND AUDM-ACCOUNT-ID NOT = WS-REQ-ACCOUNT
                       MOVE HIGH-VALUES TO WS-HIST-NEXT-ACCT
                   ELSE
                       MOVE AUDM-ACCOUNT-ID TO WS-HIST-NEXT-ACCT
                   END-IF
           END-READ.

       1200-START-BALANCES.
           IF WS-REQ-ACCOUNT NOT = SPACES
               MOVE WS-REQ-ACCOUNT TO BAL-ACCOUNT-ID
           ELSE
               MOVE LOW-VALUES TO BAL-ACCOUNT-ID
           END-IF
           START BAL-FILE KEY NOT < BAL-ACCOUNT-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-BAL-NEXT-ACCT
               NOT INVALID KEY
                   PERFORM 1210-READ-NEXT-BALANCE
           END-START.

       1210-READ-NEXT-BALANCE.
           READ BAL-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-BAL-NEXT-ACCT
               NOT AT END
                   IF WS-REQ-ACCOUNT NOT = SPACES
                           AND BAL-ACCOUNT-ID NOT = WS-REQ-ACCOUNT
                       MOVE HIGH-VALUES TO WS-BAL-NEXT-ACCT
                   ELSE
                       MOVE BAL-ACCOUNT-ID TO WS-BAL-NEXT-ACCT
                       MOVE BAL-BALANCE TO WS-BAL-NEXT-BALANCE
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      *  ONE ACCOUNT PER PASS, TAKEN FROM WHICHEVER MASTER HOLDS THE *
      *  LOWER ID. AN ACCOUNT WITH HISTORY BUT NO BALMST RECORD      *
      *  PROVES AGAINST ZERO, AND SO DOES A BALMST RECORD WITH NO    *
      *  HISTORY BEHIND IT.                                          *
      * ----------------------------------------------------------- *
       2000-PROVE-ONE-ACCOUNT.
           IF WS-HIST-NEXT-ACCT < WS-BAL-NEXT-ACCT
               MOVE WS-HIST-NEXT-ACCT TO WS-PROOF-ACCOUNT
           ELSE
               MOVE WS-BAL-NEXT-ACCT TO WS-PROOF-ACCOUNT
           END-IF
           MOVE ZERO TO WS-HIST-BALANCE
           MOVE ZERO TO WS-HIST-LAST-VALUE
           MOVE ZERO TO WS-HIST-LAST-DATE
           MOVE "N" TO WS-HIST-LAST-FOUND
           MOVE "N" TO WS-HIST-BFWD-FOUND
           PERFORM 2100-TAKE-HISTORY-ENTRY
               UNTIL WS-HIST-NEXT-ACCT NOT = WS-PROOF-ACCOUNT
           IF WS-BAL-NEXT-ACCT = WS-PROOF-ACCOUNT
               MOVE "Y" TO WS-ON-MASTER-SWITCH
               MOVE WS-BAL-NEXT-BALANCE TO WS-MASTER-BALANCE
               PERFORM 1210-READ-NEXT-BALANCE
           ELSE
               MOVE "N" TO WS-ON-MASTER-SWITCH
               MOVE ZERO TO WS-MASTER-BALANCE
           END-IF
           ADD 1 TO WS-ACCOUNTS-CHECKED
           ADD WS-HIST-BALANCE TO WS-TOTAL-HISTORY
           ADD WS-MASTER-BALANCE TO WS-TOTAL-MASTER
           COMPUTE WS-DIFFERENCE = WS-MASTER-BALANCE - WS-HIST-BALANCE
           IF WS-DIFFERENCE = ZERO
               ADD 1 TO WS-ACCOUNTS-PROVED
           ELSE
               PERFORM 2200-RECORD-BREAK
           END-IF.

      *    ONLY ENTRY AND CORRECT ACTIONS EVER MOVED A BALANCE -
      *    REJECTS, SUSPENSES AND SECURITY EVENTS ARE PASSED OVER. A
      *    BFWD RECORD LEFT BY THE PRG001 PURGE OPENS THE ACCOUNT AT
      *    THE ENTRY TOTAL OF THE HISTORY IT REPLACED AND A BFWDCORR
      *    RECORD ADDS THE NET OF ITS CORRECTIONS; PRG001 NEVER PURGES
      *    THE ENTRY A KEPT CORRECT ENTRY WAS POSTED AGAINST.
       2100-TAKE-HISTORY-ENTRY.
           ADD 1 TO WS-HIST-RECORDS
           EVALUATE AUDM-ACTION
               WHEN "ENTRY"
                   ADD AUDM-VALUE TO WS-HIST-BALANCE
                   PERFORM 2110-NOTE-LAST-VALUE
               WHEN "CORRECT"
                   IF WS-HIST-LAST-FOUND = "Y"
                       COMPUTE WS-HIST-BALANCE = WS-HIST-BALANCE
                           + AUDM-VALUE - WS-HIST-LAST-VALUE
                   ELSE
                       ADD 1 TO WS-NO-PRIOR-COUNT
                   END-IF
                   PERFORM 2110-NOTE-LAST-VALUE
               WHEN "BFWD"
               WHEN "BFWDCORR"
                   ADD AUDM-VALUE TO WS-HIST-BALANCE
                   MOVE "Y" TO WS-HIST-BFWD-FOUND
                   MOVE AUDM-TIMESTAMP(1:4) TO WS-HIST-DATE-YYYY
                   MOVE AUDM-TIMESTAMP(6:2) TO WS-HIST-DATE-MM
                   MOVE AUDM-TIMESTAMP(9:2) TO WS-HIST-DATE-DD
                   MOVE WS-HIST-DATE-WORK TO WS-HIST-LAST-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1110-READ-NEXT-HISTORY.

       2110-NOTE-LAST-VALUE.
           MOVE AUDM-VALUE TO WS-HIST-LAST-VALUE
           MOVE "Y" TO WS-HIST-LAST-FOUND
           MOVE AUDM-TIMESTAMP(1:4) TO WS-HIST-DATE-YYYY
           MOVE AUDM-TIMESTAMP(6:2) TO WS-HIST-DATE-MM
           MOVE AUDM-TIMESTAMP(9:2) TO WS-HIST-DATE-DD
           MOVE WS-HIST-DATE-WORK TO WS-HIST-LAST-DATE.

       2200-RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
           IF WS-BREAK-TAB-COUNT >= 5000
               DISPLAY "FATAL: BREAK TABLE LIMIT OF 5000 EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BREAK-TAB-COUNT
           MOVE WS-PROOF-ACCOUNT TO WS-BRK-ACCOUNT (WS-BREAK-TAB-COUNT)
           MOVE WS-HIST-BALANCE TO WS-BRK-HISTORY (WS-BREAK-TAB-COUNT)
           MOVE WS-MASTER-BALANCE TO WS-BRK-MASTER (WS-BREAK-TAB-COUNT)
           MOVE WS-ON-MASTER-SWITCH TO
               WS-BRK-ON-MASTER (WS-BREAK-TAB-COUNT)
           MOVE WS-HIST-LAST-DATE TO
               WS-BRK-LAST-DATE (WS-BREAK-TAB-COUNT)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PROOF-ACCOUNT TO DET-ACCOUNT
           MOVE WS-HIST-BALANCE TO DET-HISTORY
           MOVE WS-MASTER-BALANCE TO DET-MASTER
           MOVE WS-DIFFERENCE TO DET-DIFFERENCE
           IF WS-ON-MASTER-SWITCH = "N"
               MOVE "NOT ON BALMST" TO DET-NOTE
           ELSE
               IF WS-HIST-LAST-FOUND = "N"
                       AND WS-HIST-BFWD-FOUND = "N"
                   MOVE "NO POSTED HISTORY" TO DET-NOTE
               END-IF
           END-IF
           PERFORM 2300-PRINT-DETAIL.

       2300-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2310-PRINT-HEADINGS
           END-IF
           WRITE RPT-FILE-REC FROM WS-DETAIL-LINE
           PERFORM 2320-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2310-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HEAD-PAGE
           MOVE WS-RUN-DATE TO HEAD-DATE
           MOVE WS-RUN-MODE TO HEAD-MODE
           WRITE RPT-FILE-REC FROM WS-HEAD-1
           PERFORM 2320-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-HEAD-2
           PERFORM 2320-CHECK-RPT-STATUS
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2320-CHECK-RPT-STATUS
           MOVE 3 TO WS-LINE-COUNT.

       2320-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO BALRPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      *  REBUILD - EACH TABLED BREAK IS RESET TO THE PROVED HISTORY  *
      *  POSITION. AN EXISTING RECORD KEEPS ITS LAST-POSTED DATE; A  *
      *  MISSING ONE IS CREATED WITH THE DATE OF ITS LAST POSTING.   *
      *  EVERY RESET PRINTS WITH THE BALANCE IT REPLACED.            *
      * ----------------------------------------------------------- *
       2500-APPLY-RESET.
           MOVE WS-BRK-ACCOUNT (WS-BREAK-SUB) TO BAL-ACCOUNT-ID
           IF WS-BRK-ON-MASTER (WS-BREAK-SUB) = "Y"
               READ BAL-FILE
                   INVALID KEY
                       DISPLAY "FATAL: BALMST RECORD FOR "
                           WS-BRK-ACCOUNT (WS-BREAK-SUB)
                           " VANISHED DURING REBUILD"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE WS-BRK-HISTORY (WS-BREAK-SUB) TO BAL-BALANCE
               REWRITE BAL-REC
           ELSE
               MOVE WS-BRK-HISTORY (WS-BREAK-SUB) TO BAL-BALANCE
               MOVE WS-BRK-LAST-DATE (WS-BREAK-SUB) TO
                   BAL-LAST-POST-DATE
               WRITE BAL-REC
           END-IF
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "FATAL: BALMST RESET FAILED FOR "
                   WS-BRK-ACCOUNT (WS-BREAK-SUB) ", STATUS="
                   WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RESET-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-BRK-ACCOUNT (WS-BREAK-SUB) TO DET-ACCOUNT
           MOVE WS-BRK-HISTORY (WS-BREAK-SUB) TO DET-HISTORY
           MOVE WS-BRK-MASTER (WS-BREAK-SUB) TO DET-MASTER
           MOVE ZERO TO DET-DIFFERENCE
           MOVE "BALMST RESET" TO DET-NOTE
           PERFORM 2300-PRINT-DETAIL.

       3000-FINALIZE.
           IF WS-BREAK-COUNT = ZERO
               PERFORM 2310-PRINT-HEADINGS
               MOVE "ALL ACCOUNTS IN PROOF" TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2320-CHECK-RPT-STATUS
           END-IF
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2320-CHECK-RPT-STATUS
           MOVE "ACCOUNTS CHECKED:" TO CNT-LABEL
           MOVE WS-ACCOUNTS-CHECKED TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "ACCOUNTS IN PROOF:" TO CNT-LABEL
           MOVE WS-ACCOUNTS-PROVED TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "ACCOUNTS OUT OF PROOF:" TO CNT-LABEL
           MOVE WS-BREAK-COUNT TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "BALMST RECORDS RESET:" TO CNT-LABEL
           MOVE WS-RESET-COUNT TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "HISTORY RECORDS READ:" TO CNT-LABEL
           MOVE WS-HIST-RECORDS TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "CORRECTIONS WITH NO PRIOR:" TO CNT-LABEL
           MOVE WS-NO-PRIOR-COUNT TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "TOTAL HISTORY POSITION:" TO TOT-LABEL
           MOVE WS-TOTAL-HISTORY TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
           MOVE "TOTAL BALMST BALANCE:" TO TOT-LABEL
           MOVE WS-TOTAL-MASTER TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
           MOVE "NET DIFFERENCE:" TO TOT-LABEL
           MOVE WS-TOTAL-DIFFERENCE TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
      *    AN UNRESOLVED BREAK IS A WARNING FOR OPS001; A REBUILD THAT
      *    RESET ANYTHING ALSO ENDS RC 4 SO THE MORNING REPORT SHOWS
      *    THAT BALMST WAS CHANGED OUTSIDE THE POSTING JOBS.
           IF WS-RUN-MODE = "PROOF" AND WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RUN-MODE = "REBUILD" AND WS-RESET-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===================================="
           DISPLAY "BALANCE PROOF SUMMARY"
           DISPLAY "MODE:              " WS-RUN-MODE
           DISPLAY "ACCOUNTS CHECKED:  " WS-ACCOUNTS-CHECKED
           DISPLAY "IN PROOF:          " WS-ACCOUNTS-PROVED
           DISPLAY "OUT OF PROOF:      " WS-BREAK-COUNT
           DISPLAY "RECORDS RESET:     " WS-RESET-COUNT
           DISPLAY "NET DIFFERENCE:    " WS-TOTAL-DIFFERENCE
           DISPLAY "===================================="
           PERFORM 3100-WRITE-RUN-STATS
           CLOSE AUDM-FILE
           CLOSE BAL-FILE
           CLOSE RPT-FILE.

       3010-PRINT-COUNT-LINE.
           WRITE RPT-FILE-REC FROM WS-COUNT-LINE
           PERFORM 2320-CHECK-RPT-STATUS.

       3020-PRINT-TOTAL-LINE.
           WRITE RPT-FILE-REC FROM WS-TOTAL-LINE
           PERFORM 2320-CHECK-RPT-STATUS.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - ACCOUNTS CHECKED, IN PROOF AND OUT OF   *
      *  PROOF, WITH THE NET DIFFERENCE AS THE TOTAL. A PROOF RUN    *
      *  WITH ANY BREAK RECORDS A BALANCE FLAG OF NO, WHICH OPS001   *
      *  RAISES AS AN OUT-OF-BALANCE NIGHT.                          *
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
               MOVE "BAL001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               MOVE WS-ACCOUNTS-CHECKED TO RUN-RECORDS
               MOVE WS-ACCOUNTS-PROVED TO RUN-ACCEPTED
               MOVE WS-BREAK-COUNT TO RUN-REJECTED
               MOVE WS-TOTAL-DIFFERENCE TO RUN-TOTAL
               IF WS-RUN-MODE = "PROOF" AND WS-BREAK-COUNT > ZERO
                   MOVE "NO " TO RUN-BALANCE-FLAG
               ELSE
                   MOVE "YES" TO RUN-BALANCE-FLAG
               END-IF
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               WRITE RUNC-FILE-REC FROM RUN-REC
               IF WS-RUNC-STATUS NOT = "00"
                   DISPLAY "WARNING: WRITE TO RUNCTL FAILED, STATUS="
                       WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
               END-IF
               CLOSE RUNC-FILE
           END-IF.
