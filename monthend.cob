      ******************************************************************
      *  PROGRAM:  MEC001  (file: monthend.cob)
      *  PURPOSE:  MONTH-END CLOSE OF AN ACCOUNTING PERIOD. CLOSING A
      *            PERIOD MARKS IT CLOSED ON THE PERIODCTL PERIOD
      *            CONTROL FILE, COPIES EVERY BALMST POSITION TO THE
      *            DATED CLOSBAL.YYYYMM SNAPSHOT AS THE PERIOD'S
      *            CLOSING BALANCE, AND PRINTS A CLOSING TRIAL BALANCE
      *            BY ACCOUNT WITH THE ACCTMST NAME ON CLOSERPT. FROM
      *            THEN ON THE NIGHTLY RUN SENDS ANY ITEM DATED INSIDE
      *            THE PERIOD TO EXCPRPT AND INQ001 REFUSES TO CORRECT
      *            AN ENTRY DATED INSIDE IT. RUN AFTER THE LAST NIGHTLY
      *            CYCLE OF THE MONTH, BEFORE THE FIRST RUN OF THE NEXT.
      *            A PRIOR-PERIOD ADJUSTMENT NEEDS A DELIBERATE REOPEN
      *            BY DATA CONTROL, WHICH IS RECORDED ON PERIODCTL
      *            WITH THE OPERATOR AND REASON AND ENDS RC 4 SO THE
      *            OPS001 MORNING REPORT SHOWS IT. A CLOSE IS REFUSED
      *            WHEN ANY BALMST POSITION WAS LAST POSTED AFTER THE
      *            PERIOD'S LAST DAY, SINCE ITS BALANCE IS THEN NO
      *            LONGER THE PERIOD'S CLOSING BALANCE; THE ACCOUNTS
      *            ARE LISTED ON CLOSERPT. CLOSING A REOPENED PERIOD
      *            AGAIN KEEPS THE SNAPSHOT TAKEN AT THE FIRST CLOSE.
      *            ARG 1 IS THE MODE:
      *              CLOSE   - CLOSE THE PERIOD. IT MUST HAVE ENDED
      *                        AND MUST NOT ALREADY BE CLOSED.
      *              REOPEN  - REOPEN A CLOSED PERIOD.
      *            ARG 2 IS THE PERIOD AS YYYYMM.
      *            ARG 3 IS THE OPERATOR ID - OPTIONAL ON A CLOSE,
      *            REQUIRED ON A REOPEN, WHERE IT MUST BE AN OPERSEC
      *            OPERATOR WITH CORRECTION AUTHORITY.
      *            ARG 4 IS THE REOPEN REASON, REQUIRED ON A REOPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEC001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERD-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CLSB-FILE ASSIGN TO DYNAMIC WS-CLSB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSB-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT RPT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERD-FILE
           RECORDING MODE IS F.
       01  PERD-FILE-REC          PIC X(92).

       FD  BAL-FILE.
       COPY BALREC.

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  CLSB-FILE
           RECORDING MODE IS F.
       01  CLSB-FILE-REC          PIC X(38).

       FD  OPER-FILE
           RECORDING MODE IS F.
       01  OPER-FILE-REC          PIC X(50).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY PERDREC.
       COPY CLSBREC.
       COPY OPERREC.
       COPY RUNREC.

       01  WS-PERD-STATUS         PIC XX     VALUE "00".
       01  WS-BAL-STATUS          PIC XX     VALUE "00".
       01  WS-ACCT-STATUS         PIC XX     VALUE "00".
       01  WS-CLSB-STATUS         PIC XX     VALUE "00".
       01  WS-OPER-STATUS         PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-PERD-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-BAL-EOF-SWITCH      PIC X      VALUE "N".
       01  WS-OPER-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-MODE            PIC X(8)   VALUE SPACES.
       01  WS-REQ-PERIOD-X        PIC X(6)   VALUE SPACES.
       01  WS-REQ-PERIOD          PIC 9(6)   VALUE ZERO.
       01  WS-REQ-PERIOD-PARTS REDEFINES WS-REQ-PERIOD.
           05  WS-REQ-YYYY        PIC 9(4).
           05  WS-REQ-MM          PIC 9(2).
       01  WS-OPERATOR-ID         PIC X(8)   VALUE "BATCH".
       01  WS-REOPEN-REASON       PIC X(30)  VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-PERIOD          PIC 9(6)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.
       01  WS-CLSB-FILE-NAME      PIC X(30)  VALUE SPACES.
       01  WS-OPER-FOUND-SWITCH   PIC X      VALUE "N".
       01  WS-CLSB-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-KEEP-SNAPSHOT-SWITCH PIC X     VALUE "N".
       01  WS-PRIOR-CLOSE-DATE    PIC 9(8)   VALUE ZERO.
       01  WS-NEXT-PERIOD-START   PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD-END-DATE     PIC 9(8)   VALUE ZERO.
       01  WS-LATE-COUNT          PIC 9(7)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PERIOD CONTROL TABLE - PERIODCTL IS SMALL (ONE RECORD PER   *
      *  MONTH EVER CLOSED), SO IT IS LOADED WHOLE, CHANGED IN THE   *
      *  TABLE AND WRITTEN BACK WHOLE IN PERIOD ORDER. A MISSING     *
      *  PERIODCTL ONLY MEANS NO PERIOD HAS BEEN CLOSED YET.         *
      * ----------------------------------------------------------- *
       01  WS-PERD-COUNT          PIC 9(3)   VALUE ZERO.
       01  WS-PERD-SUB            PIC 9(3)   VALUE ZERO.
       01  WS-PERD-FOUND-SUB      PIC 9(3)   VALUE ZERO.
       01  WS-PERD-SLOT-SWITCH    PIC X      VALUE "N".
       01  WS-PERD-TABLE.
           05  WS-PERD-ENTRY OCCURS 0 TO 600 TIMES
                   DEPENDING ON WS-PERD-COUNT.
               10  WS-PERD-TAB-REC    PIC X(92).

      * ----------------------------------------------------------- *
      *  TRIAL BALANCE ACCUMULATORS - A POSITIVE BALANCE IS A DEBIT  *
      *  POSITION, THE SAME SIGN CONVENTION THE NIGHTLY RUN POSTS    *
      *  BY; A NEGATIVE ONE PRINTS IN THE CREDIT COLUMN.             *
      * ----------------------------------------------------------- *
       01  WS-ACCOUNT-COUNT       PIC 9(7)   VALUE ZERO.
       01  WS-NO-NAME-COUNT       PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-DEBIT         PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT        PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-CREDIT-AMOUNT       PIC S9(11)V99 VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PRINTED REPORT LINES                                        *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(30)
               VALUE "MEC001  CLOSING TRIAL BALANCE ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "PERIOD: ".
           05  HEAD-PERIOD        PIC 9(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "MODE: ".
           05  HEAD-MODE          PIC X(8).
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-HEAD-2.
           05  FILLER             PIC X(11)  VALUE "ACCOUNT    ".
           05  FILLER             PIC X(31)  VALUE "ACCOUNT NAME".
           05  FILLER             PIC X(19)
               VALUE "              DEBIT".
           05  FILLER             PIC X(19)
               VALUE "             CREDIT".
           05  FILLER             PIC X(11)  VALUE "  LAST POST".
       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-NAME           PIC X(30).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DET-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  DET-LAST-POST      PIC 9(8).
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(30).
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REOPEN-LINE.
           05  FILLER             PIC X(7)   VALUE "PERIOD ".
           05  ROL-PERIOD         PIC 9(6).
           05  FILLER             PIC X(13)  VALUE " REOPENED BY ".
           05  ROL-OPERATOR       PIC X(8).
           05  FILLER             PIC X(2)   VALUE "- ".
           05  ROL-REASON         PIC X(30).
       01  WS-LATE-LINE.
           05  LATE-ACCOUNT       PIC X(10).
           05  FILLER             PIC X(16)  VALUE " LAST POSTED ON ".
           05  LATE-POST-DATE     PIC 9(8).
           05  FILLER             PIC X(21)
               VALUE " - AFTER PERIOD END ".
           05  LATE-PERIOD-END    PIC 9(8).
       01  WS-KEPT-LINE.
           05  FILLER             PIC X(42)
               VALUE "CLOSING SNAPSHOT KEPT FROM PRIOR CLOSE OF ".
           05  KEPT-CLOSE-DATE    PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-MODE = "CLOSE"
               PERFORM 2000-CLOSE-PERIOD
           ELSE
               PERFORM 4000-REOPEN-PERIOD
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-START-TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               MOVE 1 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARG-COUNT >= 2
               MOVE 2 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-REQ-PERIOD-X FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARG-COUNT >= 3
               MOVE 3 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARG-COUNT >= 4
               MOVE 4 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-REOPEN-REASON FROM ARGUMENT-VALUE
           END-IF
           IF WS-RUN-MODE NOT = "CLOSE" AND WS-RUN-MODE NOT = "REOPEN"
               DISPLAY "FATAL: MODE MUST BE CLOSE OR REOPEN, NOT "
                   WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REQ-PERIOD-X IS NOT NUMERIC
               DISPLAY "FATAL: PERIOD MUST BE GIVEN AS YYYYMM IN "
                   "ARGUMENT 2"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REQ-PERIOD-X TO WS-REQ-PERIOD
           IF WS-REQ-MM < 1 OR WS-REQ-MM > 12
               DISPLAY "FATAL: PERIOD " WS-REQ-PERIOD
                   " IS NOT A VALID YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A REOPEN LIFTS THE LOCK ON A REPORTED MONTH, SO IT IS
      *    NEVER THE ACCIDENT OF A MISSING ARGUMENT: THE OPERATOR
      *    TAKING RESPONSIBILITY AND THE REASON MUST BOTH BE NAMED.
           IF WS-RUN-MODE = "REOPEN"
               IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = "BATCH"
                   DISPLAY "FATAL: REOPEN REQUIRES AN OPERATOR ID AS "
                       "ARGUMENT 3"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-REOPEN-REASON = SPACES
                   DISPLAY "FATAL: REOPEN REQUIRES A REASON AS "
                       "ARGUMENT 4"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATOR-ID
           END-IF
           PERFORM 1100-LOAD-PERIOD-CONTROL
           PERFORM 1150-FIND-PERIOD
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CLOSERPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS = "00"
               PERFORM UNTIL WS-PERD-EOF-SWITCH = "Y"
                   READ PERD-FILE INTO PERD-REC
                       AT END
                           MOVE "Y" TO WS-PERD-EOF-SWITCH
                       NOT AT END
                           PERFORM 1110-TABLE-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERD-FILE
               DISPLAY "PERIODS ON PERIODCTL: " WS-PERD-COUNT
           ELSE
               IF WS-PERD-STATUS = "35"
                   DISPLAY "PERIODCTL NOT FOUND - NO PERIOD HAS BEEN "
                       "CLOSED YET"
               ELSE
                   DISPLAY "FATAL: UNABLE TO OPEN PERIODCTL, STATUS="
                       WS-PERD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1110-TABLE-ONE-PERIOD.
           IF WS-PERD-COUNT >= 600
               DISPLAY "FATAL: PERIOD TABLE LIMIT OF 600 EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PERD-COUNT
           MOVE PERD-REC TO WS-PERD-TAB-REC (WS-PERD-COUNT).

      *    LEAVES THE REQUESTED PERIOD'S RECORD IN PERD-REC AND ITS
      *    SLOT IN WS-PERD-FOUND-SUB, OR ZERO WHEN IT IS NOT ON FILE.
       1150-FIND-PERIOD.
           MOVE ZERO TO WS-PERD-FOUND-SUB
           PERFORM VARYING WS-PERD-SUB FROM 1 BY 1
                   UNTIL WS-PERD-SUB > WS-PERD-COUNT
                      OR WS-PERD-FOUND-SUB > ZERO
               MOVE WS-PERD-TAB-REC (WS-PERD-SUB) TO PERD-REC
               IF PERD-PERIOD = WS-REQ-PERIOD
                   MOVE WS-PERD-SUB TO WS-PERD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PERD-FOUND-SUB = ZERO
               MOVE SPACES TO PERD-REC
           ELSE
               MOVE WS-PERD-TAB-REC (WS-PERD-FOUND-SUB) TO PERD-REC
           END-IF.

      * ----------------------------------------------------------- *
      *  CLOSE - ONLY A MONTH THAT HAS ENDED CAN BE CLOSED, AND ONLY *
      *  ONCE UNTIL IT IS REOPENED. THE SNAPSHOT AND TRIAL BALANCE   *
      *  ARE TAKEN FIRST; THE PERIOD IS MARKED CLOSED ON PERIODCTL   *
      *  ONLY AFTER THE SNAPSHOT IS SAFELY WRITTEN, SO A FAILED RUN  *
      *  LEAVES THE PERIOD OPEN AND CAN SIMPLY BE RERUN. A REOPENED  *
      *  PERIOD IS CLOSED AGAIN ON ITS FIRST SNAPSHOT, NOT ON LIVE   *
      *  BALMST, WHICH BY THEN HOLDS LATER PERIODS' POSTINGS.        *
      * ----------------------------------------------------------- *
       2000-CLOSE-PERIOD.
           IF WS-REQ-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY "FATAL: PERIOD " WS-REQ-PERIOD
                   " HAS NOT ENDED - CLOSE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERD-FOUND-SUB > ZERO AND PERD-CLOSED
               DISPLAY "FATAL: PERIOD " WS-REQ-PERIOD
                   " IS ALREADY CLOSED - CLOSE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2010-SET-PERIOD-DATES
           IF WS-PERD-FOUND-SUB > ZERO
               PERFORM 2030-OPEN-KEPT-SNAPSHOT
           END-IF
           IF WS-KEEP-SNAPSHOT-SWITCH = "Y"
               PERFORM 2700-RECLOSE-FROM-SNAPSHOT
           ELSE
               PERFORM 2020-CHECK-LATE-POSTINGS
               PERFORM 2050-OPEN-CLOSE-FILES
               PERFORM 2100-READ-NEXT-BALANCE
               PERFORM UNTIL WS-BAL-EOF-SWITCH = "Y"
                   PERFORM 2200-SNAPSHOT-ONE-ACCOUNT
                   PERFORM 2100-READ-NEXT-BALANCE
               END-PERFORM
               CLOSE BAL-FILE
               CLOSE ACCT-FILE
               CLOSE CLSB-FILE
           END-IF
           PERFORM 2400-PRINT-TRIAL-TOTALS
           PERFORM 2500-MARK-PERIOD-CLOSED
           PERFORM 2600-REWRITE-PERIOD-CONTROL
           DISPLAY "PERIOD " WS-REQ-PERIOD " CLOSED BY "
               WS-OPERATOR-ID.

      *    THE PERIOD'S LAST DAY IS THE DAY BEFORE THE FIRST OF THE
      *    FOLLOWING MONTH. THE SNAPSHOT FILE NAME IS SET HERE FOR
      *    BOTH A FIRST CLOSE AND A RE-CLOSE.
       2010-SET-PERIOD-DATES.
           IF WS-REQ-MM = 12
               COMPUTE WS-NEXT-PERIOD-START =
                   (WS-REQ-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-PERIOD-START =
                   WS-REQ-PERIOD * 100 + 101
           END-IF
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1)
           MOVE SPACES TO WS-CLSB-FILE-NAME
           STRING "CLOSBAL." WS-REQ-PERIOD
               DELIMITED BY SIZE INTO WS-CLSB-FILE-NAME.

      * ----------------------------------------------------------- *
      *  LATE-POSTING CHECK - A POSITION LAST POSTED AFTER THE       *
      *  PERIOD'S LAST DAY ALREADY CARRIES THE NEXT PERIOD'S         *
      *  ACTIVITY, SO ITS BALANCE IS NOT THE CLOSING BALANCE. EVERY  *
      *  SUCH ACCOUNT IS LISTED ON CLOSERPT AND THE CLOSE IS REFUSED *
      *  BEFORE ANY SNAPSHOT IS WRITTEN, LEAVING THE PERIOD OPEN.    *
      * ----------------------------------------------------------- *
       2020-CHECK-LATE-POSTINGS.
           OPEN INPUT BAL-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BALMST, STATUS="
                   WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO BAL-ACCOUNT-ID
           START BAL-FILE KEY NOT < BAL-ACCOUNT-ID
               INVALID KEY
                   MOVE "Y" TO WS-BAL-EOF-SWITCH
           END-START
           PERFORM 2100-READ-NEXT-BALANCE
           PERFORM UNTIL WS-BAL-EOF-SWITCH = "Y"
               IF BAL-LAST-POST-DATE > WS-PERIOD-END-DATE
                   PERFORM 2025-LIST-LATE-ACCOUNT
               END-IF
               PERFORM 2100-READ-NEXT-BALANCE
           END-PERFORM
           CLOSE BAL-FILE
           MOVE "N" TO WS-BAL-EOF-SWITCH
           IF WS-LATE-COUNT > ZERO
               MOVE SPACES TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2320-CHECK-RPT-STATUS
               MOVE "ACCOUNTS POSTED AFTER PERIOD:" TO CNT-LABEL
               MOVE WS-LATE-COUNT TO CNT-VALUE
               PERFORM 3010-PRINT-COUNT-LINE
               CLOSE RPT-FILE
               DISPLAY "FATAL: " WS-LATE-COUNT " ACCOUNT(S) POSTED "
                   "AFTER " WS-PERIOD-END-DATE " - CLOSE OF PERIOD "
                   WS-REQ-PERIOD " REFUSED, SEE CLOSERPT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2025-LIST-LATE-ACCOUNT.
           ADD 1 TO WS-LATE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2310-PRINT-HEADINGS
           END-IF
           MOVE BAL-ACCOUNT-ID TO LATE-ACCOUNT
           MOVE BAL-LAST-POST-DATE TO LATE-POST-DATE
           MOVE WS-PERIOD-END-DATE TO LATE-PERIOD-END
           WRITE RPT-FILE-REC FROM WS-LATE-LINE
           PERFORM 2320-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    A REOPENED PERIOD STILL HAS THE SNAPSHOT OF ITS FIRST
      *    CLOSE. SHOULD THAT FILE HAVE GONE, THE CLOSE FALLS BACK TO
      *    A NEW SNAPSHOT FROM BALMST, SUBJECT TO THE LATE-POSTING
      *    CHECK LIKE ANY FIRST CLOSE.
       2030-OPEN-KEPT-SNAPSHOT.
           OPEN INPUT CLSB-FILE
           EVALUATE WS-CLSB-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-KEEP-SNAPSHOT-SWITCH
                   MOVE PERD-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
               WHEN "35"
                   DISPLAY "WARNING: " WS-CLSB-FILE-NAME " NOT FOUND "
                       "- TAKING A NEW SNAPSHOT FROM BALMST"
               WHEN OTHER
                   DISPLAY "FATAL: UNABLE TO OPEN " WS-CLSB-FILE-NAME
                       ", STATUS=" WS-CLSB-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2050-OPEN-CLOSE-FILES.
           OPEN INPUT BAL-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BALMST, STATUS="
                   WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CLSB-FILE
           IF WS-CLSB-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN " WS-CLSB-FILE-NAME
                   ", STATUS=" WS-CLSB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO BAL-ACCOUNT-ID
           START BAL-FILE KEY NOT < BAL-ACCOUNT-ID
               INVALID KEY
                   MOVE "Y" TO WS-BAL-EOF-SWITCH
           END-START.

       2100-READ-NEXT-BALANCE.
           IF WS-BAL-EOF-SWITCH = "N"
               READ BAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAL-EOF-SWITCH
               END-READ
           END-IF.

      *    EVERY BALMST RECORD IS SNAPSHOT, ZERO BALANCES INCLUDED, SO
      *    THE CLOSBAL FILE ACCOUNTS FOR THE WHOLE MASTER.
       2200-SNAPSHOT-ONE-ACCOUNT.
           MOVE WS-REQ-PERIOD TO CLSB-PERIOD
           MOVE BAL-ACCOUNT-ID TO CLSB-ACCOUNT-ID
           MOVE BAL-BALANCE TO CLSB-BALANCE
           MOVE BAL-LAST-POST-DATE TO CLSB-LAST-POST-DATE
           WRITE CLSB-FILE-REC FROM CLSB-REC
           IF WS-CLSB-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO " WS-CLSB-FILE-NAME
                   " FAILED, STATUS=" WS-CLSB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2250-TALLY-ONE-POSITION.

      *    ONE SNAPSHOT POSITION, IN CLSB-REC, ONTO THE TRIAL BALANCE
      *    - SHARED BY A FIRST CLOSE AND A RE-CLOSE.
       2250-TALLY-ONE-POSITION.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD CLSB-BALANCE TO WS-NET-TOTAL
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CLSB-ACCOUNT-ID TO DET-ACCOUNT
           MOVE CLSB-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "*** NOT ON ACCTMST ***" TO DET-NAME
                   ADD 1 TO WS-NO-NAME-COUNT
               NOT INVALID KEY
                   MOVE ACCT-NAME TO DET-NAME
           END-READ
           IF CLSB-BALANCE < ZERO
               COMPUTE WS-CREDIT-AMOUNT = 0 - CLSB-BALANCE
               ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDIT
               MOVE ZERO TO DET-DEBIT
               MOVE WS-CREDIT-AMOUNT TO DET-CREDIT
           ELSE
               ADD CLSB-BALANCE TO WS-TOTAL-DEBIT
               MOVE CLSB-BALANCE TO DET-DEBIT
               MOVE ZERO TO DET-CREDIT
           END-IF
           MOVE CLSB-LAST-POST-DATE TO DET-LAST-POST
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
           MOVE WS-REQ-PERIOD TO HEAD-PERIOD
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
               DISPLAY "FATAL: WRITE TO CLOSERPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2400-PRINT-TRIAL-TOTALS.
           IF WS-ACCOUNT-COUNT = ZERO
               PERFORM 2310-PRINT-HEADINGS
               MOVE "NO BALANCES ON BALMST" TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2320-CHECK-RPT-STATUS
           END-IF
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2320-CHECK-RPT-STATUS
           MOVE "ACCOUNTS SNAPSHOT:" TO CNT-LABEL
           MOVE WS-ACCOUNT-COUNT TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "ACCOUNTS NOT ON ACCTMST:" TO CNT-LABEL
           MOVE WS-NO-NAME-COUNT TO CNT-VALUE
           PERFORM 3010-PRINT-COUNT-LINE
           MOVE "TOTAL DEBIT BALANCES:" TO TOT-LABEL
           MOVE WS-TOTAL-DEBIT TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
           MOVE "TOTAL CREDIT BALANCES:" TO TOT-LABEL
           MOVE WS-TOTAL-CREDIT TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE
           MOVE "NET CLOSING POSITION:" TO TOT-LABEL
           MOVE WS-NET-TOTAL TO TOT-AMOUNT
           PERFORM 3020-PRINT-TOTAL-LINE.

      *    A PERIOD CLOSED FOR THE FIRST TIME IS INSERTED IN PERIOD
      *    ORDER; A REOPENED ONE IS CLOSED AGAIN IN PLACE AND KEEPS
      *    THE RECORD OF ITS LAST REOPEN.
       2500-MARK-PERIOD-CLOSED.
           IF WS-PERD-FOUND-SUB = ZERO
               IF WS-PERD-COUNT >= 600
                   DISPLAY "FATAL: PERIOD TABLE LIMIT OF 600 EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REQ-PERIOD TO PERD-PERIOD
               MOVE ZERO TO PERD-REOPEN-DATE
               MOVE SPACES TO PERD-REOPENED-BY
               MOVE SPACES TO PERD-REOPEN-REASON
               ADD 1 TO WS-PERD-COUNT
               MOVE WS-PERD-COUNT TO WS-PERD-FOUND-SUB
               MOVE "N" TO WS-PERD-SLOT-SWITCH
               PERFORM UNTIL WS-PERD-SLOT-SWITCH = "Y"
                   IF WS-PERD-FOUND-SUB < 2
                       MOVE "Y" TO WS-PERD-SLOT-SWITCH
                   ELSE
                       IF WS-PERD-TAB-REC (WS-PERD-FOUND-SUB - 1)(1:6)
                               > WS-REQ-PERIOD-X
                           MOVE WS-PERD-TAB-REC (WS-PERD-FOUND-SUB - 1)
                               TO WS-PERD-TAB-REC (WS-PERD-FOUND-SUB)
                           SUBTRACT 1 FROM WS-PERD-FOUND-SUB
                       ELSE
                           MOVE "Y" TO WS-PERD-SLOT-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE "C" TO PERD-STATUS
           MOVE WS-RUN-DATE TO PERD-CLOSE-DATE
           MOVE WS-OPERATOR-ID TO PERD-CLOSED-BY
           MOVE WS-ACCOUNT-COUNT TO PERD-ACCOUNTS
           MOVE WS-NET-TOTAL TO PERD-CLOSE-TOTAL
           MOVE PERD-REC TO WS-PERD-TAB-REC (WS-PERD-FOUND-SUB).

      * ----------------------------------------------------------- *
      *  RE-CLOSE - THE TRIAL BALANCE IS PRINTED FROM THE KEPT       *
      *  SNAPSHOT, WHICH MUST STILL AGREE WITH THE ACCOUNT COUNT AND *
      *  NET TOTAL PERIODCTL RECORDED WHEN IT WAS TAKEN.             *
      * ----------------------------------------------------------- *
       2700-RECLOSE-FROM-SNAPSHOT.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CLSB-EOF-SWITCH = "Y"
               READ CLSB-FILE INTO CLSB-REC
                   AT END
                       MOVE "Y" TO WS-CLSB-EOF-SWITCH
                   NOT AT END
                       PERFORM 2250-TALLY-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           CLOSE CLSB-FILE
           IF WS-ACCOUNT-COUNT NOT = PERD-ACCOUNTS
                   OR WS-NET-TOTAL NOT = PERD-CLOSE-TOTAL
               DISPLAY "FATAL: " WS-CLSB-FILE-NAME " DOES NOT AGREE "
                   "WITH PERIODCTL - " WS-ACCOUNT-COUNT " ACCOUNTS, "
                   "NET " WS-NET-TOTAL " AGAINST " PERD-ACCOUNTS
                   ", NET " PERD-CLOSE-TOTAL " - CLOSE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2310-PRINT-HEADINGS
           END-IF
           MOVE WS-PRIOR-CLOSE-DATE TO KEPT-CLOSE-DATE
           WRITE RPT-FILE-REC FROM WS-KEPT-LINE
           PERFORM 2320-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2600-REWRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERD-FILE
           IF WS-PERD-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO REWRITE PERIODCTL, STATUS="
                   WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PERD-SUB FROM 1 BY 1
                   UNTIL WS-PERD-SUB > WS-PERD-COUNT
               WRITE PERD-FILE-REC FROM WS-PERD-TAB-REC (WS-PERD-SUB)
               IF WS-PERD-STATUS NOT = "00"
                   DISPLAY "FATAL: WRITE TO PERIODCTL FAILED, STATUS="
                       WS-PERD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE PERD-FILE.

       3000-FINALIZE.
      *    A REOPEN IS A WARNING FOR OPS001 SO A PRIOR-PERIOD LOCK
      *    LIFTED OVERNIGHT NEVER GOES UNNOTICED.
           IF WS-RUN-MODE = "REOPEN"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===================================="
           DISPLAY "MONTH-END CLOSE SUMMARY"
           DISPLAY "MODE:              " WS-RUN-MODE
           DISPLAY "PERIOD:            " WS-REQ-PERIOD
           DISPLAY "OPERATOR:          " WS-OPERATOR-ID
           IF WS-RUN-MODE = "CLOSE"
               DISPLAY "ACCOUNTS SNAPSHOT: " WS-ACCOUNT-COUNT
               DISPLAY "NET CLOSING:       " WS-NET-TOTAL
               DISPLAY "SNAPSHOT FILE:     " WS-CLSB-FILE-NAME
               IF WS-KEEP-SNAPSHOT-SWITCH = "Y"
                   DISPLAY "SNAPSHOT KEPT FROM: " WS-PRIOR-CLOSE-DATE
               END-IF
           END-IF
           DISPLAY "===================================="
           PERFORM 3100-WRITE-RUN-STATS
           CLOSE RPT-FILE.

       3010-PRINT-COUNT-LINE.
           WRITE RPT-FILE-REC FROM WS-COUNT-LINE
           PERFORM 2320-CHECK-RPT-STATUS.

       3020-PRINT-TOTAL-LINE.
           WRITE RPT-FILE-REC FROM WS-TOTAL-LINE
           PERFORM 2320-CHECK-RPT-STATUS.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - ACCOUNTS SNAPSHOT, WITH THE NET CLOSING *
      *  POSITION AS THE TOTAL. A REOPEN RECORDS NO COUNTS AND ENDS  *
      *  RC 4.                                                       *
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
               MOVE "MEC001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               MOVE WS-ACCOUNT-COUNT TO RUN-RECORDS
               MOVE WS-ACCOUNT-COUNT TO RUN-ACCEPTED
               MOVE ZERO TO RUN-REJECTED
               MOVE WS-NET-TOTAL TO RUN-TOTAL
               MOVE "YES" TO RUN-BALANCE-FLAG
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               WRITE RUNC-FILE-REC FROM RUN-REC
               IF WS-RUNC-STATUS NOT = "00"
                   DISPLAY "WARNING: WRITE TO RUNCTL FAILED, STATUS="
                       WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
               END-IF
               CLOSE RUNC-FILE
           END-IF.

      * ----------------------------------------------------------- *
      *  REOPEN - DATA CONTROL ONLY. THE OPERATOR NAMED MUST HOLD    *
      *  CORRECTION AUTHORITY ON OPERSEC AND THE PERIOD MUST BE      *
      *  CLOSED. THE CLOSING SNAPSHOT IS LEFT AS IT WAS, AND         *
      *  CLOSING THE PERIOD AGAIN RE-LOCKS IT ON THAT SAME SNAPSHOT. *
      * ----------------------------------------------------------- *
       4000-REOPEN-PERIOD.
           PERFORM 4100-CHECK-OPERATOR
           IF WS-PERD-FOUND-SUB = ZERO OR NOT PERD-CLOSED
               DISPLAY "FATAL: PERIOD " WS-REQ-PERIOD
                   " IS NOT CLOSED - REOPEN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "O" TO PERD-STATUS
           MOVE WS-RUN-DATE TO PERD-REOPEN-DATE
           MOVE WS-OPERATOR-ID TO PERD-REOPENED-BY
           MOVE WS-REOPEN-REASON TO PERD-REOPEN-REASON
           MOVE PERD-REC TO WS-PERD-TAB-REC (WS-PERD-FOUND-SUB)
           PERFORM 2600-REWRITE-PERIOD-CONTROL
           PERFORM 2310-PRINT-HEADINGS
           MOVE WS-REQ-PERIOD TO ROL-PERIOD
           MOVE WS-OPERATOR-ID TO ROL-OPERATOR
           MOVE WS-REOPEN-REASON TO ROL-REASON
           WRITE RPT-FILE-REC FROM WS-REOPEN-LINE
           PERFORM 2320-CHECK-RPT-STATUS
           DISPLAY "PERIOD " WS-REQ-PERIOD " REOPENED BY "
               WS-OPERATOR-ID.

       4100-CHECK-OPERATOR.
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
                       IF OPER-ID = WS-OPERATOR-ID
                           MOVE "Y" TO WS-OPER-FOUND-SWITCH
                           MOVE "Y" TO WS-OPER-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           IF WS-OPER-FOUND-SWITCH = "N"
               DISPLAY "FATAL: OPERATOR " WS-OPERATOR-ID
                   " NOT ON OPERSEC - REOPEN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OPER-AUTH-CORRECT
               DISPLAY "FATAL: OPERATOR " WS-OPERATOR-ID
                   " LACKS CORRECTION AUTHORITY - REOPEN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
