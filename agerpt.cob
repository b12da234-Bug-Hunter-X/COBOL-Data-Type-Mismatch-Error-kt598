      ******************************************************************
      *  PROGRAM:  AGE001  (file: agerpt.cob)
      *  PURPOSE:  COMBINED AGING OF EVERYTHING STILL WAITING IN THE
      *            THREE QUEUES BETWEEN RUNS - OPEN REJECTS ON
      *            EXCPRPT, OPEN DUPLICATE SUSPECTS ON DUPSUSP AND
      *            THE FUTURE-DATED HOLDS ON FUTSUSP - SO NOTHING SITS
      *            FORGOTTEN UNTIL A BRANCH CALLS ABOUT A MISSING
      *            POSTING. EACH ITEM IS AGED IN BUSINESS DAYS FROM
      *            THE DATE IT JOINED ITS QUEUE TO THE RUN DATE, ON
      *            THE SAME CALMST RULES BUG001 USES, AND FALLS INTO
      *            A 0-2, 3-5, 6-10 OR OVER-10-DAY BUCKET. AGERPT
      *            SHOWS COUNTS AND AMOUNTS BY BUCKET FOR EACH QUEUE,
      *            THE SAME BUCKETS FOR EACH ACCOUNT, AND EVERY ITEM
      *            OLDER THAN THE ESCALATION LIMIT WITH ITS ACCTMST
      *            NAME. AN ITEM QUEUED BEFORE QUEUED DATES WERE KEPT
      *            IS AGED FROM ITS EFFECTIVE DATE AND MARKED; ONE
      *            WITH NO USABLE DATE AT ALL IS ESCALATED. A RUNCTL
      *            RECORD IS WRITTEN, ENDING WITH RETURN CODE 4 WHEN
      *            ANYTHING IS PAST THE LIMIT SO THE OPS001 MORNING
      *            REPORT RAISES IT.
      *            ARG 1 (OPTIONAL) IS THE RUN DATE AS YYYYMMDD,
      *            DEFAULTING TO TODAY. ARG 2 (OPTIONAL) IS THE
      *            ESCALATION LIMIT IN BUSINESS DAYS, DEFAULT 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCP-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT SUSP-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT FUT-FILE ASSIGN TO "FUTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUT-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RPT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  EXCP-FILE-REC          PIC X(126).

       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSP-FILE-REC          PIC X(80).

       FD  FUT-FILE
           RECORDING MODE IS F.
       01  FUT-FILE-REC           PIC X(49).

       FD  CAL-FILE
           RECORDING MODE IS F.
       01  CAL-FILE-REC           PIC X(39).

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY EXCPREC.
       COPY SUSPREC.
       COPY HOLDREC.
       COPY TRANXREC.
       COPY CALREC.
       COPY RUNREC.

       01  WS-EXCP-STATUS         PIC XX     VALUE "00".
       01  WS-SUSP-STATUS         PIC XX     VALUE "00".
       01  WS-FUT-STATUS          PIC XX     VALUE "00".
       01  WS-CAL-STATUS          PIC XX     VALUE "00".
       01  WS-ACCT-STATUS         PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-EOF-SWITCH          PIC X      VALUE "N".
       01  WS-CAL-EOF-SWITCH      PIC X      VALUE "N".
       01  WS-FOUND-SWITCH        PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-DATE-X          PIC X(8)   VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(8)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  ESCALATION LIMIT - AN ITEM OLDER THAN THIS MANY BUSINESS    *
      *  DAYS IS LISTED BY NAME AND SETS THE RETURN CODE.            *
      * ----------------------------------------------------------- *
       01  WS-LIMIT-X             PIC X(3)   VALUE SPACES.
       01  WS-ESCALATE-DAYS       PIC 9(3)   VALUE 10.

      * ----------------------------------------------------------- *
      *  BUSINESS-DAY CALENDAR - THE SAME CALMST RULES BUG001 USES.  *
      *  WITHOUT CALMST THE DEFAULT WEEKEND RULE STILL APPLIES BUT   *
      *  NO HOLIDAYS ARE KNOWN.                                      *
      * ----------------------------------------------------------- *
       01  WS-WEEKEND-DAYS         PIC X(7)   VALUE "NNNNNYY".
       01  WS-HOL-COUNT            PIC 9(3)   VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-HOL-COUNT
                   INDEXED BY HOL-IDX.
               10  WS-HOL-DATE         PIC 9(8).
       01  WS-TEST-DATE-N          PIC 9(8)   VALUE ZERO.
       01  WS-TEST-DATE-INT        PIC 9(8)   VALUE ZERO.
       01  WS-TEST-DOW             PIC 9(1)   VALUE ZERO.
       01  WS-BIZ-DAY-SWITCH       PIC X      VALUE "Y".

      * ----------------------------------------------------------- *
      *  THE ITEM BEING AGED, SET FROM WHICHEVER QUEUE IT CAME FROM. *
      *  THE AGE FLAG IS "*" FOR AN ITEM AGED FROM ITS EFFECTIVE     *
      *  DATE AND "?" FOR ONE WITH NO USABLE DATE. THE LAST DATE     *
      *  AGED IS REMEMBERED, SINCE ITEMS QUEUED BY THE SAME RUN SIT  *
      *  TOGETHER ON THE FILES.                                      *
      * ----------------------------------------------------------- *
       01  WS-ITEM-QUEUE          PIC 9(1)   VALUE ZERO.
       01  WS-ITEM-ACCOUNT        PIC X(10)  VALUE SPACES.
       01  WS-ITEM-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       01  WS-ITEM-DC             PIC X      VALUE SPACE.
       01  WS-ITEM-EFF-DATE       PIC 9(8)   VALUE ZERO.
       01  WS-ITEM-QUEUED-DATE    PIC 9(8)   VALUE ZERO.
       01  WS-ITEM-SOURCE         PIC X(4)   VALUE SPACES.
       01  WS-ITEM-REASON         PIC X(40)  VALUE SPACES.
       01  WS-ITEM-AGE-FLAG       PIC X      VALUE SPACE.
       01  WS-ITEM-AGE            PIC 9(5)   VALUE ZERO.
       01  WS-ITEM-BUCKET         PIC 9(1)   VALUE ZERO.
       01  WS-AGE-FROM-DATE       PIC 9(8)   VALUE ZERO.
       01  WS-AGE-FROM-INT        PIC 9(8)   VALUE ZERO.
       01  WS-LAST-AGED-DATE      PIC 9(8)   VALUE ZERO.
       01  WS-LAST-AGE            PIC 9(5)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  QUEUE TOTALS - QUEUES 1-3 ARE EXCPRPT, DUPSUSP AND FUTSUSP, *
      *  4 IS ALL QUEUES; BUCKETS 1-4 ARE THE AGE BANDS, 5 IS TOTAL. *
      * ----------------------------------------------------------- *
       01  WS-QUEUE-NAMES.
           05  FILLER             PIC X(8)   VALUE "EXCPRPT".
           05  FILLER             PIC X(8)   VALUE "DUPSUSP".
           05  FILLER             PIC X(8)   VALUE "FUTSUSP".
           05  FILLER             PIC X(8)   VALUE "ALL".
       01  WS-QUEUE-NAME-TABLE REDEFINES WS-QUEUE-NAMES.
           05  WS-QUEUE-NAME      PIC X(8)   OCCURS 4 TIMES.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 4 TIMES.
               10  WS-QUEUE-BUCKET OCCURS 5 TIMES.
                   15  WS-QB-COUNT     PIC 9(7).
                   15  WS-QB-AMOUNT    PIC 9(11)V99.
       01  WS-QUEUE-SUB           PIC 9(1)   VALUE ZERO.
       01  WS-BUCKET-SUB          PIC 9(1)   VALUE ZERO.
       01  WS-EXCP-READ           PIC 9(7)   VALUE ZERO.
       01  WS-SUSP-READ           PIC 9(7)   VALUE ZERO.
       01  WS-FUT-READ            PIC 9(7)   VALUE ZERO.
       01  WS-FROM-EFFECTIVE      PIC 9(7)   VALUE ZERO.
       01  WS-NO-DATE-COUNT       PIC 9(7)   VALUE ZERO.
       01  WS-ESC-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-NOT-ON-MASTER       PIC 9(7)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  ACCOUNT TOTALS - ONE ENTRY PER ACCOUNT WITH ANYTHING        *
      *  WAITING, INSERTED IN ACCOUNT ORDER.                         *
      * ----------------------------------------------------------- *
       01  WS-ACC-COUNT           PIC 9(5)   VALUE ZERO.
       01  WS-ACC-SUB             PIC 9(5)   VALUE ZERO.
       01  WS-INSERT-SUB          PIC 9(5)   VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-ACC-COUNT.
               10  WS-ACC-ACCOUNT     PIC X(10).
               10  WS-ACC-BUCKET-COUNT PIC 9(5) OCCURS 5 TIMES.
               10  WS-ACC-AMOUNT      PIC 9(11)V99.
               10  WS-ACC-OLDEST      PIC 9(5).
               10  WS-ACC-ESCALATED   PIC X.

      * ----------------------------------------------------------- *
      *  ITEMS PAST THE ESCALATION LIMIT, HELD FOR THE LAST SECTION. *
      * ----------------------------------------------------------- *
       01  WS-ESC-COUNT           PIC 9(5)   VALUE ZERO.
       01  WS-ESC-SUB             PIC 9(5)   VALUE ZERO.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-ESC-COUNT.
               10  WS-ESC-QUEUE       PIC 9(1).
               10  WS-ESC-ACCOUNT     PIC X(10).
               10  WS-ESC-SOURCE      PIC X(4).
               10  WS-ESC-EFF-DATE    PIC 9(8).
               10  WS-ESC-QUEUED-DATE PIC 9(8).
               10  WS-ESC-AGE-FLAG    PIC X.
               10  WS-ESC-AGE         PIC 9(5).
               10  WS-ESC-AMOUNT      PIC 9(7)V99.
               10  WS-ESC-DC          PIC X.
               10  WS-ESC-REASON      PIC X(40).

      * ----------------------------------------------------------- *
      *  PRINTED REPORT LINES - EVERY LINE GOES THROUGH THE PRINT    *
      *  LINE; THE CURRENT SECTION'S COLUMN HEADING IS REPEATED      *
      *  AFTER EACH PAGE HEADING.                                    *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.
       01  WS-PRINT-LINE          PIC X(100) VALUE SPACES.
       01  WS-COLUMN-HEAD         PIC X(100) VALUE SPACES.

       01  WS-HEAD-1.
           05  FILLER             PIC X(38)
               VALUE "AGE001  SUSPENSE AND EXCEPTION AGING  ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(16)  VALUE "ESCALATE AFTER: ".
           05  HEAD-LIMIT         PIC ZZ9.
           05  FILLER             PIC X(14)  VALUE " BUSINESS DAYS".
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-SECTION-LINE.
           05  FILLER             PIC X(4)   VALUE "--- ".
           05  SEC-TITLE          PIC X(60).

       01  WS-BUCKET-HEAD.
           05  FILLER             PIC X(15)  VALUE "QUEUE".
           05  FILLER             PIC X(17)  VALUE "         0-2 DAYS".
           05  FILLER             PIC X(17)  VALUE "         3-5 DAYS".
           05  FILLER             PIC X(17)  VALUE "        6-10 DAYS".
           05  FILLER             PIC X(17)  VALUE "     OVER 10 DAYS".
           05  FILLER             PIC X(17)  VALUE "            TOTAL".
       01  WS-BUCKET-COUNT-LINE.
           05  BKC-QUEUE          PIC X(8).
           05  BKC-LABEL          PIC X(7).
           05  BKC-COLUMN OCCURS 5 TIMES.
               10  FILLER         PIC X(6).
               10  BKC-COUNT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-BUCKET-AMOUNT-LINE.
           05  FILLER             PIC X(8)   VALUE SPACES.
           05  FILLER             PIC X(7)   VALUE " AMOUNT".
           05  BKA-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                  OCCURS 5 TIMES.

       01  WS-ACCOUNT-HEAD.
           05  FILLER             PIC X(12)  VALUE "ACCOUNT".
           05  FILLER             PIC X(8)   VALUE "     0-2".
           05  FILLER             PIC X(8)   VALUE "     3-5".
           05  FILLER             PIC X(8)   VALUE "    6-10".
           05  FILLER             PIC X(8)   VALUE " OVER 10".
           05  FILLER             PIC X(8)   VALUE "   TOTAL".
           05  FILLER             PIC X(19)
               VALUE "             AMOUNT".
           05  FILLER             PIC X(8)   VALUE "  OLDEST".
       01  WS-ACCOUNT-LINE.
           05  ACL-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ACL-COLUMN OCCURS 5 TIMES.
               10  FILLER         PIC X(2).
               10  ACL-COUNT      PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ACL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  ACL-OLDEST         PIC ZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ACL-NOTE           PIC X(8).

       01  WS-ESC-HEAD.
           05  FILLER             PIC X(10)  VALUE "QUEUE".
           05  FILLER             PIC X(12)  VALUE "ACCOUNT".
           05  FILLER             PIC X(26)  VALUE "NAME".
           05  FILLER             PIC X(6)   VALUE "SRCE".
           05  FILLER             PIC X(10)  VALUE "EFFECTIVE".
           05  FILLER             PIC X(10)  VALUE "QUEUED".
           05  FILLER             PIC X(7)   VALUE "  AGE".
           05  FILLER             PIC X(14)  VALUE "      AMOUNT".
           05  FILLER             PIC X(2)   VALUE "DC".
       01  WS-ESC-LINE.
           05  ESL-QUEUE          PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-NAME           PIC X(24).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-SOURCE         PIC X(4).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-EFF-DATE       PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-QUEUED-DATE    PIC X(8).
           05  ESL-AGE-FLAG       PIC X.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  ESL-AGE            PIC X(5).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ESL-DC             PIC X.
       01  WS-ESC-AGE-EDIT        PIC ZZZZ9.
       01  WS-REASON-LINE.
           05  FILLER             PIC X(22)  VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "REASON: ".
           05  RSL-REASON         PIC X(40).

       01  WS-FLAG-NOTE-1.
           05  FILLER             PIC X(30)
               VALUE "*  NO QUEUED DATE ON RECORD - ".
           05  FILLER             PIC X(30)
               VALUE "AGED FROM THE EFFECTIVE DATE".
       01  WS-FLAG-NOTE-2.
           05  FILLER             PIC X(30)
               VALUE "?  NO USABLE DATE ON RECORD - ".
           05  FILLER             PIC X(30)
               VALUE "AGE UNKNOWN, ESCALATED".

       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(30).
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-EXCEPTIONS
           PERFORM 2100-AGE-SUSPENSE
           PERFORM 2200-AGE-FUTURE-HOLDS
           PERFORM 3000-PRINT-QUEUE-SUMMARY
           PERFORM 3100-PRINT-ACCOUNT-SUMMARY
           PERFORM 3200-PRINT-ESCALATIONS
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-START-TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               MOVE 1 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-RUN-DATE-X FROM ARGUMENT-VALUE
               IF WS-RUN-DATE-X IS NOT NUMERIC
                   DISPLAY "FATAL: RUN DATE MUST BE GIVEN AS YYYYMMDD "
                       "IN ARGUMENT 1"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RUN-DATE-X TO WS-RUN-DATE
           END-IF
           IF WS-ARG-COUNT >= 2
               MOVE 2 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-LIMIT-X FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-LIMIT-X IS NUMERIC
                       MOVE WS-LIMIT-X TO WS-ESCALATE-DAYS
                   WHEN WS-LIMIT-X(3:1) = SPACE
                           AND WS-LIMIT-X(1:2) IS NUMERIC
                       MOVE WS-LIMIT-X(1:2) TO WS-ESCALATE-DAYS
                   WHEN WS-LIMIT-X(2:2) = SPACES
                           AND WS-LIMIT-X(1:1) IS NUMERIC
                       MOVE WS-LIMIT-X(1:1) TO WS-ESCALATE-DAYS
                   WHEN OTHER
                       DISPLAY "FATAL: ESCALATION LIMIT MUST BE GIVEN "
                           "AS 1-3 DIGITS IN ARGUMENT 2"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-RUN-DATE-INT = ZERO
               DISPLAY "FATAL: RUN DATE " WS-RUN-DATE
                   " IS NOT A VALID DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-QUEUE-TABLE
           PERFORM 1060-LOAD-CALENDAR
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN AGERPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1060-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM UNTIL WS-CAL-EOF-SWITCH = "Y"
                   READ CAL-FILE INTO CAL-REC
                       AT END
                           MOVE "Y" TO WS-CAL-EOF-SWITCH
                       NOT AT END
                           PERFORM 1065-TABLE-ONE-CAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
               DISPLAY "HOLIDAYS ON CALENDAR: " WS-HOL-COUNT
           ELSE
               DISPLAY "CALMST NOT AVAILABLE - AGED ON THE DEFAULT "
                   "WEEKEND RULE WITH NO HOLIDAYS"
           END-IF.

       1065-TABLE-ONE-CAL-RECORD.
           EVALUATE TRUE
               WHEN CAL-TYPE-WEEKEND
                   MOVE CAL-WEEKEND-DAYS TO WS-WEEKEND-DAYS
               WHEN CAL-TYPE-HOLIDAY
                   IF CAL-DATE IS NUMERIC
                       IF WS-HOL-COUNT >= 200
                           DISPLAY "FATAL: HOLIDAY TABLE LIMIT OF "
                               "200 EXCEEDED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOL-COUNT
                       MOVE CAL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    DAY 1 OF THE INTEGER DATE BASE (1601-01-01) WAS A MONDAY,
      *    SO THE DAY-OF-WEEK INDEX 1-7 RUNS MONDAY THROUGH SUNDAY
      *    AGAINST THE WEEKEND RULE FLAGS.
       1070-TEST-BUSINESS-DAY.
           MOVE "Y" TO WS-BIZ-DAY-SWITCH
           COMPUTE WS-TEST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-N)
           COMPUTE WS-TEST-DOW =
               FUNCTION MOD(WS-TEST-DATE-INT - 1, 7) + 1
           IF WS-WEEKEND-DAYS(WS-TEST-DOW:1) = "Y"
               MOVE "N" TO WS-BIZ-DAY-SWITCH
           END-IF
           SET HOL-IDX TO 1
           SEARCH WS-HOL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOL-DATE (HOL-IDX) = WS-TEST-DATE-N
                   MOVE "N" TO WS-BIZ-DAY-SWITCH
           END-SEARCH.

      * ----------------------------------------------------------- *
      *  THE THREE QUEUES. A QUEUE FILE THAT DOES NOT EXIST HAS      *
      *  NOTHING WAITING ON IT. ONLY OPEN REJECTS AND SUSPECTS ARE   *
      *  AGED; EVERY FUTSUSP RECORD IS A LIVE HOLD.                  *
      * ----------------------------------------------------------- *
       2000-AGE-EXCEPTIONS.
           OPEN INPUT EXCP-FILE
           IF WS-EXCP-STATUS = "35"
               DISPLAY "EXCPRPT NOT FOUND - NO REJECTS WAITING"
           ELSE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO OPEN EXCPRPT, STATUS="
                       WS-EXCP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ EXCP-FILE INTO EXCP-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-EXCP-READ
                           IF EXCP-DISP-OPEN
                               PERFORM 2010-TAKE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCP-FILE
           END-IF.

      *    A REJECT CAN CARRY WHATEVER WAS WRONG WITH IT, SO A VALUE
      *    OR DATE THAT IS NOT NUMERIC IS TAKEN AS ZERO.
       2010-TAKE-EXCEPTION.
           MOVE 1 TO WS-ITEM-QUEUE
           MOVE EXCP-ACCOUNT-ID TO WS-ITEM-ACCOUNT
           IF EXCP-VALUE IS NUMERIC
               MOVE EXCP-VALUE TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF
           MOVE EXCP-DC-IND TO WS-ITEM-DC
           IF EXCP-EFFECTIVE-DATE IS NUMERIC
               MOVE EXCP-EFFECTIVE-DATE TO WS-ITEM-EFF-DATE
           ELSE
               MOVE ZERO TO WS-ITEM-EFF-DATE
           END-IF
           IF EXCP-QUEUED-DATE IS NUMERIC
               MOVE EXCP-QUEUED-DATE TO WS-ITEM-QUEUED-DATE
           ELSE
               MOVE ZERO TO WS-ITEM-QUEUED-DATE
           END-IF
           MOVE EXCP-SOURCE-ID TO WS-ITEM-SOURCE
           MOVE EXCP-REASON TO WS-ITEM-REASON
           PERFORM 2500-AGE-ITEM.

       2100-AGE-SUSPENSE.
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS = "35"
               DISPLAY "DUPSUSP NOT FOUND - NO SUSPECTS WAITING"
           ELSE
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO OPEN DUPSUSP, STATUS="
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SUSP-FILE INTO SUSP-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-SUSP-READ
                           IF SUSP-DISP-OPEN
                               MOVE SUSP-TRAN TO TRAN-REC
                               MOVE SUSP-SOURCE-ID TO WS-ITEM-SOURCE
                               IF SUSP-QUEUED-DATE IS NUMERIC
                                   MOVE SUSP-QUEUED-DATE TO
                                       WS-ITEM-QUEUED-DATE
                               ELSE
                                   MOVE ZERO TO WS-ITEM-QUEUED-DATE
                               END-IF
                               MOVE 2 TO WS-ITEM-QUEUE
                               PERFORM 2300-TAKE-QUEUED-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.

       2200-AGE-FUTURE-HOLDS.
           OPEN INPUT FUT-FILE
           IF WS-FUT-STATUS = "35"
               DISPLAY "FUTSUSP NOT FOUND - NO FUTURE HOLDS WAITING"
           ELSE
               IF WS-FUT-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO OPEN FUTSUSP, STATUS="
                       WS-FUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ FUT-FILE INTO HOLD-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-FUT-READ
                           MOVE HOLD-TRAN TO TRAN-REC
                           MOVE HOLD-SOURCE-ID TO WS-ITEM-SOURCE
                           IF HOLD-QUEUED-DATE IS NUMERIC
                               MOVE HOLD-QUEUED-DATE TO
                                   WS-ITEM-QUEUED-DATE
                           ELSE
                               MOVE ZERO TO WS-ITEM-QUEUED-DATE
                           END-IF
                           MOVE 3 TO WS-ITEM-QUEUE
                           PERFORM 2300-TAKE-QUEUED-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE FUT-FILE
           END-IF.

      *    SUSPECTS AND HOLDS PASSED VALIDATION BEFORE THEY WERE
      *    QUEUED, SO THE TRANSACTION IMAGE IS TAKEN AS IT STANDS.
       2300-TAKE-QUEUED-TRANSACTION.
           MOVE TRAN-ACCOUNT-ID TO WS-ITEM-ACCOUNT
           MOVE TRAN-AMOUNT TO WS-ITEM-AMOUNT
           MOVE TRAN-DC-IND TO WS-ITEM-DC
           MOVE TRAN-EFFECTIVE-DATE TO WS-ITEM-EFF-DATE
           MOVE SPACES TO WS-ITEM-REASON
           PERFORM 2500-AGE-ITEM.

      * ----------------------------------------------------------- *
      *  AGING ONE ITEM. THE QUEUED DATE IS USED WHEN IT IS A REAL   *
      *  DATE; FAILING THAT THE EFFECTIVE DATE, MARKED "*"; WITH     *
      *  NEITHER THE ITEM'S AGE IS UNKNOWN ("?") AND IT GOES IN THE  *
      *  OLDEST BUCKET AND ON THE ESCALATION LIST SO SOMEONE LOOKS   *
      *  AT IT. A DATE ON OR AFTER THE RUN DATE IS AGE ZERO.         *
      * ----------------------------------------------------------- *
       2500-AGE-ITEM.
           MOVE SPACE TO WS-ITEM-AGE-FLAG
           MOVE WS-ITEM-QUEUED-DATE TO WS-AGE-FROM-DATE
           COMPUTE WS-AGE-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
           IF WS-AGE-FROM-INT = ZERO
               MOVE "*" TO WS-ITEM-AGE-FLAG
               MOVE WS-ITEM-EFF-DATE TO WS-AGE-FROM-DATE
               COMPUTE WS-AGE-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
               IF WS-AGE-FROM-INT = ZERO
                   MOVE "?" TO WS-ITEM-AGE-FLAG
               END-IF
           END-IF
           EVALUATE WS-ITEM-AGE-FLAG
               WHEN "?"
                   ADD 1 TO WS-NO-DATE-COUNT
                   MOVE ZERO TO WS-ITEM-AGE
                   MOVE 4 TO WS-ITEM-BUCKET
               WHEN OTHER
                   IF WS-ITEM-AGE-FLAG = "*"
                       ADD 1 TO WS-FROM-EFFECTIVE
                   END-IF
                   PERFORM 2510-COUNT-BUSINESS-DAYS
                   EVALUATE TRUE
                       WHEN WS-ITEM-AGE <= 2
                           MOVE 1 TO WS-ITEM-BUCKET
                       WHEN WS-ITEM-AGE <= 5
                           MOVE 2 TO WS-ITEM-BUCKET
                       WHEN WS-ITEM-AGE <= 10
                           MOVE 3 TO WS-ITEM-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-ITEM-BUCKET
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-ITEM-QUEUE TO WS-QUEUE-SUB
           PERFORM 2520-ADD-TO-QUEUE
           MOVE 4 TO WS-QUEUE-SUB
           PERFORM 2520-ADD-TO-QUEUE
           PERFORM 2530-ADD-TO-ACCOUNT
           IF WS-ITEM-AGE-FLAG = "?"
                   OR WS-ITEM-AGE > WS-ESCALATE-DAYS
               PERFORM 2540-HOLD-ESCALATION
           END-IF.

      *    THE AGE IS THE NUMBER OF BUSINESS DAYS AFTER THE FROM DATE
      *    UP TO AND INCLUDING THE RUN DATE, SO AN ITEM QUEUED BY
      *    LAST NIGHT'S RUN IS ONE DAY OLD THE NEXT BUSINESS DAY.
       2510-COUNT-BUSINESS-DAYS.
           IF WS-AGE-FROM-DATE = WS-LAST-AGED-DATE
               MOVE WS-LAST-AGE TO WS-ITEM-AGE
           ELSE
               MOVE ZERO TO WS-ITEM-AGE
               PERFORM VARYING WS-AGE-FROM-INT FROM WS-AGE-FROM-INT
                       BY 1 UNTIL WS-AGE-FROM-INT >= WS-RUN-DATE-INT
                   COMPUTE WS-TEST-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-AGE-FROM-INT + 1)
                   PERFORM 1070-TEST-BUSINESS-DAY
                   IF WS-BIZ-DAY-SWITCH = "Y"
                       ADD 1 TO WS-ITEM-AGE
                   END-IF
               END-PERFORM
               MOVE WS-AGE-FROM-DATE TO WS-LAST-AGED-DATE
               MOVE WS-ITEM-AGE TO WS-LAST-AGE
           END-IF.

       2520-ADD-TO-QUEUE.
           ADD 1 TO WS-QB-COUNT (WS-QUEUE-SUB, WS-ITEM-BUCKET)
           ADD WS-ITEM-AMOUNT TO
               WS-QB-AMOUNT (WS-QUEUE-SUB, WS-ITEM-BUCKET)
           ADD 1 TO WS-QB-COUNT (WS-QUEUE-SUB, 5)
           ADD WS-ITEM-AMOUNT TO WS-QB-AMOUNT (WS-QUEUE-SUB, 5).

      *    THE ACCOUNT TABLE IS KEPT IN ORDER BY INSERTING EACH NEW
      *    ACCOUNT AHEAD OF THE FIRST ONE THAT SORTS AFTER IT ("A"),
      *    OR AT THE END WHEN NONE DOES.
       2530-ADD-TO-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-ACC-COUNT
                   OR WS-FOUND-SWITCH NOT = "N"
               EVALUATE TRUE
                   WHEN WS-ACC-ACCOUNT (WS-INSERT-SUB) = WS-ITEM-ACCOUNT
                       MOVE "Y" TO WS-FOUND-SWITCH
                   WHEN WS-ACC-ACCOUNT (WS-INSERT-SUB) > WS-ITEM-ACCOUNT
                       MOVE "A" TO WS-FOUND-SWITCH
                   WHEN OTHER
                       ADD 1 TO WS-INSERT-SUB
               END-EVALUATE
           END-PERFORM
           IF WS-FOUND-SWITCH NOT = "Y"
               IF WS-ACC-COUNT >= 5000
                   DISPLAY "FATAL: ACCOUNT TABLE LIMIT OF 5000 "
                       "EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACC-COUNT
               PERFORM VARYING WS-ACC-SUB FROM WS-ACC-COUNT BY -1
                       UNTIL WS-ACC-SUB <= WS-INSERT-SUB
                   MOVE WS-ACC-ENTRY (WS-ACC-SUB - 1) TO
                       WS-ACC-ENTRY (WS-ACC-SUB)
               END-PERFORM
               INITIALIZE WS-ACC-ENTRY (WS-INSERT-SUB)
               MOVE WS-ITEM-ACCOUNT TO WS-ACC-ACCOUNT (WS-INSERT-SUB)
               MOVE "N" TO WS-ACC-ESCALATED (WS-INSERT-SUB)
           END-IF
           ADD 1 TO WS-ACC-BUCKET-COUNT (WS-INSERT-SUB, WS-ITEM-BUCKET)
           ADD 1 TO WS-ACC-BUCKET-COUNT (WS-INSERT-SUB, 5)
           ADD WS-ITEM-AMOUNT TO WS-ACC-AMOUNT (WS-INSERT-SUB)
           IF WS-ITEM-AGE > WS-ACC-OLDEST (WS-INSERT-SUB)
               MOVE WS-ITEM-AGE TO WS-ACC-OLDEST (WS-INSERT-SUB)
           END-IF
           IF WS-ITEM-AGE-FLAG = "?"
                   OR WS-ITEM-AGE > WS-ESCALATE-DAYS
               MOVE "Y" TO WS-ACC-ESCALATED (WS-INSERT-SUB)
           END-IF.

       2540-HOLD-ESCALATION.
           IF WS-ESC-COUNT >= 5000
               DISPLAY "FATAL: ESCALATION TABLE LIMIT OF 5000 EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ESC-COUNT
           MOVE WS-ITEM-QUEUE TO WS-ESC-QUEUE (WS-ESC-COUNT)
           MOVE WS-ITEM-ACCOUNT TO WS-ESC-ACCOUNT (WS-ESC-COUNT)
           MOVE WS-ITEM-SOURCE TO WS-ESC-SOURCE (WS-ESC-COUNT)
           MOVE WS-ITEM-EFF-DATE TO WS-ESC-EFF-DATE (WS-ESC-COUNT)
           MOVE WS-ITEM-QUEUED-DATE TO
               WS-ESC-QUEUED-DATE (WS-ESC-COUNT)
           MOVE WS-ITEM-AGE-FLAG TO WS-ESC-AGE-FLAG (WS-ESC-COUNT)
           MOVE WS-ITEM-AGE TO WS-ESC-AGE (WS-ESC-COUNT)
           MOVE WS-ITEM-AMOUNT TO WS-ESC-AMOUNT (WS-ESC-COUNT)
           MOVE WS-ITEM-DC TO WS-ESC-DC (WS-ESC-COUNT)
           MOVE WS-ITEM-REASON TO WS-ESC-REASON (WS-ESC-COUNT)
           ADD WS-ITEM-AMOUNT TO WS-ESC-TOTAL.

      * ----------------------------------------------------------- *
      *  REPORT - BUCKETS BY QUEUE, BUCKETS BY ACCOUNT, THEN THE     *
      *  ITEMS PAST THE ESCALATION LIMIT.                            *
      * ----------------------------------------------------------- *
       3000-PRINT-QUEUE-SUMMARY.
           MOVE "AGE BY QUEUE (BUSINESS DAYS)" TO SEC-TITLE
           MOVE WS-BUCKET-HEAD TO WS-COLUMN-HEAD
           PERFORM 6100-START-SECTION
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > 4
               MOVE SPACES TO WS-BUCKET-COUNT-LINE
               MOVE WS-QUEUE-NAME (WS-QUEUE-SUB) TO BKC-QUEUE
               MOVE " COUNT" TO BKC-LABEL
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                   MOVE WS-QB-COUNT (WS-QUEUE-SUB, WS-BUCKET-SUB)
                       TO BKC-COUNT (WS-BUCKET-SUB)
                   MOVE WS-QB-AMOUNT (WS-QUEUE-SUB, WS-BUCKET-SUB)
                       TO BKA-AMOUNT (WS-BUCKET-SUB)
               END-PERFORM
               MOVE WS-BUCKET-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
               MOVE WS-BUCKET-AMOUNT-LINE TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
           END-PERFORM.

       3100-PRINT-ACCOUNT-SUMMARY.
           MOVE "AGE BY ACCOUNT (BUSINESS DAYS)" TO SEC-TITLE
           MOVE WS-ACCOUNT-HEAD TO WS-COLUMN-HEAD
           PERFORM 6100-START-SECTION
           IF WS-ACC-COUNT = ZERO
               MOVE "NO ITEMS WAITING" TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
           END-IF
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
               MOVE SPACES TO WS-ACCOUNT-LINE
               MOVE WS-ACC-ACCOUNT (WS-ACC-SUB) TO ACL-ACCOUNT
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                   MOVE WS-ACC-BUCKET-COUNT (WS-ACC-SUB, WS-BUCKET-SUB)
                       TO ACL-COUNT (WS-BUCKET-SUB)
               END-PERFORM
               MOVE WS-ACC-AMOUNT (WS-ACC-SUB) TO ACL-AMOUNT
               MOVE WS-ACC-OLDEST (WS-ACC-SUB) TO ACL-OLDEST
               IF WS-ACC-ESCALATED (WS-ACC-SUB) = "Y"
                   MOVE "ESCALATE" TO ACL-NOTE
               END-IF
               MOVE WS-ACCOUNT-LINE TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
           END-PERFORM.

       3200-PRINT-ESCALATIONS.
           MOVE SPACES TO SEC-TITLE
           MOVE WS-ESCALATE-DAYS TO WS-ESC-AGE-EDIT
           STRING "ITEMS WAITING MORE THAN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ESC-AGE-EDIT) DELIMITED BY SIZE
               " BUSINESS DAYS" DELIMITED BY SIZE
               INTO SEC-TITLE
           MOVE WS-ESC-HEAD TO WS-COLUMN-HEAD
           PERFORM 6100-START-SECTION
           IF WS-ESC-COUNT = ZERO
               MOVE "NOTHING PAST THE ESCALATION LIMIT" TO
                   WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
           END-IF
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                   UNTIL WS-ESC-SUB > WS-ESC-COUNT
               PERFORM 3210-PRINT-ESCALATION-LINE
           END-PERFORM
           IF WS-FROM-EFFECTIVE > ZERO OR WS-NO-DATE-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
               MOVE WS-FLAG-NOTE-1 TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
               MOVE WS-FLAG-NOTE-2 TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
           END-IF.

       3210-PRINT-ESCALATION-LINE.
           MOVE SPACES TO WS-ESC-LINE
           MOVE WS-QUEUE-NAME (WS-ESC-QUEUE (WS-ESC-SUB)) TO ESL-QUEUE
           MOVE WS-ESC-ACCOUNT (WS-ESC-SUB) TO ESL-ACCOUNT
           MOVE WS-ESC-ACCOUNT (WS-ESC-SUB) TO ACCT-ACCOUNT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "*** NOT ON ACCOUNT MASTER" TO ESL-NAME
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE ACCT-NAME TO ESL-NAME
           END-READ
           MOVE WS-ESC-SOURCE (WS-ESC-SUB) TO ESL-SOURCE
           IF WS-ESC-EFF-DATE (WS-ESC-SUB) NOT = ZERO
               MOVE WS-ESC-EFF-DATE (WS-ESC-SUB) TO ESL-EFF-DATE
           END-IF
           IF WS-ESC-QUEUED-DATE (WS-ESC-SUB) NOT = ZERO
               MOVE WS-ESC-QUEUED-DATE (WS-ESC-SUB) TO ESL-QUEUED-DATE
           END-IF
           MOVE WS-ESC-AGE-FLAG (WS-ESC-SUB) TO ESL-AGE-FLAG
           IF WS-ESC-AGE-FLAG (WS-ESC-SUB) = "?"
               MOVE "    ?" TO ESL-AGE
           ELSE
               MOVE WS-ESC-AGE (WS-ESC-SUB) TO WS-ESC-AGE-EDIT
               MOVE WS-ESC-AGE-EDIT TO ESL-AGE
           END-IF
           MOVE WS-ESC-AMOUNT (WS-ESC-SUB) TO ESL-AMOUNT
           MOVE WS-ESC-DC (WS-ESC-SUB) TO ESL-DC
           MOVE WS-ESC-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE
           IF WS-ESC-REASON (WS-ESC-SUB) NOT = SPACES
               MOVE WS-ESC-REASON (WS-ESC-SUB) TO RSL-REASON
               MOVE WS-REASON-LINE TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
           END-IF.

       5000-FINALIZE.
           IF WS-ESC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-COLUMN-HEAD
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE
           MOVE "EXCPRPT RECORDS READ:" TO CNT-LABEL
           MOVE WS-EXCP-READ TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "DUPSUSP RECORDS READ:" TO CNT-LABEL
           MOVE WS-SUSP-READ TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "FUTSUSP RECORDS READ:" TO CNT-LABEL
           MOVE WS-FUT-READ TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ITEMS WAITING:" TO CNT-LABEL
           MOVE WS-QB-COUNT (4, 5) TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "AGED FROM EFFECTIVE DATE:" TO CNT-LABEL
           MOVE WS-FROM-EFFECTIVE TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "NO USABLE DATE:" TO CNT-LABEL
           MOVE WS-NO-DATE-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ACCOUNTS WITH ITEMS WAITING:" TO CNT-LABEL
           MOVE WS-ACC-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ITEMS TO ESCALATE:" TO CNT-LABEL
           MOVE WS-ESC-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ESCALATED NOT ON ACCTMST:" TO CNT-LABEL
           MOVE WS-NOT-ON-MASTER TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "AMOUNT WAITING:" TO TOT-LABEL
           MOVE WS-QB-AMOUNT (4, 5) TO TOT-AMOUNT
           PERFORM 5020-PRINT-TOTAL-LINE
           MOVE "AMOUNT TO ESCALATE:" TO TOT-LABEL
           MOVE WS-ESC-TOTAL TO TOT-AMOUNT
           PERFORM 5020-PRINT-TOTAL-LINE
           DISPLAY "===================================="
           DISPLAY "QUEUE AGING SUMMARY"
           DISPLAY "RUN DATE:          " WS-RUN-DATE
           DISPLAY "ESCALATION LIMIT:  " WS-ESCALATE-DAYS
           DISPLAY "ITEMS WAITING:     " WS-QB-COUNT (4, 5)
           DISPLAY "TO ESCALATE:       " WS-ESC-COUNT
           DISPLAY "===================================="
           IF WS-ESC-COUNT > ZERO
               DISPLAY "WARNING: " WS-ESC-COUNT
                   " ITEMS PAST THE ESCALATION LIMIT - SEE AGERPT"
           END-IF
           PERFORM 5100-WRITE-RUN-STATS
           CLOSE ACCT-FILE
           CLOSE RPT-FILE.

       5010-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.

       5020-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - QUEUE RECORDS READ, ITEMS WAITING AS    *
      *  ACCEPTED, ITEMS TO ESCALATE AS REJECTED, AND THE AMOUNT     *
      *  WAITING AS THE TOTAL.                                       *
      * ----------------------------------------------------------- *
       5100-WRITE-RUN-STATS.
           OPEN EXTEND RUNC-FILE
           IF WS-RUNC-STATUS NOT = "00"
               OPEN OUTPUT RUNC-FILE
           END-IF
           IF WS-RUNC-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN RUNCTL, STATUS="
                   WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
           ELSE
               MOVE "AGE001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               COMPUTE RUN-RECORDS =
                   WS-EXCP-READ + WS-SUSP-READ + WS-FUT-READ
               MOVE WS-QB-COUNT (4, 5) TO RUN-ACCEPTED
               MOVE WS-ESC-COUNT TO RUN-REJECTED
               MOVE WS-QB-AMOUNT (4, 5) TO RUN-TOTAL
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
      *  REPORT PRINTING                                             *
      * ----------------------------------------------------------- *
       6100-START-SECTION.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6210-PRINT-HEADINGS
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6200-PRINT-RPT-LINE
               WRITE RPT-FILE-REC FROM WS-SECTION-LINE
               PERFORM 6220-CHECK-RPT-STATUS
               WRITE RPT-FILE-REC FROM WS-COLUMN-HEAD
               PERFORM 6220-CHECK-RPT-STATUS
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       6200-PRINT-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6210-PRINT-HEADINGS
           END-IF
           WRITE RPT-FILE-REC FROM WS-PRINT-LINE
           PERFORM 6220-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *    A NEW PAGE REPEATS THE CURRENT SECTION'S TITLE AND COLUMN
      *    HEADING, IF ANY, UNDER THE PAGE HEADING.
       6210-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HEAD-PAGE
           MOVE WS-RUN-DATE TO HEAD-DATE
           MOVE WS-ESCALATE-DAYS TO HEAD-LIMIT
           WRITE RPT-FILE-REC FROM WS-HEAD-1
           PERFORM 6220-CHECK-RPT-STATUS
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 6220-CHECK-RPT-STATUS
           MOVE 2 TO WS-LINE-COUNT
           IF WS-COLUMN-HEAD NOT = SPACES
               WRITE RPT-FILE-REC FROM WS-SECTION-LINE
               PERFORM 6220-CHECK-RPT-STATUS
               WRITE RPT-FILE-REC FROM WS-COLUMN-HEAD
               PERFORM 6220-CHECK-RPT-STATUS
               MOVE 4 TO WS-LINE-COUNT
           END-IF.

       6220-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO AGERPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
