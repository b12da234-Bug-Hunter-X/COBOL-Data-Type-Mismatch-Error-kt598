      ******************************************************************
      *  PROGRAM:  BRA001  (file: brnchrpt.cob)
      *  PURPOSE:  BRANCH ACTIVITY REPORT FROM THE DATED AUDIT TRAILS.
      *            READS EVERY AUDIT.YYYYMMDD.LOG (OR ITS AUDARCH
      *            NAME ONCE CON001 HAS RUN) IN A DATE RANGE AND
      *            TOTALS THE BATCH OUTCOMES BY THE SOURCE ID BUG001
      *            STAMPS ON EACH ENTRY: ITEMS ACCEPTED (ENTRY),
      *            REJECTED (REJECT), SUSPENDED AS DUPLICATES
      *            (SUSPEND) AND HELD AS FUTURE-DATED (FUTHOLD). EACH
      *            BRANCH GETS A BLOCK ON BRANRPT WITH ITS SRCMST NAME,
      *            ONE LINE PER DAY IT HAD ACTIVITY AND A PERIOD
      *            TOTAL; A GRAND-TOTAL PAGE FOLLOWS. ENTRIES WITH NO
      *            SOURCE - ITEMS SENT OUTSIDE A BATCH AND TRAILS
      *            WRITTEN BEFORE THE SOURCE ID WAS CARRIED - ARE
      *            GROUPED TOGETHER. ARG 1 IS THE FROM-DATE AND ARG 2
      *            THE TO-DATE, BOTH YYYYMMDD; A SINGLE ARGUMENT
      *            REPORTS THAT ONE DAY. AN OPTIONAL ARG 3 LIMITS THE
      *            REPORT TO ONE SOURCE ID FOR THAT BRANCH'S MANAGER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRA001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REG-FILE ASSIGN TO "SRCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT RPT-FILE ASSIGN TO "BRANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       FD  REG-FILE
           RECORDING MODE IS F.
       01  REG-FILE-REC           PIC X(35).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY SRCREC.

       01  WS-AUDIT-FILE-NAME     PIC X(30).
       01  WS-AUDIT-STATUS        PIC XX     VALUE "00".
       01  WS-REG-STATUS          PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-EOF-SWITCH          PIC X      VALUE "N".
       01  WS-REG-EOF-SWITCH      PIC X      VALUE "N".
       01  WS-REG-AVAILABLE       PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-FROM-DATE           PIC 9(8)   VALUE ZERO.
       01  WS-TO-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-ONLY-SOURCE-ID      PIC X(4)   VALUE SPACES.
       01  WS-ONLY-SWITCH         PIC X      VALUE "N".
       01  WS-REPORT-DATE-N       PIC 9(8)   VALUE ZERO.
       01  WS-REPORT-DATE.
           05  WS-RPT-YYYY        PIC 9(4).
           05  WS-RPT-MM          PIC 9(2).
           05  WS-RPT-DD          PIC 9(2).
       01  WS-DATE-INT            PIC 9(8)   VALUE ZERO.
       01  WS-TO-DATE-INT         PIC 9(8)   VALUE ZERO.
       01  WS-DAYS-REPORTED       PIC 9(5)   VALUE ZERO.
       01  WS-DAYS-MISSING        PIC 9(5)   VALUE ZERO.
       01  WS-ENTRIES-READ        PIC 9(9)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  SOURCE TABLE - EVERY SRCMST BRANCH IS LOADED UP FRONT SO A  *
      *  REGISTERED BRANCH WITH NOTHING IN THE RANGE STILL SHOWS ON  *
      *  THE REPORT. AN ID FOUND ON THE TRAIL BUT NOT ON THE         *
      *  REGISTRY (A BATCH BUG001 REJECTED AS UNREGISTERED) AND THE  *
      *  BLANK SOURCE ARE ADDED AS THEY ARE MET. THE DAY COUNTERS    *
      *  ARE CLEARED FOR EACH LOG; THE PERIOD COUNTERS RUN THE WHOLE *
      *  RANGE.                                                      *
      * ----------------------------------------------------------- *
       01  WS-SRC-SUB             PIC 9(3)   VALUE ZERO.
       01  WS-SRC-COUNT           PIC 9(3)   VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-SRC-COUNT
                   INDEXED BY SRC-IDX.
               10  WS-SRC-ID           PIC X(4).
               10  WS-SRC-NAME         PIC X(30).
               10  WS-SRC-DAY-ACTIVE   PIC X.
               10  WS-SRC-DAY-ACC-CNT  PIC 9(7).
               10  WS-SRC-DAY-ACC-VAL  PIC S9(11)V99.
               10  WS-SRC-DAY-REJ-CNT  PIC 9(7).
               10  WS-SRC-DAY-REJ-VAL  PIC S9(11)V99.
               10  WS-SRC-DAY-SUSP-CNT PIC 9(7).
               10  WS-SRC-DAY-HELD-CNT PIC 9(7).
               10  WS-SRC-PER-ACC-CNT  PIC 9(9).
               10  WS-SRC-PER-ACC-VAL  PIC S9(13)V99.
               10  WS-SRC-PER-REJ-CNT  PIC 9(9).
               10  WS-SRC-PER-REJ-VAL  PIC S9(13)V99.
               10  WS-SRC-PER-SUSP-CNT PIC 9(9).
               10  WS-SRC-PER-HELD-CNT PIC 9(9).
               10  WS-SRC-DAY-LINES    PIC 9(5).

      * ----------------------------------------------------------- *
      *  DAILY CELLS - AT THE END OF EACH LOG ONE CELL IS KEPT FOR   *
      *  EVERY SOURCE ACTIVE THAT DAY, SO THE REPORT CAN BE PRINTED  *
      *  BRANCH BY BRANCH ONCE THE WHOLE RANGE HAS BEEN READ. THE    *
      *  LOGS ARE READ IN DATE ORDER, SO EACH BRANCH'S CELLS ARE     *
      *  ALREADY IN DATE ORDER.                                      *
      * ----------------------------------------------------------- *
       01  WS-CELL-SUB            PIC 9(5)   VALUE ZERO.
       01  WS-CELL-COUNT          PIC 9(5)   VALUE ZERO.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CELL-COUNT.
               10  WS-CELL-SRC-SUB     PIC 9(3).
               10  WS-CELL-DATE        PIC 9(8).
               10  WS-CELL-ACC-CNT     PIC 9(7).
               10  WS-CELL-ACC-VAL     PIC S9(11)V99.
               10  WS-CELL-REJ-CNT     PIC 9(7).
               10  WS-CELL-REJ-VAL     PIC S9(11)V99.
               10  WS-CELL-SUSP-CNT    PIC 9(7).
               10  WS-CELL-HELD-CNT    PIC 9(7).

      * ----------------------------------------------------------- *
      *  GRAND TOTALS ACROSS EVERY BRANCH REPORTED                  *
      * ----------------------------------------------------------- *
       01  WS-TOT-ACC-CNT         PIC 9(9)   VALUE ZERO.
       01  WS-TOT-ACC-VAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-REJ-CNT         PIC 9(9)   VALUE ZERO.
       01  WS-TOT-REJ-VAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-SUSP-CNT        PIC 9(9)   VALUE ZERO.
       01  WS-TOT-HELD-CNT        PIC 9(9)   VALUE ZERO.
       01  WS-BRANCHES-ACTIVE     PIC 9(5)   VALUE ZERO.
       01  WS-BRANCHES-QUIET      PIC 9(5)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  REPORT LINES                                               *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(32)
               VALUE "BRA001  BRANCH ACTIVITY REPORT  ".
           05  FILLER             PIC X(6)   VALUE "FROM: ".
           05  HEAD-FROM          PIC 9(8).
           05  FILLER             PIC X(5)   VALUE " TO: ".
           05  HEAD-TO            PIC 9(8).
           05  FILLER             PIC X(31)  VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-BRANCH-HEAD.
           05  FILLER             PIC X(8)   VALUE "SOURCE: ".
           05  BRH-SOURCE         PIC X(4).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  BRH-NAME           PIC X(30).
       01  WS-COLUMN-HEAD.
           05  FILLER             PIC X(13)  VALUE "DATE".
           05  FILLER             PIC X(10)  VALUE " ACCEPTED ".
           05  FILLER             PIC X(19)
               VALUE "    ACCEPTED VALUE ".
           05  FILLER             PIC X(10)  VALUE " REJECTED ".
           05  FILLER             PIC X(19)
               VALUE "    REJECTED VALUE ".
           05  FILLER             PIC X(10)  VALUE "SUSPENDED ".
           05  FILLER             PIC X(11)  VALUE "FUTURE HELD".
       01  WS-DETAIL-LINE.
           05  DTL-LABEL          PIC X(12).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DTL-ACC-CNT        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DTL-ACC-VAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DTL-REJ-CNT        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DTL-REJ-VAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  DTL-SUSP-CNT       PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  DTL-HELD-CNT       PIC Z,ZZZ,ZZ9.
       01  WS-SECTION-LINE        PIC X(100) VALUE SPACES.
       01  WS-GRAND-LINE.
           05  GRD-LABEL          PIC X(24).
      *    THE COUNT LINES SHARE THE AMOUNT COLUMN BUT PRINT AS
      *    PLAIN INTEGERS - ONLY THE VALUE LINES ARE MONEY.
           05  GRD-VALUE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  GRD-COUNT REDEFINES GRD-VALUE
                                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-DAY
               UNTIL WS-DATE-INT > WS-TO-DATE-INT
           PERFORM 3000-PRINT-BRANCH-SECTION
           PERFORM 4000-PRINT-GRAND-TOTALS
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "FATAL: FROM-DATE ARGUMENT (YYYYMMDD) REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
           IF WS-ARG-COUNT >= 2
               MOVE 2 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
           ELSE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-ARG-COUNT >= 3
               MOVE 3 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-ONLY-SOURCE-ID FROM ARGUMENT-VALUE
               MOVE "Y" TO WS-ONLY-SWITCH
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FATAL: DATE RANGE " WS-FROM-DATE " TO "
                   WS-TO-DATE " IS NOT VALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-DATE-INT = ZERO OR WS-TO-DATE-INT = ZERO
               DISPLAY "FATAL: DATE RANGE " WS-FROM-DATE " TO "
                   WS-TO-DATE " IS NOT VALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BRANRPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-SOURCE-REGISTRY.

      *    WITHOUT SRCMST THE REPORT STILL RUNS, LISTING ONLY THE IDS
      *    FOUND ON THE TRAILS AND WITHOUT BRANCH NAMES. A SINGLE
      *    BRANCH RUN TABLES ONLY THAT BRANCH.
       1100-LOAD-SOURCE-REGISTRY.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "Y" TO WS-REG-AVAILABLE
               PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                   READ REG-FILE INTO SRC-REC
                       AT END
                           MOVE "Y" TO WS-REG-EOF-SWITCH
                       NOT AT END
                           IF WS-ONLY-SWITCH = "N"
                                   OR SRC-SOURCE-ID = WS-ONLY-SOURCE-ID
                               PERFORM 1110-ADD-SOURCE
                               MOVE SRC-BRANCH-NAME TO
                                   WS-SRC-NAME (SRC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           ELSE
               DISPLAY "SRCMST NOT AVAILABLE - BRANCH NAMES NOT "
                   "SHOWN"
           END-IF.

       1110-ADD-SOURCE.
           IF WS-SRC-COUNT >= 100
               DISPLAY "FATAL: SOURCE TABLE LIMIT OF 100 EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SRC-COUNT
           SET SRC-IDX TO WS-SRC-COUNT
           MOVE SRC-SOURCE-ID TO WS-SRC-ID (SRC-IDX)
           EVALUATE TRUE
               WHEN SRC-SOURCE-ID = SPACES
                   MOVE "NO SOURCE ON RECORD" TO WS-SRC-NAME (SRC-IDX)
               WHEN WS-REG-AVAILABLE = "Y"
                   MOVE "NOT ON SOURCE REGISTRY" TO
                       WS-SRC-NAME (SRC-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-SRC-NAME (SRC-IDX)
           END-EVALUATE
           MOVE "N" TO WS-SRC-DAY-ACTIVE (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-ACC-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-ACC-VAL (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-REJ-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-REJ-VAL (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-SUSP-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-HELD-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-PER-ACC-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-PER-ACC-VAL (SRC-IDX)
           MOVE ZERO TO WS-SRC-PER-REJ-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-PER-REJ-VAL (SRC-IDX)
           MOVE ZERO TO WS-SRC-PER-SUSP-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-PER-HELD-CNT (SRC-IDX)
           MOVE ZERO TO WS-SRC-DAY-LINES (SRC-IDX).

      * ----------------------------------------------------------- *
      *  ONE LOG PER CALENDAR DAY IN THE RANGE. A DAY ALREADY        *
      *  CONSOLIDATED BY CON001 LIVES UNDER ITS AUDARCH NAME, SO     *
      *  THAT IS TRIED BEFORE THE DAY IS COUNTED MISSING.            *
      * ----------------------------------------------------------- *
       2000-REPORT-ONE-DAY.
           COMPUTE WS-REPORT-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-REPORT-DATE-N TO WS-REPORT-DATE
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           STRING "AUDIT." WS-RPT-YYYY WS-RPT-MM WS-RPT-DD ".LOG"
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "AUDARCH." WS-RPT-YYYY WS-RPT-MM WS-RPT-DD
                   ".LOG" DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
               OPEN INPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-DAYS-REPORTED
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUDIT-FILE INTO AUDIT-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2100-TALLY-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM 2200-KEEP-DAY-CELL
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
           ELSE
               ADD 1 TO WS-DAYS-MISSING
           END-IF
           ADD 1 TO WS-DATE-INT.

      *    ONLY THE FOUR BATCH OUTCOMES ARE BRANCH ACTIVITY. ONLINE
      *    ACTIONS - CORRECTIONS, APPROVALS, SECURITY EVENTS - CARRY
      *    NO SOURCE AND ARE LEFT TO RPT001.
       2100-TALLY-AUDIT-ENTRY.
           IF AUDIT-ACTION = "ENTRY" OR AUDIT-ACTION = "REJECT"
                   OR AUDIT-ACTION = "SUSPEND"
                   OR AUDIT-ACTION = "FUTHOLD"
               IF WS-ONLY-SWITCH = "N"
                       OR AUDIT-SOURCE-ID = WS-ONLY-SOURCE-ID
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 2110-FIND-SOURCE
                   PERFORM 2120-BUMP-SOURCE
               END-IF
           END-IF.

       2110-FIND-SOURCE.
           SET SRC-IDX TO 1
           SEARCH WS-SRC-ENTRY
               AT END
                   MOVE AUDIT-SOURCE-ID TO SRC-SOURCE-ID
                   PERFORM 1110-ADD-SOURCE
               WHEN WS-SRC-ID (SRC-IDX) = AUDIT-SOURCE-ID
                   CONTINUE
           END-SEARCH.

       2120-BUMP-SOURCE.
           MOVE "Y" TO WS-SRC-DAY-ACTIVE (SRC-IDX)
           EVALUATE AUDIT-ACTION
               WHEN "ENTRY"
                   ADD 1 TO WS-SRC-DAY-ACC-CNT (SRC-IDX)
                   ADD AUDIT-VALUE TO WS-SRC-DAY-ACC-VAL (SRC-IDX)
               WHEN "REJECT"
                   ADD 1 TO WS-SRC-DAY-REJ-CNT (SRC-IDX)
                   ADD AUDIT-VALUE TO WS-SRC-DAY-REJ-VAL (SRC-IDX)
               WHEN "SUSPEND"
                   ADD 1 TO WS-SRC-DAY-SUSP-CNT (SRC-IDX)
               WHEN "FUTHOLD"
                   ADD 1 TO WS-SRC-DAY-HELD-CNT (SRC-IDX)
           END-EVALUATE.

      *    THE DAY'S FIGURES ARE KEPT AS A CELL, ROLLED INTO THE
      *    PERIOD TOTALS AND CLEARED FOR THE NEXT LOG.
       2200-KEEP-DAY-CELL.
           IF WS-SRC-DAY-ACTIVE (WS-SRC-SUB) = "Y"
               IF WS-CELL-COUNT >= 20000
                   DISPLAY "FATAL: DAILY CELL TABLE LIMIT OF 20000 "
                       "EXCEEDED - SHORTEN THE DATE RANGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-SRC-SUB TO WS-CELL-SRC-SUB (WS-CELL-COUNT)
               MOVE WS-REPORT-DATE-N TO WS-CELL-DATE (WS-CELL-COUNT)
               MOVE WS-SRC-DAY-ACC-CNT (WS-SRC-SUB) TO
                   WS-CELL-ACC-CNT (WS-CELL-COUNT)
               MOVE WS-SRC-DAY-ACC-VAL (WS-SRC-SUB) TO
                   WS-CELL-ACC-VAL (WS-CELL-COUNT)
               MOVE WS-SRC-DAY-REJ-CNT (WS-SRC-SUB) TO
                   WS-CELL-REJ-CNT (WS-CELL-COUNT)
               MOVE WS-SRC-DAY-REJ-VAL (WS-SRC-SUB) TO
                   WS-CELL-REJ-VAL (WS-CELL-COUNT)
               MOVE WS-SRC-DAY-SUSP-CNT (WS-SRC-SUB) TO
                   WS-CELL-SUSP-CNT (WS-CELL-COUNT)
               MOVE WS-SRC-DAY-HELD-CNT (WS-SRC-SUB) TO
                   WS-CELL-HELD-CNT (WS-CELL-COUNT)
               ADD WS-SRC-DAY-ACC-CNT (WS-SRC-SUB) TO
                   WS-SRC-PER-ACC-CNT (WS-SRC-SUB)
               ADD WS-SRC-DAY-ACC-VAL (WS-SRC-SUB) TO
                   WS-SRC-PER-ACC-VAL (WS-SRC-SUB)
               ADD WS-SRC-DAY-REJ-CNT (WS-SRC-SUB) TO
                   WS-SRC-PER-REJ-CNT (WS-SRC-SUB)
               ADD WS-SRC-DAY-REJ-VAL (WS-SRC-SUB) TO
                   WS-SRC-PER-REJ-VAL (WS-SRC-SUB)
               ADD WS-SRC-DAY-SUSP-CNT (WS-SRC-SUB) TO
                   WS-SRC-PER-SUSP-CNT (WS-SRC-SUB)
               ADD WS-SRC-DAY-HELD-CNT (WS-SRC-SUB) TO
                   WS-SRC-PER-HELD-CNT (WS-SRC-SUB)
               ADD 1 TO WS-SRC-DAY-LINES (WS-SRC-SUB)
               MOVE "N" TO WS-SRC-DAY-ACTIVE (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-DAY-ACC-CNT (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-DAY-ACC-VAL (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-DAY-REJ-CNT (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-DAY-REJ-VAL (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-DAY-SUSP-CNT (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-DAY-HELD-CNT (WS-SRC-SUB)
           END-IF.

       2500-PRINT-SECTION-HEAD.
           PERFORM 2520-CHECK-PAGE-BREAK
           WRITE RPT-FILE-REC FROM WS-SECTION-LINE
           PERFORM 2530-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2520-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HEAD-PAGE
               MOVE WS-FROM-DATE TO HEAD-FROM
               MOVE WS-TO-DATE TO HEAD-TO
               WRITE RPT-FILE-REC FROM WS-HEAD-1
               PERFORM 2530-CHECK-RPT-STATUS
               MOVE SPACES TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2530-CHECK-RPT-STATUS
               MOVE 2 TO WS-LINE-COUNT
           END-IF.

       2530-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO BRANRPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2540-PRINT-DETAIL.
           PERFORM 2520-CHECK-PAGE-BREAK
           WRITE RPT-FILE-REC FROM WS-DETAIL-LINE
           PERFORM 2530-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      * ----------------------------------------------------------- *
      *  ONE BLOCK PER BRANCH: ITS NAME, A LINE FOR EACH DAY IT HAD  *
      *  ACTIVITY AND ITS PERIOD TOTAL. A BLOCK THAT WOULD NOT START *
      *  WITH ROOM FOR ITS HEADINGS GOES TO A NEW PAGE.              *
      * ----------------------------------------------------------- *
       3000-PRINT-BRANCH-SECTION.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "ACTIVITY BY BRANCH" TO WS-SECTION-LINE
           PERFORM 2500-PRINT-SECTION-HEAD
           PERFORM 3100-PRINT-ONE-BRANCH
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT.

       3100-PRINT-ONE-BRANCH.
           IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO RPT-FILE-REC
           PERFORM 2520-CHECK-PAGE-BREAK
           WRITE RPT-FILE-REC
           PERFORM 2530-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-SRC-ID (WS-SRC-SUB) TO BRH-SOURCE
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO BRH-NAME
           PERFORM 2520-CHECK-PAGE-BREAK
           WRITE RPT-FILE-REC FROM WS-BRANCH-HEAD
           PERFORM 2530-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT
           IF WS-SRC-DAY-LINES (WS-SRC-SUB) = ZERO
               ADD 1 TO WS-BRANCHES-QUIET
               MOVE "  NO ACTIVITY IN PERIOD" TO WS-SECTION-LINE
               PERFORM 2500-PRINT-SECTION-HEAD
           ELSE
               ADD 1 TO WS-BRANCHES-ACTIVE
               PERFORM 2520-CHECK-PAGE-BREAK
               WRITE RPT-FILE-REC FROM WS-COLUMN-HEAD
               PERFORM 2530-CHECK-RPT-STATUS
               ADD 1 TO WS-LINE-COUNT
               PERFORM 3110-PRINT-DAY-CELL
                   VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
               PERFORM 3120-PRINT-PERIOD-LINE
           END-IF.

       3110-PRINT-DAY-CELL.
           IF WS-CELL-SRC-SUB (WS-CELL-SUB) = WS-SRC-SUB
               MOVE SPACES TO DTL-LABEL
               MOVE WS-CELL-DATE (WS-CELL-SUB) TO DTL-LABEL
               MOVE WS-CELL-ACC-CNT (WS-CELL-SUB) TO DTL-ACC-CNT
               MOVE WS-CELL-ACC-VAL (WS-CELL-SUB) TO DTL-ACC-VAL
               MOVE WS-CELL-REJ-CNT (WS-CELL-SUB) TO DTL-REJ-CNT
               MOVE WS-CELL-REJ-VAL (WS-CELL-SUB) TO DTL-REJ-VAL
               MOVE WS-CELL-SUSP-CNT (WS-CELL-SUB) TO DTL-SUSP-CNT
               MOVE WS-CELL-HELD-CNT (WS-CELL-SUB) TO DTL-HELD-CNT
               PERFORM 2540-PRINT-DETAIL
           END-IF.

       3120-PRINT-PERIOD-LINE.
           MOVE "PERIOD TOTAL" TO DTL-LABEL
           MOVE WS-SRC-PER-ACC-CNT (WS-SRC-SUB) TO DTL-ACC-CNT
           MOVE WS-SRC-PER-ACC-VAL (WS-SRC-SUB) TO DTL-ACC-VAL
           MOVE WS-SRC-PER-REJ-CNT (WS-SRC-SUB) TO DTL-REJ-CNT
           MOVE WS-SRC-PER-REJ-VAL (WS-SRC-SUB) TO DTL-REJ-VAL
           MOVE WS-SRC-PER-SUSP-CNT (WS-SRC-SUB) TO DTL-SUSP-CNT
           MOVE WS-SRC-PER-HELD-CNT (WS-SRC-SUB) TO DTL-HELD-CNT
           PERFORM 2540-PRINT-DETAIL
           ADD WS-SRC-PER-ACC-CNT (WS-SRC-SUB) TO WS-TOT-ACC-CNT
           ADD WS-SRC-PER-ACC-VAL (WS-SRC-SUB) TO WS-TOT-ACC-VAL
           ADD WS-SRC-PER-REJ-CNT (WS-SRC-SUB) TO WS-TOT-REJ-CNT
           ADD WS-SRC-PER-REJ-VAL (WS-SRC-SUB) TO WS-TOT-REJ-VAL
           ADD WS-SRC-PER-SUSP-CNT (WS-SRC-SUB) TO WS-TOT-SUSP-CNT
           ADD WS-SRC-PER-HELD-CNT (WS-SRC-SUB) TO WS-TOT-HELD-CNT.

       4000-PRINT-GRAND-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "GRAND TOTALS" TO WS-SECTION-LINE
           PERFORM 2500-PRINT-SECTION-HEAD
           MOVE "ITEMS ACCEPTED:         " TO GRD-LABEL
           MOVE WS-TOT-ACC-CNT TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "VALUE ACCEPTED:         " TO GRD-LABEL
           MOVE WS-TOT-ACC-VAL TO GRD-VALUE
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "ITEMS REJECTED:         " TO GRD-LABEL
           MOVE WS-TOT-REJ-CNT TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "VALUE REJECTED:         " TO GRD-LABEL
           MOVE WS-TOT-REJ-VAL TO GRD-VALUE
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "ITEMS SUSPENDED:        " TO GRD-LABEL
           MOVE WS-TOT-SUSP-CNT TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "ITEMS HELD FUTURE:      " TO GRD-LABEL
           MOVE WS-TOT-HELD-CNT TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "BRANCHES WITH ACTIVITY: " TO GRD-LABEL
           MOVE WS-BRANCHES-ACTIVE TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "BRANCHES WITH NONE:     " TO GRD-LABEL
           MOVE WS-BRANCHES-QUIET TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "DAYS WITH ACTIVITY:     " TO GRD-LABEL
           MOVE WS-DAYS-REPORTED TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE
           MOVE "DAYS WITH NO LOG:       " TO GRD-LABEL
           MOVE WS-DAYS-MISSING TO GRD-COUNT
           PERFORM 4100-PRINT-GRAND-LINE.

       4100-PRINT-GRAND-LINE.
           PERFORM 2520-CHECK-PAGE-BREAK
           WRITE RPT-FILE-REC FROM WS-GRAND-LINE
           PERFORM 2530-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       5000-FINALIZE.
           DISPLAY "===================================="
           DISPLAY "BRANCH ACTIVITY REPORT SUMMARY"
           DISPLAY "RANGE:            " WS-FROM-DATE " TO " WS-TO-DATE
           IF WS-ONLY-SWITCH = "Y"
               DISPLAY "SOURCE:           " WS-ONLY-SOURCE-ID
           END-IF
           DISPLAY "DAYS REPORTED:    " WS-DAYS-REPORTED
           DISPLAY "DAYS WITH NO LOG: " WS-DAYS-MISSING
           DISPLAY "ENTRIES COUNTED:  " WS-ENTRIES-READ
           DISPLAY "BRANCHES LISTED:  " WS-SRC-COUNT
           DISPLAY "===================================="
           CLOSE RPT-FILE.
