      ******************************************************************
      *  PROGRAM:  CMP001  (file: cmprpt.cob)
      *  PURPOSE:  LARGE-VALUE AND AGGREGATED-ACTIVITY COMPLIANCE
      *            REPORT, RUN AFTER BUG001 FROM THE NIGHT'S EXTROUT
      *            EXTRACT, WHICH HOLDS EVERY ACCEPTED TRANSACTION.
      *            ACCEPTED ITEMS ARE AGGREGATED PER ACCOUNT AND
      *            EFFECTIVE DATE ACROSS ALL SOURCE BATCHES, DEBITS
      *            AND CREDITS ALIKE, AND EVERY ACCOUNT/DATE WHOSE
      *            GROSS ACTIVITY IS AT OR OVER THE CMPPARM THRESHOLD
      *            IS REPORTED - HOWEVER MANY SMALLER ITEMS OR BRANCH
      *            BATCHES IT WAS SPLIT ACROSS. AN ACCOUNT WITH AT
      *            LEAST THE CMPPARM REPEAT COUNT OF ITEMS IN THE BAND
      *            JUST UNDER THE THRESHOLD IS REPORTED AS WELL.
      *            REVERSALS UNDO EARLIER POSTINGS AND ARE NOT NEW
      *            ACTIVITY, SO THEY ARE COUNTED BUT NOT AGGREGATED.
      *            EACH REPORTED CASE IS WRITTEN TO THE FIXED-WIDTH
      *            CMPOUT FILE FOR FILING AND PRINTED ON THE CMPRPT
      *            REGISTER WITH THE ACCTMST NAME AND STATUS AND THE
      *            ITEMS BEHIND IT. A RUNCTL RECORD IS WRITTEN.
      *            ARG 1 (OPTIONAL) IS THE BUSINESS DATE THE EXTRACT
      *            BELONGS TO, YYYYMMDD, DEFAULTING TO TODAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMP001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTR-FILE ASSIGN TO "EXTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT CMPP-FILE ASSIGN TO "CMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPP-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CMP-FILE ASSIGN TO "CMPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.

           SELECT RPT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTR-FILE
           RECORDING MODE IS F.
       01  EXTR-FILE-REC          PIC X(45).

       FD  CMPP-FILE
           RECORDING MODE IS F.
       01  CMPP-FILE-REC          PIC X(23).

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  CMP-FILE
           RECORDING MODE IS F.
       01  CMP-FILE-REC           PIC X(118).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY EXTRREC.

       COPY CMPPREC.

       COPY CMPREC.

       COPY RUNREC.

       01  WS-EXTR-STATUS         PIC XX     VALUE "00".
       01  WS-CMPP-STATUS         PIC XX     VALUE "00".
       01  WS-ACCT-STATUS         PIC XX     VALUE "00".
       01  WS-CMP-STATUS          PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-EOF-SWITCH          PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-DATE-X          PIC X(8)   VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PARAMETERS - LOADED FROM CMPPARM. THE JUST-UNDER FLOOR IS   *
      *  THE THRESHOLD LESS THE BAND: AN ITEM AT OR ABOVE THE FLOOR  *
      *  AND BELOW THE THRESHOLD IS JUST UNDER IT.                   *
      * ----------------------------------------------------------- *
       01  WS-THRESHOLD           PIC 9(9)V99 VALUE ZERO.
       01  WS-BAND                PIC 9(7)V99 VALUE ZERO.
       01  WS-REPEAT-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-NEAR-FLOOR          PIC 9(9)V99 VALUE ZERO.

      * ----------------------------------------------------------- *
      *  ACCEPTED ITEMS - EVERY NON-REVERSAL EXTRACT LINE IS KEPT SO *
      *  THE REGISTER CAN LIST THE ITEMS BEHIND EACH REPORTED CASE.  *
      *  AMOUNTS ARE HELD UNSIGNED WITH THE DEBIT/CREDIT SIDE BESIDE *
      *  THEM.                                                       *
      * ----------------------------------------------------------- *
       01  WS-ITEM-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEM-DC             PIC X      VALUE SPACE.
       01  WS-ITEM-SUB            PIC 9(5)   VALUE ZERO.
       01  WS-ITEM-COUNT          PIC 9(5)   VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ITEM-COUNT.
               10  WS-ITEM-TAB-ACCOUNT  PIC X(10).
               10  WS-ITEM-TAB-EFFDATE  PIC 9(8).
               10  WS-ITEM-TAB-AMOUNT   PIC 9(9)V99.
               10  WS-ITEM-TAB-DC       PIC X.
               10  WS-ITEM-TAB-SOURCE   PIC X(4).
               10  WS-ITEM-TAB-NEAR     PIC X.

      * ----------------------------------------------------------- *
      *  AGGREGATES - ONE CELL PER ACCOUNT AND EFFECTIVE DATE, AND   *
      *  ONE NEAR ENTRY PER ACCOUNT WITH ANY JUST-UNDER ITEM. EACH   *
      *  KEEPS UP TO TEN DIFFERENT SOURCE IDS SO THE NUMBER OF       *
      *  BRANCHES THE ACTIVITY WAS SPLIT ACROSS CAN BE SHOWN.        *
      * ----------------------------------------------------------- *
       01  WS-CELL-SUB            PIC 9(5)   VALUE ZERO.
       01  WS-CELL-COUNT          PIC 9(5)   VALUE ZERO.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CELL-COUNT
                   INDEXED BY CELL-IDX.
               10  WS-CELL-ACCOUNT      PIC X(10).
               10  WS-CELL-EFFDATE      PIC 9(8).
               10  WS-CELL-ITEMS        PIC 9(5).
               10  WS-CELL-DEBITS       PIC 9(11)V99.
               10  WS-CELL-CREDITS      PIC 9(11)V99.
               10  WS-CELL-SRC-COUNT    PIC 9(2).
               10  WS-CELL-SRC-ID       PIC X(4) OCCURS 10 TIMES.
       01  WS-NEAR-SUB            PIC 9(4)   VALUE ZERO.
       01  WS-NEAR-COUNT          PIC 9(4)   VALUE ZERO.
       01  WS-NEAR-TABLE.
           05  WS-NEAR-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-NEAR-COUNT
                   INDEXED BY NEAR-IDX.
               10  WS-NEAR-ACCOUNT      PIC X(10).
               10  WS-NEAR-ITEMS        PIC 9(5).
               10  WS-NEAR-DEBITS       PIC 9(11)V99.
               10  WS-NEAR-CREDITS      PIC 9(11)V99.
               10  WS-NEAR-SRC-COUNT    PIC 9(2).
               10  WS-NEAR-SRC-ID       PIC X(4) OCCURS 10 TIMES.
       01  WS-SRC-SUB             PIC 9(2)   VALUE ZERO.
       01  WS-SRC-FOUND           PIC X      VALUE "N".
       01  WS-GROSS-TOTAL         PIC 9(11)V99 VALUE ZERO.

      * ----------------------------------------------------------- *
      *  RUN TOTALS                                                  *
      * ----------------------------------------------------------- *
       01  WS-LINES-READ          PIC 9(7)   VALUE ZERO.
       01  WS-REVERSAL-COUNT      PIC 9(7)   VALUE ZERO.
       01  WS-NEAR-ITEM-COUNT     PIC 9(7)   VALUE ZERO.
       01  WS-LARGE-FILED         PIC 9(7)   VALUE ZERO.
       01  WS-NEAR-FILED          PIC 9(7)   VALUE ZERO.
       01  WS-NOT-ON-MASTER       PIC 9(7)   VALUE ZERO.
       01  WS-ACCEPTED-GROSS      PIC 9(11)V99 VALUE ZERO.
       01  WS-FILED-GROSS         PIC 9(11)V99 VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PRINTED REGISTER LINES                                      *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(36)
               VALUE "CMP001  COMPLIANCE REGISTER        ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(40)  VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-HEAD-2.
           05  FILLER             PIC X(11)  VALUE "THRESHOLD: ".
           05  HEAD-THRESHOLD     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(8)   VALUE "  BAND: ".
           05  HEAD-BAND          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(20)
               VALUE "  REPEATS REPORTED: ".
           05  HEAD-REPEAT        PIC ZZ9.
       01  WS-PRINT-LINE          PIC X(100) VALUE SPACES.
       01  WS-SECTION-LINE        PIC X(100) VALUE SPACES.
       01  WS-CASE-HEAD.
           05  FILLER             PIC X(12)  VALUE "ACCOUNT".
           05  FILLER             PIC X(32)  VALUE "NAME".
           05  FILLER             PIC X(4)   VALUE "ST".
           05  FILLER             PIC X(10)  VALUE "EFFECTIVE".
           05  FILLER             PIC X(7)   VALUE "  ITEMS".
           05  FILLER             PIC X(9)   VALUE "  SOURCES".
           05  FILLER             PIC X(18)
               VALUE "    GROSS ACTIVITY".
       01  WS-CASE-LINE.
           05  CAS-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CAS-NAME           PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CAS-STATUS         PIC X(1).
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  CAS-EFFDATE        PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CAS-ITEMS          PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  CAS-SOURCES        PIC Z9.
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  CAS-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ITEM-LINE.
           05  FILLER             PIC X(14)  VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "SOURCE: ".
           05  ITL-SOURCE         PIC X(4).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(11)  VALUE "EFFECTIVE: ".
           05  ITL-EFFDATE        PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ITL-SIDE           PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ITL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DEBIT-CREDIT-LINE.
           05  FILLER             PIC X(14)  VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "DEBITS: ".
           05  DCL-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(11)  VALUE "  CREDITS: ".
           05  DCL-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(30).
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCEPTED-ITEMS
           PERFORM 3000-REPORT-LARGE-VALUE
           PERFORM 4000-REPORT-JUST-UNDER
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
                   DISPLAY "FATAL: BUSINESS DATE MUST BE GIVEN AS "
                       "YYYYMMDD IN ARGUMENT 1"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RUN-DATE-X TO WS-RUN-DATE
           END-IF
           PERFORM 1100-LOAD-PARAMETERS
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CMP-FILE
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CMPOUT, STATUS="
                   WS-CMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CMPRPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE REPORTING LEVELS BELONG TO COMPLIANCE, NOT THE CODE:
      *    WITHOUT A SOUND CMPPARM CARD THE RUN STOPS RATHER THAN
      *    FILE AGAINST FIGURES NOBODY SET.
       1100-LOAD-PARAMETERS.
           OPEN INPUT CMPP-FILE
           IF WS-CMPP-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CMPPARM, STATUS="
                   WS-CMPP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CMPP-FILE INTO CMPP-REC
               AT END
                   DISPLAY "FATAL: CMPPARM IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CMPP-FILE
           IF CMPP-THRESHOLD IS NOT NUMERIC
                   OR CMPP-BAND IS NOT NUMERIC
                   OR CMPP-REPEAT-COUNT IS NOT NUMERIC
               DISPLAY "FATAL: CMPPARM FIELDS ARE NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CMPP-THRESHOLD TO WS-THRESHOLD
           MOVE CMPP-BAND TO WS-BAND
           MOVE CMPP-REPEAT-COUNT TO WS-REPEAT-COUNT
           IF WS-THRESHOLD = ZERO
                   OR WS-BAND = ZERO
                   OR WS-BAND NOT < WS-THRESHOLD
                   OR WS-REPEAT-COUNT < 2
               DISPLAY "FATAL: CMPPARM MUST GIVE A THRESHOLD, A BAND "
                   "BELOW IT AND A REPEAT COUNT OF 2 OR MORE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEAR-FLOOR = WS-THRESHOLD - WS-BAND.

      * ----------------------------------------------------------- *
      *  THE NIGHT'S EXTRACT - A MISSING EXTROUT MEANS BUG001 HAS    *
      *  NOT PRODUCED ONE, AND "NOTHING TO FILE" CANNOT BE SAID      *
      *  WITHOUT IT, SO THE RUN STOPS.                               *
      * ----------------------------------------------------------- *
       2000-LOAD-ACCEPTED-ITEMS.
           OPEN INPUT EXTR-FILE
           IF WS-EXTR-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN EXTROUT, STATUS="
                   WS-EXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EXTR-FILE INTO EXTR-REC
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 2100-TAKE-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE EXTR-FILE.

      *    A REVERSAL CARRIES THE ORIGINAL POSTING'S DATE IN THE LAST
      *    DATE FIELD; EVERYTHING ELSE IS A DEBIT (POSITIVE) OR A
      *    CREDIT (NEGATIVE).
       2100-TAKE-ONE-ITEM.
           IF EXTR-ORIG-DATE NOT = ZERO
               ADD 1 TO WS-REVERSAL-COUNT
           ELSE
               IF EXTR-AMOUNT < ZERO
                   COMPUTE WS-ITEM-AMOUNT = 0 - EXTR-AMOUNT
                   MOVE "C" TO WS-ITEM-DC
               ELSE
                   MOVE EXTR-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE "D" TO WS-ITEM-DC
               END-IF
               ADD WS-ITEM-AMOUNT TO WS-ACCEPTED-GROSS
               PERFORM 2110-TABLE-ITEM
               PERFORM 2200-AGGREGATE-ITEM
               IF WS-ITEM-AMOUNT NOT < WS-NEAR-FLOOR
                       AND WS-ITEM-AMOUNT < WS-THRESHOLD
                   MOVE "Y" TO WS-ITEM-TAB-NEAR (WS-ITEM-COUNT)
                   ADD 1 TO WS-NEAR-ITEM-COUNT
                   PERFORM 2300-COUNT-JUST-UNDER
               END-IF
           END-IF.

       2110-TABLE-ITEM.
           IF WS-ITEM-COUNT >= 20000
               DISPLAY "FATAL: ACCEPTED ITEM TABLE LIMIT OF 20000 "
                   "EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE EXTR-ACCOUNT-ID TO WS-ITEM-TAB-ACCOUNT (WS-ITEM-COUNT)
           MOVE EXTR-EFFECTIVE-DATE TO
               WS-ITEM-TAB-EFFDATE (WS-ITEM-COUNT)
           MOVE WS-ITEM-AMOUNT TO WS-ITEM-TAB-AMOUNT (WS-ITEM-COUNT)
           MOVE WS-ITEM-DC TO WS-ITEM-TAB-DC (WS-ITEM-COUNT)
           MOVE EXTR-SOURCE-ID TO WS-ITEM-TAB-SOURCE (WS-ITEM-COUNT)
           MOVE "N" TO WS-ITEM-TAB-NEAR (WS-ITEM-COUNT).

       2200-AGGREGATE-ITEM.
           SET CELL-IDX TO 1
           SEARCH WS-CELL-ENTRY
               AT END
                   PERFORM 2210-ADD-CELL
               WHEN WS-CELL-ACCOUNT (CELL-IDX) = EXTR-ACCOUNT-ID
                    AND WS-CELL-EFFDATE (CELL-IDX) =
                        EXTR-EFFECTIVE-DATE
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-CELL-ITEMS (CELL-IDX)
           IF WS-ITEM-DC = "C"
               ADD WS-ITEM-AMOUNT TO WS-CELL-CREDITS (CELL-IDX)
           ELSE
               ADD WS-ITEM-AMOUNT TO WS-CELL-DEBITS (CELL-IDX)
           END-IF
           MOVE "N" TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-CELL-SRC-COUNT (CELL-IDX)
               IF WS-CELL-SRC-ID (CELL-IDX, WS-SRC-SUB) =
                       EXTR-SOURCE-ID
                   MOVE "Y" TO WS-SRC-FOUND
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND = "N"
                   AND WS-CELL-SRC-COUNT (CELL-IDX) < 10
               ADD 1 TO WS-CELL-SRC-COUNT (CELL-IDX)
               MOVE EXTR-SOURCE-ID TO WS-CELL-SRC-ID
                   (CELL-IDX, WS-CELL-SRC-COUNT (CELL-IDX))
           END-IF.

       2210-ADD-CELL.
           IF WS-CELL-COUNT >= 20000
               DISPLAY "FATAL: ACCOUNT/DATE TABLE LIMIT OF 20000 "
                   "EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CELL-COUNT
           SET CELL-IDX TO WS-CELL-COUNT
           MOVE EXTR-ACCOUNT-ID TO WS-CELL-ACCOUNT (CELL-IDX)
           MOVE EXTR-EFFECTIVE-DATE TO WS-CELL-EFFDATE (CELL-IDX)
           MOVE ZERO TO WS-CELL-ITEMS (CELL-IDX)
           MOVE ZERO TO WS-CELL-DEBITS (CELL-IDX)
           MOVE ZERO TO WS-CELL-CREDITS (CELL-IDX)
           MOVE ZERO TO WS-CELL-SRC-COUNT (CELL-IDX).

       2300-COUNT-JUST-UNDER.
           SET NEAR-IDX TO 1
           SEARCH WS-NEAR-ENTRY
               AT END
                   PERFORM 2310-ADD-NEAR
               WHEN WS-NEAR-ACCOUNT (NEAR-IDX) = EXTR-ACCOUNT-ID
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-NEAR-ITEMS (NEAR-IDX)
           IF WS-ITEM-DC = "C"
               ADD WS-ITEM-AMOUNT TO WS-NEAR-CREDITS (NEAR-IDX)
           ELSE
               ADD WS-ITEM-AMOUNT TO WS-NEAR-DEBITS (NEAR-IDX)
           END-IF
           MOVE "N" TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-NEAR-SRC-COUNT (NEAR-IDX)
               IF WS-NEAR-SRC-ID (NEAR-IDX, WS-SRC-SUB) =
                       EXTR-SOURCE-ID
                   MOVE "Y" TO WS-SRC-FOUND
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND = "N"
                   AND WS-NEAR-SRC-COUNT (NEAR-IDX) < 10
               ADD 1 TO WS-NEAR-SRC-COUNT (NEAR-IDX)
               MOVE EXTR-SOURCE-ID TO WS-NEAR-SRC-ID
                   (NEAR-IDX, WS-NEAR-SRC-COUNT (NEAR-IDX))
           END-IF.

       2310-ADD-NEAR.
           IF WS-NEAR-COUNT >= 5000
               DISPLAY "FATAL: JUST-UNDER ACCOUNT TABLE LIMIT OF 5000 "
                   "EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEAR-COUNT
           SET NEAR-IDX TO WS-NEAR-COUNT
           MOVE EXTR-ACCOUNT-ID TO WS-NEAR-ACCOUNT (NEAR-IDX)
           MOVE ZERO TO WS-NEAR-ITEMS (NEAR-IDX)
           MOVE ZERO TO WS-NEAR-DEBITS (NEAR-IDX)
           MOVE ZERO TO WS-NEAR-CREDITS (NEAR-IDX)
           MOVE ZERO TO WS-NEAR-SRC-COUNT (NEAR-IDX).

      * ----------------------------------------------------------- *
      *  LARGE-VALUE CASES - EVERY ACCOUNT/DATE WHOSE GROSS ACCEPTED *
      *  ACTIVITY REACHED THE THRESHOLD, WITH THE ITEMS BEHIND IT.   *
      * ----------------------------------------------------------- *
       3000-REPORT-LARGE-VALUE.
           MOVE SPACES TO WS-SECTION-LINE
           STRING "ACTIVITY AT OR OVER THRESHOLD - ONE ACCOUNT, ONE "
               "EFFECTIVE DATE, ALL SOURCES"
               DELIMITED BY SIZE INTO WS-SECTION-LINE
           PERFORM 6100-PRINT-SECTION-HEAD
           PERFORM 3100-JUDGE-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT
           IF WS-LARGE-FILED = ZERO
               MOVE "  NONE" TO WS-SECTION-LINE
               PERFORM 6100-PRINT-SECTION-HEAD
           END-IF.

       3100-JUDGE-ONE-CELL.
           COMPUTE WS-GROSS-TOTAL = WS-CELL-DEBITS (WS-CELL-SUB)
               + WS-CELL-CREDITS (WS-CELL-SUB)
           IF WS-GROSS-TOTAL NOT < WS-THRESHOLD
               MOVE SPACES TO CMP-REC
               MOVE "LRGV" TO CMP-REASON
               MOVE WS-CELL-ACCOUNT (WS-CELL-SUB) TO CMP-ACCOUNT-ID
               MOVE WS-CELL-EFFDATE (WS-CELL-SUB) TO
                   CMP-EFFECTIVE-DATE
               MOVE WS-CELL-ITEMS (WS-CELL-SUB) TO CMP-ITEM-COUNT
               MOVE WS-CELL-SRC-COUNT (WS-CELL-SUB) TO
                   CMP-SOURCE-COUNT
               MOVE WS-CELL-DEBITS (WS-CELL-SUB) TO CMP-DEBIT-TOTAL
               MOVE WS-CELL-CREDITS (WS-CELL-SUB) TO CMP-CREDIT-TOTAL
               PERFORM 3200-FILE-CASE
               ADD 1 TO WS-LARGE-FILED
               PERFORM 3110-PRINT-CELL-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF.

       3110-PRINT-CELL-ITEM.
           IF WS-ITEM-TAB-ACCOUNT (WS-ITEM-SUB) =
                   WS-CELL-ACCOUNT (WS-CELL-SUB)
                   AND WS-ITEM-TAB-EFFDATE (WS-ITEM-SUB) =
                       WS-CELL-EFFDATE (WS-CELL-SUB)
               PERFORM 6300-PRINT-ITEM-LINE
           END-IF.

      *    COMMON TO BOTH KINDS OF CASE - THE ACCOUNT MASTER SUPPLIES
      *    NAME AND STATUS, THE FILING RECORD IS WRITTEN AND THE CASE
      *    LINE AND ITS DEBIT/CREDIT SPLIT ARE PRINTED. THE ITEMS
      *    FOLLOW FROM THE CALLER.
       3200-FILE-CASE.
           MOVE WS-RUN-DATE TO CMP-REPORT-DATE
           MOVE WS-THRESHOLD TO CMP-THRESHOLD
           COMPUTE CMP-GROSS-TOTAL = CMP-DEBIT-TOTAL + CMP-CREDIT-TOTAL
           MOVE CMP-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCT-FILE
               INVALID KEY
                   MOVE "*** NOT ON ACCOUNT MASTER ***" TO
                       CMP-ACCOUNT-NAME
                   MOVE SPACE TO CMP-ACCOUNT-STATUS
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE ACCT-NAME TO CMP-ACCOUNT-NAME
                   MOVE ACCT-STATUS TO CMP-ACCOUNT-STATUS
           END-READ
           WRITE CMP-FILE-REC FROM CMP-REC
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO CMPOUT FAILED, STATUS="
                   WS-CMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD CMP-GROSS-TOTAL TO WS-FILED-GROSS
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE
           MOVE CMP-ACCOUNT-ID TO CAS-ACCOUNT
           MOVE CMP-ACCOUNT-NAME TO CAS-NAME
           MOVE CMP-ACCOUNT-STATUS TO CAS-STATUS
           IF CMP-JUST-UNDER
               MOVE "VARIOUS" TO CAS-EFFDATE
           ELSE
               MOVE CMP-EFFECTIVE-DATE TO CAS-EFFDATE
           END-IF
           MOVE CMP-ITEM-COUNT TO CAS-ITEMS
           MOVE CMP-SOURCE-COUNT TO CAS-SOURCES
           MOVE CMP-GROSS-TOTAL TO CAS-GROSS
           MOVE WS-CASE-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE
           MOVE CMP-DEBIT-TOTAL TO DCL-DEBITS
           MOVE CMP-CREDIT-TOTAL TO DCL-CREDITS
           MOVE WS-DEBIT-CREDIT-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.

      * ----------------------------------------------------------- *
      *  JUST-UNDER CASES - ACCOUNTS WITH AT LEAST THE REPEAT COUNT  *
      *  OF ITEMS IN THE BAND BELOW THE THRESHOLD, ON ANY EFFECTIVE  *
      *  DATES, WITH THOSE ITEMS LISTED.                             *
      * ----------------------------------------------------------- *
       4000-REPORT-JUST-UNDER.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "REPEATED AMOUNTS JUST UNDER THRESHOLD" TO
               WS-SECTION-LINE
           PERFORM 6100-PRINT-SECTION-HEAD
           PERFORM 4100-JUDGE-ONE-NEAR
               VARYING WS-NEAR-SUB FROM 1 BY 1
               UNTIL WS-NEAR-SUB > WS-NEAR-COUNT
           IF WS-NEAR-FILED = ZERO
               MOVE "  NONE" TO WS-SECTION-LINE
               PERFORM 6100-PRINT-SECTION-HEAD
           END-IF.

       4100-JUDGE-ONE-NEAR.
           IF WS-NEAR-ITEMS (WS-NEAR-SUB) NOT < WS-REPEAT-COUNT
               MOVE SPACES TO CMP-REC
               MOVE "NEAR" TO CMP-REASON
               MOVE WS-NEAR-ACCOUNT (WS-NEAR-SUB) TO CMP-ACCOUNT-ID
               MOVE ZERO TO CMP-EFFECTIVE-DATE
               MOVE WS-NEAR-ITEMS (WS-NEAR-SUB) TO CMP-ITEM-COUNT
               MOVE WS-NEAR-SRC-COUNT (WS-NEAR-SUB) TO
                   CMP-SOURCE-COUNT
               MOVE WS-NEAR-DEBITS (WS-NEAR-SUB) TO CMP-DEBIT-TOTAL
               MOVE WS-NEAR-CREDITS (WS-NEAR-SUB) TO CMP-CREDIT-TOTAL
               PERFORM 3200-FILE-CASE
               ADD 1 TO WS-NEAR-FILED
               PERFORM 4110-PRINT-NEAR-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF.

       4110-PRINT-NEAR-ITEM.
           IF WS-ITEM-TAB-ACCOUNT (WS-ITEM-SUB) =
                   WS-NEAR-ACCOUNT (WS-NEAR-SUB)
                   AND WS-ITEM-TAB-NEAR (WS-ITEM-SUB) = "Y"
               PERFORM 6300-PRINT-ITEM-LINE
           END-IF.

       5000-FINALIZE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "RUN TOTALS" TO WS-SECTION-LINE
           PERFORM 6100-PRINT-SECTION-HEAD
           MOVE "EXTRACT LINES READ:" TO CNT-LABEL
           MOVE WS-LINES-READ TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "REVERSALS NOT AGGREGATED:" TO CNT-LABEL
           MOVE WS-REVERSAL-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ITEMS AGGREGATED:" TO CNT-LABEL
           MOVE WS-ITEM-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ACCOUNT/DATE AGGREGATES:" TO CNT-LABEL
           MOVE WS-CELL-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "ITEMS JUST UNDER THRESHOLD:" TO CNT-LABEL
           MOVE WS-NEAR-ITEM-COUNT TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "LARGE-VALUE CASES FILED:" TO CNT-LABEL
           MOVE WS-LARGE-FILED TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "JUST-UNDER CASES FILED:" TO CNT-LABEL
           MOVE WS-NEAR-FILED TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "CASES NOT ON ACCTMST:" TO CNT-LABEL
           MOVE WS-NOT-ON-MASTER TO CNT-VALUE
           PERFORM 5010-PRINT-COUNT-LINE
           MOVE "GROSS ACCEPTED ACTIVITY:" TO TOT-LABEL
           MOVE WS-ACCEPTED-GROSS TO TOT-AMOUNT
           PERFORM 5020-PRINT-TOTAL-LINE
           MOVE "GROSS ACTIVITY FILED:" TO TOT-LABEL
           MOVE WS-FILED-GROSS TO TOT-AMOUNT
           PERFORM 5020-PRINT-TOTAL-LINE
           DISPLAY "===================================="
           DISPLAY "COMPLIANCE REPORT SUMMARY"
           DISPLAY "BUSINESS DATE:     " WS-RUN-DATE
           DISPLAY "EXTRACT LINES:     " WS-LINES-READ
           DISPLAY "REVERSALS SKIPPED: " WS-REVERSAL-COUNT
           DISPLAY "LARGE-VALUE FILED: " WS-LARGE-FILED
           DISPLAY "JUST-UNDER FILED:  " WS-NEAR-FILED
           DISPLAY "===================================="
           PERFORM 5100-WRITE-RUN-STATS
           CLOSE ACCT-FILE
           CLOSE CMP-FILE
           CLOSE RPT-FILE.

       5010-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.

       5020-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - EXTRACT LINES READ, ITEMS AGGREGATED,   *
      *  CASES FILED, AND THE GROSS ACTIVITY FILED AS THE TOTAL.     *
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
               MOVE "CMP001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               MOVE WS-LINES-READ TO RUN-RECORDS
               MOVE WS-ITEM-COUNT TO RUN-ACCEPTED
               COMPUTE RUN-REJECTED = WS-LARGE-FILED + WS-NEAR-FILED
               MOVE WS-FILED-GROSS TO RUN-TOTAL
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
      *  REGISTER PRINTING                                           *
      * ----------------------------------------------------------- *
       6100-PRINT-SECTION-HEAD.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.

       6200-PRINT-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6210-PRINT-HEADINGS
           END-IF
           WRITE RPT-FILE-REC FROM WS-PRINT-LINE
           PERFORM 6220-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       6210-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HEAD-PAGE
           MOVE WS-RUN-DATE TO HEAD-DATE
           MOVE WS-THRESHOLD TO HEAD-THRESHOLD
           MOVE WS-BAND TO HEAD-BAND
           MOVE WS-REPEAT-COUNT TO HEAD-REPEAT
           WRITE RPT-FILE-REC FROM WS-HEAD-1
           PERFORM 6220-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-HEAD-2
           PERFORM 6220-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-CASE-HEAD
           PERFORM 6220-CHECK-RPT-STATUS
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 6220-CHECK-RPT-STATUS
           MOVE 4 TO WS-LINE-COUNT.

       6220-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO CMPRPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6300-PRINT-ITEM-LINE.
           MOVE WS-ITEM-TAB-SOURCE (WS-ITEM-SUB) TO ITL-SOURCE
           MOVE WS-ITEM-TAB-EFFDATE (WS-ITEM-SUB) TO ITL-EFFDATE
           IF WS-ITEM-TAB-DC (WS-ITEM-SUB) = "C"
               MOVE "CREDIT" TO ITL-SIDE
           ELSE
               MOVE "DEBIT" TO ITL-SIDE
           END-IF
           MOVE WS-ITEM-TAB-AMOUNT (WS-ITEM-SUB) TO ITL-AMOUNT
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE
           PERFORM 6200-PRINT-RPT-LINE.
