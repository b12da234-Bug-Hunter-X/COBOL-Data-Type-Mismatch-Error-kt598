      ******************************************************************
      *  PROGRAM:  SOG001  (file: sogen.cob)
      *  PURPOSE:  STANDING ORDER GENERATOR, RUN AHEAD OF BUG001 EACH
      *            NIGHT. EVERY ACTIVE ORDER ON SORDMST WHOSE NEXT DUE
      *            DATE HAS ARRIVED BECOMES A DETAIL ON ONE BATCH,
      *            HEADED AND TRAILED UNDER THE RESERVED SYSTEM SOURCE
      *            ID SORD, WHICH IS APPENDED TO TRANIN. THE ITEMS THEN
      *            GO THROUGH EVERY ACCOUNT, LIMIT, CAP AND DUPLICATE
      *            CHECK IN BUG001 LIKE ANY BRANCH BATCH. A DUE DATE
      *            THAT FALLS ON A DAY CALMST MARKS AS NOT A BUSINESS
      *            DAY IS ROLLED FORWARD TO THE NEXT BUSINESS DAY, AND
      *            THE ITEM CARRIES THAT DATE AS ITS EFFECTIVE DATE.
      *            AN OCCURRENCE MISSED BECAUSE THE GENERATOR DID NOT
      *            RUN IS PICKED UP BY THE NEXT RUN; ONE FALLING DUE
      *            WHILE ITS ORDER IS SUSPENDED IS SKIPPED AND LISTED.
      *            WHEN A CTLIN CONTROL CARD IS PRESENT THE BATCH'S
      *            COUNT AND SIGNED TOTAL ARE ADDED TO IT SO THE
      *            NIGHTLY RECONCILIATION STILL BALANCES. EACH ORDER'S
      *            NEXT DUE DATE IS STEPPED ON ONLY AFTER THE BATCH IS
      *            ON TRANIN AND CTLIN IS ADJUSTED. A RERUN AFTER A
      *            FAILURE BETWEEN THOSE STEPS FINDS THE BATCH IT
      *            ALREADY WROTE FOR THE RUN DATE, DOES NOT WRITE IT
      *            AGAIN, ADJUSTS CTLIN ONLY IF THAT HAD NOT BEEN DONE,
      *            AND STEPS THE ORDERS ON. THE ITEMS PRINT ON SOGRPT
      *            AND A RUNCTL RECORD IS WRITTEN.
      *            ARG 1 (OPTIONAL) IS THE RUN DATE AS YYYYMMDD,
      *            DEFAULTING TO TODAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOG001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORD-FILE ASSIGN TO "SORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-ID
               FILE STATUS IS WS-SORD-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REG-FILE ASSIGN TO "SRCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CTL-FILE ASSIGN TO "CTLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO "SOGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORD-FILE.
       COPY SORDREC.

       FD  CAL-FILE
           RECORDING MODE IS F.
       01  CAL-FILE-REC           PIC X(39).

       FD  REG-FILE
           RECORDING MODE IS F.
       01  REG-FILE-REC           PIC X(35).

       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-FILE-REC          PIC X(37).

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-FILE-REC           PIC X(21).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY SRCREC.
       COPY TRANXREC.
       COPY CTLCARD.
       COPY RUNREC.

       01  WS-SORD-STATUS         PIC XX     VALUE "00".
       01  WS-CAL-STATUS          PIC XX     VALUE "00".
       01  WS-REG-STATUS          PIC XX     VALUE "00".
       01  WS-TRAN-STATUS         PIC XX     VALUE "00".
       01  WS-CTL-STATUS          PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-SORD-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-CAL-EOF-SWITCH      PIC X      VALUE "N".
       01  WS-REG-EOF-SWITCH      PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-DATE-X          PIC X(8)   VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  RESERVED SOURCE - GENERATED BATCHES ALWAYS CARRY THIS ID,   *
      *  WHICH MUST BE ON SRCMST (NOT EXPECTED DAILY) FOR BUG001 TO  *
      *  ACCEPT THE BATCH. NO BRANCH IS EVER GIVEN IT.               *
      * ----------------------------------------------------------- *
       01  WS-SO-SOURCE-ID        PIC X(4)   VALUE "SORD".
       01  WS-SO-SOURCE-FOUND     PIC X      VALUE "N".

      * ----------------------------------------------------------- *
      *  BUSINESS-DAY CALENDAR - THE SAME CALMST RULES BUG001 USES   *
      *  TO RELEASE FUTURE-DATED SUSPENSE. WITHOUT CALMST EVERY DAY  *
      *  IS A BUSINESS DAY AND NOTHING IS ROLLED.                    *
      * ----------------------------------------------------------- *
       01  WS-CAL-AVAILABLE        PIC X      VALUE "N".
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
       01  WS-NEXT-BIZ-DATE        PIC 9(8)   VALUE ZERO.
       01  WS-BIZ-SCAN-LIMIT       PIC 9(3)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  DUE-DATE STEPPING - A MONTHLY STEP KEEPS THE ORDER'S OWN    *
      *  DAY, FALLING BACK TO THE LAST DAY OF A SHORTER MONTH.       *
      * ----------------------------------------------------------- *
       01  WS-CHK-DATE.
           05  WS-CHK-YYYY        PIC 9(4).
           05  WS-CHK-MM          PIC 9(2).
           05  WS-CHK-DD          PIC 9(2).
       01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE PIC 9(8).
       01  WS-DAYS-IN-MONTH       PIC 9(2)   VALUE ZERO.
       01  WS-ORDER-DAY           PIC 9(2)   VALUE ZERO.
       01  WS-DUE-SWITCH          PIC X      VALUE "N".
       01  WS-ORDER-CHANGED       PIC X      VALUE "N".
       01  WS-ROLLED-DATE         PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  GENERATED ITEMS AND CHANGED ORDERS ARE HELD UNTIL THE SCAN  *
      *  IS OVER: THE BATCH IS WRITTEN WHOLE, THEN THE ORDERS ARE    *
      *  REWRITTEN. A RUN THAT FAILS BEFORE THE REWRITES LEAVES THE  *
      *  ORDERS DUE; IF ITS BATCH REACHED TRANIN WITH ITS TRAILER    *
      *  THE RERUN USES THAT BATCH RATHER THAN WRITING ANOTHER. A    *
      *  BATCH CUT SHORT WITHOUT ITS TRAILER IS NOT REUSED: BUG001   *
      *  REJECTS IT OUT OF BALANCE AND THE RERUN WRITES A FRESH ONE. *
      * ----------------------------------------------------------- *
       01  WS-GEN-COUNT           PIC 9(4)   VALUE ZERO.
       01  WS-GEN-SUB             PIC 9(4)   VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-GEN-COUNT.
               10  WS-GEN-ACCOUNT     PIC X(10).
               10  WS-GEN-AMOUNT      PIC 9(7)V99.
               10  WS-GEN-DC          PIC X.
               10  WS-GEN-EFF-DATE    PIC 9(8).
       01  WS-UPD-COUNT           PIC 9(4)   VALUE ZERO.
       01  WS-UPD-SUB             PIC 9(4)   VALUE ZERO.
       01  WS-UPD-TABLE.
           05  WS-UPD-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-UPD-COUNT.
               10  WS-UPD-REC         PIC X(94).

       01  WS-ORDERS-READ         PIC 9(7)   VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC 9(7)   VALUE ZERO.
       01  WS-ENDED-COUNT         PIC 9(7)   VALUE ZERO.
       01  WS-DEBIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-ADJUSTED        PIC X      VALUE "N".

      * ----------------------------------------------------------- *
      *  RERUN CHECK - THE CTLIN CARD AS READ, THE EXPECTED COUNT IT *
      *  HOLDS ONCE THIS BATCH IS ADDED, AND ANY SORD BATCH ALREADY  *
      *  ON TRANIN FOR THE RUN DATE WITH THE COUNT, NET AND CTLIN    *
      *  COUNT ITS TRAILER CARRIES.                                  *
      * ----------------------------------------------------------- *
       01  WS-CTL-PRESENT         PIC X      VALUE "N".
       01  WS-CTL-AFTER-COUNT     PIC 9(7)   VALUE ZERO.
       01  WS-TRAN-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-PRIOR-IN-BATCH      PIC X      VALUE "N".
       01  WS-PRIOR-BATCH         PIC X      VALUE "N".
       01  WS-PRIOR-COUNT         PIC 9(7)   VALUE ZERO.
       01  WS-PRIOR-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-CTL-COUNT     PIC 9(7)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PRINTED REPORT LINES                                        *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(36)
               VALUE "SOG001  STANDING ORDER GENERATION  ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE "SOURCE: ".
           05  HEAD-SOURCE        PIC X(4).
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-HEAD-2.
           05  FILLER             PIC X(10)  VALUE "ORDER".
           05  FILLER             PIC X(12)  VALUE "ACCOUNT".
           05  FILLER             PIC X(3)   VALUE "DC".
           05  FILLER             PIC X(14)  VALUE "      AMOUNT".
           05  FILLER             PIC X(10)  VALUE "DUE DATE".
           05  FILLER             PIC X(10)  VALUE "EFFECTIVE".
           05  FILLER             PIC X(30)  VALUE "NOTE".
       01  WS-DETAIL-LINE.
           05  DET-ORDER          PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-DC             PIC X(1).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-DUE            PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-EFFECTIVE      PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-NOTE           PIC X(30).
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL          PIC X(30).
           05  TOT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ORDERS
           IF WS-GEN-COUNT > ZERO
               PERFORM 2900-FIND-PRIOR-BATCH
               PERFORM 3050-READ-CONTROL-CARD
               IF WS-PRIOR-BATCH = "N"
                   PERFORM 3000-WRITE-BATCH
               END-IF
               PERFORM 3100-ADJUST-CONTROL-CARD
           END-IF
           PERFORM 3200-REWRITE-ORDERS
           PERFORM 4000-FINALIZE
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
           PERFORM 1060-LOAD-CALENDAR
           PERFORM 1090-CHECK-SOURCE-REGISTRY
           OPEN I-O SORD-FILE
           IF WS-SORD-STATUS = "35"
               DISPLAY "SORDMST NOT FOUND - NO STANDING ORDERS"
               MOVE "Y" TO WS-SORD-EOF-SWITCH
           ELSE
               IF WS-SORD-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO OPEN SORDMST, STATUS="
                       WS-SORD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN SOGRPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1060-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               MOVE "Y" TO WS-CAL-AVAILABLE
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
               DISPLAY "CALMST NOT AVAILABLE - DUE DATES ARE NOT "
                   "ROLLED"
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

      *    THE SCAN LIMIT KEEPS A DEGENERATE CALENDAR (EVERY DAY
      *    MARKED OFF) FROM LOOPING FOREVER; AFTER 60 DAYS THE DATE
      *    REACHED IS USED AS IS.
       1075-NEXT-BUSINESS-DAY.
           MOVE ZERO TO WS-BIZ-SCAN-LIMIT
           PERFORM 1070-TEST-BUSINESS-DAY
           PERFORM UNTIL WS-BIZ-DAY-SWITCH = "Y"
                   OR WS-BIZ-SCAN-LIMIT > 60
               ADD 1 TO WS-TEST-DATE-INT
               ADD 1 TO WS-BIZ-SCAN-LIMIT
               COMPUTE WS-TEST-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT)
               PERFORM 1070-TEST-BUSINESS-DAY
           END-PERFORM
           MOVE WS-TEST-DATE-N TO WS-NEXT-BIZ-DATE.

      *    WITH THE REGISTRY ENFORCED, A BATCH UNDER AN ID NOT ON IT
      *    WOULD BE REJECTED WHOLE BY BUG001, SO THE RUN STOPS HERE
      *    INSTEAD OF GENERATING ITEMS THAT CAN NEVER POST.
       1090-CHECK-SOURCE-REGISTRY.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                   READ REG-FILE INTO SRC-REC
                       AT END
                           MOVE "Y" TO WS-REG-EOF-SWITCH
                       NOT AT END
                           IF SRC-SOURCE-ID = WS-SO-SOURCE-ID
                               MOVE "Y" TO WS-SO-SOURCE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
               IF WS-SO-SOURCE-FOUND = "N"
                   DISPLAY "FATAL: SOURCE " WS-SO-SOURCE-ID
                       " NOT ON SRCMST - GENERATED BATCH WOULD BE "
                       "REJECTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "SRCMST NOT AVAILABLE - SOURCE REGISTRATION "
                   "NOT CHECKED"
           END-IF.

      * ----------------------------------------------------------- *
      *  ORDER SCAN - CANCELLED AND ENDED ORDERS ARE PASSED OVER.    *
      * ----------------------------------------------------------- *
       2000-SCAN-ORDERS.
           IF WS-SORD-EOF-SWITCH = "N"
               MOVE LOW-VALUES TO SORD-ORDER-ID
               START SORD-FILE KEY NOT < SORD-ORDER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SORD-EOF-SWITCH
               END-START
           END-IF
           PERFORM UNTIL WS-SORD-EOF-SWITCH = "Y"
               READ SORD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SORD-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       IF SORD-ACTIVE OR SORD-SUSPENDED
                           PERFORM 2100-TAKE-DUE-OCCURRENCES
                       END-IF
               END-READ
           END-PERFORM.

      *    EVERY OCCURRENCE WHOSE BUSINESS DAY HAS ARRIVED IS TAKEN,
      *    SO A MISSED RUN IS MADE UP; EACH STEP MOVES THE NEXT DUE
      *    DATE ON, AND AN ORDER STEPPED PAST ITS END DATE IS ENDED.
       2100-TAKE-DUE-OCCURRENCES.
           MOVE "N" TO WS-ORDER-CHANGED
           MOVE "Y" TO WS-DUE-SWITCH
           PERFORM UNTIL WS-DUE-SWITCH = "N"
               IF SORD-END-DATE NOT = ZERO
                       AND SORD-NEXT-DUE-DATE > SORD-END-DATE
                   MOVE "E" TO SORD-STATUS
                   MOVE "Y" TO WS-ORDER-CHANGED
                   MOVE "N" TO WS-DUE-SWITCH
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE SPACES TO DET-EFFECTIVE
                   MOVE "ORDER ENDED" TO DET-NOTE
                   PERFORM 2500-PRINT-ORDER-LINE
               ELSE
                   MOVE SORD-NEXT-DUE-DATE TO WS-ROLLED-DATE
                   IF WS-CAL-AVAILABLE = "Y"
                       MOVE SORD-NEXT-DUE-DATE TO WS-TEST-DATE-N
                       PERFORM 1075-NEXT-BUSINESS-DAY
                       MOVE WS-NEXT-BIZ-DATE TO WS-ROLLED-DATE
                   END-IF
                   IF WS-ROLLED-DATE > WS-RUN-DATE
                       MOVE "N" TO WS-DUE-SWITCH
                   ELSE
                       PERFORM 2200-TAKE-ONE-OCCURRENCE
                       PERFORM 2300-STEP-DUE-DATE
                       MOVE "Y" TO WS-ORDER-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORDER-CHANGED = "Y"
               IF WS-UPD-COUNT >= 5000
                   DISPLAY "FATAL: ORDER UPDATE LIMIT OF 5000 EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-UPD-COUNT
               MOVE SORD-REC TO WS-UPD-REC (WS-UPD-COUNT)
           END-IF.

       2200-TAKE-ONE-OCCURRENCE.
           MOVE WS-ROLLED-DATE TO DET-EFFECTIVE
           IF SORD-SUSPENDED
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED - ORDER SUSPENDED" TO DET-NOTE
           ELSE
               IF WS-GEN-COUNT >= 5000
                   DISPLAY "FATAL: GENERATED BATCH LIMIT OF 5000 "
                       "EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE SORD-ACCOUNT-ID TO WS-GEN-ACCOUNT (WS-GEN-COUNT)
               MOVE SORD-AMOUNT TO WS-GEN-AMOUNT (WS-GEN-COUNT)
               MOVE SORD-DC-IND TO WS-GEN-DC (WS-GEN-COUNT)
               MOVE WS-ROLLED-DATE TO WS-GEN-EFF-DATE (WS-GEN-COUNT)
               MOVE WS-RUN-DATE TO SORD-LAST-GEN-DATE
               IF SORD-CREDIT
                   ADD SORD-AMOUNT TO WS-CREDIT-TOTAL
                   SUBTRACT SORD-AMOUNT FROM WS-NET-TOTAL
               ELSE
                   ADD SORD-AMOUNT TO WS-DEBIT-TOTAL
                   ADD SORD-AMOUNT TO WS-NET-TOTAL
               END-IF
               EVALUATE TRUE
                   WHEN WS-ROLLED-DATE < WS-RUN-DATE
                       MOVE "GENERATED - MISSED RUN" TO DET-NOTE
                   WHEN WS-ROLLED-DATE NOT = SORD-NEXT-DUE-DATE
                       MOVE "GENERATED - ROLLED FORWARD" TO DET-NOTE
                   WHEN OTHER
                       MOVE "GENERATED" TO DET-NOTE
               END-EVALUATE
           END-IF
           PERFORM 2500-PRINT-ORDER-LINE.

       2300-STEP-DUE-DATE.
           IF SORD-WEEKLY
               COMPUTE WS-TEST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SORD-NEXT-DUE-DATE) + 7
               COMPUTE SORD-NEXT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT)
           ELSE
               MOVE SORD-DAY TO WS-ORDER-DAY
               IF WS-ORDER-DAY = ZERO
                   MOVE SORD-START-DATE(7:2) TO WS-ORDER-DAY
               END-IF
               MOVE SORD-NEXT-DUE-DATE TO WS-CHK-DATE-N
               IF WS-CHK-MM = 12
                   MOVE 1 TO WS-CHK-MM
                   ADD 1 TO WS-CHK-YYYY
               ELSE
                   ADD 1 TO WS-CHK-MM
               END-IF
               PERFORM 2310-SET-DAYS-IN-MONTH
               IF WS-ORDER-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-CHK-DD
               ELSE
                   MOVE WS-ORDER-DAY TO WS-CHK-DD
               END-IF
               MOVE WS-CHK-DATE-N TO SORD-NEXT-DUE-DATE
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

      *    DET-EFFECTIVE AND DET-NOTE ARE SET BY THE CALLER.
       2500-PRINT-ORDER-LINE.
           MOVE SORD-ORDER-ID TO DET-ORDER
           MOVE SORD-ACCOUNT-ID TO DET-ACCOUNT
           MOVE SORD-DC-IND TO DET-DC
           MOVE SORD-AMOUNT TO DET-AMOUNT
           MOVE SORD-NEXT-DUE-DATE TO DET-DUE
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
           MOVE WS-SO-SOURCE-ID TO HEAD-SOURCE
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
               DISPLAY "FATAL: WRITE TO SOGRPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      *  RERUN CHECK - A COMPLETE SORD BATCH ON TRANIN FOR THIS RUN  *
      *  DATE MEANS AN EARLIER RUN WROTE IT AND FAILED BEFORE ITS    *
      *  ORDERS WERE STEPPED ON. THE SAME OCCURRENCES ARE DUE AGAIN  *
      *  NOW, SO THAT BATCH STANDS AND NO SECOND ONE IS WRITTEN.     *
      * ----------------------------------------------------------- *
       2900-FIND-PRIOR-BATCH.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM UNTIL WS-TRAN-EOF-SWITCH = "Y"
                   READ TRAN-FILE INTO TRAN-REC
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-SWITCH
                       NOT AT END
                           PERFORM 2910-CHECK-PRIOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF
           IF WS-PRIOR-BATCH = "Y"
               DISPLAY "SORD BATCH FOR " WS-RUN-DATE
                   " ALREADY ON TRANIN - NOT WRITTEN AGAIN"
           END-IF.

       2910-CHECK-PRIOR-RECORD.
           EVALUATE TRUE
               WHEN TRAN-TYPE-HEADER
                   MOVE "N" TO WS-PRIOR-IN-BATCH
                   IF TRAN-HDR-SOURCE-ID = WS-SO-SOURCE-ID
                           AND TRAN-HDR-GEN-DATE IS NUMERIC
                       IF TRAN-HDR-GEN-DATE = WS-RUN-DATE
                           MOVE "Y" TO WS-PRIOR-IN-BATCH
                       END-IF
                   END-IF
               WHEN TRAN-TYPE-TRAILER
                   IF WS-PRIOR-IN-BATCH = "Y"
                           AND TRAN-TRL-SOURCE-ID = WS-SO-SOURCE-ID
                           AND TRAN-TRL-COUNT IS NUMERIC
                           AND TRAN-TRL-TOTAL IS NUMERIC
                           AND TRAN-TRL-CTL-COUNT IS NUMERIC
                       MOVE "Y" TO WS-PRIOR-BATCH
                       MOVE TRAN-TRL-COUNT TO WS-PRIOR-COUNT
                       MOVE TRAN-TRL-TOTAL TO WS-PRIOR-TOTAL
                       MOVE TRAN-TRL-CTL-COUNT TO WS-PRIOR-CTL-COUNT
                   END-IF
                   MOVE "N" TO WS-PRIOR-IN-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * ----------------------------------------------------------- *
      *  THE BATCH - ONE HEADER, A DETAIL PER GENERATED ITEM AND A   *
      *  TRAILER CARRYING THE COUNT AND SIGNED NET (CREDITS          *
      *  NEGATIVE), THE SAME PROOF BUG001 DEMANDS OF A BRANCH. THE   *
      *  HEADER CARRIES THE RUN DATE AND THE TRAILER THE CTLIN COUNT *
      *  THE ADJUSTMENT WILL LEAVE, FOR THE RERUN CHECK.             *
      *  TRANIN IS APPENDED TO, SO THE BRANCH BATCHES ALREADY ON IT  *
      *  ARE LEFT AS THEY ARE.                                       *
      * ----------------------------------------------------------- *
       3000-WRITE-BATCH.
           OPEN EXTEND TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               OPEN OUTPUT TRAN-FILE
           END-IF
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN TRANIN, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TRAN-REC
           MOVE "H" TO TRAN-RECORD-TYPE
           MOVE WS-SO-SOURCE-ID TO TRAN-HDR-SOURCE-ID
           MOVE WS-RUN-DATE TO TRAN-HDR-GEN-DATE
           PERFORM 3010-WRITE-TRAN-RECORD
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               MOVE SPACES TO TRAN-REC
               MOVE "D" TO TRAN-RECORD-TYPE
               MOVE WS-GEN-ACCOUNT (WS-GEN-SUB) TO TRAN-ACCOUNT-ID
               MOVE WS-GEN-AMOUNT (WS-GEN-SUB) TO TRAN-AMOUNT
               MOVE WS-GEN-EFF-DATE (WS-GEN-SUB)
                   TO TRAN-EFFECTIVE-DATE
               MOVE WS-GEN-DC (WS-GEN-SUB) TO TRAN-DC-IND
               MOVE ZERO TO TRAN-ORIG-EFF-DATE
               PERFORM 3010-WRITE-TRAN-RECORD
           END-PERFORM
           MOVE SPACES TO TRAN-REC
           MOVE "T" TO TRAN-RECORD-TYPE
           MOVE WS-SO-SOURCE-ID TO TRAN-TRL-SOURCE-ID
           MOVE WS-GEN-COUNT TO TRAN-TRL-COUNT
           MOVE WS-NET-TOTAL TO TRAN-TRL-TOTAL
           MOVE WS-CTL-AFTER-COUNT TO TRAN-TRL-CTL-COUNT
           PERFORM 3010-WRITE-TRAN-RECORD
           CLOSE TRAN-FILE.

       3010-WRITE-TRAN-RECORD.
           WRITE TRAN-FILE-REC FROM TRAN-REC
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO TRANIN FAILED, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3050-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE INTO CTL-REC
                   AT END
                       MOVE "N" TO WS-CTL-PRESENT
                   NOT AT END
                       MOVE "Y" TO WS-CTL-PRESENT
               END-READ
               CLOSE CTL-FILE
           END-IF
           MOVE ZERO TO WS-CTL-AFTER-COUNT
           IF WS-CTL-PRESENT = "Y"
               COMPUTE WS-CTL-AFTER-COUNT =
                   CTL-EXPECTED-COUNT + WS-GEN-COUNT
           END-IF.

      *    CTLIN STATES WHAT THE NIGHT'S TRANIN SHOULD POST. THE
      *    GENERATED BATCH IS PART OF THAT NIGHT NOW, SO ITS COUNT AND
      *    NET ARE ADDED TO THE CARD. WITH NO CARD THERE IS NOTHING
      *    TO ADJUST AND BUG001 SKIPS RECONCILIATION AS BEFORE. ON A
      *    RERUN THE CARD IS ALREADY ADJUSTED WHEN ITS COUNT IS THE
      *    ONE THE EARLIER BATCH'S TRAILER RECORDED; OTHERWISE THE
      *    EARLIER BATCH'S OWN COUNT AND NET ARE ADDED.
       3100-ADJUST-CONTROL-CARD.
           MOVE "N" TO WS-CTL-ADJUSTED
           EVALUATE TRUE
               WHEN WS-CTL-PRESENT = "N"
                   DISPLAY "CTLIN NOT PRESENT - NOT ADJUSTED"
               WHEN WS-PRIOR-BATCH = "Y"
                       AND CTL-EXPECTED-COUNT = WS-PRIOR-CTL-COUNT
                   DISPLAY "CTLIN ALREADY ADJUSTED FOR GENERATED BATCH"
               WHEN WS-PRIOR-BATCH = "Y"
                   ADD WS-PRIOR-COUNT TO CTL-EXPECTED-COUNT
                   ADD WS-PRIOR-TOTAL TO CTL-EXPECTED-TOTAL
                   MOVE "Y" TO WS-CTL-ADJUSTED
               WHEN OTHER
                   ADD WS-GEN-COUNT TO CTL-EXPECTED-COUNT
                   ADD WS-NET-TOTAL TO CTL-EXPECTED-TOTAL
                   MOVE "Y" TO WS-CTL-ADJUSTED
           END-EVALUATE
           IF WS-CTL-ADJUSTED = "Y"
               OPEN OUTPUT CTL-FILE
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO REWRITE CTLIN, STATUS="
                       WS-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE CTL-FILE-REC FROM CTL-REC
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "FATAL: WRITE TO CTLIN FAILED, STATUS="
                       WS-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CTL-FILE
               DISPLAY "CTLIN ADJUSTED FOR GENERATED BATCH"
           END-IF.

       3200-REWRITE-ORDERS.
           PERFORM VARYING WS-UPD-SUB FROM 1 BY 1
                   UNTIL WS-UPD-SUB > WS-UPD-COUNT
               MOVE WS-UPD-REC (WS-UPD-SUB) TO SORD-REC
               REWRITE SORD-REC
                   INVALID KEY
                       DISPLAY "FATAL: REWRITE OF ORDER "
                           SORD-ORDER-ID " FAILED, STATUS="
                           WS-SORD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-PERFORM.

       4000-FINALIZE.
           IF WS-PAGE-NO = ZERO
               PERFORM 2610-PRINT-HEADINGS
               MOVE "NO STANDING ORDERS DUE" TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2620-CHECK-RPT-STATUS
           END-IF
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2620-CHECK-RPT-STATUS
           MOVE "ORDERS READ:" TO CNT-LABEL
           MOVE WS-ORDERS-READ TO CNT-VALUE
           PERFORM 4010-PRINT-COUNT-LINE
           MOVE "ITEMS GENERATED:" TO CNT-LABEL
           MOVE WS-GEN-COUNT TO CNT-VALUE
           PERFORM 4010-PRINT-COUNT-LINE
           MOVE "OCCURRENCES SKIPPED:" TO CNT-LABEL
           MOVE WS-SKIPPED-COUNT TO CNT-VALUE
           PERFORM 4010-PRINT-COUNT-LINE
           MOVE "ORDERS ENDED:" TO CNT-LABEL
           MOVE WS-ENDED-COUNT TO CNT-VALUE
           PERFORM 4010-PRINT-COUNT-LINE
           MOVE "DEBITS GENERATED:" TO TOT-LABEL
           MOVE WS-DEBIT-TOTAL TO TOT-AMOUNT
           PERFORM 4020-PRINT-TOTAL-LINE
           MOVE "CREDITS GENERATED:" TO TOT-LABEL
           MOVE WS-CREDIT-TOTAL TO TOT-AMOUNT
           PERFORM 4020-PRINT-TOTAL-LINE
           MOVE "BATCH NET (TRAILER TOTAL):" TO TOT-LABEL
           MOVE WS-NET-TOTAL TO TOT-AMOUNT
           PERFORM 4020-PRINT-TOTAL-LINE
           IF WS-PRIOR-BATCH = "Y"
               MOVE "SORD BATCH ALREADY ON TRANIN - NOT WRITTEN AGAIN"
                   TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2620-CHECK-RPT-STATUS
           END-IF
           DISPLAY "===================================="
           DISPLAY "STANDING ORDER GENERATION SUMMARY"
           DISPLAY "RUN DATE:          " WS-RUN-DATE
           DISPLAY "ORDERS READ:       " WS-ORDERS-READ
           DISPLAY "ITEMS GENERATED:   " WS-GEN-COUNT
           DISPLAY "SKIPPED:           " WS-SKIPPED-COUNT
           DISPLAY "ORDERS ENDED:      " WS-ENDED-COUNT
           DISPLAY "BATCH NET:         " WS-NET-TOTAL
           DISPLAY "===================================="
           PERFORM 4100-WRITE-RUN-STATS
           IF WS-SORD-STATUS NOT = "35"
               CLOSE SORD-FILE
           END-IF
           CLOSE RPT-FILE.

       4010-PRINT-COUNT-LINE.
           WRITE RPT-FILE-REC FROM WS-COUNT-LINE
           PERFORM 2620-CHECK-RPT-STATUS.

       4020-PRINT-TOTAL-LINE.
           WRITE RPT-FILE-REC FROM WS-TOTAL-LINE
           PERFORM 2620-CHECK-RPT-STATUS.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - ORDERS READ, ITEMS GENERATED, AND THE   *
      *  BATCH NET AS THE TOTAL.                                     *
      * ----------------------------------------------------------- *
       4100-WRITE-RUN-STATS.
           OPEN EXTEND RUNC-FILE
           IF WS-RUNC-STATUS NOT = "00"
               OPEN OUTPUT RUNC-FILE
           END-IF
           IF WS-RUNC-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN RUNCTL, STATUS="
                   WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
           ELSE
               MOVE "SOG001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               MOVE WS-ORDERS-READ TO RUN-RECORDS
               MOVE WS-GEN-COUNT TO RUN-ACCEPTED
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
