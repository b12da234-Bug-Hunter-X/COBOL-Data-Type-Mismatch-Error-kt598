               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT PERD-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-FILE-REC          PIC X(27).

       FD  CTL-FILE
           RECORDING MODE IS F.

       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  EXCP-FILE-REC          PIC X(126).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       FD  EXTR-FILE
           RECORDING MODE IS F.
       01  EXTR-FILE-REC          PIC X(45).

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSP-FILE-REC          PIC X(80).

       FD  FORCE-FILE
           RECORDING MODE IS F.
       01  FORCE-FILE-REC         PIC X(49).

       FD  FUT-FILE
           RECORDING MODE IS F.
       01  FUT-FILE-REC           PIC X(49).

       FD  RCYC-FILE
           RECORDING MODE IS F.
       01  RCYC-FILE-REC          PIC X(49).

       FD  CAL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       FD  PERD-FILE
           RECORDING MODE IS F.
       01  PERD-FILE-REC          PIC X(92).

       FD  BAL-FILE.
       COPY BALREC.


       COPY SUSPREC.

       COPY HOLDREC.

       COPY RUNREC.

       COPY SRCREC.

       COPY CALREC.

       COPY PERDREC.

       01  WS-AREA-1              PIC X(100) VALUE SPACES.
       01  WS-AREA-2              PIC 9(7)V99 VALUE ZEROES.

      *  MATCHING BATCH IS RELEASED THROUGH NORMAL VALIDATION, AND   *
      *  A SHORT OR OVERSTATED BATCH IS REJECTED WHOLE TO EXCPRPT.   *
      *  DETAILS ARRIVING OUTSIDE ANY BATCH PROCESS DIRECTLY, AS     *
      *  THE SINGLE-STREAM TRANIN ALWAYS DID. THE ITEM SOURCE ID IS  *
      *  THE BRANCH THE ITEM IN HAND CAME FROM - BLANK OUTSIDE A     *
      *  BATCH - AND IS STAMPED ON EVERY AUDIT, EXTRACT, EXCEPTION,  *
      *  SUSPENSE AND FUTURE-HOLD RECORD WRITTEN FOR IT.             *
      * ----------------------------------------------------------- *
       01  WS-IN-BATCH-SWITCH      PIC X      VALUE "N".
       01  WS-CUR-SOURCE-ID        PIC X(4)   VALUE SPACES.
       01  WS-SAVE-RECORD-NO       PIC 9(7)   VALUE ZERO.
       01  WS-STRAY-SOURCE-ID      PIC X(4)   VALUE SPACES.
       01  WS-NEW-SOURCE-ID        PIC X(4)   VALUE SPACES.
       01  WS-ITEM-SOURCE-ID       PIC X(4)   VALUE SPACES.
       01  WS-ITEM-QUEUED-DATE     PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  BUSINESS-DAY CALENDAR - HOLIDAYS AND THE WEEKEND RULE FROM  *
       01  WS-NEXT-BIZ-DATE        PIC 9(8)   VALUE ZERO.
       01  WS-BIZ-SCAN-LIMIT       PIC 9(3)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  PERIOD LOCK - THE MONTHS MEC001 HAS CLOSED, FROM PERIODCTL. *
      *  AN ITEM WHOSE EFFECTIVE DATE, OR WHOSE REVERSED ORIGINAL    *
      *  DATE, FALLS INSIDE A CLOSED PERIOD IS SENT TO EXCPRPT SO A  *
      *  PRIOR-PERIOD ADJUSTMENT ONLY POSTS AFTER DATA CONTROL HAS   *
      *  DELIBERATELY REOPENED THE PERIOD. A MISSING PERIODCTL ONLY  *
      *  MEANS NO PERIOD HAS BEEN CLOSED YET.                        *
      * ----------------------------------------------------------- *
       01  WS-PERD-STATUS          PIC XX     VALUE "00".
       01  WS-PERD-EOF-SWITCH      PIC X      VALUE "N".
       01  WS-CLOSED-COUNT         PIC 9(3)   VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ENTRY OCCURS 0 TO 600 TIMES
                   DEPENDING ON WS-CLOSED-COUNT
                   INDEXED BY CLOSED-IDX.
               10  WS-CLOSED-PERIOD    PIC 9(6).
       01  WS-TEST-PERIOD          PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-CLOSED-SWITCH PIC X      VALUE "N".

      * ----------------------------------------------------------- *
      *  SOURCE REGISTRY - THE SRCMST MASTER NAMES EVERY BRANCH      *
      *  AUTHORIZED TO SEND BATCHES. A HEADER FROM AN ID NOT ON THE  *
       01  WS-FUTIN-TABLE.
           05  WS-FUTIN-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-FUTIN-COUNT.
               10  WS-FUTIN-REC        PIC X(49).
       01  WS-FUTHOLD-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-FUTHOLD-SUB          PIC 9(4)   VALUE ZERO.
       01  WS-FUTHOLD-TABLE.
           05  WS-FUTHOLD-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-FUTHOLD-COUNT.
               10  WS-FUTHOLD-REC      PIC X(49).
       01  WS-DUP-COUNT            PIC 9(5)   VALUE ZERO.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 0 TO 9000 TIMES
           PERFORM 1150-LOAD-DUP-HISTORY
           PERFORM 1200-READ-PARAMETERS
           PERFORM 1300-READ-CONTROL-CARD
           PERFORM 1350-LOAD-PERIOD-CONTROL
           IF WS-RESTART-POINT > ZERO
               PERFORM 1500-SKIP-TO-RESTART-POINT
           END-IF.
               DISPLAY "CTLIN NOT AVAILABLE - SKIPPING RECONCILIATION"
           END-IF.

      * ----------------------------------------------------------- *
      *  CLOSED-PERIOD CONTROL - PERIODCTL LOADED AT STARTUP SO ANY   *
      *  ITEM DATED INSIDE A CLOSED PERIOD CAN BE ROUTED TO THE       *
      *  EXCEPTION FILE. WITHOUT PERIODCTL NO PERIOD IS CLOSED.       *
      * ----------------------------------------------------------- *
       1350-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS = "00"
               PERFORM UNTIL WS-PERD-EOF-SWITCH = "Y"
                   READ PERD-FILE INTO PERD-REC
                       AT END
                           MOVE "Y" TO WS-PERD-EOF-SWITCH
                       NOT AT END
                           PERFORM 1355-TABLE-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERD-FILE
               DISPLAY "CLOSED PERIODS: " WS-CLOSED-COUNT
           ELSE
               DISPLAY "PERIODCTL NOT AVAILABLE - NO PERIOD IS CLOSED"
           END-IF.

      *    A REOPENED PERIOD STAYS ON PERIODCTL FOR THE RECORD BUT IS
      *    NOT LOCKED, SO ONLY CLOSED ENTRIES JOIN THE TABLE.
       1355-TABLE-ONE-PERIOD.
           IF PERD-CLOSED
               IF WS-CLOSED-COUNT >= 600
                   DISPLAY "FATAL: CLOSED PERIOD TABLE LIMIT OF 600 "
                       "EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
               MOVE PERD-PERIOD TO WS-CLOSED-PERIOD (WS-CLOSED-COUNT)
           END-IF.

      * ----------------------------------------------------------- *
      *  CHECKPOINT / RESTART (REQUEST 005) - ON STARTUP, READ ANY    *
      *  CHECKPOINT LEFT BY A PRIOR RUN THAT DID NOT FINISH, AND      *
           OPEN INPUT RCYC-FILE
           IF WS-RCYC-STATUS = "00"
               PERFORM UNTIL WS-RCYC-EOF-SWITCH = "Y"
                   READ RCYC-FILE INTO HOLD-REC
                       AT END
                           MOVE "Y" TO WS-RCYC-EOF-SWITCH
                       NOT AT END
           END-IF.

       1610-VALIDATE-RECYCLE-ITEM.
           MOVE HOLD-TRAN TO TRAN-REC
           MOVE HOLD-SOURCE-ID TO WS-ITEM-SOURCE-ID
           PERFORM 2030-SET-REPLAY-MODE
           MOVE TRAN-AMOUNT TO WS-AREA-2
           ADD 1 TO WS-RECYCLED-COUNT
           OPEN INPUT FORCE-FILE
           IF WS-FORCE-STATUS = "00"
               PERFORM UNTIL WS-FORCE-EOF-SWITCH = "Y"
                   READ FORCE-FILE INTO HOLD-REC
                       AT END
                           MOVE "Y" TO WS-FORCE-EOF-SWITCH
                       NOT AT END
           END-IF.

       1710-VALIDATE-FORCE-POST.
           MOVE HOLD-TRAN TO TRAN-REC
           MOVE HOLD-SOURCE-ID TO WS-ITEM-SOURCE-ID
           PERFORM 2030-SET-REPLAY-MODE
           MOVE TRAN-AMOUNT TO WS-AREA-2
           MOVE "Y" TO WS-FORCE-SWITCH
           OPEN INPUT FUT-FILE
           IF WS-FUT-STATUS = "00"
               PERFORM UNTIL WS-FUT-EOF-SWITCH = "Y"
                   READ FUT-FILE INTO HOLD-REC
                       AT END
                           MOVE "Y" TO WS-FUT-EOF-SWITCH
                       NOT AT END
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-FUTIN-COUNT
                           MOVE HOLD-REC TO
                               WS-FUTIN-REC (WS-FUTIN-COUNT)
                   END-READ
               END-PERFORM
      *    ITEM IS STILL FUTURE, SO A WEEKEND-DATED ITEM RELEASES ON
      *    THE NEXT BUSINESS DAY'S RUN.
       1810-RELEASE-ONE-ITEM.
           MOVE WS-FUTIN-REC (WS-FUTIN-SUB) TO HOLD-REC
           MOVE HOLD-TRAN TO TRAN-REC
           MOVE HOLD-SOURCE-ID TO WS-ITEM-SOURCE-ID
           PERFORM 1815-KEEP-QUEUED-DATE
           MOVE "N" TO WS-FUTURE-SWITCH
           IF TRAN-EFFECTIVE-DATE IS NUMERIC
               PERFORM 2242-TEST-STILL-FUTURE
               MOVE "N" TO WS-REPLAY-SWITCH
           END-IF.

      *    A HELD ITEM KEEPS THE DATE IT FIRST WENT ON HOLD. ONE HELD
      *    BEFORE THE DATE WAS CARRIED IS GIVEN TONIGHT'S, THE EARLIEST
      *    DATE THE RUN CAN VOUCH FOR.
       1815-KEEP-QUEUED-DATE.
           IF HOLD-QUEUED-DATE IS NUMERIC
                   AND HOLD-QUEUED-DATE NOT = ZERO
               MOVE HOLD-QUEUED-DATE TO WS-ITEM-QUEUED-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ITEM-QUEUED-DATE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION
           IF WS-EOF-SWITCH NOT = "Y"
                   IF WS-IN-BATCH-SWITCH = "Y"
                       PERFORM 2060-BUFFER-DETAIL
                   ELSE
                       MOVE SPACES TO WS-ITEM-SOURCE-ID
                       MOVE TRAN-AMOUNT TO WS-AREA-2
                       PERFORM 2200-VALIDATE-TRANSACTION
                   END-IF
       2050-END-SOURCE-BATCH.
           IF WS-IN-BATCH-SWITCH = "N"
               MOVE TRAN-TRL-SOURCE-ID TO WS-STRAY-SOURCE-ID
               MOVE WS-STRAY-SOURCE-ID TO WS-ITEM-SOURCE-ID
               MOVE SPACES TO TRAN-DETAIL
               MOVE WS-STRAY-SOURCE-ID TO TRAN-ACCOUNT-ID (1:4)
               MOVE ZERO TO WS-AREA-2
      *    AND 2055.
       2070-RELEASE-BATCH-DETAIL.
           MOVE WS-BATCH-REC (WS-BATCH-SUB) TO TRAN-REC
           MOVE WS-CUR-SOURCE-ID TO WS-ITEM-SOURCE-ID
           MOVE WS-BATCH-RECNO (WS-BATCH-SUB) TO WS-RECORD-NO
           MOVE TRAN-AMOUNT TO WS-AREA-2
           PERFORM 2200-VALIDATE-TRANSACTION.

       2075-REJECT-BATCH-DETAIL.
           MOVE WS-BATCH-REC (WS-BATCH-SUB) TO TRAN-REC
           MOVE WS-CUR-SOURCE-ID TO WS-ITEM-SOURCE-ID
           MOVE WS-BATCH-RECNO (WS-BATCH-SUB) TO WS-RECORD-NO
           MOVE TRAN-AMOUNT TO WS-AREA-2
           MOVE WS-AREA-2 TO WS-TRAN-SIGNED-AMT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2240-CHECK-EFFECTIVE-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2270-CHECK-CLOSED-PERIOD
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND WS-FUTURE-SWITCH = "N"
               PERFORM 2245-CHECK-DAILY-CAP
               PERFORM 2300-REJECT-TRANSACTION
           ELSE
               IF WS-FUTURE-SWITCH = "Y"
                   MOVE WS-RUN-DATE TO WS-ITEM-QUEUED-DATE
                   PERFORM 2360-HOLD-FUTURE-ITEM
                   PERFORM 2365-LOG-FUTURE-HOLD
               ELSE
                   IF WS-SUSPECT-SWITCH = "Y"
                       PERFORM 2350-SUSPEND-DUPLICATE
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  CLOSED-PERIOD CHECK - BOTH DATES ARE ALREADY PROVED REAL    *
      *  CALENDAR DATES. THE EFFECTIVE DATE IS TESTED FIRST; A       *
      *  REVERSAL IS ALSO REFUSED WHEN THE POSTING IT BACKS OUT WAS  *
      *  DATED INSIDE A CLOSED PERIOD, SINCE THAT MONTH HAS ALREADY  *
      *  BEEN REPORTED.                                              *
      * ----------------------------------------------------------- *
       2270-CHECK-CLOSED-PERIOD.
           IF WS-CLOSED-COUNT > ZERO
               MOVE TRAN-EFFECTIVE-DATE(1:6) TO WS-TEST-PERIOD
               PERFORM 2275-TEST-PERIOD-CLOSED
               IF WS-PERIOD-CLOSED-SWITCH = "Y"
                   MOVE "EFFECTIVE DATE IN CLOSED PERIOD " TO
                       WS-REJECT-REASON(1:32)
                   MOVE WS-TEST-PERIOD TO WS-REJECT-REASON(33:6)
               ELSE
                   IF TRAN-REVERSAL
                       MOVE TRAN-ORIG-EFF-DATE(1:6) TO WS-TEST-PERIOD
                       PERFORM 2275-TEST-PERIOD-CLOSED
                       IF WS-PERIOD-CLOSED-SWITCH = "Y"
                           MOVE "REVERSAL OF CLOSED PERIOD " TO
                               WS-REJECT-REASON(1:26)
                           MOVE WS-TEST-PERIOD TO
                               WS-REJECT-REASON(27:6)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2275-TEST-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
           SET CLOSED-IDX TO 1
           SEARCH WS-CLOSED-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLOSED-PERIOD (CLOSED-IDX) = WS-TEST-PERIOD
                   MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
           END-SEARCH.

      * ----------------------------------------------------------- *
      *  DAILY-CAP CHECK - THE ACCOUNT'S CAPS (STILL HELD FROM THE   *
      *  KEYED READ IN 2210) BOUND WHAT MAY BE ACCEPTED AGAINST ONE  *
               STOP RUN
           END-IF
           ADD 1 TO WS-FUTHOLD-COUNT
           MOVE TRAN-REC TO HOLD-TRAN
           MOVE WS-ITEM-SOURCE-ID TO HOLD-SOURCE-ID
           MOVE WS-ITEM-QUEUED-DATE TO HOLD-QUEUED-DATE
           MOVE HOLD-REC TO WS-FUTHOLD-REC (WS-FUTHOLD-COUNT)
           ADD 1 TO WS-FUT-HELD-COUNT.

      *    AN ITEM GOING ON HOLD FOR THE FIRST TIME IS LOGGED SO THE
      *    BRANCH ACTIVITY REPORT CAN COUNT IT; ONE ALREADY ON FUTSUSP
      *    AND STILL NOT DUE IS PUT BACK WITHOUT A SECOND ENTRY. IN
      *    REPLAY MODE THE ORIGINAL RUN ALREADY WROTE IT.
       2365-LOG-FUTURE-HOLD.
           IF WS-REPLAY-SWITCH = "N"
               MOVE "FUTHOLD" TO WS-AUDIT-ACTION
               PERFORM 2500-WRITE-AUDIT-ENTRY
           END-IF.

      * ----------------------------------------------------------- *
      *  DUPLICATE CHECK - A TRANSACTION MATCHING AN ALREADY-ACCEPTED *
      *  ACCOUNT/EFFECTIVE-DATE/AMOUNT (THIS RUN OR THE CARRIED       *
               MOVE TRAN-REC TO SUSP-TRAN
               MOVE "O" TO SUSP-DISPOSITION
               MOVE SPACES TO SUSP-DISP-REASON
               MOVE WS-ITEM-SOURCE-ID TO SUSP-SOURCE-ID
               MOVE WS-RUN-DATE TO SUSP-QUEUED-DATE
               WRITE SUSP-FILE-REC FROM SUSP-REC
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "FATAL: WRITE TO DUPSUSP FAILED, STATUS="
           MOVE WS-REJECT-REASON TO EXCP-REASON
           MOVE "O" TO EXCP-DISPOSITION
           MOVE SPACES TO EXCP-DISP-REASON
           MOVE WS-ITEM-SOURCE-ID TO EXCP-SOURCE-ID
           MOVE WS-RUN-DATE TO EXCP-QUEUED-DATE
           WRITE EXCP-FILE-REC FROM EXCP-REC
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO EXCPRPT FAILED, STATUS="
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-JOB-ID TO AUDIT-JOB-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE WS-ITEM-SOURCE-ID TO AUDIT-SOURCE-ID
           WRITE AUDIT-FILE-REC FROM AUDIT-REC
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO AUDITFILE FAILED, STATUS="
           ELSE
               MOVE ZERO TO EXTR-ORIG-DATE
           END-IF
           MOVE WS-ITEM-SOURCE-ID TO EXTR-SOURCE-ID
           WRITE EXTR-FILE-REC FROM EXTR-REC
           IF WS-EXTR-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO EXTROUT FAILED, STATUS="
