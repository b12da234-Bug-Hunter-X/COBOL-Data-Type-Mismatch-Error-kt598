      *            RE-VALIDATED AGAINST THE SAME RANGE CHECK AND
      *            APPENDED AS A NEW AUDIT ENTRY - TO TODAY'S DAILY
      *            TRAIL AND THE MASTER - RATHER THAN OVERWRITING
      *            HISTORY. A CORRECTION OVER THE PARMIN APPROVAL
      *            LIMIT IS HELD ON PENDCORR UNTIL A SECOND OPERATOR
      *            APPROVES OR DECLINES IT FROM THE REVIEW OPTION.
      *            NO CORRECTION DATED INSIDE A PERIOD CLOSED ON
      *            PERIODCTL IS TAKEN OR APPROVED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQ001.
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCORR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PERD-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-REC         PIC X(68).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-FILE-REC          PIC X(27).

       FD  OPER-FILE
           RECORDING MODE IS F.
       FD  BAL-FILE.
       COPY BALREC.

       FD  PEND-FILE.
       COPY PENDREC.

       FD  PERD-FILE
           RECORDING MODE IS F.
       01  PERD-FILE-REC          PIC X(92).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.


       COPY OPERREC.

       COPY PERDREC.

       01  WS-AUDIT-FILE-NAME     PIC X(30).
       01  WS-AUDIT-STATUS        PIC XX     VALUE "00".
       01  WS-PARM-STATUS         PIC XX     VALUE "00".
       01  WS-MIN-LIMIT           PIC 9(7)V99 VALUE ZERO.
       01  WS-MAX-LIMIT           PIC 9(7)V99 VALUE 9999999.99.

      * ----------------------------------------------------------- *
      *  SECOND-OPERATOR APPROVAL - A CORRECTED VALUE OVER THE       *
      *  APPROVAL LIMIT IS HELD ON PENDCORR RATHER THAN LOGGED. A    *
      *  ZERO LIMIT (THE DEFAULT WHEN PARMIN DOES NOT SUPPLY ONE)    *
      *  HOLDS EVERY CORRECTION. THE CORRECT ENTRY CARRIES THE ID OF *
      *  THE OPERATOR WHO KEYED IT, WHICHEVER SESSION WRITES IT.     *
      * ----------------------------------------------------------- *
       01  WS-APPROVAL-LIMIT      PIC 9(7)V99 VALUE ZERO.
       01  WS-CORR-OPERATOR-ID    PIC X(8)   VALUE SPACES.
       01  WS-PEND-STATUS         PIC XX     VALUE "00".
       01  WS-PEND-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-REVIEW-QUIT-SWITCH  PIC X      VALUE "N".
       01  WS-REVIEW-DECISION     PIC X      VALUE SPACES.
       01  WS-REVIEW-SHOWN        PIC 9(5)   VALUE ZERO.
       01  WS-REVIEW-OWN          PIC 9(5)   VALUE ZERO.
       01  WS-REVIEW-APPROVED     PIC 9(5)   VALUE ZERO.
       01  WS-REVIEW-DECLINED     PIC 9(5)   VALUE ZERO.
       01  WS-NOW-TIMESTAMP       PIC X(19)  VALUE SPACES.
       01  WS-PEND-VALUE-EDITED   PIC Z,ZZZ,ZZ9.99.
       01  WS-SUPERSEDED-SWITCH   PIC X      VALUE "N".
       01  WS-TRAIL-EOF-SWITCH    PIC X      VALUE "N".

      * ----------------------------------------------------------- *
      *  PERIOD LOCK - PERIODCTL IS READ AFRESH FOR EACH CORRECTION  *
      *  AND EACH APPROVAL, SO A MONTH-END CLOSE OR A REOPEN TAKES   *
      *  EFFECT WITHOUT THE SESSION SIGNING OFF.                     *
      * ----------------------------------------------------------- *
       01  WS-PERD-STATUS         PIC XX     VALUE "00".
       01  WS-PERD-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-TEST-PERIOD         PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-CLOSED-SWITCH PIC X     VALUE "N".

       01  WS-SEARCH-ACCOUNT      PIC X(10)  VALUE SPACES.
       01  WS-SEARCH-DATE.
           05  WS-SEARCH-YYYY     PIC 9(4).
           05  LINE 4  COL 10 VALUE "1. SEARCH AUDIT TRAIL BY ACCOUNT".
           05  LINE 5  COL 10 VALUE "2. CORRECT AN ENTERED VALUE".
           05  LINE 6  COL 10 VALUE "3. SHOW ACCOUNT BALANCE".
           05  LINE 7  COL 10 VALUE "4. REVIEW HELD CORRECTIONS".
           05  LINE 8  COL 10 VALUE "5. EXIT".
           05  LINE 10 COL 10 VALUE "SELECTION: ".
           05  LINE 10 COL 21 PIC X USING WS-MENU-CHOICE.

       01  SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6  COL 10 VALUE "CORRECTED VALUE IN CENTS: ".
           05  LINE 6  COL 48 PIC 9(9) TO WS-NEW-VALUE-CENTS.

       01  REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "REVIEW HELD CORRECTION".
           05  LINE 4  COL 10 VALUE "KEYED AT:        ".
           05  LINE 4  COL 30 PIC X(19) FROM PEND-TIMESTAMP.
           05  LINE 5  COL 10 VALUE "KEYED BY:        ".
           05  LINE 5  COL 30 PIC X(8) FROM PEND-MAKER-ID.
           05  LINE 6  COL 10 VALUE "ACCOUNT ID:      ".
           05  LINE 6  COL 30 PIC X(10) FROM PEND-ACCOUNT-ID.
           05  LINE 7  COL 10 VALUE "ENTRY DATE:      ".
           05  LINE 7  COL 30 PIC 9(8) FROM PEND-ENTRY-DATE.
           05  LINE 8  COL 10 VALUE "CORRECTED VALUE: ".
           05  LINE 8  COL 30 PIC X(12) FROM WS-PEND-VALUE-EDITED.
           05  LINE 10 COL 10
               VALUE "A=APPROVE  D=DECLINE  S=SKIP  Q=QUIT: ".
           05  LINE 10 COL 49 PIC X USING WS-REVIEW-DECISION.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
                   WHEN "3"
                       PERFORM 4000-SHOW-BALANCE
                   WHEN "4"
                       PERFORM 6000-REVIEW-HELD-CORRECTIONS
                   WHEN "5"
                       MOVE "N" TO WS-CONTINUE-SWITCH
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - TRY AGAIN"
                   NOT AT END
                       MOVE PARM-MIN-LIMIT TO WS-MIN-LIMIT
                       MOVE PARM-MAX-LIMIT TO WS-MAX-LIMIT
                       IF PARM-APPROVAL-LIMIT IS NUMERIC
                           MOVE PARM-APPROVAL-LIMIT TO
                               WS-APPROVAL-LIMIT
                       ELSE
                           DISPLAY "NO APPROVAL LIMIT ON PARMIN - "
                               "EVERY CORRECTION NEEDS APPROVAL"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
           STRING "AUDIT." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               ".LOG" DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME.

      *    THE SAME YYYY-MM-DD-HH:MM:SS FORM THE AUDIT TRAIL CARRIES,
      *    FOR THE HELD-CORRECTION KEY AND ITS REVIEW STAMP.
       1060-BUILD-NOW-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-NOW-TIMESTAMP
           MOVE WS-CURR-YYYY TO WS-NOW-TIMESTAMP(1:4)
           MOVE "-" TO WS-NOW-TIMESTAMP(5:1)
           MOVE WS-CURR-MM TO WS-NOW-TIMESTAMP(6:2)
           MOVE "-" TO WS-NOW-TIMESTAMP(8:1)
           MOVE WS-CURR-DD TO WS-NOW-TIMESTAMP(9:2)
           MOVE "-" TO WS-NOW-TIMESTAMP(11:1)
           MOVE WS-CURR-HH TO WS-NOW-TIMESTAMP(12:2)
           MOVE ":" TO WS-NOW-TIMESTAMP(14:1)
           MOVE WS-CURR-MIN TO WS-NOW-TIMESTAMP(15:2)
           MOVE ":" TO WS-NOW-TIMESTAMP(17:1)
           MOVE WS-CURR-SS TO WS-NOW-TIMESTAMP(18:2).

       2000-SEARCH-AUDIT-TRAIL.
           DISPLAY SEARCH-SCREEN
           ACCEPT SEARCH-SCREEN
      *    ENTRY AND CORRECT RECORDS QUALIFY THERE - REJECTS AND
      *    SECURITY EVENTS ALSO CARRY THE ACCOUNT ID BUT NOTHING
      *    EVER POSTED FOR THEM. THE SEARCH PATH SHOWS EVERYTHING.
      *    A BFWD RECORD LEFT BY THE PRG001 PURGE IS NOT A POSTING
      *    THAT CAN BE CORRECTED; THE SEARCH SHOWS IT AS THE ENTRIES
      *    BROUGHT FORWARD FROM THE HISTORY ARCHIVED UP TO ITS DATE,
      *    AND A BFWDCORR RECORD AS THE CORRECTIONS BROUGHT FORWARD.
       2020-CONSIDER-MASTER-ENTRY.
           IF WS-MATCH-DATE-SWITCH = "Y"
               IF AUDM-TIMESTAMP (1:10) = WS-TS-PREFIX
           ELSE
               IF WS-DISPLAY-MATCHES = "Y"
                   MOVE AUDM-VALUE TO WS-VALUE-EDITED
                   EVALUATE AUDM-ACTION
                       WHEN "BFWD"
                           DISPLAY AUDM-TIMESTAMP (1:10) "          "
                               AUDM-ACCOUNT-ID " "
                               WS-VALUE-EDITED " "
                               "BROUGHT FORWARD - EARLIER HISTORY "
                               "ARCHIVED"
                       WHEN "BFWDCORR"
                           DISPLAY AUDM-TIMESTAMP (1:10) "          "
                               AUDM-ACCOUNT-ID " "
                               WS-VALUE-EDITED " "
                               "CORRECTIONS BROUGHT FORWARD - ARCHIVED"
                       WHEN OTHER
                           DISPLAY AUDM-TIMESTAMP " "
                               AUDM-ACCOUNT-ID " "
                               WS-VALUE-EDITED " "
                               AUDM-OPERATOR-ID " "
                               AUDM-ACTION " "
                               AUDM-SOURCE-ID
                   END-EVALUATE
               END-IF
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.
       3010-ENTER-CORRECTION.
           DISPLAY CORRECT-SCREEN
           ACCEPT CORRECT-SCREEN
           COMPUTE WS-NEW-VALUE = WS-NEW-VALUE-CENTS / 100
           MOVE WS-SEARCH-DATE(1:6) TO WS-TEST-PERIOD
           PERFORM 3400-CHECK-CLOSED-PERIOD
           IF WS-PERIOD-CLOSED-SWITCH = "Y"
               DISPLAY "*** CORRECTION REFUSED - ENTRY DATE IS IN "
                   "CLOSED PERIOD " WS-TEST-PERIOD " ***"
               MOVE "REFUSED" TO WS-SEC-ACTION
               MOVE WS-SEARCH-ACCOUNT TO WS-SEC-ACCOUNT
               MOVE WS-NEW-VALUE TO WS-SEC-VALUE
               PERFORM 5000-LOG-SECURITY-EVENT
           ELSE
               PERFORM 3020-APPLY-CORRECTION
           END-IF.

       3020-APPLY-CORRECTION.
           MOVE "N" TO WS-DISPLAY-MATCHES
           MOVE "Y" TO WS-MATCH-DATE-SWITCH
           MOVE SPACES TO WS-TS-PREFIX
           STRING WS-SEARCH-YYYY "-" WS-SEARCH-MM "-" WS-SEARCH-DD
               DELIMITED BY SIZE INTO WS-TS-PREFIX
           PERFORM 2010-SCAN-FOR-ACCOUNT
           IF WS-FOUND-SWITCH = "N"
               DISPLAY "*** CORRECTION REJECTED - NO AUDIT ENTRY FOUND "
                       MOVE WS-NEW-VALUE TO WS-SEC-VALUE
                       PERFORM 5000-LOG-SECURITY-EVENT
                   ELSE
                       IF WS-NEW-VALUE > WS-APPROVAL-LIMIT
                               OR WS-APPROVAL-LIMIT = ZERO
                           PERFORM 3300-HOLD-FOR-APPROVAL
                       ELSE
                           MOVE WS-OPERATOR-ID TO WS-CORR-OPERATOR-ID
                           PERFORM 3100-LOG-CORRECTION
                           IF WS-LOG-OK-SWITCH = "Y"
                               PERFORM 3200-WRITE-MASTER-ENTRY
                               DISPLAY "CORRECTION ACCEPTED AND LOGGED"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE WS-CURR-SS TO AUDIT-TIMESTAMP(18:2)
           MOVE WS-SEARCH-ACCOUNT TO AUDIT-ACCOUNT-ID
           MOVE WS-NEW-VALUE TO AUDIT-VALUE
           MOVE WS-CORR-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-JOB-ID TO AUDIT-JOB-ID
           MOVE "CORRECT" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-SOURCE-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           MOVE AUDIT-OPERATOR-ID TO AUDM-OPERATOR-ID
           MOVE AUDIT-JOB-ID TO AUDM-JOB-ID
           MOVE AUDIT-ACTION TO AUDM-ACTION
           MOVE AUDIT-SOURCE-ID TO AUDM-SOURCE-ID
           WRITE AUDM-REC
           EVALUATE WS-AUDM-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-STORED-SWITCH
           END-EVALUATE.

      * ----------------------------------------------------------- *
      *  A CORRECTION OVER THE APPROVAL LIMIT IS HELD ON PENDCORR    *
      *  INSTEAD OF BEING LOGGED. NOTHING REACHES THE AUDIT TRAIL AS *
      *  A CORRECT ENTRY UNTIL A SECOND OPERATOR APPROVES IT, SO     *
      *  ADJ001 NEVER SEES AN UNAPPROVED ITEM. THE HOLD ITSELF IS    *
      *  LOGGED AS A HELD EVENT SO THE TRAIL SHOWS WHO KEYED WHAT.   *
      * ----------------------------------------------------------- *
       3300-HOLD-FOR-APPROVAL.
           MOVE "N" TO WS-LOG-OK-SWITCH
           PERFORM 6050-OPEN-PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "*** CORRECTION NOT HELD - UNABLE TO OPEN "
                   "PENDCORR, STATUS=" WS-PEND-STATUS " ***"
           ELSE
               PERFORM 1060-BUILD-NOW-TIMESTAMP
               MOVE WS-NOW-TIMESTAMP TO PEND-TIMESTAMP
               MOVE ZERO TO PEND-SEQ
               MOVE "N" TO WS-STORED-SWITCH
               PERFORM 3310-TRY-ONE-PEND-SEQUENCE
                   UNTIL WS-STORED-SWITCH = "Y"
               CLOSE PEND-FILE
           END-IF
           IF WS-LOG-OK-SWITCH = "Y"
               MOVE "HELD" TO WS-SEC-ACTION
               MOVE WS-SEARCH-ACCOUNT TO WS-SEC-ACCOUNT
               MOVE WS-NEW-VALUE TO WS-SEC-VALUE
               PERFORM 5000-LOG-SECURITY-EVENT
               DISPLAY "CORRECTION OVER APPROVAL LIMIT OF "
                   WS-APPROVAL-LIMIT " - HELD FOR A SECOND OPERATOR"
           END-IF.

       3310-TRY-ONE-PEND-SEQUENCE.
           MOVE WS-SEARCH-ACCOUNT TO PEND-ACCOUNT-ID
           MOVE WS-SEARCH-DATE TO PEND-ENTRY-DATE
           MOVE WS-NEW-VALUE TO PEND-VALUE
           MOVE WS-OPERATOR-ID TO PEND-MAKER-ID
           MOVE "P" TO PEND-STATUS
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE SPACES TO PEND-REVIEW-TIMESTAMP
           WRITE PEND-REC
           EVALUATE WS-PEND-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-STORED-SWITCH
                   MOVE "Y" TO WS-LOG-OK-SWITCH
               WHEN "22"
                   IF PEND-SEQ >= 999
                       DISPLAY "*** CORRECTION NOT HELD - PENDCORR "
                           "SEQUENCE EXHAUSTED ***"
                       MOVE "Y" TO WS-STORED-SWITCH
                   ELSE
                       ADD 1 TO PEND-SEQ
                   END-IF
               WHEN OTHER
                   DISPLAY "*** CORRECTION NOT HELD - WRITE TO "
                       "PENDCORR FAILED, STATUS=" WS-PEND-STATUS
                       " ***"
                   MOVE "Y" TO WS-STORED-SWITCH
           END-EVALUATE.

      * ----------------------------------------------------------- *
      *  CLOSED-PERIOD CHECK - WS-TEST-PERIOD (YYYYMM) IS LOOKED UP  *
      *  ON PERIODCTL. ONLY A PERIOD STILL CLOSED IS LOCKED; ONE     *
      *  DATA CONTROL HAS REOPENED TAKES CORRECTIONS AGAIN. A        *
      *  MISSING PERIODCTL MEANS NO PERIOD HAS BEEN CLOSED YET.      *
      * ----------------------------------------------------------- *
       3400-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
           MOVE "N" TO WS-PERD-EOF-SWITCH
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS = "00"
               PERFORM UNTIL WS-PERD-EOF-SWITCH = "Y"
                   READ PERD-FILE INTO PERD-REC
                       AT END
                           MOVE "Y" TO WS-PERD-EOF-SWITCH
                       NOT AT END
                           IF PERD-PERIOD = WS-TEST-PERIOD
                               IF PERD-CLOSED
                                   MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
                               END-IF
                               MOVE "Y" TO WS-PERD-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERD-FILE
           END-IF.

      * ----------------------------------------------------------- *
      *  ACCOUNT BALANCE - ONE KEYED READ OF THE BALMST MASTER THAT  *
      *  THE NIGHTLY RUN AND ADJ001 KEEP POSTED, SO A BRANCH CALL    *
      *  SECURITY EVENTS - A DENIED SIGN-ON OR A REFUSED CORRECTION  *
      *  IS APPENDED TO TODAY'S AUDIT TRAIL SO ENFORCEMENT CAN BE    *
      *  EVIDENCED. THE NIGHTLY CONSOLIDATION CARRIES THE EVENT INTO *
      *  THE MASTER LIKE ANY OTHER ENTRY. HELD, APPROVED AND         *
      *  DECLINED CORRECTIONS ARE LOGGED THE SAME WAY.               *
      * ----------------------------------------------------------- *
       5000-LOG-SECURITY-EVENT.
           PERFORM 1050-BUILD-AUDIT-FILE-NAME
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-JOB-ID TO AUDIT-JOB-ID
           MOVE WS-SEC-ACTION TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-SOURCE-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

      * ----------------------------------------------------------- *
      *  REVIEW OF HELD CORRECTIONS - A CORRECTION-AUTHORITY         *
      *  OPERATOR WALKS THE PENDCORR ITEMS STILL AWAITING A DECISION,*
      *  OLDEST FIRST. AN ITEM THE SIGNED-ON OPERATOR KEYED IS NEVER *
      *  OFFERED - MAKER AND CHECKER MUST BE DIFFERENT PEOPLE. A     *
      *  APPROVES, D DECLINES, S LEAVES THE ITEM HELD AND Q STOPS    *
      *  THE WALK. EACH DECISION IS REWRITTEN TO PENDCORR AS IT IS   *
      *  MADE, SO AN INTERRUPTED SESSION CANNOT APPROVE TWICE.       *
      * ----------------------------------------------------------- *
       6000-REVIEW-HELD-CORRECTIONS.
           IF WS-OPER-AUTH NOT = "C"
               DISPLAY "*** REVIEW REFUSED - OPERATOR HAS "
                   "INQUIRY-ONLY AUTHORITY ***"
               MOVE "REFUSED" TO WS-SEC-ACTION
               MOVE SPACES TO WS-SEC-ACCOUNT
               MOVE ZERO TO WS-SEC-VALUE
               PERFORM 5000-LOG-SECURITY-EVENT
           ELSE
               PERFORM 6050-OPEN-PENDING-FILE
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "HELD CORRECTIONS NOT AVAILABLE, STATUS="
                       WS-PEND-STATUS
               ELSE
                   PERFORM 6010-WALK-HELD-CORRECTIONS
                   CLOSE PEND-FILE
               END-IF
           END-IF.

       6010-WALK-HELD-CORRECTIONS.
           MOVE ZERO TO WS-REVIEW-SHOWN
           MOVE ZERO TO WS-REVIEW-OWN
           MOVE ZERO TO WS-REVIEW-APPROVED
           MOVE ZERO TO WS-REVIEW-DECLINED
           MOVE "N" TO WS-PEND-EOF-SWITCH
           MOVE "N" TO WS-REVIEW-QUIT-SWITCH
           MOVE LOW-VALUES TO PEND-KEY
           START PEND-FILE KEY NOT < PEND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-PEND-EOF-SWITCH = "Y"
                   OR WS-REVIEW-QUIT-SWITCH = "Y"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PEND-EOF-SWITCH
                   NOT AT END
                       IF PEND-AWAITING
                           PERFORM 6100-REVIEW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REVIEW-SHOWN = ZERO AND WS-REVIEW-OWN = ZERO
               DISPLAY "NO CORRECTIONS AWAITING APPROVAL"
           ELSE
               DISPLAY "ITEMS REVIEWED:       " WS-REVIEW-SHOWN
               DISPLAY "APPROVED:             " WS-REVIEW-APPROVED
               DISPLAY "DECLINED:             " WS-REVIEW-DECLINED
               DISPLAY "KEYED BY YOU, NOT OFFERED: " WS-REVIEW-OWN
           END-IF.

      *    THE INDEXED FILE IS CREATED EMPTY ON FIRST USE, THE WAY
      *    THE AUDIT MASTER IS.
       6050-OPEN-PENDING-FILE.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
               IF WS-PEND-STATUS = "00"
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF
           END-IF.

       6100-REVIEW-ONE-ITEM.
           IF PEND-MAKER-ID = WS-OPERATOR-ID
               ADD 1 TO WS-REVIEW-OWN
           ELSE
               ADD 1 TO WS-REVIEW-SHOWN
               MOVE PEND-VALUE TO WS-PEND-VALUE-EDITED
               MOVE SPACES TO WS-REVIEW-DECISION
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               EVALUATE WS-REVIEW-DECISION
                   WHEN "A"
                       PERFORM 6200-APPROVE-ITEM
                   WHEN "D"
                       PERFORM 6300-DECLINE-ITEM
                   WHEN "Q"
                       MOVE "Y" TO WS-REVIEW-QUIT-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    THE CHECKER MAY ONLY RELEASE A VALUE THEY COULD HAVE KEYED
      *    THEMSELVES. AN ITEM WHOSE ENTRY DATE HAS SINCE FALLEN INTO
      *    A CLOSED PERIOD CANNOT BE APPROVED; IT STAYS HELD UNTIL THE
      *    PERIOD IS REOPENED OR A CHECKER DECLINES IT. NOR CAN ONE
      *    WHOSE ACCOUNT HAS TAKEN A POSTING SINCE IT WAS KEYED: ADJ001
      *    BACKS OUT THE LATEST POSTING ON THE ACCOUNT, WHICH WOULD NO
      *    LONGER BE THE ONE THE MAKER CORRECTED, SO IT MUST BE
      *    DECLINED AND RE-KEYED AGAINST THE ACCOUNT AS IT NOW STANDS.
       6200-APPROVE-ITEM.
           IF PEND-VALUE > WS-OPER-MAX
               DISPLAY "*** APPROVAL REFUSED - OVER OPERATOR LIMIT OF "
                   WS-OPER-MAX " - ITEM REMAINS HELD ***"
               MOVE "REFUSED" TO WS-SEC-ACTION
               MOVE PEND-ACCOUNT-ID TO WS-SEC-ACCOUNT
               MOVE PEND-VALUE TO WS-SEC-VALUE
               PERFORM 5000-LOG-SECURITY-EVENT
           ELSE
               MOVE PEND-ENTRY-DATE(1:6) TO WS-TEST-PERIOD
               PERFORM 3400-CHECK-CLOSED-PERIOD
               IF WS-PERIOD-CLOSED-SWITCH = "Y"
                   DISPLAY "*** APPROVAL REFUSED - ENTRY DATE IS IN "
                       "CLOSED PERIOD " WS-TEST-PERIOD " - ITEM "
                       "REMAINS HELD ***"
               ELSE
                   PERFORM 6220-CHECK-SUPERSEDED
                   IF WS-SUPERSEDED-SWITCH = "Y"
                       DISPLAY "*** APPROVAL REFUSED - SUPERSEDED - "
                           "ACCOUNT POSTED SINCE ITEM WAS KEYED; "
                           "DECLINE AND RE-KEY ***"
                   ELSE
                       PERFORM 6210-RELEASE-APPROVED-ITEM
                   END-IF
               END-IF
           END-IF.

      *    THE ITEM IS MARKED APPROVED BEFORE THE CORRECT ENTRY IS
      *    WRITTEN; IF THE TRAIL CANNOT TAKE THE ENTRY THE MARK IS
      *    TAKEN BACK AND THE ITEM STAYS HELD. THE CORRECT ENTRY
      *    CARRIES THE MAKER'S ID AND THE APPROVED EVENT THE
      *    CHECKER'S, SO THE TRAIL NAMES BOTH.
       6210-RELEASE-APPROVED-ITEM.
           MOVE "A" TO PEND-STATUS
           PERFORM 6400-RECORD-DECISION
           IF WS-LOG-OK-SWITCH = "Y"
               MOVE PEND-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
               MOVE PEND-VALUE TO WS-NEW-VALUE
               MOVE PEND-MAKER-ID TO WS-CORR-OPERATOR-ID
               PERFORM 3100-LOG-CORRECTION
               IF WS-LOG-OK-SWITCH = "Y"
                   PERFORM 3200-WRITE-MASTER-ENTRY
                   ADD 1 TO WS-REVIEW-APPROVED
                   MOVE "APPROVED" TO WS-SEC-ACTION
                   MOVE PEND-ACCOUNT-ID TO WS-SEC-ACCOUNT
                   MOVE PEND-VALUE TO WS-SEC-VALUE
                   PERFORM 5000-LOG-SECURITY-EVENT
                   DISPLAY "CORRECTION APPROVED AND LOGGED"
               ELSE
                   PERFORM 6410-RESTORE-HELD-ITEM
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  SUPERSEDED CHECK - ANY ENTRY OR CORRECT POSTING ON THE      *
      *  ACCOUNT TIMED AFTER THE ITEM WAS KEYED, ON THE MASTER OR ON *
      *  TODAY'S TRAIL NOT YET CONSOLIDATED INTO IT.                 *
      * ----------------------------------------------------------- *
       6220-CHECK-SUPERSEDED.
           MOVE "N" TO WS-SUPERSEDED-SWITCH
           PERFORM 6225-SCAN-MASTER-SINCE-HOLD
           IF WS-SUPERSEDED-SWITCH = "N"
               PERFORM 6230-SCAN-TRAIL-SINCE-HOLD
           END-IF.

       6225-SCAN-MASTER-SINCE-HOLD.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDM-FILE
           IF WS-AUDM-STATUS = "00"
               MOVE PEND-ACCOUNT-ID TO AUDM-ACCOUNT-ID
               MOVE PEND-TIMESTAMP TO AUDM-TIMESTAMP
               MOVE 999 TO AUDM-SEQ
               START AUDM-FILE KEY > AUDM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUDM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AUDM-ACCOUNT-ID NOT = PEND-ACCOUNT-ID
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               IF AUDM-ACTION = "ENTRY"
                                       OR AUDM-ACTION = "CORRECT"
                                   MOVE "Y" TO WS-SUPERSEDED-SWITCH
                                   MOVE "Y" TO WS-EOF-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDM-FILE
           END-IF.

       6230-SCAN-TRAIL-SINCE-HOLD.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH
           PERFORM 1050-BUILD-AUDIT-FILE-NAME
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-TRAIL-EOF-SWITCH = "Y"
                   READ AUDIT-FILE INTO AUDIT-REC
                       AT END
                           MOVE "Y" TO WS-TRAIL-EOF-SWITCH
                       NOT AT END
                           IF AUDIT-ACCOUNT-ID = PEND-ACCOUNT-ID
                                   AND AUDIT-TIMESTAMP > PEND-TIMESTAMP
                                   AND (AUDIT-ACTION = "ENTRY"
                                    OR AUDIT-ACTION = "CORRECT")
                               MOVE "Y" TO WS-SUPERSEDED-SWITCH
                               MOVE "Y" TO WS-TRAIL-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       6300-DECLINE-ITEM.
           MOVE "D" TO PEND-STATUS
           PERFORM 6400-RECORD-DECISION
           IF WS-LOG-OK-SWITCH = "Y"
               ADD 1 TO WS-REVIEW-DECLINED
               MOVE "DECLINED" TO WS-SEC-ACTION
               MOVE PEND-ACCOUNT-ID TO WS-SEC-ACCOUNT
               MOVE PEND-VALUE TO WS-SEC-VALUE
               PERFORM 5000-LOG-SECURITY-EVENT
               DISPLAY "CORRECTION DECLINED"
           END-IF.

       6400-RECORD-DECISION.
           MOVE "Y" TO WS-LOG-OK-SWITCH
           PERFORM 1060-BUILD-NOW-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PEND-CHECKER-ID
           MOVE WS-NOW-TIMESTAMP TO PEND-REVIEW-TIMESTAMP
           REWRITE PEND-REC
           IF WS-PEND-STATUS NOT = "00"
               MOVE "N" TO WS-LOG-OK-SWITCH
               DISPLAY "*** DECISION NOT RECORDED - REWRITE OF "
                   "PENDCORR FAILED, STATUS=" WS-PEND-STATUS " ***"
           END-IF.

       6410-RESTORE-HELD-ITEM.
           MOVE "P" TO PEND-STATUS
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE SPACES TO PEND-REVIEW-TIMESTAMP
           REWRITE PEND-REC
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "*** PENDCORR NOT RESTORED, STATUS="
                   WS-PEND-STATUS " - ITEM MARKED APPROVED BUT NOT "
                   "LOGGED; REFER TO DATA CONTROL ***"
           ELSE
               DISPLAY "*** APPROVAL NOT LOGGED - ITEM REMAINS HELD ***"
           END-IF.
