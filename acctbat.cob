      ******************************************************************
      *  PROGRAM:  ACB001  (file: acctbat.cob)
      *  PURPOSE:  BATCH MAINTENANCE OF THE INDEXED ACCTMST ACCOUNT
      *            MASTER, FOR WHEN A BRANCH OPENS OR REPRICES MANY
      *            ACCOUNTS AT ONCE AND KEYING THEM ONE SCREEN AT A
      *            TIME IN ACT001 IS TOO SLOW. EACH ACMTIN DETAIL
      *            ADDS AN ACCOUNT, CHANGES ITS STATUS, SETS ITS
      *            OVERRIDE LIMITS OR SETS ITS DAILY CAPS, AND GETS
      *            THE SAME EDITS ACT001 APPLIES. CLOSING AN ACCOUNT
      *            IS NOT DONE HERE: IT NEEDS THE ACT001 CLOSE-OUT
      *            CHECKS AND FINAL STATEMENT, SO STATUS C IS REFUSED.
      *            CHANGES ARE APPLIED WITH KEYED WRITES AND REWRITES
      *            AND EVERY FIELD ONE ALTERS IS LOGGED ON CHGLOG WITH
      *            ITS BEFORE AND AFTER VALUES, AS ACT001 DOES. THE
      *            ACBRPT EDIT REPORT SHOWS EACH RECORD APPLIED OR
      *            REJECTED WITH ITS REASON, AND CONTROL TOTALS BY
      *            TYPE PROVE EVERY RECORD SUBMITTED WAS EITHER
      *            APPLIED OR REJECTED. WHEN THE FILE ENDS WITH A
      *            TRAILER ITS COUNT MUST MATCH THE DETAILS READ.
      *            ARG 1 (OPTIONAL) IS THE MODE:
      *              TRIAL    (DEFAULT) - VALIDATE ONLY. ACCTMST IS
      *                         READ, NOTHING IS CHANGED OR LOGGED,
      *                         AND THE REPORT SHOWS WHAT WOULD APPLY.
      *              UPDATE   - APPLY THE CHANGES. ARG 2 MUST GIVE
      *                         THE OPERATOR ID THE CHANGES ARE
      *                         LOGGED UNDER, WHICH MUST BE AN ACTIVE
      *                         OPERSEC OPERATOR BY THE ACT001 SIGN-ON
      *                         RULES OR NOTHING IS APPLIED. A TRAILER
      *                         COUNT THAT DOES NOT AGREE STOPS THE
      *                         RUN BEFORE ANYTHING IS APPLIED. A
      *                         RUNCTL RECORD IS WRITTEN.
      *            ENDS WITH RETURN CODE 4 WHEN ANY RECORD IS
      *            REJECTED AND 8 WHEN A TRIAL FINDS THE TRAILER
      *            COUNT OUT OF BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACB001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACMT-FILE ASSIGN TO "ACMTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACMT-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RPT-FILE ASSIGN TO "ACBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNC-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACMT-FILE
           RECORDING MODE IS F.
       01  ACMT-FILE-REC          PIC X(41).

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  OPER-FILE
           RECORDING MODE IS F.
       01  OPER-FILE-REC          PIC X(50).

       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-FILE-REC           PIC X(137).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-FILE-REC          PIC X(68).

       WORKING-STORAGE SECTION.
       COPY ACMTREC.
       COPY CHGREC.
       COPY RUNREC.
       COPY OPERREC.

       01  WS-ACMT-STATUS         PIC XX     VALUE "00".
       01  WS-ACCT-STATUS         PIC XX     VALUE "00".
       01  WS-CHG-STATUS          PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-RUNC-STATUS         PIC XX     VALUE "00".
       01  WS-OPER-STATUS         PIC XX     VALUE "00".
       01  WS-ACMT-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-ACCT-AVAILABLE      PIC X      VALUE "Y".
       01  WS-FOUND-SWITCH        PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-RUN-MODE            PIC X(8)   VALUE "TRIAL".
       01  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RUN-START-TIME      PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-TIME        PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  UPDATE OPERATOR CHECK - THE ID CHANGES ARE LOGGED UNDER     *
      *  MUST BE AN ACTIVE OPERSEC OPERATOR BY THE ACT001 SIGN-ON    *
      *  RULES: A NON-BLANK PASSWORD THE OPERATOR HAS CHOSEN (NON-   *
      *  ZERO SET DATE) WITHIN THE EXPIRY WINDOW.                    *
      * ----------------------------------------------------------- *
       01  WS-OPER-EOF-SWITCH     PIC X      VALUE "N".
       01  WS-OPER-FOUND-SWITCH   PIC X      VALUE "N".
       01  WS-PWD-EXPIRY-DAYS     PIC 9(3)   VALUE 90.
       01  WS-TODAY-INT           PIC 9(8)   VALUE ZERO.
       01  WS-PWD-SET-INT         PIC 9(8)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  RECORD COUNT PROOF - DETAILS ON THE FILE AGAINST THE COUNT  *
      *  THE TRAILER CLAIMS, TAKEN BEFORE ANYTHING IS APPLIED.       *
      * ----------------------------------------------------------- *
       01  WS-PROOF-DETAILS       PIC 9(7)   VALUE ZERO.
       01  WS-TRAILER-SEEN        PIC X      VALUE "N".
       01  WS-TRAILER-COUNT       PIC 9(7)   VALUE ZERO.
       01  WS-BALANCE-SWITCH      PIC X      VALUE "Y".
       01  WS-PAST-TRAILER        PIC X      VALUE "N".

      * ----------------------------------------------------------- *
      *  THE RECORD IN HAND - ITS SEQUENCE ON THE FILE, THE REASON   *
      *  IT IS REJECTED (SPACES WHEN IT PASSES) AND WHICH CONTROL    *
      *  TOTAL ROW IT COUNTS IN (1-4 FOR A, S, L AND C, 5 FOR AN     *
      *  UNKNOWN TYPE).                                              *
      * ----------------------------------------------------------- *
       01  WS-RECORD-NO           PIC 9(7)   VALUE ZERO.
       01  WS-REJECT-REASON       PIC X(31)  VALUE SPACES.
       01  WS-TYPE-SUB            PIC 9(1)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  ACCOUNTS ADDED EARLIER IN A TRIAL RUN. NOTHING IS WRITTEN   *
      *  IN A TRIAL, SO A LATER RECORD FOR AN ACCOUNT THE SAME FILE  *
      *  ADDS IS CHECKED AGAINST THIS TABLE AS WELL AS THE MASTER.   *
      * ----------------------------------------------------------- *
       01  WS-ADDED-COUNT         PIC 9(5)   VALUE ZERO.
       01  WS-ADDED-SUB           PIC 9(5)   VALUE ZERO.
       01  WS-ADDED-TABLE.
           05  WS-ADDED-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-ADDED-COUNT.
               10  WS-ADDED-ACCOUNT   PIC X(10).

      * ----------------------------------------------------------- *
      *  CONTROL TOTALS BY TRANSACTION TYPE; ROW 6 IS ALL TYPES.     *
      * ----------------------------------------------------------- *
       01  WS-TYPE-NAMES.
           05  FILLER             PIC X(20)  VALUE "ADD ACCOUNT".
           05  FILLER             PIC X(20)  VALUE "CHANGE STATUS".
           05  FILLER             PIC X(20)  VALUE "SET LIMITS".
           05  FILLER             PIC X(20)  VALUE "SET DAILY CAPS".
           05  FILLER             PIC X(20)  VALUE "UNKNOWN TYPE".
           05  FILLER             PIC X(20)  VALUE "ALL RECORDS".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME       PIC X(20)  OCCURS 6 TIMES.
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 6 TIMES.
               10  WS-CTL-SUBMITTED   PIC 9(7).
               10  WS-CTL-APPLIED     PIC 9(7).
               10  WS-CTL-REJECTED    PIC 9(7).

      * ----------------------------------------------------------- *
      *  CHANGE LOG - THE MASTER FIELDS AS THEY STOOD BEFORE THE     *
      *  CHANGE, SO EACH FIELD THE REWRITE ALTERED CAN BE LOGGED     *
      *  WITH ITS BEFORE AND AFTER VALUES.                           *
      * ----------------------------------------------------------- *
       01  WS-BEFORE-STATUS       PIC X      VALUE SPACES.
       01  WS-BEFORE-LIMIT-IND    PIC X      VALUE SPACES.
       01  WS-BEFORE-OVR-MIN      PIC 9(7)V99 VALUE ZERO.
       01  WS-BEFORE-OVR-MAX      PIC 9(7)V99 VALUE ZERO.
       01  WS-BEFORE-DAY-COUNT    PIC 9(5)   VALUE ZERO.
       01  WS-BEFORE-DAY-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-BEFORE-CLOSE-DATE   PIC 9(8)   VALUE ZERO.
       01  WS-CHG-MONEY           PIC Z(10)9.99.
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

      * ----------------------------------------------------------- *
      *  PRINTED REPORT LINES                                        *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(35)
               VALUE "ACB001  BATCH ACCOUNT MAINTENANCE  ".
           05  FILLER             PIC X(6)   VALUE "DATE: ".
           05  HEAD-DATE          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "MODE: ".
           05  HEAD-MODE          PIC X(8).
           05  FILLER             PIC X(10)  VALUE "OPERATOR: ".
           05  HEAD-OPERATOR      PIC X(8).
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-HEAD-2.
           05  FILLER             PIC X(7)   VALUE " RECORD".
           05  FILLER             PIC X(3)   VALUE "  T".
           05  FILLER             PIC X(14)  VALUE "  ACCOUNT".
           05  FILLER             PIC X(32)  VALUE "DETAIL".
           05  FILLER             PIC X(13)  VALUE "RESULT".
           05  FILLER             PIC X(31)  VALUE "REASON".
       01  WS-DETAIL-LINE.
           05  DET-RECORD-NO      PIC ZZZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-TYPE           PIC X.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-DETAIL         PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-RESULT         PIC X(11).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DET-REASON         PIC X(31).

      *    THE DETAIL COLUMN SHOWS A LIMITS OR CAPS RECORD'S AMOUNTS
      *    EDITED; ANY OTHER RECORD SHOWS ITS DETAIL AS KEYED.
       01  WS-LIMITS-DETAIL.
           05  DTL-LIMIT-IND      PIC X.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DTL-OVR-MIN        PIC ZZZZZZ9.99.
           05  FILLER             PIC X(3)   VALUE " - ".
           05  DTL-OVR-MAX        PIC ZZZZZZ9.99.
       01  WS-CAPS-DETAIL.
           05  DTL-DAY-COUNT      PIC ZZZZ9.
           05  FILLER             PIC X(3)   VALUE " / ".
           05  DTL-DAY-TOTAL      PIC ZZZZZZZZZZ9.99.

       01  WS-CONTROL-HEAD.
           05  FILLER             PIC X(20)  VALUE "CONTROL TOTALS".
           05  FILLER             PIC X(13)  VALUE "    SUBMITTED".
           05  FILLER             PIC X(13)  VALUE "      APPLIED".
           05  FILLER             PIC X(13)  VALUE "     REJECTED".
       01  WS-CONTROL-LINE.
           05  CTL-LABEL          PIC X(20).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTL-SUBMITTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTL-APPLIED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTL-REJECTED       PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-PROVE-RECORD-COUNT
           PERFORM 1600-OPEN-FOR-RUN
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-START-TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-CONTROL-TABLE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               MOVE 1 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARG-COUNT >= 2
               MOVE 2 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
           END-IF
           IF WS-RUN-MODE NOT = "TRIAL" AND WS-RUN-MODE NOT = "UPDATE"
               DISPLAY "FATAL: MODE MUST BE TRIAL OR UPDATE, NOT "
                   WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    AN UPDATE CHANGES THE MASTER AND EVERY CHANGE IS LOGGED
      *    AGAINST AN OPERATOR, SO IT IS NEVER RUN ANONYMOUSLY.
           IF WS-RUN-MODE = "UPDATE" AND WS-OPERATOR-ID = SPACES
               DISPLAY "FATAL: UPDATE REQUIRES THE OPERATOR ID AS "
                   "ARGUMENT 2"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MODE = "UPDATE"
               PERFORM 1100-CHECK-OPERATOR
           END-IF.

      *    THE SECURITY FILE IS REQUIRED FOR AN UPDATE - WITHOUT IT
      *    THE OPERATOR CANNOT BE VERIFIED, SO THE RUN FAILS CLOSED
      *    BEFORE THE MASTER OR THE CHANGE LOG IS OPENED.
       1100-CHECK-OPERATOR.
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN OPERSEC, STATUS="
                   WS-OPER-STATUS " - NO CHANGES APPLIED"
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
                   " NOT ON OPERSEC - NO CHANGES APPLIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPER-PASSWORD = SPACES
                   OR OPER-PWD-SET-DATE IS NOT NUMERIC
                   OR OPER-PWD-SET-DATE = ZERO
               DISPLAY "FATAL: OPERATOR " WS-OPERATOR-ID
                   " IS NOT ACTIVE - PASSWORD NOT SET - NO CHANGES "
                   "APPLIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-PWD-SET-INT =
               FUNCTION INTEGER-OF-DATE(OPER-PWD-SET-DATE)
           IF WS-TODAY-INT - WS-PWD-SET-INT > WS-PWD-EXPIRY-DAYS
               DISPLAY "FATAL: OPERATOR " WS-OPERATOR-ID
                   " IS NOT ACTIVE - PASSWORD EXPIRED - NO CHANGES "
                   "APPLIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE WHOLE FILE IS COUNTED BEFORE ANY RECORD IS LOOKED AT,
      *    SO AN UPDATE FROM A FILE THAT IS SHORT OR LONG AGAINST ITS
      *    TRAILER NEVER STARTS. A FILE WITH NO TRAILER IS NOT PROVEN
      *    BUT IS ACCEPTED, AS IT WAS KEYED HERE.
       1500-PROVE-RECORD-COUNT.
           OPEN INPUT ACMT-FILE
           IF WS-ACMT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACMTIN, STATUS="
                   WS-ACMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACMT-EOF-SWITCH = "Y"
               READ ACMT-FILE INTO ACMT-REC
                   AT END
                       MOVE "Y" TO WS-ACMT-EOF-SWITCH
                   NOT AT END
                       IF ACMT-TYPE-TRAILER
                               AND WS-TRAILER-SEEN = "N"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           IF ACMT-TRL-COUNT IS NUMERIC
                               MOVE ACMT-TRL-COUNT TO WS-TRAILER-COUNT
                           ELSE
                               MOVE "N" TO WS-BALANCE-SWITCH
                           END-IF
                       ELSE
                           ADD 1 TO WS-PROOF-DETAILS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACMT-FILE
           IF WS-TRAILER-SEEN = "Y"
                   AND WS-TRAILER-COUNT NOT = WS-PROOF-DETAILS
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF
           IF WS-BALANCE-SWITCH = "N"
               DISPLAY "ACMTIN TRAILER COUNT " WS-TRAILER-COUNT
                   " DOES NOT AGREE WITH " WS-PROOF-DETAILS
                   " DETAILS READ"
               IF WS-RUN-MODE = "UPDATE"
                   DISPLAY "FATAL: ACMTIN OUT OF BALANCE - NO "
                       "CHANGES APPLIED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    AN UPDATE OPENS THE MASTER FOR I-O, CREATING IT WHEN IT
      *    DOES NOT YET EXIST AS ACT001 DOES, AND OPENS THE CHANGE
      *    LOG, WITHOUT WHICH NOTHING MAY BE CHANGED. A TRIAL ONLY
      *    READS THE MASTER; IF THERE IS NONE, EVERY ACCOUNT IS
      *    CHECKED AS NOT ON IT.
       1600-OPEN-FOR-RUN.
           IF WS-RUN-MODE = "UPDATE"
               OPEN I-O ACCT-FILE
               IF WS-ACCT-STATUS = "35"
                   OPEN OUTPUT ACCT-FILE
                   IF WS-ACCT-STATUS = "00"
                       CLOSE ACCT-FILE
                       OPEN I-O ACCT-FILE
                   END-IF
               END-IF
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                       WS-ACCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND CHG-FILE
               IF WS-CHG-STATUS = "35"
                   OPEN OUTPUT CHG-FILE
               END-IF
               IF WS-CHG-STATUS NOT = "00"
                   DISPLAY "FATAL: UNABLE TO OPEN CHGLOG, STATUS="
                       WS-CHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT ACCT-FILE
               IF WS-ACCT-STATUS = "35"
                   DISPLAY "ACCTMST NOT FOUND - CHECKED AS EMPTY"
                   MOVE "N" TO WS-ACCT-AVAILABLE
               ELSE
                   IF WS-ACCT-STATUS NOT = "00"
                       DISPLAY "FATAL: UNABLE TO OPEN ACCTMST, STATUS="
                           WS-ACCT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACBRPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACMT-FILE
           IF WS-ACMT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN ACMTIN, STATUS="
                   WS-ACMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-ACMT-EOF-SWITCH.

      * ----------------------------------------------------------- *
      *  ONE PASS OVER THE TRANSACTIONS. EVERY DETAIL IS COUNTED AS  *
      *  SUBMITTED AND ENDS EITHER APPLIED OR REJECTED, SO THE       *
      *  CONTROL TOTALS ACCOUNT FOR ALL OF THEM. ANYTHING AFTER THE  *
      *  TRAILER IS REJECTED UNLOOKED-AT.                            *
      * ----------------------------------------------------------- *
       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-ACMT-EOF-SWITCH = "Y"
               READ ACMT-FILE INTO ACMT-REC
                   AT END
                       MOVE "Y" TO WS-ACMT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORD-NO
                       IF ACMT-TYPE-TRAILER AND WS-PAST-TRAILER = "N"
                           MOVE "Y" TO WS-PAST-TRAILER
                           PERFORM 2950-PRINT-TRAILER
                       ELSE
                           PERFORM 2010-EDIT-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACMT-FILE.

       2010-EDIT-ONE-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN ACMT-TYPE-ADD
                   MOVE 1 TO WS-TYPE-SUB
               WHEN ACMT-TYPE-STATUS
                   MOVE 2 TO WS-TYPE-SUB
               WHEN ACMT-TYPE-LIMITS
                   MOVE 3 TO WS-TYPE-SUB
               WHEN ACMT-TYPE-CAPS
                   MOVE 4 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-SUB
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PAST-TRAILER = "Y"
                   MOVE "RECORD FOLLOWS TRAILER" TO WS-REJECT-REASON
               WHEN WS-TYPE-SUB = 5
                   MOVE "TYPE MUST BE A, S, L OR C" TO
                       WS-REJECT-REASON
               WHEN ACMT-ACCOUNT-ID = SPACES
                   MOVE "ACCOUNT ID REQUIRED" TO WS-REJECT-REASON
               WHEN WS-TYPE-SUB = 1
                   PERFORM 2100-ADD-ACCOUNT
               WHEN WS-TYPE-SUB = 2
                   PERFORM 2200-CHANGE-STATUS
               WHEN WS-TYPE-SUB = 3
                   PERFORM 2300-SET-LIMITS
               WHEN OTHER
                   PERFORM 2400-SET-CAPS
           END-EVALUATE
           PERFORM 2900-RECORD-RESULT.

      * ----------------------------------------------------------- *
      *  ADD - NEW ACCOUNTS ALWAYS START OPEN WITH NO OVERRIDE AND   *
      *  NO CAPS. THE KEYED WRITE REFUSES A DUPLICATE ID.            *
      * ----------------------------------------------------------- *
       2100-ADD-ACCOUNT.
           IF WS-RUN-MODE = "TRIAL"
               PERFORM 2800-FIND-ACCOUNT
               IF WS-FOUND-SWITCH = "Y"
                   MOVE "ACCOUNT ALREADY ON MASTER" TO
                       WS-REJECT-REASON
               ELSE
                   PERFORM 2820-NOTE-TRIAL-ADD
               END-IF
           ELSE
               MOVE ACMT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               MOVE ACMT-NAME TO ACCT-NAME
               MOVE "O" TO ACCT-STATUS
               MOVE "N" TO ACCT-LIMIT-IND
               MOVE ZERO TO ACCT-OVR-MIN
               MOVE ZERO TO ACCT-OVR-MAX
               MOVE ZERO TO ACCT-DAY-MAX-COUNT
               MOVE ZERO TO ACCT-DAY-MAX-TOTAL
               MOVE ZERO TO ACCT-CLOSE-DATE
               WRITE ACCT-REC
                   INVALID KEY
                       MOVE "ACCOUNT ALREADY ON MASTER" TO
                           WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 7050-LOG-ADD-FIELDS
               END-WRITE
           END-IF.

      * ----------------------------------------------------------- *
      *  STATUS CHANGE - FREEZE (F) OR REINSTATE TO OPEN (O). C IS   *
      *  REFUSED: AN ACCOUNT IS CLOSED ONLY THROUGH THE ACT001       *
      *  CLOSE-OUT. A CLOSED ACCOUNT CANNOT BE FROZEN; REINSTATING   *
      *  IT TO O CLEARS ITS CLOSE DATE.                              *
      * ----------------------------------------------------------- *
       2200-CHANGE-STATUS.
           EVALUATE TRUE
               WHEN ACMT-NEW-STATUS = "C"
                   MOVE "CLOSE ONLY BY ACT001 CLOSE-OUT" TO
                       WS-REJECT-REASON
               WHEN ACMT-NEW-STATUS NOT = "O" AND
                       ACMT-NEW-STATUS NOT = "F"
                   MOVE "STATUS MUST BE O OR F" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2800-FIND-ACCOUNT
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES AND ACCT-CLOSED
                   AND ACMT-NEW-STATUS = "F"
               MOVE "CLOSED - REINSTATE TO O FIRST" TO
                   WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-RUN-MODE = "UPDATE"
               PERFORM 7100-SAVE-BEFORE-VALUES
               IF ACCT-CLOSED
                   MOVE ZERO TO ACCT-CLOSE-DATE
               END-IF
               MOVE ACMT-NEW-STATUS TO ACCT-STATUS
               PERFORM 2850-REWRITE-ACCOUNT
               IF WS-REJECT-REASON = SPACES
                   MOVE "STATUS" TO CHG-ACTION
                   PERFORM 7200-LOG-STATUS-FIELDS
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  OVERRIDE LIMITS - WITH THE INDICATOR Y THE ACCOUNT'S OWN    *
      *  MIN/MAX PAIR REPLACES THE GLOBAL PARMIN RANGE, SO THE       *
      *  MINIMUM MAY NOT EXCEED THE MAXIMUM. THE CAPS ARE LEFT AS    *
      *  THEY ARE.                                                   *
      * ----------------------------------------------------------- *
       2300-SET-LIMITS.
           EVALUATE TRUE
               WHEN ACMT-LIMIT-IND NOT = "Y" AND
                       ACMT-LIMIT-IND NOT = "N"
                   MOVE "OVERRIDE MUST BE Y OR N" TO WS-REJECT-REASON
               WHEN ACMT-OVR-MIN IS NOT NUMERIC
                       OR ACMT-OVR-MAX IS NOT NUMERIC
                   MOVE "LIMIT AMOUNT NOT NUMERIC" TO
                       WS-REJECT-REASON
               WHEN ACMT-LIMIT-IND = "Y" AND
                       ACMT-OVR-MIN > ACMT-OVR-MAX
                   MOVE "MINIMUM EXCEEDS MAXIMUM" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2800-FIND-ACCOUNT
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES AND WS-RUN-MODE = "UPDATE"
               PERFORM 7100-SAVE-BEFORE-VALUES
               MOVE ACMT-LIMIT-IND TO ACCT-LIMIT-IND
               MOVE ACMT-OVR-MIN TO ACCT-OVR-MIN
               MOVE ACMT-OVR-MAX TO ACCT-OVR-MAX
               PERFORM 2850-REWRITE-ACCOUNT
               IF WS-REJECT-REASON = SPACES
                   MOVE "LIMITS" TO CHG-ACTION
                   PERFORM 7300-LOG-LIMIT-FIELDS
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      *  DAILY CAPS - THE COUNT AND VALUE BUG001 WILL ACCEPT FOR THE *
      *  ACCOUNT AGAINST ONE EFFECTIVE DATE; ZERO IS NOT ENFORCED.   *
      *  THE OVERRIDE LIMITS ARE LEFT AS THEY ARE.                   *
      * ----------------------------------------------------------- *
       2400-SET-CAPS.
           IF ACMT-DAY-MAX-COUNT IS NOT NUMERIC
                   OR ACMT-DAY-MAX-TOTAL IS NOT NUMERIC
               MOVE "CAP NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM 2800-FIND-ACCOUNT
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-RUN-MODE = "UPDATE"
               PERFORM 7100-SAVE-BEFORE-VALUES
               MOVE ACMT-DAY-MAX-COUNT TO ACCT-DAY-MAX-COUNT
               MOVE ACMT-DAY-MAX-TOTAL TO ACCT-DAY-MAX-TOTAL
               PERFORM 2850-REWRITE-ACCOUNT
               IF WS-REJECT-REASON = SPACES
                   MOVE "CAPS" TO CHG-ACTION
                   PERFORM 7400-LOG-CAP-FIELDS
               END-IF
           END-IF.

      *    READS THE ACCOUNT BY KEY, READY FOR ITS REWRITE. IN A TRIAL
      *    AN ACCOUNT THE FILE ADDED EARLIER ALSO COUNTS AS FOUND, AND
      *    AS OPEN, THE STATUS EVERY ADD GIVES IT. AN ACCOUNT NOT FOUND
      *    SETS THE REJECT REASON EXCEPT ON AN ADD, WHERE NOT FOUND IS
      *    WHAT IS WANTED.
       2800-FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH
           IF WS-ACCT-AVAILABLE = "Y"
               MOVE ACMT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
           END-IF
           IF WS-FOUND-SWITCH = "N" AND WS-RUN-MODE = "TRIAL"
               PERFORM VARYING WS-ADDED-SUB FROM 1 BY 1
                       UNTIL WS-ADDED-SUB > WS-ADDED-COUNT
                   IF WS-ADDED-ACCOUNT (WS-ADDED-SUB) = ACMT-ACCOUNT-ID
                       MOVE "Y" TO WS-FOUND-SWITCH
                       MOVE "O" TO ACCT-STATUS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SWITCH = "N" AND NOT ACMT-TYPE-ADD
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
           END-IF.

       2820-NOTE-TRIAL-ADD.
           IF WS-ADDED-COUNT >= 5000
               DISPLAY "FATAL: TRIAL ADD TABLE LIMIT OF 5000 EXCEEDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ADDED-COUNT
           MOVE ACMT-ACCOUNT-ID TO WS-ADDED-ACCOUNT (WS-ADDED-COUNT).

       2850-REWRITE-ACCOUNT.
           REWRITE ACCT-REC
           IF WS-ACCT-STATUS NOT = "00"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "REWRITE FAILED, STATUS=" WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

      * ----------------------------------------------------------- *
      *  EDIT REPORT LINE AND CONTROL TOTALS FOR THE RECORD.         *
      * ----------------------------------------------------------- *
       2900-RECORD-RESULT.
           ADD 1 TO WS-CTL-SUBMITTED (WS-TYPE-SUB)
           ADD 1 TO WS-CTL-SUBMITTED (6)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RECORD-NO TO DET-RECORD-NO
           MOVE ACMT-TRAN-TYPE TO DET-TYPE
           MOVE ACMT-ACCOUNT-ID TO DET-ACCOUNT
           EVALUATE TRUE
               WHEN ACMT-TYPE-LIMITS AND ACMT-OVR-MIN IS NUMERIC
                       AND ACMT-OVR-MAX IS NUMERIC
                   MOVE ACMT-LIMIT-IND TO DTL-LIMIT-IND
                   MOVE ACMT-OVR-MIN TO DTL-OVR-MIN
                   MOVE ACMT-OVR-MAX TO DTL-OVR-MAX
                   MOVE WS-LIMITS-DETAIL TO DET-DETAIL
               WHEN ACMT-TYPE-CAPS AND ACMT-DAY-MAX-COUNT IS NUMERIC
                       AND ACMT-DAY-MAX-TOTAL IS NUMERIC
                   MOVE ACMT-DAY-MAX-COUNT TO DTL-DAY-COUNT
                   MOVE ACMT-DAY-MAX-TOTAL TO DTL-DAY-TOTAL
                   MOVE WS-CAPS-DETAIL TO DET-DETAIL
               WHEN OTHER
                   MOVE ACMT-DETAIL TO DET-DETAIL
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CTL-APPLIED (WS-TYPE-SUB)
               ADD 1 TO WS-CTL-APPLIED (6)
               IF WS-RUN-MODE = "UPDATE"
                   MOVE "APPLIED" TO DET-RESULT
               ELSE
                   MOVE "WOULD APPLY" TO DET-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-CTL-REJECTED (WS-TYPE-SUB)
               ADD 1 TO WS-CTL-REJECTED (6)
               MOVE "REJECTED" TO DET-RESULT
               MOVE WS-REJECT-REASON TO DET-REASON
           END-IF
           PERFORM 2960-PRINT-DETAIL.

       2950-PRINT-TRAILER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RECORD-NO TO DET-RECORD-NO
           MOVE ACMT-TRAN-TYPE TO DET-TYPE
           MOVE ACMT-DETAIL TO DET-DETAIL
           MOVE "TRAILER" TO DET-RESULT
           PERFORM 2960-PRINT-DETAIL.

       2960-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2970-PRINT-HEADINGS
           END-IF
           WRITE RPT-FILE-REC FROM WS-DETAIL-LINE
           PERFORM 2980-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2970-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HEAD-PAGE
           MOVE WS-RUN-DATE TO HEAD-DATE
           MOVE WS-RUN-MODE TO HEAD-MODE
           MOVE WS-OPERATOR-ID TO HEAD-OPERATOR
           WRITE RPT-FILE-REC FROM WS-HEAD-1
           PERFORM 2980-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-HEAD-2
           PERFORM 2980-CHECK-RPT-STATUS
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2980-CHECK-RPT-STATUS
           MOVE 3 TO WS-LINE-COUNT.

       2980-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO ACBRPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      *  CONTROL TOTALS - SUBMITTED MUST EQUAL APPLIED PLUS REJECTED *
      *  FOR EVERY TYPE, AND THE DETAILS SUBMITTED MUST EQUAL THE    *
      *  TRAILER COUNT WHEN THERE IS ONE.                            *
      * ----------------------------------------------------------- *
       3000-FINALIZE.
           IF WS-PAGE-NO = ZERO
               PERFORM 2970-PRINT-HEADINGS
               MOVE "NO MAINTENANCE RECORDS ON ACMTIN" TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2980-CHECK-RPT-STATUS
           END-IF
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2980-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-CONTROL-HEAD
           PERFORM 2980-CHECK-RPT-STATUS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO CTL-LABEL
               MOVE WS-CTL-SUBMITTED (WS-TYPE-SUB) TO CTL-SUBMITTED
               MOVE WS-CTL-APPLIED (WS-TYPE-SUB) TO CTL-APPLIED
               MOVE WS-CTL-REJECTED (WS-TYPE-SUB) TO CTL-REJECTED
               WRITE RPT-FILE-REC FROM WS-CONTROL-LINE
               PERFORM 2980-CHECK-RPT-STATUS
               IF WS-CTL-SUBMITTED (WS-TYPE-SUB) NOT =
                       WS-CTL-APPLIED (WS-TYPE-SUB)
                       + WS-CTL-REJECTED (WS-TYPE-SUB)
                   MOVE "N" TO WS-BALANCE-SWITCH
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 2980-CHECK-RPT-STATUS
           IF WS-TRAILER-SEEN = "Y"
               MOVE "TRAILER COUNT:" TO CNT-LABEL
               MOVE WS-TRAILER-COUNT TO CNT-VALUE
               WRITE RPT-FILE-REC FROM WS-COUNT-LINE
               PERFORM 2980-CHECK-RPT-STATUS
               IF WS-TRAILER-COUNT NOT = WS-CTL-SUBMITTED (6)
                   MOVE "N" TO WS-BALANCE-SWITCH
               END-IF
           ELSE
               MOVE "NO TRAILER ON ACMTIN - RECORD COUNT NOT PROVEN"
                   TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2980-CHECK-RPT-STATUS
           END-IF
           IF WS-BALANCE-SWITCH = "Y"
               MOVE "CONTROL TOTALS AGREE - EVERY RECORD ACCOUNTED FOR"
                   TO RPT-FILE-REC
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT AGREE ***"
                   TO RPT-FILE-REC
           END-IF
           WRITE RPT-FILE-REC
           PERFORM 2980-CHECK-RPT-STATUS
           IF WS-RUN-MODE = "TRIAL"
               MOVE "TRIAL RUN - ACCTMST NOT CHANGED" TO RPT-FILE-REC
               WRITE RPT-FILE-REC
               PERFORM 2980-CHECK-RPT-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-BALANCE-SWITCH = "N"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-REJECTED (6) > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "===================================="
           DISPLAY "BATCH ACCOUNT MAINTENANCE SUMMARY"
           DISPLAY "MODE:              " WS-RUN-MODE
           DISPLAY "RECORDS SUBMITTED: " WS-CTL-SUBMITTED (6)
           DISPLAY "RECORDS APPLIED:   " WS-CTL-APPLIED (6)
           DISPLAY "RECORDS REJECTED:  " WS-CTL-REJECTED (6)
           DISPLAY "===================================="
           IF WS-RUN-MODE = "UPDATE"
               PERFORM 3100-WRITE-RUN-STATS
               CLOSE CHG-FILE
           END-IF
           IF WS-ACCT-AVAILABLE = "Y"
               CLOSE ACCT-FILE
           END-IF
           CLOSE RPT-FILE.

      * ----------------------------------------------------------- *
      *  RUN-CONTROL STATS - FOR AN UPDATE ONLY, SINCE A TRIAL       *
      *  CHANGES NOTHING: RECORDS SUBMITTED, APPLIED AND REJECTED.   *
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
               MOVE "ACB001" TO RUN-JOB-ID
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO RUN-END-TIME
               MOVE WS-CTL-SUBMITTED (6) TO RUN-RECORDS
               MOVE WS-CTL-APPLIED (6) TO RUN-ACCEPTED
               MOVE WS-CTL-REJECTED (6) TO RUN-REJECTED
               MOVE ZERO TO RUN-TOTAL
               IF WS-BALANCE-SWITCH = "Y"
                   MOVE "YES" TO RUN-BALANCE-FLAG
               ELSE
                   MOVE "NO " TO RUN-BALANCE-FLAG
               END-IF
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               WRITE RUNC-FILE-REC FROM RUN-REC
               IF WS-RUNC-STATUS NOT = "00"
                   DISPLAY "WARNING: WRITE TO RUNCTL FAILED, STATUS="
                       WS-RUNC-STATUS " - RUN STATS NOT RECORDED"
               END-IF
               CLOSE RUNC-FILE
           END-IF.

      * ----------------------------------------------------------- *
      *  CHANGE LOG - ONE CHGLOG ENTRY PER FIELD CHANGED, IN THE     *
      *  SAME FORM ACT001 WRITES. A CHANGE THAT CANNOT BE LOGGED     *
      *  STOPS THE RUN.                                              *
      * ----------------------------------------------------------- *
       7000-LOG-CHANGE.
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
           MOVE "ACB001" TO CHG-PROGRAM
           MOVE "ACCTMST" TO CHG-MASTER
           MOVE ACCT-ACCOUNT-ID TO CHG-KEY
           WRITE CHG-FILE-REC FROM CHG-REC
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO CHGLOG FAILED, STATUS="
                   WS-CHG-STATUS " - CHANGE TO " ACCT-ACCOUNT-ID
                   " NOT LOGGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7050-LOG-ADD-FIELDS.
           MOVE "ADD" TO CHG-ACTION
           MOVE SPACES TO CHG-BEFORE
           MOVE "NAME" TO CHG-FIELD
           MOVE ACCT-NAME TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "STATUS" TO CHG-FIELD
           MOVE ACCT-STATUS TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "LIMIT-IND" TO CHG-FIELD
           MOVE ACCT-LIMIT-IND TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "OVR-MIN" TO CHG-FIELD
           MOVE ACCT-OVR-MIN TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "OVR-MAX" TO CHG-FIELD
           MOVE ACCT-OVR-MAX TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "DAY-MAX-COUNT" TO CHG-FIELD
           MOVE ACCT-DAY-MAX-COUNT TO WS-CHG-COUNT
           MOVE WS-CHG-COUNT TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "DAY-MAX-TOTAL" TO CHG-FIELD
           MOVE ACCT-DAY-MAX-TOTAL TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE
           MOVE "CLOSE-DATE" TO CHG-FIELD
           MOVE ACCT-CLOSE-DATE TO CHG-AFTER
           PERFORM 7000-LOG-CHANGE.

       7100-SAVE-BEFORE-VALUES.
           MOVE ACCT-STATUS TO WS-BEFORE-STATUS
           MOVE ACCT-LIMIT-IND TO WS-BEFORE-LIMIT-IND
           MOVE ACCT-OVR-MIN TO WS-BEFORE-OVR-MIN
           MOVE ACCT-OVR-MAX TO WS-BEFORE-OVR-MAX
           MOVE ACCT-DAY-MAX-COUNT TO WS-BEFORE-DAY-COUNT
           MOVE ACCT-DAY-MAX-TOTAL TO WS-BEFORE-DAY-TOTAL
           MOVE ACCT-CLOSE-DATE TO WS-BEFORE-CLOSE-DATE.

       7200-LOG-STATUS-FIELDS.
           IF ACCT-STATUS NOT = WS-BEFORE-STATUS
               MOVE "STATUS" TO CHG-FIELD
               MOVE WS-BEFORE-STATUS TO CHG-BEFORE
               MOVE ACCT-STATUS TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-CLOSE-DATE NOT = WS-BEFORE-CLOSE-DATE
               MOVE "CLOSE-DATE" TO CHG-FIELD
               MOVE WS-BEFORE-CLOSE-DATE TO CHG-BEFORE
               MOVE ACCT-CLOSE-DATE TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF.

       7300-LOG-LIMIT-FIELDS.
           IF ACCT-LIMIT-IND NOT = WS-BEFORE-LIMIT-IND
               MOVE "LIMIT-IND" TO CHG-FIELD
               MOVE WS-BEFORE-LIMIT-IND TO CHG-BEFORE
               MOVE ACCT-LIMIT-IND TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-OVR-MIN NOT = WS-BEFORE-OVR-MIN
               MOVE "OVR-MIN" TO CHG-FIELD
               MOVE WS-BEFORE-OVR-MIN TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-BEFORE
               MOVE ACCT-OVR-MIN TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-OVR-MAX NOT = WS-BEFORE-OVR-MAX
               MOVE "OVR-MAX" TO CHG-FIELD
               MOVE WS-BEFORE-OVR-MAX TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-BEFORE
               MOVE ACCT-OVR-MAX TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF.

       7400-LOG-CAP-FIELDS.
           IF ACCT-DAY-MAX-COUNT NOT = WS-BEFORE-DAY-COUNT
               MOVE "DAY-MAX-COUNT" TO CHG-FIELD
               MOVE WS-BEFORE-DAY-COUNT TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-BEFORE
               MOVE ACCT-DAY-MAX-COUNT TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF
           IF ACCT-DAY-MAX-TOTAL NOT = WS-BEFORE-DAY-TOTAL
               MOVE "DAY-MAX-TOTAL" TO CHG-FIELD
               MOVE WS-BEFORE-DAY-TOTAL TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-BEFORE
               MOVE ACCT-DAY-MAX-TOTAL TO WS-CHG-MONEY
               MOVE WS-CHG-MONEY TO CHG-AFTER
               PERFORM 7000-LOG-CHANGE
           END-IF.
