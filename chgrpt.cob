      ******************************************************************
      *  PROGRAM:  CHG001  (file: chgrpt.cob)
      *  PURPOSE:  MAINTENANCE CHANGE-LOG REPORT. READS THE CUMULATIVE
      *            CHGLOG WRITTEN BY ACT001, THE ACB001 BATCH UPDATE
      *            AND SEC001 AND LISTS EVERY LOGGED CHANGE IN A DATE
      *            RANGE ON CHGRPT, GROUPED BY MASTER FILE AND KEY
      *            (ACCOUNT ID OR OPERATOR ID) IN KEY ORDER. EACH
      *            KEY'S CHANGES PRINT IN THE ORDER THEY WERE MADE,
      *            WITH THE OPERATOR, PROGRAM, ACTION AND THE FIELD'S
      *            BEFORE AND AFTER VALUES. ARG 1 IS THE FROM-DATE
      *            AND ARG 2 THE TO-DATE, BOTH YYYYMMDD; A SINGLE
      *            ARGUMENT REPORTS THAT ONE DAY. AN OPTIONAL
      *            ARG 3 LIMITS THE REPORT TO ONE KEY, SO THE WHOLE
      *            HISTORY OF ONE ACCOUNT OR OPERATOR CAN BE PRODUCED.
      *            A MISSING CHGLOG GIVES AN EMPTY REPORT AND RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG001.
       AUTHOR. DATA-CONTROL-GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RPT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-FILE-REC           PIC X(137).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CHGREC.

       01  WS-CHG-STATUS          PIC XX     VALUE "00".
       01  WS-RPT-STATUS          PIC XX     VALUE "00".
       01  WS-EOF-SWITCH          PIC X      VALUE "N".
       01  WS-LOG-AVAILABLE       PIC X      VALUE "N".
       01  WS-ARG-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-ARG-NUM             PIC 9(2)   VALUE ZERO.
       01  WS-FROM-DATE           PIC 9(8)   VALUE ZERO.
       01  WS-TO-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-ONLY-KEY            PIC X(10)  VALUE SPACES.
       01  WS-ONLY-SWITCH         PIC X      VALUE "N".
       01  WS-CHG-DATE-X          PIC X(8)   VALUE SPACES.
       01  WS-CHG-DATE REDEFINES WS-CHG-DATE-X PIC 9(8).
       01  WS-ENTRIES-READ        PIC 9(9)   VALUE ZERO.
       01  WS-KEY-CHANGES         PIC 9(7)   VALUE ZERO.

      * ----------------------------------------------------------- *
      *  SELECTED CHANGES - KEPT IN LOG ORDER, WHICH IS THE ORDER    *
      *  THEY WERE MADE. THE KEY TABLE HOLDS EACH MASTER/KEY PAIR    *
      *  ONCE, INSERTED IN ORDER, SO THE REPORT CAN WALK THE KEYS IN *
      *  SEQUENCE AND PRINT EACH KEY'S CHANGES UNDER IT.             *
      * ----------------------------------------------------------- *
       01  WS-SEL-SUB             PIC 9(5)   VALUE ZERO.
       01  WS-SEL-COUNT           PIC 9(5)   VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-SEL-COUNT.
               10  WS-SEL-GROUP        PIC X(18).
               10  WS-SEL-TIMESTAMP    PIC X(19).
               10  WS-SEL-OPERATOR-ID  PIC X(8).
               10  WS-SEL-PROGRAM      PIC X(8).
               10  WS-SEL-ACTION       PIC X(8).
               10  WS-SEL-FIELD        PIC X(16).
               10  WS-SEL-BEFORE       PIC X(30).
               10  WS-SEL-AFTER        PIC X(30).
       01  WS-GROUP-KEY.
           05  WS-GROUP-MASTER    PIC X(8).
           05  WS-GROUP-ID        PIC X(10).
       01  WS-KEY-SUB             PIC 9(5)   VALUE ZERO.
       01  WS-KEY-COUNT           PIC 9(5)   VALUE ZERO.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-KEY-COUNT.
               10  WS-KEY-GROUP        PIC X(18).
               10  WS-KEY-GROUP-PARTS REDEFINES WS-KEY-GROUP.
                   15  WS-KEY-MASTER   PIC X(8).
                   15  WS-KEY-ID       PIC X(10).
       01  WS-INSERT-SUB          PIC 9(5)   VALUE ZERO.
       01  WS-FOUND-SWITCH        PIC X      VALUE "N".

      * ----------------------------------------------------------- *
      *  REPORT LINES                                               *
      * ----------------------------------------------------------- *
       01  WS-PAGE-NO             PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE      PIC 9(2)   VALUE 55.

       01  WS-HEAD-1.
           05  FILLER             PIC X(32)
               VALUE "CHG001  MAINTENANCE CHANGE LOG  ".
           05  FILLER             PIC X(6)   VALUE "FROM: ".
           05  HEAD-FROM          PIC 9(8).
           05  FILLER             PIC X(5)   VALUE " TO: ".
           05  HEAD-TO            PIC 9(8).
           05  FILLER             PIC X(31)  VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "PAGE: ".
           05  HEAD-PAGE          PIC ZZZ9.
       01  WS-COLUMN-HEAD.
           05  FILLER             PIC X(21)  VALUE "TIMESTAMP".
           05  FILLER             PIC X(10)  VALUE "OPERATOR".
           05  FILLER             PIC X(10)  VALUE "PROGRAM".
           05  FILLER             PIC X(10)  VALUE "ACTION".
           05  FILLER             PIC X(16)  VALUE "FIELD".
       01  WS-KEY-HEAD.
           05  FILLER             PIC X(8)   VALUE "MASTER: ".
           05  KYH-MASTER         PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(5)   VALUE "KEY: ".
           05  KYH-ID             PIC X(10).
       01  WS-DETAIL-LINE.
           05  DTL-TIMESTAMP      PIC X(19).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DTL-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DTL-PROGRAM        PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DTL-ACTION         PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  DTL-FIELD          PIC X(16).
       01  WS-VALUE-LINE.
           05  FILLER             PIC X(21)  VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "FROM: ".
           05  VAL-BEFORE         PIC X(30).
           05  FILLER             PIC X(6)   VALUE "  TO: ".
           05  VAL-AFTER          PIC X(30).
       01  WS-KEY-TOTAL-LINE.
           05  FILLER             PIC X(21)  VALUE SPACES.
           05  FILLER             PIC X(16)  VALUE "CHANGES FOR KEY:".
           05  KYT-COUNT          PIC ZZZ,ZZ9.
       01  WS-SECTION-LINE        PIC X(100) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CNT-LABEL          PIC X(30).
           05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-CHANGES
           PERFORM 3000-PRINT-CHANGES
           PERFORM 4000-FINALIZE
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
               ACCEPT WS-ONLY-KEY FROM ARGUMENT-VALUE
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
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CHGRPT, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      *  SELECTION - THE LOG IS READ ONCE. A CHANGE IS KEPT WHEN ITS *
      *  DATE FALLS IN THE RANGE AND, FOR A ONE-KEY RUN, ITS KEY     *
      *  MATCHES.                                                    *
      * ----------------------------------------------------------- *
       2000-SELECT-CHANGES.
           OPEN INPUT CHG-FILE
           IF WS-CHG-STATUS = "00"
               MOVE "Y" TO WS-LOG-AVAILABLE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHG-FILE INTO CHG-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM 2100-CHECK-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHG-FILE
           ELSE
               DISPLAY "CHGLOG NOT AVAILABLE, STATUS=" WS-CHG-STATUS
                   " - NO CHANGES TO REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       2100-CHECK-ONE-CHANGE.
           MOVE SPACES TO WS-CHG-DATE-X
           STRING CHG-TIMESTAMP(1:4) CHG-TIMESTAMP(6:2)
               CHG-TIMESTAMP(9:2)
               DELIMITED BY SIZE INTO WS-CHG-DATE-X
           IF WS-CHG-DATE-X IS NUMERIC
               IF WS-CHG-DATE >= WS-FROM-DATE
                       AND WS-CHG-DATE <= WS-TO-DATE
                   IF WS-ONLY-SWITCH = "N"
                           OR CHG-KEY = WS-ONLY-KEY
                       PERFORM 2200-KEEP-CHANGE
                   END-IF
               END-IF
           END-IF.

       2200-KEEP-CHANGE.
           IF WS-SEL-COUNT >= 20000
               DISPLAY "FATAL: CHANGE TABLE LIMIT OF 20000 EXCEEDED - "
                   "NARROW THE DATE RANGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CHG-MASTER TO WS-GROUP-MASTER
           MOVE CHG-KEY TO WS-GROUP-ID
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-GROUP-KEY TO WS-SEL-GROUP (WS-SEL-COUNT)
           MOVE CHG-TIMESTAMP TO WS-SEL-TIMESTAMP (WS-SEL-COUNT)
           MOVE CHG-OPERATOR-ID TO WS-SEL-OPERATOR-ID (WS-SEL-COUNT)
           MOVE CHG-PROGRAM TO WS-SEL-PROGRAM (WS-SEL-COUNT)
           MOVE CHG-ACTION TO WS-SEL-ACTION (WS-SEL-COUNT)
           MOVE CHG-FIELD TO WS-SEL-FIELD (WS-SEL-COUNT)
           MOVE CHG-BEFORE TO WS-SEL-BEFORE (WS-SEL-COUNT)
           MOVE CHG-AFTER TO WS-SEL-AFTER (WS-SEL-COUNT)
           PERFORM 2300-ADD-KEY.

      *    THE KEY TABLE IS KEPT IN ORDER BY INSERTING EACH NEW KEY
      *    AHEAD OF THE FIRST ONE THAT SORTS AFTER IT ("A"), OR AT THE
      *    END WHEN NONE DOES.
       2300-ADD-KEY.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-KEY-COUNT
                   OR WS-FOUND-SWITCH NOT = "N"
               EVALUATE TRUE
                   WHEN WS-KEY-GROUP (WS-INSERT-SUB) = WS-GROUP-KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
                   WHEN WS-KEY-GROUP (WS-INSERT-SUB) > WS-GROUP-KEY
                       MOVE "A" TO WS-FOUND-SWITCH
                   WHEN OTHER
                       ADD 1 TO WS-INSERT-SUB
               END-EVALUATE
           END-PERFORM
           IF WS-FOUND-SWITCH NOT = "Y"
               ADD 1 TO WS-KEY-COUNT
               PERFORM VARYING WS-KEY-SUB FROM WS-KEY-COUNT BY -1
                       UNTIL WS-KEY-SUB <= WS-INSERT-SUB
                   MOVE WS-KEY-GROUP (WS-KEY-SUB - 1) TO
                       WS-KEY-GROUP (WS-KEY-SUB)
               END-PERFORM
               MOVE WS-GROUP-KEY TO WS-KEY-GROUP (WS-INSERT-SUB)
           END-IF.

      * ----------------------------------------------------------- *
      *  REPORT - ONE BLOCK PER MASTER/KEY WITH ITS CHANGES IN THE   *
      *  ORDER THEY WERE MADE AND A COUNT.                           *
      * ----------------------------------------------------------- *
       3000-PRINT-CHANGES.
           IF WS-KEY-COUNT = ZERO
               IF WS-LOG-AVAILABLE = "Y"
                   MOVE "NO CHANGES LOGGED IN RANGE" TO WS-SECTION-LINE
               ELSE
                   MOVE "CHGLOG NOT AVAILABLE - NO CHANGES REPORTED"
                       TO WS-SECTION-LINE
               END-IF
               PERFORM 3900-PRINT-SECTION-LINE
           ELSE
               PERFORM 3100-PRINT-ONE-KEY
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
           END-IF.

       3100-PRINT-ONE-KEY.
           IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE
           MOVE WS-KEY-MASTER (WS-KEY-SUB) TO KYH-MASTER
           MOVE WS-KEY-ID (WS-KEY-SUB) TO KYH-ID
           MOVE WS-KEY-HEAD TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE
           MOVE ZERO TO WS-KEY-CHANGES
           PERFORM 3200-PRINT-KEY-CHANGE
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT
           MOVE WS-KEY-CHANGES TO KYT-COUNT
           MOVE WS-KEY-TOTAL-LINE TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE.

       3200-PRINT-KEY-CHANGE.
           IF WS-SEL-GROUP (WS-SEL-SUB) = WS-KEY-GROUP (WS-KEY-SUB)
               ADD 1 TO WS-KEY-CHANGES
               IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
                   MOVE 99 TO WS-LINE-COUNT
               END-IF
               MOVE WS-SEL-TIMESTAMP (WS-SEL-SUB) TO DTL-TIMESTAMP
               MOVE WS-SEL-OPERATOR-ID (WS-SEL-SUB) TO DTL-OPERATOR-ID
               MOVE WS-SEL-PROGRAM (WS-SEL-SUB) TO DTL-PROGRAM
               MOVE WS-SEL-ACTION (WS-SEL-SUB) TO DTL-ACTION
               MOVE WS-SEL-FIELD (WS-SEL-SUB) TO DTL-FIELD
               MOVE WS-DETAIL-LINE TO WS-SECTION-LINE
               PERFORM 3900-PRINT-SECTION-LINE
               MOVE WS-SEL-BEFORE (WS-SEL-SUB) TO VAL-BEFORE
               MOVE WS-SEL-AFTER (WS-SEL-SUB) TO VAL-AFTER
               MOVE WS-VALUE-LINE TO WS-SECTION-LINE
               PERFORM 3900-PRINT-SECTION-LINE
           END-IF.

       3900-PRINT-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3910-PRINT-HEADINGS
           END-IF
           WRITE RPT-FILE-REC FROM WS-SECTION-LINE
           PERFORM 3920-CHECK-RPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3910-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HEAD-PAGE
           MOVE WS-FROM-DATE TO HEAD-FROM
           MOVE WS-TO-DATE TO HEAD-TO
           WRITE RPT-FILE-REC FROM WS-HEAD-1
           PERFORM 3920-CHECK-RPT-STATUS
           WRITE RPT-FILE-REC FROM WS-COLUMN-HEAD
           PERFORM 3920-CHECK-RPT-STATUS
           MOVE SPACES TO RPT-FILE-REC
           WRITE RPT-FILE-REC
           PERFORM 3920-CHECK-RPT-STATUS
           MOVE 3 TO WS-LINE-COUNT.

       3920-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: WRITE TO CHGRPT FAILED, STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-FINALIZE.
           MOVE SPACES TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE
           MOVE "CHGLOG ENTRIES READ:" TO CNT-LABEL
           MOVE WS-ENTRIES-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE
           MOVE "CHANGES REPORTED:" TO CNT-LABEL
           MOVE WS-SEL-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE
           MOVE "KEYS REPORTED:" TO CNT-LABEL
           MOVE WS-KEY-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO WS-SECTION-LINE
           PERFORM 3900-PRINT-SECTION-LINE
           DISPLAY "===================================="
           DISPLAY "CHANGE LOG REPORT SUMMARY"
           DISPLAY "RANGE:            " WS-FROM-DATE " TO " WS-TO-DATE
           IF WS-ONLY-SWITCH = "Y"
               DISPLAY "KEY:              " WS-ONLY-KEY
           END-IF
           DISPLAY "ENTRIES READ:     " WS-ENTRIES-READ
           DISPLAY "CHANGES REPORTED: " WS-SEL-COUNT
           DISPLAY "KEYS REPORTED:    " WS-KEY-COUNT
           DISPLAY "===================================="
           CLOSE RPT-FILE.
