      *  PURPOSE:  ONE-SHOT CONVERSION OF AUDIT DATA FROM THE RETIRED
      *            WHOLE-UNIT LAYOUTS (VALUE S9(5), 59-BYTE LOG
      *            RECORDS) TO THE DOLLARS-AND-CENTS LAYOUTS (VALUE
      *            S9(8)V99, 68-BYTE LOG RECORDS), AND OF THE AUDIT
      *            MASTER TO THE LAYOUT CARRYING THE ORIGINATING
      *            SOURCE ID. OLD WHOLE-UNIT VALUES CONVERT EXACTLY,
      *            WITH ZERO CENTS; RECORDS WRITTEN BEFORE THE SOURCE
      *            ID EXISTED CONVERT WITH IT BLANK.
      *            THREE MODES:
      *              AUV001 MASTER
      *                REBUILDS THE INDEXED AUDITMST FROM THE OLD
      *                MASTER. RENAME THE RETIRED AUDITMST TO AUDMOLD
      *                FIRST; THE NEW MASTER IS BUILT FRESH UNDER THE
      *                AUDITMST NAME. THE KEY IS UNCHANGED, SO EVERY
      *                RECORD CARRIES STRAIGHT ACROSS.
      *              AUV001 SOURCE
      *                AS MASTER, BUT FROM A DOLLARS-AND-CENTS MASTER
      *                WRITTEN BEFORE THE SOURCE ID WAS ADDED.
      *              AUV001 <INPUT-NAME> <OUTPUT-NAME>
      *                CONVERTS ONE LINE-SEQUENTIAL TRAIL - AN
      *                AUDARCH.YYYYMMDD.LOG ARCHIVE OR A RETAINED
      *                AUDIT.YYYYMMDD.LOG - TO THE NAMED OUTPUT FILE.
      *                RUN IT ONCE PER ARCHIVE AT CUTOVER SO RPT001
      *                AND STM001 RANGES THAT SPAN THE CUTOVER STILL
      *                READ EVERY DAY CORRECTLY. A DOLLARS-AND-CENTS
      *                TRAIL NEEDS NO CONVERSION - ITS SHORTER LINES
      *                READ WITH THE SOURCE ID BLANK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUV001.
               RECORD KEY IS OLDM-KEY
               FILE STATUS IS WS-OLDM-STATUS.

           SELECT OLDS-FILE ASSIGN TO "AUDMOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDS-KEY
               FILE STATUS IS WS-OLDM-STATUS.

           SELECT AUDM-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FD  SEQOUT-FILE
           RECORDING MODE IS F.
       01  SEQOUT-FILE-REC        PIC X(68).

      *    THE RETIRED MASTER LAYOUT - SAME 32-BYTE KEY, WHOLE-UNIT
      *    VALUE.
           05  OLDM-JOB-ID            PIC X(8).
           05  OLDM-ACTION            PIC X(8).

      *    THE DOLLARS-AND-CENTS MASTER LAYOUT BEFORE THE SOURCE ID
      *    WAS ADDED - SAME KEY AND FIELDS, 67 BYTES.
       FD  OLDS-FILE.
       01  OLDS-REC.
           05  OLDS-KEY.
               10  OLDS-ACCOUNT-ID    PIC X(10).
               10  OLDS-TIMESTAMP     PIC X(19).
               10  OLDS-SEQ           PIC 9(3).
           05  OLDS-VALUE             PIC S9(8)V99
                                      SIGN IS LEADING SEPARATE.
           05  OLDS-OPERATOR-ID       PIC X(8).
           05  OLDS-JOB-ID            PIC X(8).
           05  OLDS-ACTION            PIC X(8).

       FD  AUDM-FILE.
       COPY AUDMREC.

       0000-MAIN-CONTROL.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "FATAL: ARGUMENT REQUIRED - MASTER, SOURCE OR "
                   "AN INPUT AND OUTPUT FILE NAME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           EVALUATE WS-RUN-MODE
               WHEN "MASTER"
                   PERFORM 1000-CONVERT-MASTER
               WHEN "SOURCE"
                   PERFORM 1500-CONVERT-SOURCE-MASTER
               WHEN OTHER
                   PERFORM 2000-CONVERT-TRAIL
           END-EVALUATE
           DISPLAY "===================================="
           DISPLAY "AUDIT CONVERSION SUMMARY"
           DISPLAY "RECORDS CONVERTED: " WS-CONVERTED-COUNT
                   MOVE OLDM-OPERATOR-ID TO AUDM-OPERATOR-ID
                   MOVE OLDM-JOB-ID TO AUDM-JOB-ID
                   MOVE OLDM-ACTION TO AUDM-ACTION
                   MOVE SPACES TO AUDM-SOURCE-ID
                   WRITE AUDM-REC
                       INVALID KEY
                           DISPLAY "FATAL: DUPLICATE KEY ON OUTPUT "
                   END-WRITE
           END-READ.

      * ----------------------------------------------------------- *
      *  SOURCE MODE - THE DOLLARS-AND-CENTS MASTER (RENAMED AUDMOLD) *
      *  IS COPIED INTO A FRESH AUDITMST UNDER THE SAME KEY, EVERY    *
      *  RECORD TAKING A BLANK SOURCE ID.                             *
      * ----------------------------------------------------------- *
       1500-CONVERT-SOURCE-MASTER.
           OPEN INPUT OLDS-FILE
           IF WS-OLDM-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN AUDMOLD, STATUS="
                   WS-OLDM-STATUS " - RENAME THE RETIRED AUDITMST "
                   "TO AUDMOLD FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDM-FILE
           IF WS-AUDM-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO CREATE AUDITMST, STATUS="
                   WS-AUDM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO OLDS-KEY
           START OLDS-FILE KEY NOT < OLDS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 1600-CONVERT-ONE-SOURCE-REC
               UNTIL WS-EOF-SWITCH = "Y"
           CLOSE OLDS-FILE
           CLOSE AUDM-FILE.

       1600-CONVERT-ONE-SOURCE-REC.
           READ OLDS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLDS-KEY TO AUDM-KEY
                   MOVE OLDS-VALUE TO AUDM-VALUE
                   MOVE OLDS-OPERATOR-ID TO AUDM-OPERATOR-ID
                   MOVE OLDS-JOB-ID TO AUDM-JOB-ID
                   MOVE OLDS-ACTION TO AUDM-ACTION
                   MOVE SPACES TO AUDM-SOURCE-ID
                   WRITE AUDM-REC
                       INVALID KEY
                           DISPLAY "FATAL: DUPLICATE KEY ON OUTPUT "
                               "FOR " OLDS-ACCOUNT-ID " AT "
                               OLDS-TIMESTAMP
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-WRITE
           END-READ.

      * ----------------------------------------------------------- *
      *  TRAIL MODE - ONE OLD-WIDTH DAILY LOG OR ARCHIVE IS COPIED   *
      *  TO A NEW-WIDTH OUTPUT FILE NAMED ON THE COMMAND LINE. THE   *
                   MOVE WS-OLD-OPERATOR-ID TO AUDIT-OPERATOR-ID
                   MOVE WS-OLD-JOB-ID TO AUDIT-JOB-ID
                   MOVE WS-OLD-ACTION TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-SOURCE-ID
                   WRITE SEQOUT-FILE-REC FROM AUDIT-REC
                   IF WS-SEQOUT-STATUS NOT = "00"
                       DISPLAY "FATAL: WRITE TO " WS-SEQOUT-NAME
