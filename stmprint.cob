      *            TIMESTAMP AND OPERATOR, AND OPENING/CLOSING TOTALS
      *            OF POSTED ENTRY AMOUNTS. CORRECTIONS ARE LISTED
      *            BUT NOT TOTALED - THEIR SIGNED NET EFFECT IS
      *            CARRIED BY THE ADJ001 REGISTER. ONCE PRG001 HAS
      *            PURGED OLD HISTORY, THE ACCOUNT'S BFWD RECORD
      *            CARRIES THE ENTRY AMOUNTS REMOVED INTO THE OPENING
      *            TOTAL IN THEIR PLACE; THE BFWDCORR RECORD BESIDE IT,
      *            THE NET OF THE CORRECTIONS REMOVED, IS LIKE ANY
      *            CORRECTION NOT TOTALED. ARG 1 IS THE
      *            FROM-DATE AND ARG 2 THE TO-DATE, BOTH YYYYMMDD (A
      *            SINGLE ARGUMENT STATES THAT ONE DAY); ARG 3
      *            (OPTIONAL) RESTRICTS THE PRINT TO ONE ACCOUNT.
               PERFORM 2400-OPEN-ACCOUNT-STATEMENT
           END-IF
           IF AUDM-ACTION = "ENTRY" OR AUDM-ACTION = "CORRECT"
                   OR AUDM-ACTION = "BFWD" OR AUDM-ACTION = "BFWDCORR"
               PERFORM 2200-TALLY-ONE-LINE
           END-IF.

      *    TOTAL, AND ANYTHING AFTER THE PERIOD IS LEFT OFF THE
      *    STATEMENT ALTOGETHER. CORRECTIONS PRINT FOR THE PERIOD
      *    BUT DO NOT TOTAL - THEIR NET EFFECT IS ON THE ADJ001
      *    REGISTER. A BFWD RECORD LEFT BY THE PRG001 PURGE STANDS
      *    FOR THE ENTRIES IT REPLACED AND TOTALS LIKE AN ENTRY; ITS
      *    BFWDCORR PARTNER STANDS FOR THE CORRECTIONS AND DOES NOT.
      *    ONE DATED INSIDE THE PERIOD MEANS PART OF THE PERIOD WAS
      *    PURGED, SO IT PRINTS AS A LINE AND THE CLOSING TOTAL
      *    STILL COMES OUT RIGHT.
       2200-TALLY-ONE-LINE.
           IF AUDM-TIMESTAMP(1:10) < WS-FROM-TS
               IF AUDM-ACTION = "ENTRY" OR AUDM-ACTION = "BFWD"
                   ADD AUDM-VALUE TO WS-OPEN-TOTAL
               END-IF
           ELSE
               IF AUDM-TIMESTAMP(1:10) NOT > WS-TO-TS
                   PERFORM 2300-PRINT-STATEMENT-LINE
                   IF AUDM-ACTION = "ENTRY" OR AUDM-ACTION = "BFWD"
                       ADD AUDM-VALUE TO WS-PERIOD-TOTAL
                   END-IF
               END-IF
