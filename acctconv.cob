       WORKING-STORAGE SECTION.
      *    THE RETIRED LINE-SEQUENTIAL LAYOUT CARRIED ONLY THE ID,
      *    NAME AND STATUS; THE LIMIT AND DAILY-CAP FIELDS ADDED TO
      *    ACCTREC ARE FILLED WITH THEIR NOT-ENFORCED DEFAULTS, AND
      *    THE CLOSE DATE IS LEFT ZERO.
       01  WS-OLD-ACCT-REC.
           05  WS-OLD-ACCOUNT-ID      PIC X(10).
           05  WS-OLD-NAME            PIC X(30).
                   MOVE ZERO TO ACCT-OVR-MAX
                   MOVE ZERO TO ACCT-DAY-MAX-COUNT
                   MOVE ZERO TO ACCT-DAY-MAX-TOTAL
                   MOVE ZERO TO ACCT-CLOSE-DATE
                   WRITE ACCT-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
