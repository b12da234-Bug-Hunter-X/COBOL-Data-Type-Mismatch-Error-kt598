      ******************************************************************
      *  PARMREC - PARAMETER RECORD SUPPLYING THE MIN/MAX RANGE LIMITS
      *  SO THE RANGE CAN BE TIGHTENED OR LOOSENED WITHOUT A RECOMPILE.
      *  THE APPROVAL LIMIT IS THE LARGEST CORRECTED VALUE ONE INQ001
      *  OPERATOR MAY ENTER ALONE; ANYTHING OVER IT IS HELD FOR A
      *  SECOND OPERATOR. AN OLDER 18-BYTE PARMIN WITHOUT THE FIELD
      *  LEAVES IT BLANK, AND INQ001 THEN HOLDS EVERY CORRECTION.
      ******************************************************************
       01  PARM-REC.
           05  PARM-MIN-LIMIT         PIC 9(7)V99.
           05  PARM-MAX-LIMIT         PIC 9(7)V99.
           05  PARM-APPROVAL-LIMIT    PIC 9(7)V99.
