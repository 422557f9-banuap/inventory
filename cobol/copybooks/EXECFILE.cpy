      *          THE DAY KEEPS ITS REAL EXECUTION TRAIL HERE, WHILE
      *          THE ORDER RECORD ACCUMULATES FILLED-QUANTITY AND THE
      *          RUNNING VOLUME-WEIGHTED AVERAGE IN FILLED-PRICE.
      *          EXEC-VENUE IS THE MARKET CENTER THAT EXECUTED THE
      *          PIECE, AS REPORTED ON THE INBOUND EXECUTION FILE, OR
      *          THE ORDER'S ROUTED-VENUE WHEN THE FILE DOES NOT SAY.
      ******************************************************************
       01  EXECFILE-RECORD.
           05  EXEC-KEY.
           05  EXEC-PRICE                PIC S9(09)V9999 COMP-3.
           05  EXEC-DATE                 PIC X(08).
           05  EXEC-TIME                 PIC X(08).
           05  EXEC-VENUE                PIC X(08).
