      ******************************************************************
      * ERRSUM COPYBOOK - MONTHLY ERROR-ACCOUNT P&L EXTRACT RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER BRANCH/BROKER LINE OF THE ERRPNL ROLL-UP
      *          WITH THE MONTH'S FIRMERROR CLOSE-OUT COUNT AND
      *          REALIZED P&L (A LOSS IS NEGATIVE), WRITTEN TO
      *          ERRSUM.DAT EACH RUN SO BRPNL CAN CHARGE THE LOSS TO
      *          THE BRANCH THE ERRLOG LEDGER NAMES. BLANK BRANCH AND
      *          BROKER IS THE UNATTRIBUTED REMAINDER. THE FILE HOLDS
      *          ONE PERIOD ONLY, REPLACED EACH MONTH.
      ******************************************************************
       01  ERRSUM-RECORD.
           05  ES-PERIOD                 PIC X(06).
           05  ES-BRANCH-CODE            PIC X(04).
           05  ES-BROKER-ID              PIC X(08).
           05  ES-CLOSEOUT-COUNT         PIC 9(05).
           05  ES-REALIZED-PNL           PIC S9(13)V99 COMP-3.
           05  FILLER                    PIC X(10).
