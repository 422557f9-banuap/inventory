      ******************************************************************
      * REPPAY COPYBOOK - MONTHLY REP PAYOUT EXTRACT RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER LINE OF THE REPCOMP PAYOUT REGISTER -
      *          REP, BRANCH AND CORRESPONDENT - WITH THE MONTH'S
      *          COMMISSIONS, ERROR CHARGES, PAYOUT RATE AND PAYOUT,
      *          WRITTEN TO REPPAY.DAT EACH RUN SO THE PAYOUT CAN BE
      *          CHARGED TO THE BRANCH IN BRPNL WITHOUT REPRICING IT.
      *          THE FILE HOLDS ONE PERIOD ONLY, REPLACED EACH MONTH.
      ******************************************************************
       01  REPPAY-RECORD.
           05  RP-PERIOD                 PIC X(06).
           05  RP-BROKER-ID              PIC X(08).
           05  RP-BRANCH-CODE            PIC X(04).
           05  RP-CORRESPONDENT-ID       PIC X(06).
           05  RP-TRADE-COUNT            PIC 9(07).
           05  RP-COMMISSION             PIC S9(13)V99 COMP-3.
           05  RP-ERROR-CHARGE           PIC S9(13)V99 COMP-3.
           05  RP-PAYOUT-PCT             PIC 9(03)V99.
           05  RP-PAYOUT-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FILLER                    PIC X(10).
