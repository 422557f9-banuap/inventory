      ******************************************************************
      * BRPNLHIS COPYBOOK - BRANCH PROFITABILITY MONTHLY HISTORY
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER BRANCH PER CALENDAR MONTH, WRITTEN BY
      *          BRPNL, HOLDING THE MONTH'S REVENUE AND COST LINES FOR
      *          THE BRANCH. THE YEAR-TO-DATE AND PRIOR-YEAR COLUMNS
      *          OF THE REPORT ARE SUMMED FROM THESE ROWS, SO THEY DO
      *          NOT DEPEND ON TRANS.DAT STILL HOLDING LAST YEAR'S
      *          POSTINGS AFTER TRANARCH. A RERUN FOR THE SAME MONTH
      *          REPLACES THE MONTH'S ROWS.
      *
      *          LINES, IN ORDER (COSTS HELD AS POSITIVE AMOUNTS):
      *            1 COMMISSIONS               (TRANS.DAT TRADES)
      *            2 TRADE FEES                (TRANS.DAT TRADES)
      *            3 ADVISORY FEES             (FEEBILL FEE POSTINGS)
      *            4 MARGIN INTEREST           (MRGACR.DAT ACCRUALS)
      *            5 STOCK BORROW FEES         (BRWACR.DAT ACCRUALS)
      *            6 PRINCIPAL TRADING P&L     (FIRM* INVENTORY
      *                                         REALIZED, AS INVPNL)
      *            7 REP PAYOUTS               (REPCOMP REPPAY.DAT)
      *            8 ERROR-ACCOUNT LOSSES      (ERRPNL ERRSUM.DAT)
      *            9 CLEARING CHARGES          (CLRRATE CARD PRICED)
      ******************************************************************
       01  BRPNLHIS-RECORD.
           05  BH-KEY.
               10  BH-PERIOD             PIC X(06).
               10  BH-BRANCH-CODE        PIC X(04).
           05  BH-LINE-AMOUNT            PIC S9(13)V99 COMP-3
                                         OCCURS 9 TIMES.
           05  BH-RUN-DATE               PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(20).
