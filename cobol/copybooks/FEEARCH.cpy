      ******************************************************************
      * FEEARCH COPYBOOK - ANNUAL FEES-AND-COSTS SUMMARY ARCHIVE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER ACCOUNT PER CALENDAR YEAR, WRITTEN BY
      *          FEESUMM, TOTALLING WHAT THE CUSTOMER PAID US BY COST
      *          CATEGORY AND CALENDAR QUARTER. THE CATEGORY NAME IS
      *          CARRIED ON THE ROW SO NOTIFGEN (WHICH DELIVERS THE
      *          SUMMARY OFF THE 'FEESUMM ' NOTICE) AND FEERPRT
      *          (WHICH REPRINTS IT) SHOW EXACTLY WHAT WAS SENT.
      *          A RERUN FOR THE SAME YEAR REPLACES THE ROW.
      *
      *          CATEGORIES, IN ORDER:
      *            1 ACCOUNT MAINTENANCE FEES  (MEBATCH FEE)
      *            2 ADVISORY FEES             (FEEBILL FEE)
      *            3 COMMISSIONS/TRADE FEES    (BUY/SEL/SHT/CVR
      *                                         COMMISSION AND FEES)
      *            4 MARGIN INTEREST           (MEBATCH FEE 'MINT')
      *            5 STOCK BORROW FEES         (BRWFEE FEE)
      *            6 FUND SALES LOADS          (BREAKPOINT-PRICED FUND
      *                                         BUY COMMISSION, LOITRUE
      *                                         LOAD ADJUSTMENTS)
      *            7 OTHER FEES                (ANY OTHER FEE POSTING)
      *          FA-CHANNEL IS THE DELIVPRF NOTICE CHANNEL AT THE TIME
      *          THE SUMMARY WAS PRODUCED.
      ******************************************************************
       01  FEEARCH-RECORD.
           05  FA-KEY.
               10  FA-ACCOUNT-ID         PIC X(12).
               10  FA-YEAR               PIC X(04).
           05  FA-CUSTOMER-ID            PIC X(10).
           05  FA-ACCOUNT-NAME           PIC X(50).
           05  FA-CATEGORY OCCURS 7 TIMES.
               10  FA-CATEGORY-NAME      PIC X(24).
               10  FA-QUARTER-AMOUNT     PIC S9(11)V99 COMP-3
                                         OCCURS 4 TIMES.
               10  FA-CATEGORY-TOTAL     PIC S9(11)V99 COMP-3.
           05  FA-QUARTER-TOTAL          PIC S9(11)V99 COMP-3
                                         OCCURS 4 TIMES.
           05  FA-GRAND-TOTAL            PIC S9(13)V99 COMP-3.
           05  FA-CHANNEL                PIC X(01).
               88  FA-PRINT-DELIVERY     VALUE 'P'.
               88  FA-ELECTRONIC-DELIVERY VALUE 'E'.
           05  FA-GENERATED-DATE         PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
