      ******************************************************************
      * BRWRATE COPYBOOK - STOCK BORROW RATE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER SECURITY THE STOCK-LOAN DESK QUOTES A
      *          BORROW RATE FOR, KEYED ON SECURITY-SYMBOL - THE
      *          ANNUAL FEE RATE IN PERCENT (HARD-TO-BORROW NAMES CAN
      *          RUN PAST 100) AND THE DESK'S AVAILABILITY FLAG.
      *          RELOADED EACH BUSINESS DAY FROM THE DESK'S FEED BY
      *          BRWLOAD; THE NIGHTLY BRWFEE ACCRUAL CHARGES EVERY
      *          OPEN STKBRW ROW AT ITS SYMBOL'S RATE. A SYMBOL WITH
      *          NO ROW IS GENERAL COLLATERAL AND ACCRUES NO FEE.
      ******************************************************************
       01  BRWRATE-RECORD.
           05  BR-SECURITY-SYMBOL        PIC X(12).
           05  BR-ANNUAL-RATE            PIC 9(03)V9999.
           05  BR-RATE-DATE              PIC X(08).
           05  BR-AVAILABILITY           PIC X(01).
               88  BR-EASY-TO-BORROW     VALUE 'E'.
               88  BR-HARD-TO-BORROW     VALUE 'H'.
               88  BR-NO-SUPPLY          VALUE 'N'.
           05  UPDATED-TIMESTAMP         PIC X(26).
