      ******************************************************************
      * ROTHCONV COPYBOOK - ROTH IRA CONVERSION LEDGER RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER TRADITIONAL OR SEP TO ROTH IRA
      *          CONVERSION POSTED BY ROTHCONV, KEYED ON THE RECEIVING
      *          ROTH ACCOUNT + CONVERSION ID (THE TRANSACTION-ID OF
      *          THE OUTGOING LEG). A CASH CONVERSION CARRIES
      *          RCNV-CASH-AMOUNT; A SHARE CONVERSION CARRIES THE
      *          SYMBOL, QUANTITY AND THE FAIR MARKET VALUE PER SHARE
      *          IT WAS CONVERTED AT. RCNV-TAXABLE-AMOUNT IS WHAT
      *          TAX1099R REPORTS ON THE 1099-R (CODE 2 OR 7) AND
      *          TAX5498 REPORTS AS A ROTH CONVERSION. RCNV-FIVE-YEAR-
      *          DATE IS JANUARY 1 OF THE FIFTH YEAR AFTER THE
      *          CONVERSION YEAR - BEFORE IT, A DISTRIBUTION OF THE
      *          CONVERTED AMOUNT BY AN OWNER UNDER 59 1/2 IS SUBJECT
      *          TO THE EARLY-DISTRIBUTION PENALTY.
      ******************************************************************
       01  ROTHCONV-RECORD.
           05  RCNV-KEY.
               10  RCNV-ROTH-ACCOUNT-ID  PIC X(12).
               10  RCNV-CONVERSION-ID    PIC X(16).
           05  RCNV-FROM-ACCOUNT-ID      PIC X(12).
           05  RCNV-CUSTOMER-ID          PIC X(10).
           05  RCNV-CONVERSION-DATE      PIC X(08).
           05  RCNV-TAX-YEAR             PIC 9(04).
           05  RCNV-CASH-AMOUNT          PIC S9(13)V99 COMP-3.
           05  RCNV-SECURITY-SYMBOL      PIC X(12).
           05  RCNV-QUANTITY             PIC S9(09)V999 COMP-3.
           05  RCNV-FMV-PRICE            PIC S9(09)V9999 COMP-3.
           05  RCNV-PRICE-SOURCE         PIC X(01).
               88  RCNV-MARKET-PRICE     VALUE 'M'.
               88  RCNV-COST-PRICE       VALUE 'C'.
           05  RCNV-TAXABLE-AMOUNT       PIC S9(13)V99 COMP-3.
           05  RCNV-FIVE-YEAR-DATE       PIC X(08).
           05  RCNV-IN-TRANSACTION-ID    PIC X(16).
           05  RCNV-STATUS               PIC X(01).
               88  RCNV-POSTED           VALUE 'P'.
               88  RCNV-IN-LEG-SUSPENDED VALUE 'S'.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
