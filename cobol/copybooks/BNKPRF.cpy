      ******************************************************************
      * BNKPRF COPYBOOK - DAILY BANK-VERSUS-BOOK PROOF
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER BAI2 STATEMENT DATE, WRITTEN BY BNKREC
      *          AND READ BY CASHPRF. LEDGER BALANCES ARE SUMMED
      *          ACROSS EVERY BANK ACCOUNT ON THE STATEMENT; BOOK
      *          TOTALS ARE THE FIRM'S OWN MONEY MOVEMENT FOR THE SAME
      *          DATE (ACH/WIRE, ACHOUT, PAID CHECKS, CARD SETTLEMENT,
      *          WITHHOLDING REMITTANCE). THE PROOF IS
      *            CLOSING LEDGER = OPENING LEDGER + BOOK NET
      *                           - UNMATCHED BOOK NET
      *                           - CARRIED ITEMS CLEARED NET
      *                           + UNMATCHED BANK NET
      *          WHERE EACH NET IS CREDITS LESS DEBITS. A CARRIED ITEM
      *          IS AN EARLIER STATEMENT'S BANK ITEM MATCHED TO TODAY'S
      *          BOOK - IT MOVED THE BANK BALANCE ON ITS OWN DAY.
      ******************************************************************
       01  BNKPRF-RECORD.
           05  BP-STATEMENT-DATE         PIC X(08).
           05  BP-ACCOUNT-COUNT          PIC 9(05).
           05  BP-OPENING-LEDGER         PIC S9(13)V99 COMP-3.
           05  BP-CLOSING-LEDGER         PIC S9(13)V99 COMP-3.
           05  BP-BANK-CREDITS           PIC S9(13)V99 COMP-3.
           05  BP-BANK-DEBITS            PIC S9(13)V99 COMP-3.
           05  BP-BOOK-CREDITS           PIC S9(13)V99 COMP-3.
           05  BP-BOOK-DEBITS            PIC S9(13)V99 COMP-3.
           05  BP-UNMATCHED-BANK-CR      PIC S9(13)V99 COMP-3.
           05  BP-UNMATCHED-BANK-DR      PIC S9(13)V99 COMP-3.
           05  BP-UNMATCHED-BOOK-CR      PIC S9(13)V99 COMP-3.
           05  BP-UNMATCHED-BOOK-DR      PIC S9(13)V99 COMP-3.
           05  BP-CARRIED-CLEARED-NET    PIC S9(13)V99 COMP-3.
           05  BP-OPEN-ITEM-COUNT        PIC 9(07).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(10).
