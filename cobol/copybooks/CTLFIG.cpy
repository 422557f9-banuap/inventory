      ******************************************************************
      * CTLFIG COPYBOOK - MASTER FILE CONTROL FIGURES
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE SET OF CONTROL FIGURES FOR THE THREE MASTER FILES
      *          THE NIGHTLY STEPS POST TO - THE RECORD COUNT OF
      *          ACCOUNT.DAT WITH THE HASH TOTALS OF ACCOUNT-BALANCE
      *          AND SETTLED-BALANCE, THE RECORD COUNT OF TRANS.DAT
      *          WITH THE HASH TOTAL OF TRANSACTION-AMOUNT, AND THE
      *          RECORD COUNT OF POSITION.DAT WITH THE HASH TOTAL OF
      *          POSITION-QUANTITY. PASSED TO AND FROM CTLTOTAL: THE
      *          POSTING ENGINES (TRANPOST, ACCTBAL, POSMGMT, SETTLBAT)
      *          HAND IN WHAT EACH UPDATE CHANGED, AND EODDRIVER GETS
      *          BACK EITHER THE FILES AS THEY STAND OR THE SUM OF
      *          WHAT THE STEP IT JUST RAN SAYS IT POSTED.
      *
      * NOTES: EVERY FIGURE IS SIGNED - A CLAIM IS A CHANGE, AND A
      *        POSTING THAT TAKES MONEY OR SHARES OUT HANDS IN A
      *        NEGATIVE AMOUNT. A CALLER MUST SET ALL SEVEN FIGURES
      *        (ZERO WHERE IT CHANGED NOTHING) BEFORE A CLAIM.
      ******************************************************************
       01  CTLFIG-RECORD.
           05  CF-ACCOUNT-COUNT          PIC S9(09) COMP-3.
           05  CF-ACCOUNT-BALANCE        PIC S9(15)V99 COMP-3.
           05  CF-SETTLED-BALANCE        PIC S9(15)V99 COMP-3.
           05  CF-TRANS-COUNT            PIC S9(09) COMP-3.
           05  CF-TRANS-AMOUNT           PIC S9(15)V99 COMP-3.
           05  CF-POSITION-COUNT         PIC S9(09) COMP-3.
           05  CF-POSITION-QUANTITY      PIC S9(13)V999 COMP-3.
