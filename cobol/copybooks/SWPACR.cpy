      ******************************************************************
      * SWPACR COPYBOOK - DAILY SWEEP DIVIDEND ACCRUAL RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER SWEEP ENROLLMENT PER BUSINESS NIGHT IT
      *          HELD SHARES OF ITS MONEY-MARKET SWEEP SYMBOL, KEYED
      *          ACCOUNT + ACCRUAL DATE. SWEEPBAT WRITES THE NIGHT'S
      *          SHARE BALANCE, THE FUND'S DAILY DIVIDEND FACTOR OFF
      *          SECMAST, THE CALENDAR DAYS THE NIGHT COVERS (A
      *          FRIDAY OR A HOLIDAY EVE CARRIES THROUGH TO THE NEXT
      *          BUSINESS DAY), AND THE INCOME EARNED CARRIED TO SIX
      *          DECIMALS SO PENNIES ARE NOT LOST NIGHT BY NIGHT. ON
      *          THE LAST BUSINESS DAY OF THE MONTH SWEEPBAT PAYS THE
      *          SUM OF THE ACCOUNT'S UNPAID ROWS AS ONE DIV AND
      *          REINVESTS IT IN THE SWEEP SYMBOL; WHEN THE POSITION
      *          HAS BEEN REDEEMED TO ZERO THE UNPAID ROWS ARE PAID
      *          OUT AS CASH THE SAME NIGHT. EITHER WAY EACH ROW IS
      *          STAMPED PAID, SO A RERUN CANNOT PAY THE SAME DAY
      *          TWICE.
      ******************************************************************
       01  SWPACR-RECORD.
           05  SWA-KEY.
               10  SWA-ACCOUNT-ID        PIC X(12).
               10  SWA-ACCRUAL-DATE      PIC X(08).
           05  SWA-SWEEP-SYMBOL          PIC X(12).
           05  SWA-SHARE-BALANCE         PIC S9(09)V999 COMP-3.
           05  SWA-DAILY-FACTOR          PIC 9(01)V9(09) COMP-3.
           05  SWA-DAYS-ACCRUED          PIC 9(02).
           05  SWA-ACCRUED-INCOME        PIC S9(09)V9(06) COMP-3.
           05  SWA-PAID-SW               PIC X(01).
               88  SWA-PAID              VALUE 'Y'.
               88  SWA-UNPAID            VALUE 'N'.
           05  SWA-PAID-DATE             PIC X(08).
           05  SWA-PAYOUT-TYPE           PIC X(01).
               88  SWA-MONTH-END-PAYOUT  VALUE 'M'.
               88  SWA-REDEMPTION-PAYOUT VALUE 'R'.
           05  CREATED-TIMESTAMP         PIC X(26).
