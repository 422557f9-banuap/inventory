      ******************************************************************
      * IRAFMV COPYBOOK - IRA YEAR-END FAIR MARKET VALUE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER IRA ACCOUNT PER TAX YEAR, KEYED ON
      *          ACCOUNT-ID + TAX YEAR, HOLDING THE DECEMBER 31 FAIR
      *          MARKET VALUE THE IRAFMV STEP CAPTURES ON THE LAST
      *          NIGHT OF THE YEAR - CASH AT ACCOUNT-BALANCE PLUS
      *          EACH OPEN POSITION AT THE SECPRICE.DAT CLOSE (OR AT
      *          AVERAGE-COST-BASIS WHEN NO PRICE IS ON FILE, THE
      *          SAME FALLBACK PORTVAL USES). TAX5498 READS IT IN
      *          THE SPRING, LONG AFTER THE YEAR-END PRICES HAVE BEEN
      *          OVERWRITTEN. FMV-UNPRICED-COUNT IS THE NUMBER OF
      *          HOLDINGS THAT FELL BACK TO COST.
      ******************************************************************
       01  IRAFMV-RECORD.
           05  FMV-KEY.
               10  FMV-ACCOUNT-ID        PIC X(12).
               10  FMV-TAX-YEAR          PIC 9(04).
           05  FMV-CUSTOMER-ID           PIC X(10).
           05  FMV-VALUATION-DATE        PIC X(08).
           05  FMV-CASH-VALUE            PIC S9(13)V99 COMP-3.
           05  FMV-SECURITIES-VALUE      PIC S9(13)V99 COMP-3.
           05  FMV-TOTAL-VALUE           PIC S9(13)V99 COMP-3.
           05  FMV-HOLDING-COUNT         PIC 9(05).
           05  FMV-UNPRICED-COUNT        PIC 9(05).
           05  CREATED-TIMESTAMP         PIC X(26).
