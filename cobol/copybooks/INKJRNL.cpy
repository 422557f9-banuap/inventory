      ******************************************************************
      * INKJRNL COPYBOOK - IN-KIND SECURITIES JOURNAL LEDGER RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER IN-KIND JOURNAL POSTED BY INKJRNL - SHARES
      *          MOVED FROM ONE INTERNAL ACCOUNT TO ANOTHER WITHOUT A
      *          SALE, THE ORIGINAL TAX LOTS TRAVELLING WITH THEIR
      *          ACQUISITION DATES AND COST. KEYED ON THE DELIVERING
      *          ACCOUNT + JOURNAL ID (THE TRANSACTION-ID OF THE
      *          OUTGOING DLV LEG). IKJ-AVERAGE-COST IS THE SOURCE
      *          POSITION'S AVERAGE COST, AT WHICH THE DLV POSTS;
      *          IKJ-CARRIED-BASIS IS THE COST OF THE LOTS ACTUALLY
      *          RELIEVED, AT WHICH THE RCV POSTS AND THE LOTS LAND ON
      *          TAXLOT.DAT. WHEN THE TWO ACCOUNTS HAVE DIFFERENT
      *          OWNERS THE JOURNAL IS A GIFT AND CARRIES THE FAIR
      *          MARKET VALUE ON THE GIFT DATE (SECPRICE.DAT CLOSE,
      *          ELSE AVERAGE COST - IKJ-PRICE-SOURCE SAYS WHICH), THE
      *          FIGURE THE DONEE NEEDS IF IT IS EVER SOLD AT A LOSS
      *          AND THE DONOR NEEDS FOR A GIFT TAX RETURN.
      ******************************************************************
       01  INKJRNL-RECORD.
           05  IKJ-KEY.
               10  IKJ-FROM-ACCOUNT-ID   PIC X(12).
               10  IKJ-JOURNAL-ID        PIC X(16).
           05  IKJ-TO-ACCOUNT-ID         PIC X(12).
           05  IKJ-FROM-CUSTOMER-ID      PIC X(10).
           05  IKJ-TO-CUSTOMER-ID        PIC X(10).
           05  IKJ-JOURNAL-DATE          PIC X(08).
           05  IKJ-SECURITY-SYMBOL       PIC X(12).
           05  IKJ-QUANTITY              PIC S9(09)V999 COMP-3.
           05  IKJ-AVERAGE-COST          PIC S9(09)V9999 COMP-3.
           05  IKJ-CARRIED-BASIS         PIC S9(13)V99 COMP-3.
           05  IKJ-OWNERSHIP-FLAG        PIC X(01).
               88  IKJ-SAME-OWNER        VALUE 'S'.
               88  IKJ-GIFT              VALUE 'G'.
           05  IKJ-GIFT-FMV-PRICE        PIC S9(09)V9999 COMP-3.
           05  IKJ-GIFT-FMV-AMOUNT       PIC S9(13)V99 COMP-3.
           05  IKJ-PRICE-SOURCE          PIC X(01).
               88  IKJ-MARKET-PRICE      VALUE 'M'.
               88  IKJ-COST-PRICE        VALUE 'C'.
           05  IKJ-PARTY-ID              PIC X(10).
           05  IKJ-IN-TRANSACTION-ID     PIC X(16).
           05  IKJ-STATUS                PIC X(01).
               88  IKJ-POSTED            VALUE 'P'.
               88  IKJ-IN-LEG-SUSPENDED  VALUE 'S'.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
