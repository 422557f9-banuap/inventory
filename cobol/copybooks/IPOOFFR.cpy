      ******************************************************************
      * IPOOFFR COPYBOOK - NEW-ISSUE (SYNDICATE) OFFERING RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER SYNDICATE OFFERING THE FIRM IS TAKING
      *          INDICATIONS ON, KEYED ON IPO-OFFERING-ID. IPOMNT
      *          OPENS THE BOOK, PRICES THE DEAL (OFFERING PRICE,
      *          TRADE AND SETTLEMENT DATES) AND CAN WITHDRAW IT;
      *          IPOALLOC ALLOCATES THE FIRM'S RETENTION ACROSS THE
      *          ELIGIBLE INDICATIONS ON IPOIND.DAT ONCE THE DEAL IS
      *          PRICED, AND MARKS THE ROW ALLOCATED.
      *
      *          IPO-ALLOC-METHOD 'P' SPLITS THE SHARES PRO RATA TO
      *          EACH INDICATION; 'R' FIRST FILLS EVERY INDICATION UP
      *          TO IPO-RULE-MIN-SHARES (SMALLER INDICATIONS IN FULL)
      *          AND SPLITS WHAT IS LEFT PRO RATA OVER THE REMAINING
      *          DEMAND. IPO-MAX-PER-ACCOUNT, WHEN NOT ZERO, CAPS ANY
      *          ONE ACCOUNT UNDER EITHER METHOD. WHOLE SHARES ONLY -
      *          ANY ODD SHARES LEFT GO BACK TO THE SYNDICATE DESK.
      ******************************************************************
       01  IPOOFFR-RECORD.
           05  IPO-OFFERING-ID           PIC X(10).
           05  IPO-SYMBOL                PIC X(12).
           05  IPO-ISSUER-NAME           PIC X(40).
           05  IPO-SHARES-OFFERED        PIC 9(09).
           05  IPO-OFFERING-PRICE        PIC S9(09)V9999 COMP-3.
           05  IPO-TRADE-DATE            PIC X(08).
           05  IPO-SETTLEMENT-DATE       PIC X(08).
           05  IPO-ALLOC-METHOD          PIC X(01).
               88  IPO-PRO-RATA          VALUE 'P'.
               88  IPO-BY-RULE           VALUE 'R'.
           05  IPO-RULE-MIN-SHARES       PIC 9(07).
           05  IPO-MAX-PER-ACCOUNT       PIC 9(09).
           05  IPO-PROSPECTUS-REF        PIC X(40).
           05  IPO-STATUS                PIC X(01).
               88  IPO-BOOK-OPEN         VALUE 'O'.
               88  IPO-PRICED            VALUE 'P'.
               88  IPO-ALLOCATED         VALUE 'A'.
               88  IPO-WITHDRAWN         VALUE 'W'.
           05  IPO-SHARES-ALLOCATED      PIC 9(09).
           05  IPO-ALLOCATED-DATE        PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
