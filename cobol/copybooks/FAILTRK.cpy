      *             WHEN THAT ORDER FILLS AND CHARGES OUT THE PRICE
      *             DIFFERENCE, SO AGED FAILS STOP WAITING FOR
      *             SOMEONE TO REMEMBER.
      * 2026-10-15  ADDED FAIL-CLOSEOUT-FLAG (APPENDED AFTER
      *             FAIL-BUYIN-ORDER-ID TO KEEP EXISTING FIELD OFFSETS
      *             UNCHANGED) - 'Y' ONCE BUYIN HAS TREATED A FAIL IN
      *             A REG SHO THRESHOLD-LIST SECURITY AS A MANDATORY
      *             CLOSE-OUT AND PUT THE FAILING ACCOUNT IN THE
      *             PRE-BORROW PENALTY BOX. THE BOX LIFTS WHEN NO OPEN
      *             FLAGGED FAIL REMAINS FOR THE ACCOUNT.
      ******************************************************************
       01  FAILTRK-RECORD.
           05  FAIL-TRANSACTION-ID       PIC X(16).
               88  FAIL-BOUGHT-IN        VALUE 'B'.
           05  FAIL-CLOSED-DATE          PIC X(08).
           05  FAIL-BUYIN-ORDER-ID       PIC X(16).
           05  FAIL-CLOSEOUT-FLAG        PIC X(01).
               88  FAIL-THRESHOLD-CLOSEOUT VALUE 'Y'.
