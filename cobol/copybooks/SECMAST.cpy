      *             AMOUNT PLUS THE HOUSEHOLD'S EXISTING HOLDINGS
      *             (RIGHTS OF ACCUMULATION) PLUS ANY OPEN LETTER-
      *             OF-INTENT COMMITMENT FALLS IN.
      * 2026-10-15  ADDED THE MONEY-MARKET DAILY DIVIDEND FACTOR
      *             (APPENDED AFTER THE BREAKPOINT TIERS): DOLLARS OF
      *             DIVIDEND PER $1.00 SHARE PER CALENDAR DAY, AS THE
      *             FUND DECLARES IT, KEPT CURRENT THROUGH SECMGMT
      *             UPDATE. ZERO ON EVERYTHING BUT AN 'MM' ROW.
      *             SWEEPBAT ACCRUES EACH SWEEP POSITION OFF IT
      *             NIGHTLY INTO SWPACR.DAT; AN 'MM' ROW CARRYING A
      *             FACTOR IS NO LONGER PAID THROUGH DIVPOST.
      * 2026-10-15  ADDED THE REG SHO THRESHOLD-LIST FLAG AND THE DATE
      *             THE SYMBOL WENT ON THE LIST (APPENDED AFTER THE
      *             DAILY DIVIDEND FACTOR). SET AND CLEARED ONLY BY
      *             THE DAILY THRLOAD LIST LOAD - SECMGMT CARRIES THEM
      *             THROUGH AN UPDATE UNCHANGED. ORDMGMT REQUIRES A
      *             PRE-BORROW, NOT JUST A LOCATE, ON A SHORT SALE IN
      *             A FLAGGED NAME, AND BUYIN CLOSES OUT A FAIL IN
      *             ONE ON THE EARLIER THRESHOLD CLOSE-OUT DAY.
      ******************************************************************
       01  SECMAST-RECORD.
           05  SEC-SYMBOL                PIC X(12).
               10  SEC-BP-TIER OCCURS 3 TIMES.
                   15  SEC-BP-CEILING    PIC 9(13)V99.
                   15  SEC-BP-LOAD-PCT   PIC 9(02)V99.
           05  SEC-MM-DAILY-FACTOR       PIC 9(01)V9(09) COMP-3.
           05  SEC-THRESHOLD-FLAG        PIC X(01).
               88  THRESHOLD-SECURITY    VALUE 'Y'.
           05  SEC-THRESHOLD-DATE        PIC X(08).
