      *             PRINCIPAL). TRANPOST CARRIES IT ONTO THE
      *             TRANSACTION AND CONFGEN DISCLOSES IT ON THE
      *             CONFIRM.
      * 2026-10-15  ADDED STOP-PRICE AND STOP-TRIGGER-DATE (APPENDED
      *             AFTER ORDER-CAPACITY TO KEEP EXISTING FIELD
      *             OFFSETS UNCHANGED). A STP ORDER WAITS ON ITS
      *             STOP-PRICE UNTIL THE STOPTRIG SWEEP SEES THE
      *             MARKET TOUCH IT; THE ORDER IS THEN CONVERTED TO A
      *             MARKET ORDER, OR TO A LIMIT ORDER AT LIMIT-PRICE
      *             WHEN ONE WAS GIVEN (STOP-LIMIT), AND THE TRIGGER
      *             DATE IS STAMPED. ORDROUTE NEVER ROUTES AN
      *             UNTRIGGERED STOP.
      * 2026-10-15  ORDER-STATUS 'H' ALSO CARRIES THE MODEL REBALANCE
      *             ORDERS REBALGEN GENERATES, UNTIL THE ACCOUNT'S
      *             ADVISOR RELEASES THEM.
      * 2026-10-15  ADDED SPECIFIC-LOT-COUNT AND THE SPECIFIC-LOT TABLE
      *             (APPENDED AFTER STOP-TRIGGER-DATE TO KEEP EXISTING
      *             FIELD OFFSETS UNCHANGED) - UP TO TEN TAXLOT.DAT LOT
      *             NUMBERS A SELL ORDER NAMES FOR RELIEF, EACH WITH
      *             THE QUANTITY TO TAKE FROM IT (ZERO MEANS THE LOT'S
      *             WHOLE OPEN QUANTITY). ORDMGMT CHECKS THE LOTS AT
      *             CREATE; POSMGMT RELIEVES THEM FIRST WHEN THE FILL
      *             POSTS. ZERO COUNT LEAVES RELIEF TO THE ACCOUNT'S
      *             COST-BASIS-METHOD ELECTION.
      * 2026-10-15  ADDED THE MUTUAL-FUND ORDER FIELDS (APPENDED AFTER
      *             THE SPECIFIC-LOT TABLE TO KEEP EXISTING FIELD
      *             OFFSETS UNCHANGED). A FUND ORDER IS PLACED IN
      *             SHARES (QUANTITY) OR IN DOLLARS (ORDER-AMOUNT,
      *             QUANTITY ZERO UNTIL THE CONFIRM SAYS HOW MANY
      *             SHARES IT BOUGHT OR SOLD). ORDMGMT FLAGS IT
      *             FUND-ORDER AND STAMPS FUND-NAV-DATE - TODAY'S NAV
      *             WHEN ENTERED BEFORE THE 4 PM CUT-OFF ON A BUSINESS
      *             DAY, ELSE THE NEXT BUSINESS DAY'S. ORDROUTE NEVER
      *             ROUTES ONE; MFORDOUT SENDS IT TO THE FUND COMPANY
      *             AND MFCONFLD POSTS THE CONFIRM. ORDEXP SETS
      *             FUND-AGED-FLAG WHEN IT FILES AN UNCONFIRMED ORDER
      *             ON EXCPQ, SO IT IS FILED ONCE.
      * 2026-10-15  ADDED PREBORROW-FLAG (APPENDED AFTER FUND-AGED-FLAG
      *             TO KEEP EXISTING FIELD OFFSETS UNCHANGED) - 'Y' ON
      *             A SHORT SALE WHOSE SHARES THE STOCK-LOAN DESK HAS
      *             ALREADY BORROWED, NOT MERELY LOCATED; LOCATE-REF
      *             THEN CARRIES THE BORROW REFERENCE. ORDMGMT REQUIRES
      *             IT ON A SHORT IN A REG SHO THRESHOLD-LIST SYMBOL
      *             AND ON ANY SHORT FOR AN ACCOUNT IN THE PRE-BORROW
      *             PENALTY BOX. SPACE ON EVERY OTHER SIDE.
      * 2026-10-15  ADDED DIRECTED-VENUE AND ROUTED-VENUE (APPENDED
      *             AFTER PREBORROW-FLAG TO KEEP EXISTING FIELD
      *             OFFSETS UNCHANGED). DIRECTED-VENUE IS THE MARKET
      *             CENTER THE CUSTOMER TOLD US TO SEND THE ORDER TO -
      *             SPACES FOR THE NON-DIRECTED ORDER THE FIRM ROUTES
      *             AS IT SEES FIT. ROUTED-VENUE IS WHERE ORDROUTE
      *             ACTUALLY SENT IT, STAMPED BY ORDMGMT'S WORK
      *             OPERATION. RTDISCL REPORTS BOTH QUARTERLY.
      ******************************************************************
       01  ORDER-RECORD.
           05  ORDER-ID                  PIC X(16).
           05  ORDER-CAPACITY            PIC X(01).
               88  AGENCY-ORDER-CAP      VALUE 'A'.
               88  PRINCIPAL-ORDER-CAP   VALUE 'P'.
           05  STOP-PRICE                PIC S9(09)V9999 COMP-3.
           05  STOP-TRIGGER-DATE         PIC X(08).
           05  SPECIFIC-LOT-COUNT        PIC 9(02).
           05  SPECIFIC-LOT OCCURS 10 TIMES.
               10  SPEC-LOT-NUMBER       PIC 9(05).
               10  SPEC-LOT-QUANTITY     PIC S9(09)V999 COMP-3.
           05  ORDER-AMOUNT              PIC S9(13)V99 COMP-3.
           05  FUND-ORDER-FLAG           PIC X(01).
               88  FUND-ORDER            VALUE 'F'.
           05  FUND-NAV-DATE             PIC X(08).
           05  FUND-AGED-FLAG            PIC X(01).
               88  FUND-CONFIRM-OVERDUE  VALUE 'Y'.
           05  PREBORROW-FLAG            PIC X(01).
               88  PRE-BORROWED          VALUE 'Y'.
           05  DIRECTED-VENUE            PIC X(08).
               88  NON-DIRECTED-ORDER    VALUE SPACES.
           05  ROUTED-VENUE              PIC X(08).
