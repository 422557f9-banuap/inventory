      *             ESCHEAT BATCH WHEN AN UNCLAIMED BALANCE IS
      *             REMITTED TO THE STATE, SO THE MONEY TRAIL ON A
      *             CLOSED-ESCHEATED ACCOUNT SURVIVES AN AUDIT.
      * 2026-10-15  ADDED IRA-SUBTYPE AND ROTH-CLOCK-START-DATE
      *             (APPENDED AFTER SETTLED-BALANCE TO KEEP EXISTING
      *             FIELD OFFSETS UNCHANGED; CPYVER-ACCOUNT BUMPED TO
      *             0004). IRA-SUBTYPE SPLITS AN 'IR' ACCOUNT INTO
      *             TRADITIONAL, ROTH, AND SEP - A BLANK BYTE ON AN IRA
      *             OPENED BEFORE THE FIELD EXISTED READS AS
      *             TRADITIONAL. ROTH-CLOCK-START-DATE IS JANUARY 1 OF
      *             THE YEAR OF THE FIRST CONTRIBUTION OR CONVERSION
      *             INTO A ROTH IRA, THE START OF ITS FIVE-YEAR
      *             QUALIFICATION CLOCK; SPACES UNTIL THEN. BOTH ARE
      *             SPACES ON A NON-IRA ACCOUNT.
      * 2026-10-15  ADDED COST-BASIS-METHOD (APPENDED AFTER
      *             ROTH-CLOCK-START-DATE TO KEEP EXISTING FIELD
      *             OFFSETS UNCHANGED; CPYVER-ACCOUNT BUMPED TO 0005) -
      *             THE CUSTOMER'S ELECTION FOR WHICH TAX LOTS A SALE
      *             RELIEVES: FIFO, LIFO, HIGHEST COST, LOWEST COST, OR
      *             SPECIFIC IDENTIFICATION (LOTS NAMED ON THE SELL
      *             ORDER, FIFO FOR ANY SHARES NOT NAMED). A BLANK BYTE
      *             ON AN ACCOUNT OPENED BEFORE THE FIELD EXISTED READS
      *             AS FIFO. POSMGMT RELIEVES LOTS BY IT.
      * 2026-10-15  CARVED REG-PREBORROW-FLAG OUT OF THE FLAG GROUP'S
      *             LAST FILLER BYTE (GROUP WIDTH STILL X(10)) - THE
      *             REG SHO PENALTY BOX. SET BY BUYIN WHEN A FAIL IN A
      *             THRESHOLD-LIST SECURITY REACHES ITS CLOSE-OUT DAY
      *             AND CLEARED BY THE SAME BATCH WHEN THE LAST SUCH
      *             CLOSE-OUT FILLS. WHILE IT IS UP ORDMGMT REFUSES
      *             ANY SHORT SALE FOR THE ACCOUNT NOT PRE-BORROWED.
      * 2026-10-15  ADDED CORRESPONDENT-ID (APPENDED AFTER
      *             COST-BASIS-METHOD TO KEEP EXISTING FIELD OFFSETS
      *             UNCHANGED; CPYVER-ACCOUNT BUMPED TO 0006) - THE
      *             INTRODUCING FIRM ON CORRMAST.DAT WHOSE CUSTOMER
      *             THIS IS WHEN WE CLEAR THE ACCOUNT FOR A
      *             CORRESPONDENT. SPACES (EVERY ACCOUNT OPENED BEFORE
      *             THE FIELD EXISTED) IS ONE OF OUR OWN ACCOUNTS.
      * 2026-10-15  ADDED ACCT-RECORD-MAILED-DATE (APPENDED AFTER
      *             CORRESPONDENT-ID TO KEEP EXISTING FIELD OFFSETS
      *             UNCHANGED; CPYVER-ACCOUNT BUMPED TO 0007) - THE DAY
      *             ACCTREC LAST QUEUED THE ACCOUNT RECORD MAILING
      *             (NAME, ADDRESS, OBJECTIVE, RISK TOLERANCE, NET
      *             WORTH, INCOME) TO THE CUSTOMER. SPACES MEANS NONE
      *             HAS GONE OUT YET, AND THE NEXT ACCTREC RUN SENDS
      *             ONE.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCOUNT-ID                PIC X(12).
                   88  PATTERN-DAY-TRADER      VALUE 'Y'.
               10  REG-DVP-FLAG          PIC X(01).
                   88  DVP-ACCOUNT             VALUE 'D'.
               10  REG-PREBORROW-FLAG    PIC X(01).
                   88  PREBORROW-REQUIRED      VALUE 'Y'.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  ACCOUNT-VERSION           PIC 9(09) COMP.
           05  CURRENCY-CODE             PIC X(03).
           05  SETTLED-BALANCE           PIC S9(13)V99 COMP-3.
           05  IRA-SUBTYPE               PIC X(01).
               88  TRADITIONAL-IRA       VALUE 'T' ' '.
               88  ROTH-IRA              VALUE 'R'.
               88  SEP-IRA               VALUE 'S'.
               88  VALID-IRA-SUBTYPE     VALUE 'T' 'R' 'S'.
           05  ROTH-CLOCK-START-DATE     PIC X(08).
           05  COST-BASIS-METHOD         PIC X(01).
               88  CB-FIFO               VALUE 'F' ' '.
               88  CB-LIFO               VALUE 'L'.
               88  CB-HIGHEST-COST       VALUE 'H'.
               88  CB-LOWEST-COST        VALUE 'C'.
               88  CB-SPECIFIC-ID        VALUE 'S'.
               88  VALID-COST-BASIS-METHOD
                                         VALUE 'F' 'L' 'H' 'C' 'S'.
           05  CORRESPONDENT-ID          PIC X(06).
               88  SELF-CLEARED-ACCOUNT  VALUE SPACES.
           05  ACCT-RECORD-MAILED-DATE   PIC X(08).
