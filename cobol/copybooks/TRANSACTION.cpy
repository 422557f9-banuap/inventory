      *             AND DISCLOSED ON THE CONFGEN CONFIRM. BLANK ON
      *             NON-TRADE POSTINGS, WHERE CAPACITY HAS NO
      *             MEANING.
      * 2026-10-15  ADDED TRANSACTION-DESC (APPENDED AFTER
      *             TRADE-CAPACITY TO KEEP EXISTING FIELD OFFSETS
      *             UNCHANGED) - A SHORT FREE-TEXT DESCRIPTION PRINTED
      *             ON THE STATEMENT BESIDE THE POSTING, SO A SYSTEM
      *             CHARGE SUCH AS A STOCK BORROW FEE SAYS WHAT IT IS
      *             INSTEAD OF SHOWING ONLY 'FEE'. SPACES ON EVERY
      *             POSTING THAT DOES NOT SET IT. CPYVER-TRANSACTION
      *             BUMPED TO 0005.
      * 2026-10-15  ADDED TRANSACTION-SUBTYPE (APPENDED AFTER
      *             TRANSACTION-DESC TO KEEP EXISTING FIELD OFFSETS
      *             UNCHANGED) - A CODE THAT REFINES THE TYPE WHERE
      *             THE TAX TREATMENT DIFFERS. 'PIL ' MARKS A
      *             PAYMENT-IN-LIEU OF A DIVIDEND ON A SHORT POSITION,
      *             WHICH TAX1099 REPORTS APART FROM QUALIFIED
      *             DIVIDENDS. SPACES ON EVERY ORDINARY POSTING.
      *             CPYVER-TRANSACTION BUMPED TO 0006.
      * 2026-10-15  ADDED THE SECURITIES DELIVERY TYPES 'DLV'
      *             (DELIVER SHARES OUT) AND 'RCV' (RECEIVE SHARES
      *             IN) - POSITION AND TAX-LOT MOVEMENTS WITH NO CASH
      *             LEG, WHERE TRANSACTION-AMOUNT IS THE COST BASIS
      *             CARRIED AND PRICE THE BASIS PER SHARE. SUBTYPE
      *             'REOR' MARKS A LEG OF A CORPORATE REORGANIZATION
      *             (MERGER, SPIN-OFF, TENDER OR EXCHANGE OFFER)
      *             POSTED BY CORPACT, INCLUDING ITS CASH SEL LEGS.
      *             LAYOUT UNCHANGED - ONLY NEW VALUES.
      * 2026-10-15  ADDED IRA DEPOSIT SUBTYPES 'ROLL' (A ROLLOVER INTO
      *             THE IRA, NOT A CONTRIBUTION) AND 'PRYR' (A
      *             CONTRIBUTION MADE BETWEEN JANUARY 1 AND THE APRIL
      *             FILING DEADLINE DESIGNATED FOR THE PRIOR TAX
      *             YEAR), SO TAX5498 CAN REPORT EACH IN ITS OWN BOX
      *             AND YEAR. LAYOUT UNCHANGED - ONLY NEW VALUES.
      * 2026-10-15  ADDED SUBTYPE 'RCNV' - BOTH LEGS OF A TRADITIONAL
      *             OR SEP TO ROTH IRA CONVERSION POSTED BY ROTHCONV
      *             (THE WTH OR DLV OUT AND THE DEP OR RCV IN). A
      *             CONVERSION IS NEITHER A CONTRIBUTION NOR AN
      *             ORDINARY DISTRIBUTION; ITS TAXABLE AMOUNT IS
      *             REPORTED OFF THE ROTHCONV.DAT LEDGER. LAYOUT
      *             UNCHANGED - ONLY A NEW VALUE.
      * 2026-10-15  ADDED SUBTYPE 'LGLP' - THE WTH CHKDISB POSTS TO PAY
      *             A LEVYING OR GARNISHING AGENCY OUT OF FUNDS HELD
      *             UNDER LEGALPRC.DAT. LAYOUT UNCHANGED - ONLY A NEW
      *             VALUE.
      * 2026-10-15  ADDED SUBTYPE 'MINT' - THE MONTHLY MARGIN INTEREST
      *             CHARGE MEBATCH POSTS AS A FEE, SO IT CAN BE TOLD
      *             APART FROM THE MAINTENANCE FEE THE SAME JOB POSTS
      *             (FEESUMM REPORTS THEM AS SEPARATE COST CATEGORIES).
      *             LAYOUT UNCHANGED - ONLY A NEW VALUE.
      * 2026-10-15  ADDED SUBTYPE 'JNLK' - BOTH LEGS OF AN IN-KIND
      *             JOURNAL OF SHARES BETWEEN TWO INTERNAL ACCOUNTS
      *             POSTED BY INKJRNL (THE DLV OUT AND THE RCV IN).
      *             NOTHING IS SOLD; THE LOTS MOVE AT THEIR OWN COST.
      *             LAYOUT UNCHANGED - ONLY A NEW VALUE.
      * 2026-10-15  ADDED SUBTYPE 'NISS' - A NEW-ISSUE ALLOCATION BUY
      *             POSTED BY IPOALLOC AT THE PUBLIC OFFERING PRICE.
      *             NO COMMISSION IS CHARGED AND THE OFFERING'S OWN
      *             SETTLEMENT DATE IS KEPT. TRANSACTION-DESC CARRIES
      *             THE OFFERING ID IN POSITIONS 11-20 FOR CONFGEN.
      *             LAYOUT UNCHANGED - ONLY A NEW VALUE.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TRANSACTION-ID            PIC X(16).
               88  FEE-TRANS             VALUE 'FEE'.
               88  SHORT-SELL-TRANS      VALUE 'SHT'.
               88  BUY-COVER-TRANS       VALUE 'CVR'.
               88  DELIVER-SECURITIES-TRANS VALUE 'DLV'.
               88  RECEIVE-SECURITIES-TRANS VALUE 'RCV'.
           05  TRANSACTION-AMOUNT        PIC S9(13)V99 COMP-3.
           05  TRANSACTION-DATE          PIC X(08).
           05  SETTLEMENT-DATE           PIC X(08).
           05  TRADE-CAPACITY            PIC X(01).
               88  AGENCY-TRADE          VALUE 'A'.
               88  PRINCIPAL-TRADE       VALUE 'P'.
           05  TRANSACTION-DESC          PIC X(30).
           05  TRANSACTION-SUBTYPE       PIC X(04).
               88  PAYMENT-IN-LIEU-SUBTYPE VALUE 'PIL '.
               88  CORP-REORG-SUBTYPE    VALUE 'REOR'.
               88  IRA-ROLLOVER-SUBTYPE  VALUE 'ROLL'.
               88  IRA-PRIOR-YEAR-SUBTYPE VALUE 'PRYR'.
               88  IRA-CONVERSION-SUBTYPE VALUE 'RCNV'.
               88  LEGAL-REMIT-SUBTYPE   VALUE 'LGLP'.
               88  MARGIN-INTEREST-SUBTYPE VALUE 'MINT'.
               88  IN-KIND-JOURNAL-SUBTYPE VALUE 'JNLK'.
               88  NEW-ISSUE-SUBTYPE     VALUE 'NISS'.
