      ******************************************************************
      * MARKUP COPYBOOK - FIXED-INCOME PRINCIPAL MARKUP RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER PRINCIPAL FIXED-INCOME TRADE WITH A
      *          RETAIL CUSTOMER, KEYED ON THE TRANSACTION-ID IT
      *          BELONGS TO. MKUPCALC WRITES IT ONCE, FROM THE
      *          PREVAILING MARKET PRICE IT ESTABLISHED - THE FIRM'S
      *          CONTEMPORANEOUS STREET EXECUTIONS ON EXECFILE.DAT
      *          WHEN THERE ARE ANY, OTHERWISE THE SECPRICE.DAT
      *          EVALUATION. CONFGEN PRINTS THE MARKUP (OR MARKDOWN)
      *          ON THE CONFIRM FROM THIS ROW. A SIDE FILE RATHER
      *          THAN NEW FIELDS ON TRANSACTION-RECORD, WHICH IS
      *          ALREADY AS WIDE AS THE SUSPENSE QUEUE'S IMAGE OF IT.
      ******************************************************************
       01  MARKUP-RECORD.
           05  MKP-TRANSACTION-ID        PIC X(16).
           05  MKP-ACCOUNT-ID            PIC X(12).
           05  MKP-SYMBOL                PIC X(12).
           05  MKP-SIDE                  PIC X(03).
               88  MKP-MARKUP-SIDE       VALUE 'BUY'.
               88  MKP-MARKDOWN-SIDE     VALUE 'SEL'.
           05  MKP-TRADE-DATE            PIC X(08).
           05  MKP-QUANTITY              PIC S9(09)V999 COMP-3.
           05  MKP-CUSTOMER-PRICE        PIC S9(09)V9999 COMP-3.
           05  MKP-PREVAILING-PRICE      PIC S9(09)V9999 COMP-3.
           05  MKP-PRICE-SOURCE          PIC X(01).
               88  MKP-FROM-EXECUTIONS   VALUE 'E'.
               88  MKP-FROM-EVALUATION   VALUE 'V'.
               88  MKP-NO-PRICE          VALUE 'N'.
           05  MKP-SOURCE-ORDER-ID       PIC X(16).
           05  MKP-UNIT-MARKUP           PIC S9(09)V9999 COMP-3.
           05  MKP-DOLLAR-MARKUP         PIC S9(11)V99 COMP-3.
           05  MKP-PERCENT-MARKUP        PIC S9(03)V9999 COMP-3.
           05  MKP-THRESHOLD-PCT         PIC S9(03)V9999 COMP-3.
           05  MKP-EXCEPTION-FLAG        PIC X(01).
               88  MKP-EXCEEDS-THRESHOLD VALUE 'Y'.
               88  MKP-WITHIN-THRESHOLD  VALUE 'N'.
           05  MKP-COMPUTED-TIMESTAMP    PIC X(26).
