       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKUPCALC.
      ******************************************************************
      * PROGRAM: MKUPCALC - FIXED-INCOME MARKUP/MARKDOWN COMPUTATION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOR EVERY PRINCIPAL BUY-TRANS/SEL-TRANS IN A
      *          FIXED-INCOME-SECURITY WITH A RETAIL CUSTOMER, FIX THE
      *          PREVAILING MARKET PRICE AND WORK OUT THE MARKUP (A
      *          CUSTOMER PURCHASE) OR MARKDOWN (A CUSTOMER SALE) IN
      *          DOLLARS AND AS A PERCENTAGE OF THAT PRICE. THE RESULT
      *          IS STORED ON MARKUP.DAT AGAINST THE TRANSACTION-ID
      *          FOR CONFGEN TO DISCLOSE ON THE CONFIRM. A TRADE
      *          WHOSE MARKUP EXCEEDS WS-MARKUP-THRESHOLD-PCT, OR
      *          WHOSE PREVAILING PRICE CANNOT BE ESTABLISHED AT ALL,
      *          GOES ON THE SUPERVISORY EXCEPTIONS REPORT
      *          (MKUPEXC.RPT) AND IS FILED ON THE EXCEPTION
      *          REPOSITORY (EXCPQ) FOR A PRINCIPAL TO REVIEW.
      * FUNCTIONS: CALLED BY EODDRIVER ON BUSINESS DAYS RIGHT BEFORE
      *            CONFGEN, OR RUN STANDALONE. RETURN CODE 00 IS
      *            NORMAL COMPLETION, 04 MEANS AT LEAST ONE TRADE WENT
      *            ON THE EXCEPTIONS REPORT, 08 IS A FATAL SETUP ERROR
      *            (A FILE COULD NOT BE OPENED).
      *
      * NOTES: A TRADE IS PICKED UP ON ITS TRADE DATE, OR ON THE DAY IT
      *        SETTLES IF IT WAS MISSED (SO NO CONFIRM GOES OUT WITHOUT
      *        ITS MARKUP), AND NEVER TWICE - A TRANSACTION ALREADY ON
      *        MARKUP.DAT IS LEFT ALONE. THE PREVAILING MARKET PRICE
      *        IS, IN ORDER OF PREFERENCE:
      *          1. THE FIRM'S OWN STREET EXECUTION IN THE SAME BOND ON
      *             THE TRADE DATE - A FILL ON AN ORDER IN A 'FIRM'
      *             ACCOUNT ON THE SAME SIDE (THE FIRM'S PURCHASE COST
      *             FOR A CUSTOMER BUY, ITS SALE PROCEEDS FOR A
      *             CUSTOMER SELL). THE LATEST FILL AT OR BEFORE THE
      *             CUSTOMER'S EXECUTION-TIME WINS, ELSE THE FIRST ONE
      *             AFTER IT; WITH NO EXECUTION-TIME ON THE TRADE THE
      *             DAY'S LAST FILL IS USED.
      *          2. THE EVALUATED PRICE ON SECPRICE.DAT.
      *        A RETAIL CUSTOMER IS ANY CUSTOMER-TYPE OTHER THAN
      *        INSTITUTIONAL-CUSTOMER; AN ACCOUNT OR CUSTOMER THAT
      *        CANNOT BE READ IS TREATED AS RETAIL, SO IT IS CHECKED
      *        RATHER THAN SKIPPED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID OF ORDER-RECORD
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

           SELECT EXECFILE-FILE ASSIGN TO "EXECFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-KEY
               FILE STATUS IS WS-EXEC-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT MARKUP-FILE ASSIGN TO "MARKUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKP-TRANSACTION-ID
               FILE STATUS IS WS-MARKUP-STATUS.

           SELECT MKUPEXC-RPT-FILE ASSIGN TO "MKUPEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  EXECFILE-FILE.
       COPY EXECFILE.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  MARKUP-FILE.
       COPY MARKUP.

       FD  MKUPEXC-RPT-FILE.
       01  MKUPEXC-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-ORD-STATUS                 PIC XX.
       01  WS-EXEC-STATUS                PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-MARKUP-STATUS              PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-STREET-SW                  PIC X(01) VALUE 'N'.
           88  STREET-FILLS-AVAILABLE    VALUE 'Y'.
       01  WS-PRICES-SW                  PIC X(01) VALUE 'N'.
           88  PRICES-AVAILABLE          VALUE 'Y'.

      *    THE FIRM'S SUPERVISORY THRESHOLD - A MARKUP OR MARKDOWN OF
      *    MORE THAN THIS PERCENTAGE OF THE PREVAILING MARKET PRICE IS
      *    REVIEWED BY A PRINCIPAL.
       01  WS-MARKUP-THRESHOLD-PCT       PIC S9(03)V9999 COMP-3
                                         VALUE 2.5000.

       01  WS-FIRM-ACCOUNT-PREFIX        PIC X(04) VALUE 'FIRM'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-CANDIDATE-SW               PIC X(01).
           88  IS-CANDIDATE              VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTEMPORANEOUS STREET FILL SEARCH - THE BEST FILL AT OR
      * BEFORE THE CUSTOMER'S TIME AND THE BEST ONE AFTER IT.
      *----------------------------------------------------------------
       01  WS-TRADE-TIME                 PIC X(08).
       01  WS-TRADE-SIDE                 PIC X(03).
       01  WS-TRADE-SYMBOL               PIC X(12).
       01  WS-TRADE-DATE                 PIC X(08).
       01  WS-SCAN-ORDER-ID              PIC X(16).
       01  WS-FIRM-ORDERS-SW             PIC X(01).
           88  FIRM-ORDERS-DONE          VALUE 'Y'.
       01  WS-ORDER-FILLS-SW             PIC X(01).
           88  ORDER-FILLS-DONE          VALUE 'Y'.
       01  WS-BEFORE-TIME                PIC X(08).
       01  WS-BEFORE-PRICE               PIC S9(09)V9999 COMP-3.
       01  WS-BEFORE-ORDER-ID            PIC X(16).
       01  WS-AFTER-TIME                 PIC X(08).
       01  WS-AFTER-PRICE                PIC S9(09)V9999 COMP-3.
       01  WS-AFTER-ORDER-ID             PIC X(16).

       01  WS-EXCPQ-OPERATION            PIC X(06).
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-COMPUTED-COUNT             PIC 9(07) COMP.
       01  WS-EXCEPTION-COUNT            PIC 9(07) COMP.
       01  WS-ERROR-COUNT                PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-COMPUTED-DISPLAY           PIC ZZZZZZ9.
       01  WS-EXCEPTION-DISPLAY          PIC ZZZZZZ9.
       01  WS-ERROR-DISPLAY              PIC ZZZZZZ9.

       01  WS-PRICE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.9999-.
       01  WS-PMP-DISPLAY                PIC ZZZ,ZZZ,ZZ9.9999-.
       01  WS-DOLLAR-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PERCENT-DISPLAY            PIC ZZ9.9999-.
       01  WS-THRESHOLD-DISPLAY          PIC ZZ9.9999-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM COMPUTE-MARKUPS-PROCESS
           PERFORM FINALIZE-PROCESS
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 00 TO LK-RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-COMPUTED-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-ERROR-COUNT
           PERFORM GET-CURRENT-TIMESTAMP

           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS = '35'
               DISPLAY 'MKUPCALC: NO TRANS.DAT ON FILE - NOTHING TO '
                   'PRICE'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'MKUPCALC: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'MKUPCALC: UNABLE TO OPEN SECMAST.DAT, '
                   'STATUS = ' WS-SECMAST-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'MKUPCALC: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE SECMAST-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'MKUPCALC: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUSTOMER-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE SECMAST-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MARKUP-FILE
           IF WS-MARKUP-STATUS = '35'
               OPEN OUTPUT MARKUP-FILE
               CLOSE MARKUP-FILE
               OPEN I-O MARKUP-FILE
           END-IF
           IF WS-MARKUP-STATUS NOT = '00'
               DISPLAY 'MKUPCALC: UNABLE TO OPEN MARKUP.DAT, '
                   'STATUS = ' WS-MARKUP-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE SECMAST-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MKUPEXC-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MKUPCALC: UNABLE TO OPEN MKUPEXC.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE SECMAST-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE MARKUP-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

      *    NO ORDER OR EXECUTION FILE MEANS NO STREET FILLS TO PRICE
      *    FROM - EVERY TRADE FALLS BACK TO THE EVALUATION.
           MOVE 'N' TO WS-STREET-SW
           OPEN INPUT ORDER-FILE
           IF WS-ORD-STATUS = '00'
               OPEN INPUT EXECFILE-FILE
               IF WS-EXEC-STATUS = '00'
                   SET STREET-FILLS-AVAILABLE TO TRUE
               ELSE
                   CLOSE ORDER-FILE
               END-IF
           END-IF

           MOVE 'N' TO WS-PRICES-SW
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               SET PRICES-AVAILABLE TO TRUE
           END-IF

           MOVE WS-MARKUP-THRESHOLD-PCT TO WS-THRESHOLD-DISPLAY
           MOVE SPACES TO MKUPEXC-RPT-LINE
           STRING 'FIXED-INCOME MARKUP SUPERVISORY EXCEPTIONS '
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  '  THRESHOLD ' DELIMITED BY SIZE
                  WS-THRESHOLD-DISPLAY DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
                  INTO MKUPEXC-RPT-LINE
           END-STRING
           WRITE MKUPEXC-RPT-LINE
           MOVE SPACES TO MKUPEXC-RPT-LINE
           WRITE MKUPEXC-RPT-LINE.

       COMPUTE-MARKUPS-PROCESS.
           READ TRANSACTION-FILE NEXT RECORD
           PERFORM CHECK-ONE-TRANSACTION THRU CHECK-ONE-EXIT
               UNTIL FILE-EOF.

       CHECK-ONE-TRANSACTION.
           ADD 1 TO WS-SCANNED-COUNT
           PERFORM SCREEN-CANDIDATE THRU SCREEN-CANDIDATE-EXIT
           IF NOT IS-CANDIDATE
               GO TO CHECK-ONE-NEXT
           END-IF

           PERFORM ESTABLISH-PREVAILING-PRICE
           PERFORM COMPUTE-ONE-MARKUP

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO MKP-COMPUTED-TIMESTAMP
           WRITE MARKUP-RECORD
           IF WS-MARKUP-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'MKUPCALC: UNABLE TO WRITE MARKUP FOR '
                   TRANSACTION-ID ', STATUS = ' WS-MARKUP-STATUS
               GO TO CHECK-ONE-NEXT
           END-IF
           ADD 1 TO WS-COMPUTED-COUNT

           IF MKP-EXCEEDS-THRESHOLD
               PERFORM REPORT-MARKUP-EXCEPTION
           END-IF.

       CHECK-ONE-NEXT.
           READ TRANSACTION-FILE NEXT RECORD.

       CHECK-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A PRINCIPAL BUY OR SELL, LIVE, IN A CUSTOMER ACCOUNT, TRADED
      * TODAY OR SETTLING TODAY, NOT ALREADY PRICED, IN A FIXED-INCOME
      * SECURITY, FOR A CUSTOMER WHO IS NOT INSTITUTIONAL.
      *----------------------------------------------------------------
       SCREEN-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-SW

           IF NOT BUY-TRANS OF TRANSACTION-RECORD
              AND NOT SELL-TRANS OF TRANSACTION-RECORD
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF NOT PRINCIPAL-TRADE OF TRANSACTION-RECORD
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF CANCELLED-STATUS OF TRANSACTION-RECORD
              OR FAILED-STATUS OF TRANSACTION-RECORD
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF ACCOUNT-ID OF TRANSACTION-RECORD (1:4) =
                  WS-FIRM-ACCOUNT-PREFIX
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF TRANSACTION-DATE OF TRANSACTION-RECORD NOT =
                  WS-TODAY-DATE
              AND SETTLEMENT-DATE OF TRANSACTION-RECORD NOT =
                  WS-TODAY-DATE
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF

           MOVE TRANSACTION-ID TO MKP-TRANSACTION-ID
           READ MARKUP-FILE
           IF WS-MARKUP-STATUS = '00'
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF

           MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO SEC-SYMBOL
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF NOT FIXED-INCOME-SECURITY
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF

           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                   CUSTOMER-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
               IF WS-CUSTOMER-STATUS = '00'
                  AND INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD
                   GO TO SCREEN-CANDIDATE-EXIT
               END-IF
           END-IF

           SET IS-CANDIDATE TO TRUE.

       SCREEN-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CONTEMPORANEOUS STREET FILLS FIRST, THE EVALUATION SECOND.
      *----------------------------------------------------------------
       ESTABLISH-PREVAILING-PRICE.
           MOVE SPACES TO MARKUP-RECORD
           MOVE TRANSACTION-ID TO MKP-TRANSACTION-ID
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO MKP-ACCOUNT-ID
           MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO MKP-SYMBOL
           MOVE TRANSACTION-TYPE TO MKP-SIDE
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO
               MKP-TRADE-DATE
           MOVE QUANTITY OF TRANSACTION-RECORD TO MKP-QUANTITY
           MOVE PRICE OF TRANSACTION-RECORD TO MKP-CUSTOMER-PRICE
           MOVE ZERO TO MKP-PREVAILING-PRICE
           SET MKP-NO-PRICE TO TRUE

           IF STREET-FILLS-AVAILABLE
               PERFORM FIND-STREET-FILL
           END-IF

           IF MKP-NO-PRICE
              AND PRICES-AVAILABLE
               MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO
                   PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO MKP-PREVAILING-PRICE
                   SET MKP-FROM-EVALUATION TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WALK THE FIRM'S ORDERS (ACCOUNT-ID ALTERNATE KEY FROM 'FIRM')
      * FOR THE SAME BOND AND SIDE, AND EACH ONE'S FILLS ON THE TRADE
      * DATE.
      *----------------------------------------------------------------
       FIND-STREET-FILL.
           MOVE TRANSACTION-TYPE TO WS-TRADE-SIDE
           MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO
               WS-TRADE-SYMBOL
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO
               WS-TRADE-DATE
           MOVE EXECUTION-TIME OF TRANSACTION-RECORD TO WS-TRADE-TIME
           IF WS-TRADE-TIME = SPACES
               MOVE HIGH-VALUES TO WS-TRADE-TIME
           END-IF

           MOVE SPACES TO WS-BEFORE-TIME
           MOVE ZERO TO WS-BEFORE-PRICE
           MOVE SPACES TO WS-BEFORE-ORDER-ID
           MOVE HIGH-VALUES TO WS-AFTER-TIME
           MOVE ZERO TO WS-AFTER-PRICE
           MOVE SPACES TO WS-AFTER-ORDER-ID

           MOVE 'N' TO WS-FIRM-ORDERS-SW
           MOVE SPACES TO ACCOUNT-ID OF ORDER-RECORD
           MOVE WS-FIRM-ACCOUNT-PREFIX TO
               ACCOUNT-ID OF ORDER-RECORD (1:4)
           START ORDER-FILE KEY IS NOT LESS THAN
               ACCOUNT-ID OF ORDER-RECORD
               INVALID KEY SET FIRM-ORDERS-DONE TO TRUE
           END-START
           IF NOT FIRM-ORDERS-DONE
               PERFORM READ-NEXT-FIRM-ORDER
           END-IF
           PERFORM CHECK-ONE-FIRM-ORDER UNTIL FIRM-ORDERS-DONE

           IF WS-BEFORE-ORDER-ID NOT = SPACES
               MOVE WS-BEFORE-PRICE TO MKP-PREVAILING-PRICE
               MOVE WS-BEFORE-ORDER-ID TO MKP-SOURCE-ORDER-ID
               SET MKP-FROM-EXECUTIONS TO TRUE
           ELSE
               IF WS-AFTER-ORDER-ID NOT = SPACES
                   MOVE WS-AFTER-PRICE TO MKP-PREVAILING-PRICE
                   MOVE WS-AFTER-ORDER-ID TO MKP-SOURCE-ORDER-ID
                   SET MKP-FROM-EXECUTIONS TO TRUE
               END-IF
           END-IF.

       READ-NEXT-FIRM-ORDER.
           READ ORDER-FILE NEXT RECORD
           IF WS-ORD-STATUS NOT = '00'
               SET FIRM-ORDERS-DONE TO TRUE
           ELSE
               IF ACCOUNT-ID OF ORDER-RECORD (1:4) NOT =
                      WS-FIRM-ACCOUNT-PREFIX
                   SET FIRM-ORDERS-DONE TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-FIRM-ORDER.
           IF SECURITY-SYMBOL OF ORDER-RECORD = WS-TRADE-SYMBOL
              AND ORDER-SIDE = WS-TRADE-SIDE
              AND FILLED-QUANTITY > ZERO
               MOVE ORDER-ID OF ORDER-RECORD TO WS-SCAN-ORDER-ID
               PERFORM SCAN-ORDER-FILLS
           END-IF
           PERFORM READ-NEXT-FIRM-ORDER.

       SCAN-ORDER-FILLS.
           MOVE 'N' TO WS-ORDER-FILLS-SW
           MOVE WS-SCAN-ORDER-ID TO EXEC-ORDER-ID
           MOVE ZERO TO EXEC-SEQUENCE
           START EXECFILE-FILE KEY IS NOT LESS THAN EXEC-KEY
               INVALID KEY SET ORDER-FILLS-DONE TO TRUE
           END-START
           IF NOT ORDER-FILLS-DONE
               PERFORM READ-NEXT-ORDER-FILL
           END-IF
           PERFORM CHECK-ONE-FILL UNTIL ORDER-FILLS-DONE.

       READ-NEXT-ORDER-FILL.
           READ EXECFILE-FILE NEXT RECORD
           IF WS-EXEC-STATUS NOT = '00'
               SET ORDER-FILLS-DONE TO TRUE
           ELSE
               IF EXEC-ORDER-ID NOT = WS-SCAN-ORDER-ID
                   SET ORDER-FILLS-DONE TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-FILL.
           IF EXEC-DATE = WS-TRADE-DATE
              AND EXEC-PRICE > ZERO
               IF EXEC-TIME NOT > WS-TRADE-TIME
                   IF EXEC-TIME NOT < WS-BEFORE-TIME
                       MOVE EXEC-TIME TO WS-BEFORE-TIME
                       MOVE EXEC-PRICE TO WS-BEFORE-PRICE
                       MOVE EXEC-ORDER-ID TO WS-BEFORE-ORDER-ID
                   END-IF
               ELSE
                   IF EXEC-TIME < WS-AFTER-TIME
                       MOVE EXEC-TIME TO WS-AFTER-TIME
                       MOVE EXEC-PRICE TO WS-AFTER-PRICE
                       MOVE EXEC-ORDER-ID TO WS-AFTER-ORDER-ID
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-ORDER-FILL.

      *----------------------------------------------------------------
      * A MARKUP IS WHAT THE CUSTOMER PAID OVER THE PREVAILING PRICE;
      * A MARKDOWN IS WHAT THE CUSTOMER RECEIVED UNDER IT. BOTH ARE
      * CARRIED POSITIVE WHEN THE FIRM EARNED A SPREAD.
      *----------------------------------------------------------------
       COMPUTE-ONE-MARKUP.
           MOVE ZERO TO MKP-UNIT-MARKUP
           MOVE ZERO TO MKP-DOLLAR-MARKUP
           MOVE ZERO TO MKP-PERCENT-MARKUP
           MOVE WS-MARKUP-THRESHOLD-PCT TO MKP-THRESHOLD-PCT
           SET MKP-WITHIN-THRESHOLD TO TRUE

           IF MKP-NO-PRICE
      *        Nothing to measure against - a principal has to look
      *        at it by hand.
               SET MKP-EXCEEDS-THRESHOLD TO TRUE
           ELSE
               IF MKP-MARKUP-SIDE
                   COMPUTE MKP-UNIT-MARKUP =
                       MKP-CUSTOMER-PRICE - MKP-PREVAILING-PRICE
               ELSE
                   COMPUTE MKP-UNIT-MARKUP =
                       MKP-PREVAILING-PRICE - MKP-CUSTOMER-PRICE
               END-IF
               COMPUTE MKP-DOLLAR-MARKUP ROUNDED =
                   MKP-UNIT-MARKUP * MKP-QUANTITY
               COMPUTE MKP-PERCENT-MARKUP ROUNDED =
                   MKP-UNIT-MARKUP * 100 / MKP-PREVAILING-PRICE
                   ON SIZE ERROR
                       MOVE 999.9999 TO MKP-PERCENT-MARKUP
               END-COMPUTE
               IF MKP-PERCENT-MARKUP > WS-MARKUP-THRESHOLD-PCT
                   SET MKP-EXCEEDS-THRESHOLD TO TRUE
               END-IF
           END-IF.

       REPORT-MARKUP-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE MKP-CUSTOMER-PRICE TO WS-PRICE-DISPLAY
           MOVE MKP-PREVAILING-PRICE TO WS-PMP-DISPLAY
           MOVE SPACES TO MKUPEXC-RPT-LINE
           STRING 'TRANS ' DELIMITED BY SIZE
                  MKP-TRANSACTION-ID DELIMITED BY SIZE
                  ' ACCT ' DELIMITED BY SIZE
                  MKP-ACCOUNT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MKP-SIDE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MKP-SYMBOL DELIMITED BY SIZE
                  ' PRICE ' DELIMITED BY SIZE
                  WS-PRICE-DISPLAY DELIMITED BY SIZE
                  ' PMP ' DELIMITED BY SIZE
                  WS-PMP-DISPLAY DELIMITED BY SIZE
                  ' SRC ' DELIMITED BY SIZE
                  MKP-PRICE-SOURCE DELIMITED BY SIZE
                  INTO MKUPEXC-RPT-LINE
           END-STRING
           WRITE MKUPEXC-RPT-LINE

           MOVE SPACES TO MKUPEXC-RPT-LINE
           IF MKP-NO-PRICE
               STRING '     NO PREVAILING MARKET PRICE - NO STREET '
                          DELIMITED BY SIZE
                      'FILL AND NO EVALUATION ON FILE' DELIMITED BY SIZE
                      INTO MKUPEXC-RPT-LINE
               END-STRING
           ELSE
               MOVE MKP-DOLLAR-MARKUP TO WS-DOLLAR-DISPLAY
               MOVE MKP-PERCENT-MARKUP TO WS-PERCENT-DISPLAY
               IF MKP-MARKUP-SIDE
                   STRING '     MARKUP   ' DELIMITED BY SIZE
                          WS-DOLLAR-DISPLAY DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-PERCENT-DISPLAY DELIMITED BY SIZE
                          ' PCT - OVER THRESHOLD' DELIMITED BY SIZE
                          INTO MKUPEXC-RPT-LINE
                   END-STRING
               ELSE
                   STRING '     MARKDOWN ' DELIMITED BY SIZE
                          WS-DOLLAR-DISPLAY DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-PERCENT-DISPLAY DELIMITED BY SIZE
                          ' PCT - OVER THRESHOLD' DELIMITED BY SIZE
                          INTO MKUPEXC-RPT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE MKUPEXC-RPT-LINE

           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'MKUPCALC' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-TODAY-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE MKP-TRANSACTION-ID TO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           IF MKP-NO-PRICE
               STRING 'FI PRINCIPAL TRADE ' DELIMITED BY SIZE
                      MKP-SYMBOL DELIMITED BY SIZE
                      ' - NO PREVAILING MKT PRICE' DELIMITED BY SIZE
                      INTO EX-REASON OF WS-EXCPQ-RECORD
               END-STRING
           ELSE
               STRING 'FI MARKUP ' DELIMITED BY SIZE
                      WS-PERCENT-DISPLAY DELIMITED BY SIZE
                      ' PCT ON ' DELIMITED BY SIZE
                      MKP-SYMBOL DELIMITED BY SIZE
                      ' OVER THRESHOLD' DELIMITED BY SIZE
                      INTO EX-REASON OF WS-EXCPQ-RECORD
               END-STRING
           END-IF
           MOVE 'FILE  ' TO WS-EXCPQ-OPERATION
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE NOT = 00
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'MKUPCALC: EXCEPTION FOR ' MKP-TRANSACTION-ID
                   ' DID NOT FILE, RC=' WS-EXCPQ-RETURN-CODE
           END-IF.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           CLOSE TRANSACTION-FILE
           CLOSE SECMAST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE MARKUP-FILE
           IF STREET-FILLS-AVAILABLE
               CLOSE ORDER-FILE
               CLOSE EXECFILE-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '     NO TRADES OVER THRESHOLD' TO
                   MKUPEXC-RPT-LINE
               WRITE MKUPEXC-RPT-LINE
           END-IF
           CLOSE MKUPEXC-RPT-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-COMPUTED-COUNT TO WS-COMPUTED-DISPLAY
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-DISPLAY
           MOVE WS-ERROR-COUNT TO WS-ERROR-DISPLAY
           DISPLAY 'MKUPCALC: SCANNED ' WS-SCANNED-DISPLAY
               ' TRANSACTION(S), PRICED ' WS-COMPUTED-DISPLAY
               ' MARKUP(S), ' WS-EXCEPTION-DISPLAY
               ' OVER THRESHOLD, ' WS-ERROR-DISPLAY ' ERROR(S)'.

       END PROGRAM MKUPCALC.
