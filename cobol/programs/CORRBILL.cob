       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRBILL.
      ******************************************************************
      * PROGRAM: CORRBILL - MONTHLY CORRESPONDENT BILLING RUN
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: BILL EACH CORRESPONDENT (INTRODUCING BROKER) ON
      *          CORRMAST.DAT FOR THE PRIOR CALENDAR MONTH UNDER ITS
      *          BILLING TERMS:
      *            TICKET CHARGES   - ONE CO-TICKET-CHARGE PER SETTLED
      *                               TRADE ON TRANS.DAT IN ONE OF ITS
      *                               ACCOUNTS, RAISED TO
      *                               CO-MONTHLY-MINIMUM;
      *            COMMISSION SHARE - CO-COMMISSION-SHARE-PCT OF THE
      *                               COMMISSION ON THOSE TRADES,
      *                               CREDITED TO THE CORRESPONDENT;
      *            MARGIN SHARE     - CO-MARGIN-SHARE-PCT OF THE MARGIN
      *                               INTEREST ITS ACCOUNTS ACCRUED ON
      *                               MRGACR.DAT IN THE MONTH, ALSO
      *                               CREDITED.
      *          THE NET (TICKET CHARGES LESS THE TWO SHARES) IS WHAT
      *          THE CORRESPONDENT OWES US, OR WHEN NEGATIVE WHAT WE
      *          REMIT. CORRBILL.RPT CARRIES ONE INVOICE PER
      *          CORRESPONDENT; CORRBILL.DAT CARRIES ONE ROW PER
      *          CORRESPONDENT FOR ACCOUNTS RECEIVABLE.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE FIRST BUSINESS NIGHT OF
      *            THE MONTH, OR RUN STANDALONE - EITHER WAY FOR THE
      *            PRIOR CALENDAR MONTH, AFTER MEBATCH HAS CLOSED THE
      *            MONTH'S MARGIN ACCRUALS. LK-RETURN-CODE: 00 NORMAL
      *            (INCLUDING NO CORRMAST.DAT ON FILE), 08 FATAL SETUP
      *            ERROR.
      *
      * NOTES: THE TRADE TEST IS REPCOMP'S - A SETTLED BUY, SELL,
      *        SHORT SALE OR COVER DATED IN THE MONTH. A TERMINATED
      *        CORRESPONDENT IS STILL BILLED FOR ITS ACCOUNTS' ACTIVITY
      *        (AND ITS MINIMUM ONLY IF IT HAD ANY). AN ACCOUNT NAMING A
      *        CORRESPONDENT NOT ON CORRMAST.DAT IS COUNTED AND LISTED
      *        ON THE CONSOLE, NOT BILLED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORR-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF
                   TRANSACTION-RECORD WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT MRGACR-FILE ASSIGN TO "MRGACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MRGACR-STATUS.

           SELECT CORRBILL-FILE ASSIGN TO "CORRBILL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT CORRBILL-RPT-FILE ASSIGN TO "CORRBILL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRMAST-FILE.
       COPY CORRMAST.

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  MRGACR-FILE.
       COPY MRGACR.

       FD  CORRBILL-FILE.
       01  CORRBILL-RECORD.
           05  CB-CORRESPONDENT-ID       PIC X(06).
           05  CB-BILLING-PERIOD         PIC X(06).
           05  CB-TICKET-COUNT           PIC 9(07).
           05  CB-TICKET-CHARGES         PIC S9(11)V99 COMP-3.
           05  CB-MINIMUM-APPLIED-SW     PIC X(01).
               88  CB-MINIMUM-APPLIED    VALUE 'Y'.
           05  CB-COMMISSION-BASE        PIC S9(13)V99 COMP-3.
           05  CB-COMMISSION-SHARE       PIC S9(11)V99 COMP-3.
           05  CB-MARGIN-INTEREST-BASE   PIC S9(13)V99 COMP-3.
           05  CB-MARGIN-SHARE           PIC S9(11)V99 COMP-3.
           05  CB-NET-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CB-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(10).

       FD  CORRBILL-RPT-FILE.
       01  CORRBILL-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CORR-STATUS                PIC XX.
           88  CORR-OK                   VALUE '00'.
           88  CORR-EOF                  VALUE '10'.
       01  WS-TRANS-STATUS               PIC XX.
           88  TRANS-OK                  VALUE '00'.
           88  TRANS-EOF                 VALUE '10'.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-MRGACR-STATUS              PIC XX.
           88  MRGACR-OK                 VALUE '00'.
           88  MRGACR-EOF                VALUE '10'.
       01  WS-BILL-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-REPORT-YEAR                PIC 9(04).
       01  WS-REPORT-MONTH               PIC 9(02).
       01  WS-REPORT-PERIOD              PIC X(06).
       01  WS-LINE-PERIOD                PIC X(06).

      *    ONE ROW PER CORRESPONDENT ON THE MASTER, TERMS CARRIED
      *    ALONGSIDE THE MONTH'S ACCUMULATORS.
       01  WS-MAX-CORRESPONDENTS         PIC 9(03) VALUE 100.
       01  WS-CORR-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CORR-INDEX                 PIC 9(03).
       01  WS-CORR-FOUND                 PIC 9(03).
       01  WS-CORR-TABLE.
           05  WS-CT-ENTRY OCCURS 100 TIMES.
               10  WS-CT-CORRESPONDENT   PIC X(06).
               10  WS-CT-FIRM-NAME       PIC X(40).
               10  WS-CT-CRD-NUMBER      PIC X(08).
               10  WS-CT-STATUS          PIC X(01).
               10  WS-CT-TICKET-CHARGE   PIC 9(05)V99.
               10  WS-CT-COMMISSION-PCT  PIC 9(03)V99.
               10  WS-CT-MARGIN-PCT      PIC 9(03)V99.
               10  WS-CT-MONTHLY-MINIMUM PIC 9(07)V99.
               10  WS-CT-TICKET-COUNT    PIC 9(07) COMP.
               10  WS-CT-COMMISSION      PIC S9(13)V99 COMP-3.
               10  WS-CT-MARGIN-INTEREST PIC S9(13)V9(06) COMP-3.

       01  WS-LOOKUP-CORRESPONDENT       PIC X(06).
       01  WS-LAST-ACCOUNT-ID            PIC X(12).
       01  WS-LAST-CORRESPONDENT         PIC X(06).

       01  WS-TICKET-CHARGES             PIC S9(11)V99 COMP-3.
       01  WS-COMMISSION-SHARE           PIC S9(11)V99 COMP-3.
       01  WS-MARGIN-BASE                PIC S9(13)V99 COMP-3.
       01  WS-MARGIN-SHARE               PIC S9(11)V99 COMP-3.
       01  WS-NET-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-MINIMUM-SW                 PIC X(01).
           88  MINIMUM-APPLIED           VALUE 'Y'.

       01  WS-TOTAL-TICKET-CHARGES       PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-COMMISSION-SHARE     PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-MARGIN-SHARE         PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-NET                  PIC S9(13)V99 COMP-3.

       01  WS-TRADE-COUNT                PIC 9(07) COMP.
       01  WS-ACCRUAL-COUNT              PIC 9(07) COMP.
       01  WS-UNKNOWN-COUNT              PIC 9(07) COMP.
       01  WS-BILLED-COUNT               PIC 9(07) COMP.
       01  WS-TRADE-DISPLAY              PIC ZZZZZZ9.
       01  WS-ACCRUAL-DISPLAY            PIC ZZZZZZ9.
       01  WS-UNKNOWN-DISPLAY            PIC ZZZZZZ9.
       01  WS-BILLED-DISPLAY             PIC ZZZZZZ9.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-RATE-DISPLAY               PIC ZZ,ZZ9.99.
       01  WS-PCT-DISPLAY                PIC ZZ9.99.
       01  WS-AMOUNT-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-CORRESPONDENTS-PROCESS
           PERFORM ACCUMULATE-TRADES-PROCESS THRU
               ACCUMULATE-TRADES-EXIT
           PERFORM ACCUMULATE-MARGIN-PROCESS THRU
               ACCUMULATE-MARGIN-EXIT
           PERFORM WRITE-INVOICES-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-TRADE-COUNT
           MOVE ZERO TO WS-ACCRUAL-COUNT
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-BILLED-COUNT
           MOVE ZERO TO WS-CORR-COUNT
           MOVE ZERO TO WS-TOTAL-TICKET-CHARGES
           MOVE ZERO TO WS-TOTAL-COMMISSION-SHARE
           MOVE ZERO TO WS-TOTAL-MARGIN-SHARE
           MOVE ZERO TO WS-TOTAL-NET
           MOVE SPACES TO WS-LAST-ACCOUNT-ID
           MOVE SPACES TO WS-LAST-CORRESPONDENT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-CURRENT-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = WS-CURRENT-MONTH - 1
           END-IF
           MOVE SPACES TO WS-REPORT-PERIOD
           STRING WS-REPORT-YEAR WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-PERIOD
           END-STRING

           OPEN INPUT CORRMAST-FILE
           IF WS-CORR-STATUS NOT = '00'
               DISPLAY 'CORRBILL: NO CORRMAST.DAT ON FILE - NO '
                   'CORRESPONDENTS TO BILL'
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'CORRBILL: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCT-STATUS
               CLOSE CORRMAST-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CORRBILL-FILE
           IF WS-BILL-STATUS NOT = '00'
               DISPLAY 'CORRBILL: UNABLE TO OPEN CORRBILL.DAT, '
                   'STATUS = ' WS-BILL-STATUS
               CLOSE CORRMAST-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CORRBILL-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CORRBILL: UNABLE TO OPEN CORRBILL.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE CORRMAST-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CORRBILL-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING 'CORRESPONDENT BILLING FOR PERIOD ' DELIMITED BY SIZE
                  WS-REPORT-PERIOD DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE.

       LOAD-CORRESPONDENTS-PROCESS.
           READ CORRMAST-FILE NEXT RECORD
           PERFORM LOAD-ONE-CORRESPONDENT UNTIL NOT CORR-OK
           CLOSE CORRMAST-FILE.

       LOAD-ONE-CORRESPONDENT.
           IF WS-CORR-COUNT < WS-MAX-CORRESPONDENTS
               ADD 1 TO WS-CORR-COUNT
               MOVE CO-CORRESPONDENT-ID TO
                   WS-CT-CORRESPONDENT(WS-CORR-COUNT)
               MOVE CO-FIRM-NAME TO WS-CT-FIRM-NAME(WS-CORR-COUNT)
               MOVE CO-CRD-NUMBER TO WS-CT-CRD-NUMBER(WS-CORR-COUNT)
               MOVE CO-STATUS TO WS-CT-STATUS(WS-CORR-COUNT)
               MOVE CO-TICKET-CHARGE TO
                   WS-CT-TICKET-CHARGE(WS-CORR-COUNT)
               MOVE CO-COMMISSION-SHARE-PCT TO
                   WS-CT-COMMISSION-PCT(WS-CORR-COUNT)
               MOVE CO-MARGIN-SHARE-PCT TO
                   WS-CT-MARGIN-PCT(WS-CORR-COUNT)
               MOVE CO-MONTHLY-MINIMUM TO
                   WS-CT-MONTHLY-MINIMUM(WS-CORR-COUNT)
               MOVE ZERO TO WS-CT-TICKET-COUNT(WS-CORR-COUNT)
               MOVE ZERO TO WS-CT-COMMISSION(WS-CORR-COUNT)
               MOVE ZERO TO WS-CT-MARGIN-INTEREST(WS-CORR-COUNT)
           ELSE
               DISPLAY 'CORRBILL: CORRESPONDENT TABLE FULL - '
                   CO-CORRESPONDENT-ID ' NOT BILLED'
           END-IF
           READ CORRMAST-FILE NEXT RECORD.

       ACCUMULATE-TRADES-PROCESS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'CORRBILL: NO TRANS.DAT ON FILE - NO TICKETS '
                   'OR COMMISSIONS THIS PERIOD'
               GO TO ACCUMULATE-TRADES-EXIT
           END-IF
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF
           PERFORM ACCUMULATE-ONE-TRADE THRU ACCUMULATE-ONE-EXIT
               UNTIL TRANS-EOF
           CLOSE TRANSACTION-FILE.

       ACCUMULATE-TRADES-EXIT.
           EXIT.

       ACCUMULATE-ONE-TRADE.
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD(1:6) TO
               WS-LINE-PERIOD
           IF (NOT BUY-TRANS OF TRANSACTION-RECORD
               AND NOT SELL-TRANS OF TRANSACTION-RECORD
               AND NOT SHORT-SELL-TRANS OF TRANSACTION-RECORD
               AND NOT BUY-COVER-TRANS OF TRANSACTION-RECORD)
              OR NOT SETTLED-STATUS OF TRANSACTION-RECORD
              OR WS-LINE-PERIOD NOT = WS-REPORT-PERIOD
               GO TO ACCUMULATE-ONE-NEXT
           END-IF

           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           PERFORM LOOKUP-ACCOUNT-CORRESPONDENT
           IF WS-CORR-FOUND = ZERO
               GO TO ACCUMULATE-ONE-NEXT
           END-IF

           ADD 1 TO WS-TRADE-COUNT
           ADD 1 TO WS-CT-TICKET-COUNT(WS-CORR-FOUND)
           ADD COMMISSION OF TRANSACTION-RECORD TO
               WS-CT-COMMISSION(WS-CORR-FOUND).

       ACCUMULATE-ONE-NEXT.
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF.

       ACCUMULATE-ONE-EXIT.
           EXIT.

       ACCUMULATE-MARGIN-PROCESS.
      *    THE MONTH'S ACCRUALS, POSTED OR NOT - THE SHARE IS ON THE
      *    INTEREST EARNED IN THE MONTH, NOT ON WHEN MEBATCH BILLED IT.
           OPEN INPUT MRGACR-FILE
           IF WS-MRGACR-STATUS NOT = '00'
               GO TO ACCUMULATE-MARGIN-EXIT
           END-IF
           READ MRGACR-FILE NEXT RECORD
           PERFORM ACCUMULATE-ONE-ACCRUAL UNTIL NOT MRGACR-OK
           CLOSE MRGACR-FILE.

       ACCUMULATE-MARGIN-EXIT.
           EXIT.

       ACCUMULATE-ONE-ACCRUAL.
           IF MA-ACCRUAL-DATE(1:6) = WS-REPORT-PERIOD
               MOVE MA-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
               PERFORM LOOKUP-ACCOUNT-CORRESPONDENT
               IF WS-CORR-FOUND NOT = ZERO
                   ADD 1 TO WS-ACCRUAL-COUNT
                   ADD MA-DAILY-INTEREST TO
                       WS-CT-MARGIN-INTEREST(WS-CORR-FOUND)
               END-IF
           END-IF
           READ MRGACR-FILE NEXT RECORD.

       LOOKUP-ACCOUNT-CORRESPONDENT.
      *    BOTH FILES ARE READ IN ACCOUNT ORDER OFTEN ENOUGH THAT THE
      *    LAST ACCOUNT'S ANSWER IS KEPT.
           IF ACCOUNT-ID OF ACCOUNT-RECORD NOT = WS-LAST-ACCOUNT-ID
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-LAST-ACCOUNT-ID
               MOVE SPACES TO WS-LAST-CORRESPONDENT
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                   MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                       WS-LAST-CORRESPONDENT
               END-IF
           END-IF

           MOVE ZERO TO WS-CORR-FOUND
           IF WS-LAST-CORRESPONDENT NOT = SPACES
               MOVE WS-LAST-CORRESPONDENT TO WS-LOOKUP-CORRESPONDENT
               MOVE 1 TO WS-CORR-INDEX
               PERFORM SCAN-ONE-CORRESPONDENT
                   UNTIL WS-CORR-INDEX > WS-CORR-COUNT
                   OR WS-CORR-FOUND NOT = ZERO
               IF WS-CORR-FOUND = ZERO
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY 'CORRBILL: ACCOUNT ' WS-LAST-ACCOUNT-ID
                       ' NAMES CORRESPONDENT ' WS-LAST-CORRESPONDENT
                       ' NOT ON CORRMAST.DAT - NOT BILLED'
               END-IF
           END-IF.

       SCAN-ONE-CORRESPONDENT.
           IF WS-CT-CORRESPONDENT(WS-CORR-INDEX) =
                  WS-LOOKUP-CORRESPONDENT
               MOVE WS-CORR-INDEX TO WS-CORR-FOUND
           END-IF
           ADD 1 TO WS-CORR-INDEX.

       WRITE-INVOICES-PROCESS.
           MOVE 1 TO WS-CORR-INDEX
           PERFORM WRITE-ONE-INVOICE THRU WRITE-ONE-INVOICE-EXIT
               UNTIL WS-CORR-INDEX > WS-CORR-COUNT

           MOVE SPACES TO CORRBILL-RPT-LINE
           WRITE CORRBILL-RPT-LINE
           MOVE SPACES TO CORRBILL-RPT-LINE
           MOVE 'BILLING RUN TOTALS' TO CORRBILL-RPT-LINE
           WRITE CORRBILL-RPT-LINE
           MOVE WS-TOTAL-TICKET-CHARGES TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  TICKET CHARGES       ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE
           MOVE WS-TOTAL-COMMISSION-SHARE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  COMMISSION SHARES    ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE
           MOVE WS-TOTAL-MARGIN-SHARE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  MARGIN SHARES        ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE
           MOVE WS-TOTAL-NET TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  NET DUE FROM (TO)    ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE.

       WRITE-ONE-INVOICE.
      *    A TERMINATED CORRESPONDENT WITH NO ACTIVITY LEFT IS NOT
      *    BILLED ITS MINIMUM.
           IF WS-CT-STATUS(WS-CORR-INDEX) = 'T'
              AND WS-CT-TICKET-COUNT(WS-CORR-INDEX) = ZERO
              AND WS-CT-MARGIN-INTEREST(WS-CORR-INDEX) = ZERO
               GO TO WRITE-ONE-INVOICE-NEXT
           END-IF

           MOVE 'N' TO WS-MINIMUM-SW
           COMPUTE WS-TICKET-CHARGES ROUNDED =
               WS-CT-TICKET-COUNT(WS-CORR-INDEX) *
               WS-CT-TICKET-CHARGE(WS-CORR-INDEX)
           IF WS-TICKET-CHARGES < WS-CT-MONTHLY-MINIMUM(WS-CORR-INDEX)
               MOVE WS-CT-MONTHLY-MINIMUM(WS-CORR-INDEX) TO
                   WS-TICKET-CHARGES
               SET MINIMUM-APPLIED TO TRUE
           END-IF
           COMPUTE WS-COMMISSION-SHARE ROUNDED =
               WS-CT-COMMISSION(WS-CORR-INDEX) *
               WS-CT-COMMISSION-PCT(WS-CORR-INDEX) / 100
           COMPUTE WS-MARGIN-BASE ROUNDED =
               WS-CT-MARGIN-INTEREST(WS-CORR-INDEX)
           COMPUTE WS-MARGIN-SHARE ROUNDED =
               WS-CT-MARGIN-INTEREST(WS-CORR-INDEX) *
               WS-CT-MARGIN-PCT(WS-CORR-INDEX) / 100
           COMPUTE WS-NET-AMOUNT =
               WS-TICKET-CHARGES - WS-COMMISSION-SHARE -
               WS-MARGIN-SHARE

           ADD WS-TICKET-CHARGES TO WS-TOTAL-TICKET-CHARGES
           ADD WS-COMMISSION-SHARE TO WS-TOTAL-COMMISSION-SHARE
           ADD WS-MARGIN-SHARE TO WS-TOTAL-MARGIN-SHARE
           ADD WS-NET-AMOUNT TO WS-TOTAL-NET
           ADD 1 TO WS-BILLED-COUNT

           PERFORM WRITE-INVOICE-LINES
           PERFORM WRITE-BILLING-ROW.

       WRITE-ONE-INVOICE-NEXT.
           ADD 1 TO WS-CORR-INDEX.

       WRITE-ONE-INVOICE-EXIT.
           EXIT.

       WRITE-INVOICE-LINES.
           MOVE SPACES TO CORRBILL-RPT-LINE
           WRITE CORRBILL-RPT-LINE
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING 'CORRESPONDENT ' DELIMITED BY SIZE
                  WS-CT-CORRESPONDENT(WS-CORR-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CT-FIRM-NAME(WS-CORR-INDEX) DELIMITED BY SIZE
                  '  CRD ' DELIMITED BY SIZE
                  WS-CT-CRD-NUMBER(WS-CORR-INDEX) DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           IF WS-CT-STATUS(WS-CORR-INDEX) = 'T'
               MOVE '(TERMINATED)' TO CORRBILL-RPT-LINE(90:12)
           END-IF
           WRITE CORRBILL-RPT-LINE

           MOVE WS-CT-TICKET-COUNT(WS-CORR-INDEX) TO WS-COUNT-DISPLAY
           MOVE WS-CT-TICKET-CHARGE(WS-CORR-INDEX) TO WS-RATE-DISPLAY
           MOVE WS-TICKET-CHARGES TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  TICKETS ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  '           ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           IF MINIMUM-APPLIED
               MOVE '(MONTHLY MINIMUM)' TO CORRBILL-RPT-LINE(70:17)
           END-IF
           WRITE CORRBILL-RPT-LINE

           MOVE WS-CT-COMMISSION(WS-CORR-INDEX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  COMMISSIONS          ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE

           MOVE WS-CT-COMMISSION-PCT(WS-CORR-INDEX) TO WS-PCT-DISPLAY
           MOVE WS-COMMISSION-SHARE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  LESS SHARE AT ' DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                  ' PCT ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE

           MOVE WS-MARGIN-BASE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  MARGIN INTEREST      ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE

           MOVE WS-CT-MARGIN-PCT(WS-CORR-INDEX) TO WS-PCT-DISPLAY
           MOVE WS-MARGIN-SHARE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  LESS SHARE AT ' DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                  ' PCT ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE

           MOVE WS-NET-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORRBILL-RPT-LINE
           STRING '  NET DUE FROM (TO)    ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CORRBILL-RPT-LINE
           END-STRING
           WRITE CORRBILL-RPT-LINE.

       WRITE-BILLING-ROW.
           MOVE SPACES TO CORRBILL-RECORD
           MOVE WS-CT-CORRESPONDENT(WS-CORR-INDEX) TO
               CB-CORRESPONDENT-ID
           MOVE WS-REPORT-PERIOD TO CB-BILLING-PERIOD
           MOVE WS-CT-TICKET-COUNT(WS-CORR-INDEX) TO CB-TICKET-COUNT
           MOVE WS-TICKET-CHARGES TO CB-TICKET-CHARGES
           MOVE WS-MINIMUM-SW TO CB-MINIMUM-APPLIED-SW
           MOVE WS-CT-COMMISSION(WS-CORR-INDEX) TO CB-COMMISSION-BASE
           MOVE WS-COMMISSION-SHARE TO CB-COMMISSION-SHARE
           MOVE WS-MARGIN-BASE TO CB-MARGIN-INTEREST-BASE
           MOVE WS-MARGIN-SHARE TO CB-MARGIN-SHARE
           MOVE WS-NET-AMOUNT TO CB-NET-AMOUNT
           MOVE WS-CURRENT-DATE TO CB-RUN-DATE
           WRITE CORRBILL-RECORD
           IF WS-BILL-STATUS NOT = '00'
               DISPLAY 'CORRBILL: UNABLE TO WRITE BILLING ROW FOR '
                   CB-CORRESPONDENT-ID ', STATUS = ' WS-BILL-STATUS
           END-IF.

       FINALIZE-PROCESS.
           CLOSE ACCOUNT-FILE
           CLOSE CORRBILL-FILE
           CLOSE CORRBILL-RPT-FILE

           MOVE WS-BILLED-COUNT TO WS-BILLED-DISPLAY
           MOVE WS-TRADE-COUNT TO WS-TRADE-DISPLAY
           MOVE WS-ACCRUAL-COUNT TO WS-ACCRUAL-DISPLAY
           MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-DISPLAY
           DISPLAY 'CORRBILL: BILLED ' WS-BILLED-DISPLAY
               ' CORRESPONDENT(S) FOR PERIOD ' WS-REPORT-PERIOD
               ' - ' WS-TRADE-DISPLAY ' TICKET(S), '
               WS-ACCRUAL-DISPLAY ' MARGIN ACCRUAL(S), '
               WS-UNKNOWN-DISPLAY ' UNKNOWN CORRESPONDENT LOOKUP(S)'.

       END PROGRAM CORRBILL.
