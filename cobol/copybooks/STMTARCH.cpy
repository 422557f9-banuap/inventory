      *          REBUILDS THE TRANSACTION DETAIL FROM TRANS.DAT (AND
      *          THE TRANSARCH ARCHIVE, THROUGH TRANPOST'S HISTA
      *          OPERATION) FOR THE SAME DATE RANGE.
      *
      *          A HOUSEHOLD'S CONSOLIDATED STATEMENT ARCHIVES ONE ROW
      *          PER MEMBER ACCOUNT, AS ALWAYS, WITH SA-HOUSEHOLD-ID
      *          SET, PLUS ONE HOUSEHOLD SUMMARY ROW KEYED '**' AND
      *          THE HOUSEHOLD-ID IN PLACE OF THE ACCOUNT-ID. THE
      *          SUMMARY ROW CARRIES THE SUMMARY PAGE'S FIGURES (TOTAL
      *          VALUE, ASSET MIX, PERIOD ACTIVITY) IN SA-HH-SUMMARY,
      *          WHICH IS ZERO ON ACCOUNT ROWS; ITS BALANCE, FEE,
      *          INTEREST AND COUNT FIELDS ARE THE MEMBER ACCOUNTS'
      *          TOTALS AND SA-ACCOUNT-NAME IS THE HOUSEHOLD NAME.
      ******************************************************************
       01  STMTARCH-RECORD.
           05  SA-KEY.
               10  SA-ACCOUNT-ID         PIC X(12).
               10  SA-HOUSEHOLD-KEY REDEFINES SA-ACCOUNT-ID.
                   15  SA-HH-MARKER      PIC X(02).
                       88  SA-HOUSEHOLD-ROW VALUE '**'.
                   15  SA-HH-KEY-ID      PIC X(10).
               10  SA-PERIOD             PIC X(06).
           05  SA-PERIOD-START           PIC X(08).
           05  SA-PERIOD-END             PIC X(08).
           05  SA-TXN-COUNT              PIC 9(05).
           05  SA-CHANNEL                PIC X(01).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  SA-HOUSEHOLD-ID           PIC X(10).
           05  SA-HH-SUMMARY.
               10  SA-HH-ACCOUNT-COUNT   PIC 9(03).
               10  SA-HH-TOTAL-VALUE     PIC S9(13)V99 COMP-3.
               10  SA-HH-CASH-VALUE      PIC S9(13)V99 COMP-3.
               10  SA-HH-EQUITY-VALUE    PIC S9(13)V99 COMP-3.
               10  SA-HH-FIXED-INC-VALUE PIC S9(13)V99 COMP-3.
               10  SA-HH-FUND-VALUE      PIC S9(13)V99 COMP-3.
               10  SA-HH-MONEY-MKT-VALUE PIC S9(13)V99 COMP-3.
               10  SA-HH-OPTION-VALUE    PIC S9(13)V99 COMP-3.
               10  SA-HH-OTHER-VALUE     PIC S9(13)V99 COMP-3.
               10  SA-HH-CREDITS         PIC S9(13)V99 COMP-3.
               10  SA-HH-DEBITS          PIC S9(13)V99 COMP-3.
