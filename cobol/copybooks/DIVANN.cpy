      ******************************************************************
      * DIVANN COPYBOOK - DIVIDEND/INTEREST ANNOUNCEMENT RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER DECLARED DISTRIBUTION, KEYED SYMBOL + PAY
      *          DATE, LOADED FROM THE VENDOR ANNOUNCEMENT FEED BY
      *          DIVLOAD. THE NIGHTLY DIVCAL STEP BOOKS THE PER-
      *          ACCOUNT RECEIVABLE (DIVRCV) ONCE THE RECORD DATE IS
      *          REACHED AND FIRES DIVPOST ONCE THE PAY DATE IS
      *          REACHED, WALKING DA-STATUS FROM ANNOUNCED TO
      *          RECEIVABLE-BOOKED TO PAID. A PAY DATE THE WINDOW
      *          MISSED IS PICKED UP THE NEXT NIGHT IT RUNS, SINCE
      *          ANYTHING NOT YET PAID WITH A PAY DATE ON OR BEFORE
      *          TODAY IS DUE. A VENDOR CANCEL MARKS THE ROW
      *          CANCELLED AND DIVCAL REMOVES ANY RECEIVABLES IT HAD
      *          BOOKED.
      ******************************************************************
       01  DIVANN-RECORD.
           05  DA-KEY.
               10  DA-SECURITY-SYMBOL    PIC X(12).
               10  DA-PAY-DATE           PIC X(08).
           05  DA-PAYMENT-TYPE           PIC X(01).
               88  DA-DIVIDEND           VALUE 'D'.
               88  DA-INTEREST           VALUE 'I'.
           05  DA-PER-SHARE-AMOUNT       PIC 9(03)V9999.
           05  DA-INTEREST-RATE          PIC 9(03)V99.
           05  DA-DECLARED-DATE          PIC X(08).
           05  DA-EX-DATE                PIC X(08).
           05  DA-RECORD-DATE            PIC X(08).
           05  DA-STATUS                 PIC X(01).
               88  DA-ANNOUNCED          VALUE 'A'.
               88  DA-RECEIVABLE-BOOKED  VALUE 'R'.
               88  DA-PAID               VALUE 'P'.
               88  DA-CANCELLED          VALUE 'X'.
           05  DA-BOOKED-DATE            PIC X(08).
           05  DA-PAID-DATE              PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
