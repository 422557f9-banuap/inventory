      ******************************************************************
      * DIVRCV COPYBOOK - DIVIDEND/INTEREST RECEIVABLE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER ACCOUNT ENTITLED TO AN ANNOUNCED
      *          DISTRIBUTION, KEYED SYMBOL + PAY DATE + ACCOUNT SO
      *          DIVCAL CAN WALK EVERY ROW OF ONE ANNOUNCEMENT, WITH
      *          AN ALTERNATE KEY ON ACCOUNT SO PORTVAL AND STMTGEN
      *          CAN FIND AN ACCOUNT'S OPEN ROWS. DIVCAL BOOKS THE
      *          ROW ON RECORD DATE OFF THAT DATE'S POSITION IMAGE
      *          AND MARKS IT PAID ONCE DIVPOST HAS RUN FOR THE PAY
      *          DATE. A SHORT HOLDER'S ROW CARRIES A NEGATIVE AMOUNT
      *          - THE PAYMENT-IN-LIEU IT WILL BE CHARGED.
      ******************************************************************
       01  DIVRCV-RECORD.
           05  DR-KEY.
               10  DR-SECURITY-SYMBOL    PIC X(12).
               10  DR-PAY-DATE           PIC X(08).
               10  DR-ACCOUNT-ID         PIC X(12).
           05  DR-PAYMENT-TYPE           PIC X(01).
               88  DR-DIVIDEND           VALUE 'D'.
               88  DR-INTEREST           VALUE 'I'.
           05  DR-RECORD-DATE            PIC X(08).
           05  DR-QUANTITY               PIC S9(09)V999 COMP-3.
           05  DR-AMOUNT                 PIC S9(13)V99 COMP-3.
           05  DR-STATUS                 PIC X(01).
               88  DR-OPEN               VALUE 'O'.
               88  DR-PAID               VALUE 'P'.
           05  DR-PAID-DATE              PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
