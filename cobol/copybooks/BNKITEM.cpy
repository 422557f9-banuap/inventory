      ******************************************************************
      * BNKITEM COPYBOOK - OPEN BANK STATEMENT ITEM
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER BAI2 DETAIL (16) RECORD BNKREC COULD NOT
      *          MATCH TO THE FIRM'S OWN MONEY MOVEMENT, KEYED ON THE
      *          STATEMENT AS-OF DATE AND THE DETAIL'S SEQUENCE IN THE
      *          FILE. THE ROW IS CARRIED FROM RUN TO RUN - A BOOK
      *          ENTRY THAT POSTS A DAY LATE STILL CLEARS IT - AND
      *          AGES FROM THE STATEMENT DATE UNTIL IT IS MATCHED.
      *          BO-EXCEPTION-ID IS THE EXCPQ ITEM OPENED FOR IT.
      ******************************************************************
       01  BNKITEM-RECORD.
           05  BO-ITEM-KEY.
               10  BO-STATEMENT-DATE     PIC X(08).
               10  BO-SEQUENCE           PIC 9(06).
           05  BO-BANK-ACCOUNT           PIC X(20).
           05  BO-TYPE-CODE              PIC X(03).
           05  BO-DIRECTION              PIC X(01).
               88  BO-CREDIT             VALUE 'C'.
               88  BO-DEBIT              VALUE 'D'.
           05  BO-AMOUNT                 PIC S9(11)V99 COMP-3.
           05  BO-BANK-REF               PIC X(16).
           05  BO-CUSTOMER-REF           PIC X(16).
           05  BO-TEXT                   PIC X(40).
           05  BO-EXCEPTION-ID           PIC X(16).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(10).
