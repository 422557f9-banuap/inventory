      ******************************************************************
      * IPOIND COPYBOOK - NEW-ISSUE INDICATION OF INTEREST RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER ACCOUNT PER OFFERING, KEYED ACCOUNT +
      *          OFFERING, HOLDING THE SHARES THE CUSTOMER INDICATED
      *          FOR AND (OPTIONALLY) THE MOST IT WILL PAY. IPOMNT
      *          TAKES AND CANCELS INDICATIONS WHILE THE BOOK IS OPEN,
      *          RUNNING THE IPOELIG RESTRICTED-PERSON CHECK FIRST - A
      *          RESTRICTED ACCOUNT'S INDICATION IS KEPT, MARKED
      *          IND-RESTRICTED WITH THE REASON, SO COMPLIANCE CAN
      *          SEE WHO ASKED. IPOALLOC CHECKS AGAIN AT ALLOCATION
      *          AND STAMPS THE SHARES ALLOCATED AND THE FILLED ORDER.
      ******************************************************************
       01  IPOIND-RECORD.
           05  IND-KEY.
               10  IND-ACCOUNT-ID        PIC X(12).
               10  IND-OFFERING-ID       PIC X(10).
           05  IND-SHARES-INDICATED      PIC 9(09).
           05  IND-LIMIT-PRICE           PIC S9(09)V9999 COMP-3.
           05  IND-STATUS                PIC X(01).
               88  IND-OPEN              VALUE 'O'.
               88  IND-ALLOCATED         VALUE 'A'.
               88  IND-NOT-ALLOCATED     VALUE 'Z'.
               88  IND-CANCELLED         VALUE 'X'.
               88  IND-RESTRICTED        VALUE 'R'.
               88  IND-ALLOC-FAILED      VALUE 'F'.
           05  IND-RESTRICT-REASON       PIC X(01).
               88  IND-EMPLOYEE-RELATED  VALUE 'E'.
               88  IND-BD-OWNER          VALUE 'B'.
               88  IND-SPINNING          VALUE 'S'.
               88  IND-NO-OWNER-DATA     VALUE 'U'.
           05  IND-SHARES-ALLOCATED      PIC 9(09).
           05  IND-ORDER-ID              PIC X(16).
           05  IND-ALLOCATED-DATE        PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
