      ******************************************************************
      * ALLOCBND COPYBOOK - ASSET ALLOCATION BAND RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER INVESTMENT OBJECTIVE AND RISK TOLERANCE
      *          (THE CUSTOMER-RECORD CODES - GR/IN/BA/SP AND L/M/H),
      *          GIVING THE MINIMUM AND MAXIMUM PERCENT OF AN
      *          ACCOUNT'S VALUE EACH ASSET CLASS MAY HOLD BEFORE THE
      *          ACCOUNT IS OUT OF BAND. A SPACE RISK TOLERANCE IS
      *          THE OBJECTIVE-WIDE DEFAULT, USED WHEN THERE IS NO ROW
      *          FOR THE CUSTOMER'S OWN RISK TOLERANCE. A BAND OF
      *          000.00 TO 100.00 PUTS NO LIMIT ON THAT CLASS.
      *          MAINTAINED THROUGH ALLOCMNT; APPLIED BY ALLOCRPT.
      *
      *          ASSET CLASSES, IN ORDER:
      *            1 CASH             (ACCOUNT-BALANCE)
      *            2 EQUITIES         (SEC-ASSET-CLASS EQ)
      *            3 FIXED INCOME     (SEC-ASSET-CLASS FI)
      *            4 MUTUAL FUNDS     (SEC-ASSET-CLASS MF)
      *            5 MONEY MARKET     (SEC-ASSET-CLASS MM)
      *            6 OPTIONS          (SEC-ASSET-CLASS OP)
      *            7 OTHER            (ANY OTHER CLASS, OR NO SECMAST)
      ******************************************************************
       01  ALLOCBND-RECORD.
           05  AB-KEY.
               10  AB-OBJECTIVE          PIC X(02).
               10  AB-RISK-TOLERANCE     PIC X(01).
           05  AB-DESCRIPTION            PIC X(30).
           05  AB-CLASS-BAND OCCURS 7 TIMES.
               10  AB-MIN-PERCENT        PIC 9(03)V99.
               10  AB-MAX-PERCENT        PIC 9(03)V99.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
