      ******************************************************************
      * EXPHOLD COPYBOOK - SENIOR / VULNERABLE ADULT EXPLOITATION HOLD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER ACCOUNT ON WHICH A TEMPORARY HOLD HAS
      *          BEEN PLACED ON DISBURSEMENTS BECAUSE FINANCIAL
      *          EXPLOITATION OF A SENIOR OR VULNERABLE ADULT IS
      *          SUSPECTED. UNLIKE REG-FROZEN-FLAG IT STOPS ONLY MONEY
      *          AND SECURITIES LEAVING THE ACCOUNT - WITHDRAWALS,
      *          TRANSFERS OUT AND DELIVERIES (TRANPOST REFUSES THEM
      *          WITH CODE 17, SO ACHINTF, CHKDISB AND STANDING
      *          DEBITS FROM STNDSCHD ARE ALL HELD) - WHILE DEPOSITS,
      *          DIVIDENDS AND TRADING CARRY ON.
      *
      *          THE HOLD RUNS AN INITIAL 15 BUSINESS DAYS FROM
      *          PLACEMENT (EH-INITIAL-EXPIRY-DATE); EACH EXTENSION
      *          MOVES EH-EXPIRY-DATE OUT BY THE BUSINESS DAYS
      *          ALLOWED FOR THAT EXTENSION, COUNTED OFF BUSCAL.DAT.
      *          THE HOLD COVERS DISBURSEMENTS THROUGH EH-EXPIRY-DATE
      *          AND LAPSES ON ITS OWN AFTER IT. EXPHSCAN FILES A
      *          REMINDER TO EH-SUPERVISOR-ID AHEAD OF EACH EXPIRY
      *          (EH-REMINDED-EXPIRY RECORDS WHICH EXPIRY WAS LAST
      *          REMINDED). MAINTAINED THROUGH EXPHMNT.
      *
      *          EH-STATUS: A - ACTIVE, R - RELEASED BY A SUPERVISOR,
      *          E - EXPIRED. A NEW HOLD ON THE SAME ACCOUNT REPLACES
      *          A RELEASED OR EXPIRED ROW.
      ******************************************************************
       01  EXPHOLD-RECORD.
           05  EH-ACCOUNT-ID             PIC X(12).
           05  EH-CUSTOMER-ID            PIC X(10).
           05  EH-STATUS                 PIC X(01).
               88  EH-ACTIVE             VALUE 'A'.
               88  EH-RELEASED           VALUE 'R'.
               88  EH-EXPIRED            VALUE 'E'.
           05  EH-REASON                 PIC X(60).
           05  EH-SUPERVISOR-ID          PIC X(08).
           05  EH-PLACED-DATE            PIC X(08).
           05  EH-INITIAL-EXPIRY-DATE    PIC X(08).
           05  EH-EXPIRY-DATE            PIC X(08).
           05  EH-EXTENSION-COUNT        PIC 9(01).
           05  EH-EXTENDED-DATE          PIC X(08).
           05  EH-RELEASED-DATE          PIC X(08).
           05  EH-REMINDED-EXPIRY        PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
