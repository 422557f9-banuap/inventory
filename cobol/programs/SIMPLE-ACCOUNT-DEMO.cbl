      *             COPYBOOK-VERSION CHECK AT STARTUP SO THE NEXT TIME
      *             ACCOUNT.cpy'S LAYOUT CHANGES THIS PROGRAM FAILS
      *             LOUDLY INSTEAD OF SILENTLY MISREADING FIELDS.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0004 FOR THE
      *             APPENDED IRA-SUBTYPE AND ROTH-CLOCK-START-DATE
      *             FIELDS.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0005 FOR THE
      *             APPENDED COST-BASIS-METHOD FIELD.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0006 FOR THE
      *             APPENDED CORRESPONDENT-ID FIELD.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0007 FOR THE
      *             APPENDED ACCT-RECORD-MAILED-DATE FIELD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPLE-ACCOUNT-DEMO.
      *    COMPARED AGAINST CPYVER-ACCOUNT AT STARTUP, SO A FUTURE
      *    RELAYOUT OF ACCOUNT.cpy CANNOT SILENTLY LEAVE THIS PROGRAM
      *    READING THE WRONG FIELDS.
       01  WS-EXPECTED-ACCT-VERSION    PIC 9(04) VALUE 0007.

       COPY ACCOUNT.
       COPY COPYBOOK-VERSIONS.
