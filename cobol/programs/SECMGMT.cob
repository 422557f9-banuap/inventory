      *             DATE IS REQUIRED, AND THE COUPON FREQUENCY MUST
      *             BE 1, 2, 4 OR 12 PAYMENTS A YEAR (ZERO ONLY WHEN
      *             THE COUPON RATE IS ALSO ZERO).
      * 2026-10-15  CREATE NOW REFUSES A MONEY-MARKET DAILY DIVIDEND
      *             FACTOR ON ANY ROW BUT A SEC-ASSET-CLASS 'MM' ONE,
      *             AND A FACTOR LEFT BLANK IS STORED AS ZERO.
      * 2026-10-15  THE REG SHO THRESHOLD-LIST FLAG AND ITS DATE BELONG
      *             TO THE DAILY THRLOAD LOAD: CREATE STARTS A NEW ROW
      *             OFF THE LIST, AND UPDATE KEEPS WHATEVER THE FILE
      *             ROW CARRIES REGARDLESS OF THE CALLER'S IMAGE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-SAVED-THRESHOLD-FLAG       PIC X(01).
       01  WS-SAVED-THRESHOLD-DATE       PIC X(08).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY SECMAST REPLACING SECMAST-RECORD BY LS-SECMAST-RECORD.
               END-EVALUATE
           END-IF

      *    ONLY A MONEY-MARKET FUND DECLARES A DAILY DIVIDEND.
           IF SEC-MM-DAILY-FACTOR OF LS-SECMAST-RECORD NOT NUMERIC
               MOVE ZERO TO SEC-MM-DAILY-FACTOR OF LS-SECMAST-RECORD
           END-IF
           IF SEC-MM-DAILY-FACTOR OF LS-SECMAST-RECORD > ZERO
              AND NOT MONEY-MARKET-SECURITY OF LS-SECMAST-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-SECURITY-EXIT
           END-IF

           OPEN I-O SECMAST-FILE
           IF WS-FILE-STATUS = '35'
      *        First security ever written - file has to be created.
           END-IF

           MOVE LS-SECMAST-RECORD TO SECMAST-RECORD
           MOVE 'N' TO SEC-THRESHOLD-FLAG OF SECMAST-RECORD
           MOVE SPACES TO SEC-THRESHOLD-DATE OF SECMAST-RECORD
           IF SEC-STATUS OF SECMAST-RECORD = SPACES
               SET ACTIVE-SECURITY OF SECMAST-RECORD TO TRUE
           END-IF
               SEC-SYMBOL OF SECMAST-RECORD
           READ SECMAST-FILE
           IF WS-FILE-STATUS = '00'
               MOVE SEC-THRESHOLD-FLAG OF SECMAST-RECORD TO
                   WS-SAVED-THRESHOLD-FLAG
               MOVE SEC-THRESHOLD-DATE OF SECMAST-RECORD TO
                   WS-SAVED-THRESHOLD-DATE
               MOVE LS-SECMAST-RECORD TO SECMAST-RECORD
               MOVE WS-SAVED-THRESHOLD-FLAG TO
                   SEC-THRESHOLD-FLAG OF SECMAST-RECORD
               MOVE WS-SAVED-THRESHOLD-DATE TO
                   SEC-THRESHOLD-DATE OF SECMAST-RECORD
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SECMAST-RECORD
               REWRITE SECMAST-RECORD
