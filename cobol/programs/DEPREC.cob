       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPREC.
      ******************************************************************
      * PROGRAM: DEPREC - DAILY DEPOSITORY POSITION RECONCILIATION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: LOAD THE DEPOSITORY'S DAILY POSITION STATEMENT
      *          (DEPOSPOS.DAT - PARTICIPANT, CUSIP, SHARES, AS-OF
      *          DATE) THROUGH THE COMMON FILEGATE INTAKE GATE, MAP
      *          EACH CUSIP TO ITS SYMBOL THROUGH THE SECURITY MASTER,
      *          AND COMPARE IT WITH WHAT THE FIRM EXPECTS TO HAVE ON
      *          DEPOSIT: THE STOCK-RECORD BOX COUNT BY SYMBOL (OPEN
      *          POSITIONS, AS STKREC SUMS THEM) ADJUSTED FOR THE DVP
      *          DELIVERIES STILL PENDING ON DVPLEDG.DAT. EVERY BREAK
      *          IS LISTED ON DEPREC.RPT WITH ITS QUANTITY, ITS VALUE
      *          AT THE SECPRICE CLOSE, AND ITS AGE, AND IS OPENED AS
      *          AN EXCPQ ITEM THE DAY IT FIRST APPEARS. OPEN BREAKS
      *          ARE CARRIED ON DEPBRK.DAT SO ONE THAT PERSISTS AGES
      *          FROM ITS FIRST DAY; LONG AND SHORT BREAKS AGED PAST
      *          THE REVIEW THRESHOLD ARE LISTED SEPARATELY FOR THE
      *          POSSESSION-AND-CONTROL SEGREGATION REVIEW.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ONCE PER BUSINESS DAY
      *            ON RECEIPT OF THE DEPOSITORY STATEMENT, AFTER THE
      *            NIGHTLY POSTING CYCLE. IT IS NOT AN EODDRIVER STEP
      *            - THE STATEMENT ARRIVES ON THE DEPOSITORY'S TIMING,
      *            NOT THE BATCH WINDOW'S, SO IT IS SUBMITTED WHEN THE
      *            FILE LANDS.
      *
      * NOTES: BOX COUNT LEAVES OUT DVP ACCOUNTS (REG-DVP-FLAG) - THEIR
      *        STOCK SETTLES AT THE CUSTODIAN, NOT IN THE FIRM'S
      *        DEPOSITORY ACCOUNT. A PENDING DVP BUY IS STOCK RECEIVED
      *        FROM THE STREET AND NOT YET DELIVERED TO THE CUSTODIAN,
      *        SO IT IS STILL ON DEPOSIT AND ADDS TO THE EXPECTED
      *        FIGURE; A PENDING DVP SALE WAS DELIVERED TO THE STREET
      *        AHEAD OF THE CUSTODIAN'S DELIVERY IN AND SUBTRACTS.
      *        A BREAK IS DEPOSITORY LESS EXPECTED: POSITIVE IS LONG
      *        (THE DEPOSITORY HOLDS MORE), NEGATIVE IS SHORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSENV-FILE ASSIGN TO "DEPOSPOS.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT DEPOSPOS-FILE ASSIGN TO "DEPOSPOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPOS-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT DVPLEDG-FILE ASSIGN TO "DVPLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-TRANSACTION-ID
               ALTERNATE RECORD KEY IS DL-ACCOUNT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT DEPBRK-FILE ASSIGN TO "DEPBRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-BREAK-KEY
               FILE STATUS IS WS-DEPBRK-STATUS.

           SELECT DEPREC-RPT-FILE ASSIGN TO "DEPREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSPOS-FILE.
       01  DEPOSPOS-RECORD.
           05  DPS-PARTICIPANT           PIC X(08).
           05  DPS-CUSIP                 PIC X(09).
           05  DPS-QUANTITY              PIC 9(09)V999.
           05  DPS-AS-OF-DATE            PIC X(08).
           05  FILLER                    PIC X(13).

       FD  DEPOSENV-FILE.
       COPY FILEENV.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  DVPLEDG-FILE.
       COPY DVPLEDG.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  DEPBRK-FILE.
       COPY DEPBRK.

       FD  DEPREC-RPT-FILE.
       01  DEPREC-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-DEPOS-STATUS               PIC XX.
           88  DEPOS-EOF                 VALUE '10'.

       01  WS-SECMAST-STATUS             PIC XX.
           88  SECMAST-EOF               VALUE '10'.

       01  WS-POS-STATUS                 PIC XX.
           88  POS-EOF                   VALUE '10'.

       01  WS-ACCOUNT-STATUS             PIC XX.

       01  WS-LEDG-STATUS                PIC XX.
           88  LEDG-EOF                  VALUE '10'.

       01  WS-PRICE-STATUS               PIC XX.
       01  WS-PRICE-AVAILABLE-SW         PIC X(01) VALUE 'N'.
           88  PRICE-AVAILABLE           VALUE 'Y'.

       01  WS-DEPBRK-STATUS              PIC XX.
           88  DEPBRK-EOF                VALUE '10'.

       01  WS-RPT-STATUS                 PIC XX.

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).
       01  WS-STATEMENT-DATE             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * A BREAK STILL OPEN THIS MANY CALENDAR DAYS AFTER IT WAS FIRST
      * SEEN (ROUGHLY THREE BUSINESS DAYS) GOES TO THE
      * POSSESSION-AND-CONTROL SEGREGATION REVIEW.
      *----------------------------------------------------------------
       01  WS-SEG-REVIEW-DAYS            PIC 9(05) VALUE 00005.

       01  WS-FIRST-SEEN-NUM             PIC 9(08).
       01  WS-BREAK-AGE                  PIC 9(05).

      *----------------------------------------------------------------
      * ONE ENTRY PER SECURITY SEEN ON EITHER SIDE. A DEPOSITORY CUSIP
      * THE SECURITY MASTER DOES NOT CARRY KEEPS A BLANK SYMBOL.
      *----------------------------------------------------------------
       01  WS-MAX-SYMBOLS                PIC 9(05) VALUE 02000.
       01  WS-SYMBOL-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-SEARCH-INDEX               PIC 9(05) VALUE ZERO.
       01  WS-FOUND-INDEX                PIC 9(05) VALUE ZERO.
       01  WS-TABLE-FULL-SW              PIC X(01) VALUE 'N'.
           88  SYMBOL-TABLE-FULL         VALUE 'Y'.

       01  WS-LOOKUP-SYMBOL              PIC X(12).
       01  WS-LOOKUP-CUSIP               PIC X(09).

       01  WS-SYMBOL-TABLE.
           05  WS-SYMBOL-ENTRY OCCURS 2000 TIMES.
               10  WS-TBL-SYMBOL         PIC X(12).
               10  WS-TBL-CUSIP          PIC X(09).
               10  WS-TBL-BOX-QTY        PIC S9(11)V999 COMP-3.
               10  WS-TBL-PENDING-QTY    PIC S9(11)V999 COMP-3.
               10  WS-TBL-DEPOSITORY-QTY PIC S9(11)V999 COMP-3.
               10  WS-TBL-BREAK-QTY      PIC S9(11)V999 COMP-3.
               10  WS-TBL-BREAK-VALUE    PIC S9(13)V99 COMP-3.
               10  WS-TBL-AGE            PIC 9(05).

       01  WS-LAST-ACCOUNT-ID            PIC X(12) VALUE SPACES.
       01  WS-LAST-ACCOUNT-DVP-SW        PIC X(01) VALUE 'N'.
           88  LAST-ACCOUNT-DVP          VALUE 'Y'.

       01  WS-EXPECTED-QTY               PIC S9(11)V999 COMP-3.
       01  WS-ABS-BREAK-QTY              PIC S9(11)V999 COMP-3.
       01  WS-BREAK-DIRECTION            PIC X(01).
       01  WS-DIRECTION-TEXT             PIC X(05).
       01  WS-NEW-BREAK-SW               PIC X(01).
           88  NEW-BREAK                 VALUE 'Y'.

       01  WS-QTY-DISPLAY-EXPECTED       PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-QTY-DISPLAY-DEPOSITORY     PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-QTY-DISPLAY-BREAK          PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-VALUE-DISPLAY              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AGE-DISPLAY                PIC ZZZZ9.

       01  WS-DEPOS-ROW-COUNT            PIC 9(07) COMP.
       01  WS-UNMAPPED-COUNT             PIC 9(07) COMP.
       01  WS-BREAK-COUNT                PIC 9(07) COMP.
       01  WS-NEW-BREAK-COUNT            PIC 9(07) COMP.
       01  WS-AGED-COUNT                 PIC 9(07) COMP.
       01  WS-RESOLVED-COUNT             PIC 9(07) COMP.
       01  WS-DEPOS-ROW-DISPLAY          PIC ZZZZZZ9.
       01  WS-SYMBOL-DISPLAY             PIC ZZZZ9.
       01  WS-UNMAPPED-DISPLAY           PIC ZZZZZZ9.
       01  WS-BREAK-DISPLAY              PIC ZZZZZZ9.
       01  WS-NEW-BREAK-DISPLAY          PIC ZZZZZZ9.
       01  WS-AGED-DISPLAY               PIC ZZZZZZ9.
       01  WS-RESOLVED-DISPLAY           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-DEPOSITORY-PROCESS
           PERFORM MAP-CUSIPS-PROCESS
           PERFORM SUM-BOX-COUNT-PROCESS
           PERFORM SUM-PENDING-DVP-PROCESS THRU
               SUM-PENDING-DVP-EXIT
           PERFORM COMPARE-BREAKS-PROCESS
           PERFORM CLEAR-RESOLVED-PROCESS
           PERFORM REPORT-SEGREGATION-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SYMBOL-COUNT
           MOVE ZERO TO WS-DEPOS-ROW-COUNT
           MOVE ZERO TO WS-UNMAPPED-COUNT
           MOVE ZERO TO WS-BREAK-COUNT
           MOVE ZERO TO WS-NEW-BREAK-COUNT
           MOVE ZERO TO WS-AGED-COUNT
           MOVE ZERO TO WS-RESOLVED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT DEPOSPOS-FILE
           IF WS-DEPOS-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO OPEN DEPOSPOS.DAT, '
                   'STATUS = ' WS-DEPOS-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO OPEN SECMAST.DAT, '
                   'STATUS = ' WS-SECMAST-STATUS
               CLOSE DEPOSPOS-FILE
               STOP RUN
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-POS-STATUS
               CLOSE DEPOSPOS-FILE
               CLOSE SECMAST-FILE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               CLOSE DEPOSPOS-FILE
               CLOSE SECMAST-FILE
               CLOSE POSITION-FILE
               STOP RUN
           END-IF

           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               SET PRICE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'DEPREC: NO SECPRICE.DAT - BREAKS WILL CARRY '
                   'NO VALUE'
           END-IF

           OPEN I-O DEPBRK-FILE
           IF WS-DEPBRK-STATUS = '35'
               OPEN OUTPUT DEPBRK-FILE
               CLOSE DEPBRK-FILE
               OPEN I-O DEPBRK-FILE
           END-IF
           IF WS-DEPBRK-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO OPEN DEPBRK.DAT, '
                   'STATUS = ' WS-DEPBRK-STATUS
               CLOSE DEPOSPOS-FILE
               CLOSE SECMAST-FILE
               CLOSE POSITION-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT DEPREC-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO OPEN DEPREC.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE DEPOSPOS-FILE
               CLOSE SECMAST-FILE
               CLOSE POSITION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE DEPBRK-FILE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * THE STATEMENT MAY CARRY SEVERAL PARTICIPANT ACCOUNTS - SHARES
      * ARE SUMMED PER CUSIP ACROSS ALL OF THEM.
      *----------------------------------------------------------------
       LOAD-DEPOSITORY-PROCESS.
           READ DEPOSPOS-FILE
               AT END SET DEPOS-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-DEPOSITORY-ROW UNTIL DEPOS-EOF.

       LOAD-ONE-DEPOSITORY-ROW.
           ADD 1 TO WS-DEPOS-ROW-COUNT
           IF WS-STATEMENT-DATE = SPACES
               MOVE DPS-AS-OF-DATE TO WS-STATEMENT-DATE
           END-IF
           IF DPS-CUSIP NOT = SPACES
               MOVE DPS-CUSIP TO WS-LOOKUP-CUSIP
               PERFORM FIND-CUSIP-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD DPS-QUANTITY TO
                       WS-TBL-DEPOSITORY-QTY(WS-FOUND-INDEX)
               END-IF
           END-IF

           READ DEPOSPOS-FILE
               AT END SET DEPOS-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ONE PASS OF THE SECURITY MASTER GIVES EVERY DEPOSITORY CUSIP
      * ITS SYMBOL - THE MASTER IS KEYED BY SYMBOL ONLY.
      *----------------------------------------------------------------
       MAP-CUSIPS-PROCESS.
           MOVE LOW-VALUES TO SEC-SYMBOL
           START SECMAST-FILE KEY IS NOT LESS THAN SEC-SYMBOL
               INVALID KEY SET SECMAST-EOF TO TRUE
           END-START
           IF NOT SECMAST-EOF
               READ SECMAST-FILE NEXT RECORD
               IF WS-SECMAST-STATUS NOT = '00'
                   SET SECMAST-EOF TO TRUE
               END-IF
           END-IF
           PERFORM MAP-ONE-SECURITY UNTIL SECMAST-EOF.

       MAP-ONE-SECURITY.
           IF SEC-CUSIP NOT = SPACES
               MOVE 1 TO WS-SEARCH-INDEX
               PERFORM MAP-ONE-CUSIP-SLOT
                   UNTIL WS-SEARCH-INDEX > WS-SYMBOL-COUNT
           END-IF

           READ SECMAST-FILE NEXT RECORD
           IF WS-SECMAST-STATUS NOT = '00'
               SET SECMAST-EOF TO TRUE
           END-IF.

       MAP-ONE-CUSIP-SLOT.
           IF WS-TBL-CUSIP(WS-SEARCH-INDEX) = SEC-CUSIP
              AND WS-TBL-SYMBOL(WS-SEARCH-INDEX) = SPACES
               MOVE SEC-SYMBOL TO WS-TBL-SYMBOL(WS-SEARCH-INDEX)
               MOVE WS-SYMBOL-COUNT TO WS-SEARCH-INDEX
           END-IF
           ADD 1 TO WS-SEARCH-INDEX.

       SUM-BOX-COUNT-PROCESS.
           READ POSITION-FILE NEXT RECORD
           PERFORM SUM-ONE-POSITION UNTIL POS-EOF.

       SUM-ONE-POSITION.
           IF OPEN-POSITION AND POSITION-QUANTITY NOT = ZERO
               IF ACCOUNT-ID OF POSITION-RECORD NOT =
                  WS-LAST-ACCOUNT-ID
                   PERFORM CHECK-DVP-ACCOUNT
               END-IF
               IF NOT LAST-ACCOUNT-DVP
                   MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
                       WS-LOOKUP-SYMBOL
                   PERFORM FIND-SYMBOL-SLOT
                   IF WS-FOUND-INDEX NOT = ZERO
                       ADD POSITION-QUANTITY TO
                           WS-TBL-BOX-QTY(WS-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF

           READ POSITION-FILE NEXT RECORD.

       CHECK-DVP-ACCOUNT.
      *    POSITIONS ARRIVE IN ACCOUNT ORDER, SO THE ACCOUNT IS READ
      *    ONCE PER RUN OF ITS POSITIONS. AN ACCOUNT NOT ON FILE IS
      *    COUNTED IN THE BOX.
           MOVE ACCOUNT-ID OF POSITION-RECORD TO WS-LAST-ACCOUNT-ID
           MOVE 'N' TO WS-LAST-ACCOUNT-DVP-SW
           MOVE WS-LAST-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-ACCOUNT-STATUS = '00'
               IF DVP-ACCOUNT OF ACCOUNT-RECORD
                   SET LAST-ACCOUNT-DVP TO TRUE
               END-IF
           END-IF.

       SUM-PENDING-DVP-PROCESS.
      *    NO DVPLEDG.DAT MEANS NO DVP TRADE HAS EVER BOOKED - THERE
      *    IS NOTHING IN TRANSIT TO ADJUST FOR.
           OPEN INPUT DVPLEDG-FILE
           IF WS-LEDG-STATUS NOT = '00'
               GO TO SUM-PENDING-DVP-EXIT
           END-IF

           READ DVPLEDG-FILE NEXT RECORD
           IF WS-LEDG-STATUS NOT = '00'
               SET LEDG-EOF TO TRUE
           END-IF
           PERFORM SUM-ONE-PENDING-DVP UNTIL LEDG-EOF

           CLOSE DVPLEDG-FILE.

       SUM-PENDING-DVP-EXIT.
           EXIT.

       SUM-ONE-PENDING-DVP.
           IF DL-PENDING AND DL-QUANTITY NOT = ZERO
               MOVE DL-SECURITY-SYMBOL TO WS-LOOKUP-SYMBOL
               PERFORM FIND-SYMBOL-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   IF DL-TRANSACTION-TYPE = 'SEL'
                      OR DL-TRANSACTION-TYPE = 'SHT'
                       SUBTRACT DL-QUANTITY FROM
                           WS-TBL-PENDING-QTY(WS-FOUND-INDEX)
                   ELSE
                       ADD DL-QUANTITY TO
                           WS-TBL-PENDING-QTY(WS-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF

           READ DVPLEDG-FILE NEXT RECORD
           IF WS-LEDG-STATUS NOT = '00'
               SET LEDG-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * TABLE LOOKUPS. A SYMBOL NEW TO THE TABLE TAKES ITS CUSIP FROM
      * THE SECURITY MASTER; A CUSIP NEW TO THE TABLE STARTS UNMAPPED.
      *----------------------------------------------------------------
       FIND-SYMBOL-SLOT.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM SCAN-ONE-SYMBOL-SLOT
               UNTIL WS-SEARCH-INDEX > WS-SYMBOL-COUNT
               OR WS-FOUND-INDEX NOT = ZERO

           IF WS-FOUND-INDEX = ZERO
               PERFORM ALLOCATE-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   MOVE WS-LOOKUP-SYMBOL TO
                       WS-TBL-SYMBOL(WS-FOUND-INDEX)
                   MOVE WS-LOOKUP-SYMBOL TO SEC-SYMBOL
                   READ SECMAST-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-SECMAST-STATUS = '00'
                       MOVE SEC-CUSIP TO WS-TBL-CUSIP(WS-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF.

       SCAN-ONE-SYMBOL-SLOT.
           IF WS-TBL-SYMBOL(WS-SEARCH-INDEX) = WS-LOOKUP-SYMBOL
               MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-SEARCH-INDEX
           END-IF.

       FIND-CUSIP-SLOT.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM SCAN-ONE-CUSIP-SLOT
               UNTIL WS-SEARCH-INDEX > WS-SYMBOL-COUNT
               OR WS-FOUND-INDEX NOT = ZERO

           IF WS-FOUND-INDEX = ZERO
               PERFORM ALLOCATE-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   MOVE WS-LOOKUP-CUSIP TO
                       WS-TBL-CUSIP(WS-FOUND-INDEX)
               END-IF
           END-IF.

       SCAN-ONE-CUSIP-SLOT.
           IF WS-TBL-CUSIP(WS-SEARCH-INDEX) = WS-LOOKUP-CUSIP
               MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-SEARCH-INDEX
           END-IF.

       ALLOCATE-SLOT.
           IF WS-SYMBOL-COUNT >= WS-MAX-SYMBOLS
               IF NOT SYMBOL-TABLE-FULL
                   SET SYMBOL-TABLE-FULL TO TRUE
                   DISPLAY 'DEPREC: SYMBOL TABLE FULL AT '
                       WS-MAX-SYMBOLS ' - REMAINING SECURITIES '
                       'WILL BE OMITTED'
               END-IF
           ELSE
               ADD 1 TO WS-SYMBOL-COUNT
               MOVE WS-SYMBOL-COUNT TO WS-FOUND-INDEX
               MOVE SPACES TO WS-TBL-SYMBOL(WS-FOUND-INDEX)
               MOVE SPACES TO WS-TBL-CUSIP(WS-FOUND-INDEX)
               MOVE ZERO TO WS-TBL-BOX-QTY(WS-FOUND-INDEX)
               MOVE ZERO TO WS-TBL-PENDING-QTY(WS-FOUND-INDEX)
               MOVE ZERO TO WS-TBL-DEPOSITORY-QTY(WS-FOUND-INDEX)
               MOVE ZERO TO WS-TBL-BREAK-QTY(WS-FOUND-INDEX)
               MOVE ZERO TO WS-TBL-BREAK-VALUE(WS-FOUND-INDEX)
               MOVE ZERO TO WS-TBL-AGE(WS-FOUND-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * COMPARE EVERY SECURITY, LIST THE BREAKS, AND CARRY EACH ONE
      * FORWARD ON DEPBRK.DAT.
      *----------------------------------------------------------------
       COMPARE-BREAKS-PROCESS.
           MOVE SPACES TO DEPREC-RPT-LINE
           STRING 'DEPOSITORY POSITION RECONCILIATION ' DELIMITED BY
                      SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  STATEMENT AS OF ' DELIMITED BY SIZE
                  WS-STATEMENT-DATE DELIMITED BY SIZE
                  INTO DEPREC-RPT-LINE
           END-STRING
           WRITE DEPREC-RPT-LINE
           MOVE SPACES TO DEPREC-RPT-LINE
           WRITE DEPREC-RPT-LINE
           MOVE SPACES TO DEPREC-RPT-LINE
           STRING 'SYMBOL       CUSIP     DIR         EXPECTED'
                      DELIMITED BY SIZE
                  '       DEPOSITORY            BREAK'
                      DELIMITED BY SIZE
                  '               VALUE   AGE  EXCPQ ITEM'
                      DELIMITED BY SIZE
                  INTO DEPREC-RPT-LINE
           END-STRING
           WRITE DEPREC-RPT-LINE

           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM COMPARE-ONE-SECURITY
               UNTIL WS-SEARCH-INDEX > WS-SYMBOL-COUNT.

       COMPARE-ONE-SECURITY.
           COMPUTE WS-EXPECTED-QTY =
               WS-TBL-BOX-QTY(WS-SEARCH-INDEX) +
               WS-TBL-PENDING-QTY(WS-SEARCH-INDEX)
           COMPUTE WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) =
               WS-TBL-DEPOSITORY-QTY(WS-SEARCH-INDEX) -
               WS-EXPECTED-QTY

           IF WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               IF WS-TBL-SYMBOL(WS-SEARCH-INDEX) = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
               PERFORM VALUE-ONE-BREAK
               PERFORM AGE-ONE-BREAK
               IF NEW-BREAK
                   PERFORM FILE-BREAK-EXCEPTION
               END-IF
               PERFORM SAVE-ONE-BREAK
               PERFORM WRITE-BREAK-LINE
           END-IF

           ADD 1 TO WS-SEARCH-INDEX.

       VALUE-ONE-BREAK.
           IF WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) < ZERO
               MOVE 'S' TO WS-BREAK-DIRECTION
               MOVE 'SHORT' TO WS-DIRECTION-TEXT
               COMPUTE WS-ABS-BREAK-QTY =
                   ZERO - WS-TBL-BREAK-QTY(WS-SEARCH-INDEX)
           ELSE
               MOVE 'L' TO WS-BREAK-DIRECTION
               MOVE 'LONG ' TO WS-DIRECTION-TEXT
               MOVE WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) TO
                   WS-ABS-BREAK-QTY
           END-IF

           MOVE ZERO TO WS-TBL-BREAK-VALUE(WS-SEARCH-INDEX)
           IF PRICE-AVAILABLE
              AND WS-TBL-SYMBOL(WS-SEARCH-INDEX) NOT = SPACES
               MOVE WS-TBL-SYMBOL(WS-SEARCH-INDEX) TO PRC-SYMBOL
               READ SECPRICE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-PRICE-STATUS = '00'
                   COMPUTE WS-TBL-BREAK-VALUE(WS-SEARCH-INDEX)
                       ROUNDED = WS-ABS-BREAK-QTY * PRC-CLOSE-PRICE
               END-IF
           END-IF.

       AGE-ONE-BREAK.
      *    A BREAK ALREADY OPEN IN THE SAME DIRECTION KEEPS ITS FIRST
      *    DAY AND ITS EXCPQ ITEM; ONE THAT HAS FLIPPED FROM LONG TO
      *    SHORT (OR BACK) IS A DIFFERENT PROBLEM AND STARTS AGAIN.
           IF WS-TBL-SYMBOL(WS-SEARCH-INDEX) = SPACES
               MOVE WS-TBL-CUSIP(WS-SEARCH-INDEX) TO DB-BREAK-KEY
           ELSE
               MOVE WS-TBL-SYMBOL(WS-SEARCH-INDEX) TO DB-BREAK-KEY
           END-IF
           MOVE 'N' TO WS-NEW-BREAK-SW
           READ DEPBRK-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-DEPBRK-STATUS NOT = '00'
               SET NEW-BREAK TO TRUE
               MOVE SPACES TO CREATED-TIMESTAMP OF DEPBRK-RECORD
           ELSE
               IF DB-DIRECTION NOT = WS-BREAK-DIRECTION
                   SET NEW-BREAK TO TRUE
               END-IF
           END-IF

           IF NEW-BREAK
               ADD 1 TO WS-NEW-BREAK-COUNT
               MOVE WS-CURRENT-DATE TO DB-FIRST-SEEN-DATE
               MOVE SPACES TO DB-EXCEPTION-ID
               MOVE ZERO TO WS-BREAK-AGE
           ELSE
               MOVE DB-FIRST-SEEN-DATE TO WS-FIRST-SEEN-NUM
               COMPUTE WS-BREAK-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN-NUM)
           END-IF
           MOVE WS-BREAK-AGE TO WS-TBL-AGE(WS-SEARCH-INDEX).

       FILE-BREAK-EXCEPTION.
           MOVE WS-ABS-BREAK-QTY TO WS-QTY-DISPLAY-BREAK
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'DEPREC  ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           SET EX-SEV-ERROR OF WS-EXCPQ-RECORD TO TRUE
           STRING WS-TBL-SYMBOL(WS-SEARCH-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TBL-CUSIP(WS-SEARCH-INDEX) DELIMITED BY SIZE
                  INTO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           END-STRING
           IF WS-TBL-SYMBOL(WS-SEARCH-INDEX) = SPACES
               STRING 'DEPOSITORY ' DELIMITED BY SIZE
                      WS-DIRECTION-TEXT DELIMITED BY SIZE
                      ' BREAK ' DELIMITED BY SIZE
                      WS-QTY-DISPLAY-BREAK DELIMITED BY SIZE
                      ' SHS - CUSIP NOT ON SECMAST' DELIMITED BY SIZE
                      INTO EX-REASON OF WS-EXCPQ-RECORD
               END-STRING
           ELSE
               STRING 'DEPOSITORY ' DELIMITED BY SIZE
                      WS-DIRECTION-TEXT DELIMITED BY SIZE
                      ' BREAK ' DELIMITED BY SIZE
                      WS-QTY-DISPLAY-BREAK DELIMITED BY SIZE
                      ' SHS AGAINST FIRM BOX' DELIMITED BY SIZE
                      INTO EX-REASON OF WS-EXCPQ-RECORD
               END-STRING
           END-IF
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               MOVE EX-EXCEPTION-ID OF WS-EXCPQ-RECORD TO
                   DB-EXCEPTION-ID
           ELSE
               DISPLAY 'DEPREC: EXCPQ FILE FAILED FOR '
                   DB-BREAK-KEY ', RC=' WS-EXCPQ-RETURN-CODE
           END-IF.

       SAVE-ONE-BREAK.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TBL-CUSIP(WS-SEARCH-INDEX) TO DB-CUSIP
           MOVE WS-BREAK-DIRECTION TO DB-DIRECTION
           MOVE WS-CURRENT-DATE TO DB-LAST-SEEN-DATE
           MOVE WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) TO DB-BREAK-QUANTITY
           MOVE WS-TBL-BREAK-VALUE(WS-SEARCH-INDEX) TO DB-BREAK-VALUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DEPBRK-RECORD
           IF WS-DEPBRK-STATUS = '00'
               REWRITE DEPBRK-RECORD
           ELSE
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF DEPBRK-RECORD
               WRITE DEPBRK-RECORD
           END-IF
           IF WS-DEPBRK-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO SAVE BREAK ' DB-BREAK-KEY
                   ', STATUS = ' WS-DEPBRK-STATUS
           END-IF.

       WRITE-BREAK-LINE.
           COMPUTE WS-EXPECTED-QTY =
               WS-TBL-BOX-QTY(WS-SEARCH-INDEX) +
               WS-TBL-PENDING-QTY(WS-SEARCH-INDEX)
           MOVE WS-EXPECTED-QTY TO WS-QTY-DISPLAY-EXPECTED
           MOVE WS-TBL-DEPOSITORY-QTY(WS-SEARCH-INDEX) TO
               WS-QTY-DISPLAY-DEPOSITORY
           MOVE WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) TO
               WS-QTY-DISPLAY-BREAK
           MOVE WS-TBL-BREAK-VALUE(WS-SEARCH-INDEX) TO WS-VALUE-DISPLAY
           MOVE WS-TBL-AGE(WS-SEARCH-INDEX) TO WS-AGE-DISPLAY
           MOVE SPACES TO DEPREC-RPT-LINE
           STRING WS-TBL-SYMBOL(WS-SEARCH-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TBL-CUSIP(WS-SEARCH-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIRECTION-TEXT DELIMITED BY SIZE
                  WS-QTY-DISPLAY-EXPECTED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY-DEPOSITORY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY-BREAK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGE-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  DB-EXCEPTION-ID DELIMITED BY SIZE
                  INTO DEPREC-RPT-LINE
           END-STRING
           WRITE DEPREC-RPT-LINE.

      *----------------------------------------------------------------
      * A CARRIED BREAK NOT SEEN TODAY HAS RESOLVED. ITS EXCPQ ITEM IS
      * LEFT FOR THE DESK TO DISPOSE WITH ITS OWN NOTE.
      *----------------------------------------------------------------
       CLEAR-RESOLVED-PROCESS.
           MOVE SPACES TO DEPREC-RPT-LINE
           WRITE DEPREC-RPT-LINE
           MOVE 'BREAKS RESOLVED SINCE THE LAST STATEMENT'
               TO DEPREC-RPT-LINE
           WRITE DEPREC-RPT-LINE

           MOVE LOW-VALUES TO DB-BREAK-KEY
           START DEPBRK-FILE KEY IS NOT LESS THAN DB-BREAK-KEY
               INVALID KEY SET DEPBRK-EOF TO TRUE
           END-START
           IF NOT DEPBRK-EOF
               READ DEPBRK-FILE NEXT RECORD
               IF WS-DEPBRK-STATUS NOT = '00'
                   SET DEPBRK-EOF TO TRUE
               END-IF
           END-IF
           PERFORM CLEAR-ONE-BREAK UNTIL DEPBRK-EOF.

       CLEAR-ONE-BREAK.
           IF DB-LAST-SEEN-DATE < WS-CURRENT-DATE
               ADD 1 TO WS-RESOLVED-COUNT
               MOVE DB-BREAK-QUANTITY TO WS-QTY-DISPLAY-BREAK
               MOVE SPACES TO DEPREC-RPT-LINE
               STRING DB-BREAK-KEY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DB-CUSIP DELIMITED BY SIZE
                      ' OPENED ' DELIMITED BY SIZE
                      DB-FIRST-SEEN-DATE DELIMITED BY SIZE
                      ' LAST SEEN ' DELIMITED BY SIZE
                      DB-LAST-SEEN-DATE DELIMITED BY SIZE
                      ' BREAK ' DELIMITED BY SIZE
                      WS-QTY-DISPLAY-BREAK DELIMITED BY SIZE
                      '  EXCPQ ' DELIMITED BY SIZE
                      DB-EXCEPTION-ID DELIMITED BY SIZE
                      INTO DEPREC-RPT-LINE
               END-STRING
               WRITE DEPREC-RPT-LINE
               DELETE DEPBRK-FILE RECORD
               IF WS-DEPBRK-STATUS NOT = '00'
                   DISPLAY 'DEPREC: UNABLE TO CLEAR BREAK '
                       DB-BREAK-KEY ', STATUS = ' WS-DEPBRK-STATUS
               END-IF
           END-IF

           READ DEPBRK-FILE NEXT RECORD
           IF WS-DEPBRK-STATUS NOT = '00'
               SET DEPBRK-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * BREAKS THAT HAVE PERSISTED PAST THE REVIEW THRESHOLD, LONG
      * AND SHORT ALIKE, FOR THE 15C3-3 SEGREGATION REVIEW.
      *----------------------------------------------------------------
       REPORT-SEGREGATION-PROCESS.
           MOVE WS-SEG-REVIEW-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO DEPREC-RPT-LINE
           WRITE DEPREC-RPT-LINE
           MOVE SPACES TO DEPREC-RPT-LINE
           STRING 'POSSESSION-AND-CONTROL SEGREGATION REVIEW - BREAKS '
                      DELIMITED BY SIZE
                  'OPEN ' DELIMITED BY SIZE
                  WS-AGE-DISPLAY DELIMITED BY SIZE
                  ' DAYS OR MORE' DELIMITED BY SIZE
                  INTO DEPREC-RPT-LINE
           END-STRING
           WRITE DEPREC-RPT-LINE

           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM REPORT-ONE-AGED-BREAK
               UNTIL WS-SEARCH-INDEX > WS-SYMBOL-COUNT

           IF WS-AGED-COUNT = ZERO
               MOVE '  NONE' TO DEPREC-RPT-LINE
               WRITE DEPREC-RPT-LINE
           END-IF.

       REPORT-ONE-AGED-BREAK.
           IF WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) NOT = ZERO
              AND WS-TBL-AGE(WS-SEARCH-INDEX) NOT < WS-SEG-REVIEW-DAYS
               ADD 1 TO WS-AGED-COUNT
               IF WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) < ZERO
                   MOVE 'SHORT' TO WS-DIRECTION-TEXT
               ELSE
                   MOVE 'LONG ' TO WS-DIRECTION-TEXT
               END-IF
               MOVE WS-TBL-BREAK-QTY(WS-SEARCH-INDEX) TO
                   WS-QTY-DISPLAY-BREAK
               MOVE WS-TBL-BREAK-VALUE(WS-SEARCH-INDEX) TO
                   WS-VALUE-DISPLAY
               MOVE WS-TBL-AGE(WS-SEARCH-INDEX) TO WS-AGE-DISPLAY
               MOVE SPACES TO DEPREC-RPT-LINE
               STRING WS-TBL-SYMBOL(WS-SEARCH-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TBL-CUSIP(WS-SEARCH-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DIRECTION-TEXT DELIMITED BY SIZE
                      ' BREAK ' DELIMITED BY SIZE
                      WS-QTY-DISPLAY-BREAK DELIMITED BY SIZE
                      ' VALUE ' DELIMITED BY SIZE
                      WS-VALUE-DISPLAY DELIMITED BY SIZE
                      ' AGE ' DELIMITED BY SIZE
                      WS-AGE-DISPLAY DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                      INTO DEPREC-RPT-LINE
               END-STRING
               WRITE DEPREC-RPT-LINE
           END-IF
           ADD 1 TO WS-SEARCH-INDEX.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): ENVELOPE COUNT AND SHARE
      *    HASH MUST MATCH THE PRE-SCAN AND THE LEDGER REFUSES A
      *    STATEMENT ALREADY CONSUMED. NO DEPOSPOS.ENV YET LOADS
      *    UNVERIFIED WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT DEPOSENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'DEPREC: NO DEPOSPOS.ENV ENVELOPE - '
                   'STATEMENT LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ DEPOSENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'DEPREC: DEPOSPOS.ENV IS EMPTY - '
                       'STATEMENT LOADS UNVERIFIED'
                   CLOSE DEPOSENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE DEPOSENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ DEPOSPOS-FILE
               AT END SET DEPOS-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-RECORD UNTIL DEPOS-EOF
           CLOSE DEPOSPOS-FILE
           OPEN INPUT DEPOSPOS-FILE
           IF WS-DEPOS-STATUS NOT = '00'
               DISPLAY 'DEPREC: UNABLE TO RE-OPEN DEPOSPOS.DAT, '
                   'STATUS = ' WS-DEPOS-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'DEPREC: STATEMENT REFUSED BY THE INTAKE '
                   'GATE, RC=' WS-GATE-RETURN-CODE
                   ' - NOTHING RECONCILED'
               CLOSE DEPOSPOS-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-RECORD.
           ADD 1 TO WS-ACTUAL-COUNT
           ADD DPS-QUANTITY TO WS-ACTUAL-AMOUNT
           READ DEPOSPOS-FILE
               AT END SET DEPOS-EOF TO TRUE
           END-READ.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           IF ENV-FILE-ID OF WS-ENVELOPE NOT = SPACES
               MOVE 'CONSUM' TO WS-GATE-OPERATION
               CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                      WS-ENVELOPE,
                                      WS-ACTUAL-COUNT,
                                      WS-ACTUAL-AMOUNT,
                                      WS-GATE-RETURN-CODE
           END-IF
           CLOSE DEPOSPOS-FILE
           CLOSE SECMAST-FILE
           CLOSE POSITION-FILE
           CLOSE ACCOUNT-FILE
           IF PRICE-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           CLOSE DEPBRK-FILE
           CLOSE DEPREC-RPT-FILE

           MOVE WS-DEPOS-ROW-COUNT TO WS-DEPOS-ROW-DISPLAY
           MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-DISPLAY
           MOVE WS-BREAK-COUNT TO WS-BREAK-DISPLAY
           MOVE WS-NEW-BREAK-COUNT TO WS-NEW-BREAK-DISPLAY
           MOVE WS-UNMAPPED-COUNT TO WS-UNMAPPED-DISPLAY
           MOVE WS-AGED-COUNT TO WS-AGED-DISPLAY
           MOVE WS-RESOLVED-COUNT TO WS-RESOLVED-DISPLAY
           DISPLAY 'DEPREC: ' WS-DEPOS-ROW-DISPLAY
               ' DEPOSITORY ROW(S), ' WS-SYMBOL-DISPLAY
               ' SECURITIES COMPARED'
           DISPLAY 'DEPREC: ' WS-BREAK-DISPLAY ' BREAK(S), '
               WS-NEW-BREAK-DISPLAY ' NEW, '
               WS-UNMAPPED-DISPLAY ' UNMAPPED CUSIP, '
               WS-AGED-DISPLAY ' FOR SEGREGATION REVIEW, '
               WS-RESOLVED-DISPLAY ' RESOLVED'.

       END PROGRAM DEPREC.
