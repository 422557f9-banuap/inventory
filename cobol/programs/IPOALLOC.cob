       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPOALLOC.
      ******************************************************************
      * PROGRAM: IPOALLOC - NEW-ISSUE ALLOCATION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ALLOCATE EVERY PRICED OFFERING ON IPOOFFR.DAT ACROSS
      *          ITS INDICATIONS ON IPOIND.DAT. EACH INDICATION IS
      *          FIRST RE-CHECKED THROUGH IPOELIG - A CUSTOMER MAY
      *          HAVE BECOME A RESTRICTED PERSON SINCE THE BOOK WAS
      *          TAKEN - AND ONE WHOSE LIMIT IS UNDER THE OFFERING
      *          PRICE DROPS OUT. WHAT IS LEFT IS THE DEMAND:
      *            - DEMAND THE DEAL COVERS IS FILLED IN FULL
      *            - OTHERWISE METHOD 'P' GIVES EACH INDICATION ITS
      *              PRO RATA SHARE OF THE OFFERING
      *            - METHOD 'R' FIRST FILLS EACH INDICATION UP TO THE
      *              RULE MINIMUM, THEN SPLITS WHAT IS LEFT PRO RATA
      *              OVER THE DEMAND STILL UNFILLED (IF THE MINIMUMS
      *              ALONE OVERSUBSCRIBE THE DEAL IT FALLS BACK TO
      *              STRAIGHT PRO RATA)
      *          THE PER-ACCOUNT CAP LIMITS EVERY INDICATION FIRST,
      *          AND ALLOCATIONS ARE WHOLE SHARES - THE ODD SHARES
      *          LEFT GO BACK TO THE SYNDICATE DESK. EACH ALLOCATION
      *          IS WRITTEN AS A FILLED ORDMGMT ORDER AND A TRANPOST
      *          BUY AT THE OFFERING PRICE, SUBTYPE 'NISS', ON THE
      *          OFFERING'S TRADE AND SETTLEMENT DATES, WITH THE
      *          OFFERING ID IN TRANSACTION-DESC SO CONFGEN PRINTS
      *          THE PROSPECTUS-DELIVERY NOTE ON THE CONFIRMATION.
      *          THE BREAKDOWN IS APPENDED TO IPOALLOC.RPT.
      *          THE NEW SYMBOL MUST BE SET UP ON THE SECURITY MASTER
      *          BEFORE THE RUN - AN OFFERING WHOSE SYMBOL IS NOT ON
      *          SECMAST.DAT IS LEFT PRICED FOR THE NEXT RUN.
      * FUNCTIONS: STANDALONE BATCH - RUN ONCE THE DEAL IS PRICED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IPOOFFR-FILE ASSIGN TO "IPOOFFR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPO-OFFERING-ID
               FILE STATUS IS WS-OFFR-STATUS.

           SELECT IPOIND-FILE ASSIGN TO "IPOIND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-KEY
               FILE STATUS IS WS-IND-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL OF SECMAST-RECORD
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT IPOALLOC-RPT-FILE ASSIGN TO "IPOALLOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IPOOFFR-FILE.
       COPY IPOOFFR.

       FD  IPOIND-FILE.
       COPY IPOIND.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  IPOALLOC-RPT-FILE.
       01  IPOALLOC-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OFFR-STATUS                PIC XX.
           88  OFFR-EOF                  VALUE '10'.
       01  WS-IND-STATUS                 PIC XX.
           88  IND-EOF                   VALUE '10'.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-ELIG-REASON                PIC X(01).
       01  WS-ELIG-RC                    PIC 9(02).

      *    ALLOCATION ARITHMETIC FOR THE OFFERING IN HAND. SHARE
      *    COUNTS ARE WHOLE SHARES; THE SUMS ARE CARRIED WIDE ENOUGH
      *    FOR A BOOK OF MANY OVERSUBSCRIBED INDICATIONS.
       01  WS-REQUESTED-SHARES           PIC 9(09).
       01  WS-BASE-SHARES                PIC 9(09).
       01  WS-ALLOC-SHARES               PIC 9(09).
       01  WS-TOTAL-DEMAND               PIC S9(13) COMP-3.
       01  WS-MINIMUM-DEMAND             PIC S9(13) COMP-3.
       01  WS-PRO-RATA-POOL              PIC S9(13) COMP-3.
       01  WS-PRO-RATA-DEMAND            PIC S9(13) COMP-3.
       01  WS-SHARES-ALLOCATED           PIC S9(13) COMP-3.
       01  WS-SHARES-RETURNED            PIC S9(13) COMP-3.
       01  WS-ALLOC-AMOUNT               PIC S9(13)V99 COMP-3.

       01  WS-ALLOC-MODE-SW              PIC X(01).
           88  FILL-IN-FULL              VALUE 'F'.
           88  FILL-PRO-RATA             VALUE 'P'.
           88  FILL-BY-RULE              VALUE 'R'.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-IND-OUTCOME                PIC X(40).

       01  WS-OFFERINGS-COUNT            PIC 9(07) COMP.
       01  WS-INDICATIONS-COUNT          PIC 9(07) COMP.
       01  WS-ALLOCATED-COUNT            PIC 9(07) COMP.
       01  WS-RESTRICTED-COUNT           PIC 9(07) COMP.
       01  WS-OFFERINGS-DISPLAY          PIC ZZZZZZ9.
       01  WS-ALLOCATED-DISPLAY          PIC ZZZZZZ9.
       01  WS-RESTRICTED-DISPLAY         PIC ZZZZZZ9.
       01  WS-SHARES-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DEMAND-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-RETURNED-DISPLAY           PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-QTY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRICE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.9999.

       01  WS-ORDMGMT-OPERATION          PIC X(06).
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.
      *    THE INDICATION IS THE CUSTOMER'S OWN INSTRUCTION AND THE
      *    SHARES ARE ALREADY THE FIRM'S - LIKE A BLOCK ALLOCATION,
      *    THE FILL IS NOT RE-TESTED FOR SUITABILITY.
       01  WS-SUITABILITY-OVERRIDE       PIC X(01) VALUE 'Y'.

       01  WS-TRANPOST-OPERATION         PIC X(06) VALUE 'POST  '.
       01  WS-TRANPOST-RETURN-CODE       PIC 9(02).
       01  WS-TRANPOST-START-DATE        PIC X(08).
       01  WS-TRANPOST-END-DATE          PIC X(08).
       01  WS-TRANPOST-HISTORY-BUFFER.
           05  WS-TRANPOST-HIST-COUNT    PIC 9(03).
           05  WS-TRANPOST-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-THE-TRANSACTION-ID PIC X(16).
               10  WS-THE-TRANSACTION-TYPE PIC X(03).
               10  WS-THE-TRANSACTION-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-THE-TRANSACTION-DATE PIC X(08).
               10  WS-THE-TRANSACTION-STATUS PIC X(01).

       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       01  WS-SUSPQ-OPERATION            PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE          PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM ALLOCATE-OFFERINGS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-OFFERINGS-COUNT
           MOVE ZERO TO WS-INDICATIONS-COUNT
           MOVE ZERO TO WS-ALLOCATED-COUNT
           MOVE ZERO TO WS-RESTRICTED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE

           OPEN I-O IPOOFFR-FILE
           IF WS-OFFR-STATUS NOT = '00'
               DISPLAY 'IPOALLOC: NO IPOOFFR.DAT ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O IPOIND-FILE
           IF WS-IND-STATUS NOT = '00'
               DISPLAY 'IPOALLOC: NO IPOIND.DAT ON FILE - NOTHING '
                   'TO DO'
               CLOSE IPOOFFR-FILE
               STOP RUN
           END-IF

           OPEN INPUT SECMAST-FILE

           OPEN EXTEND IPOALLOC-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               OPEN OUTPUT IPOALLOC-RPT-FILE
           END-IF.

       ALLOCATE-OFFERINGS-PROCESS.
           MOVE LOW-VALUES TO IPO-OFFERING-ID
           START IPOOFFR-FILE KEY IS NOT LESS THAN IPO-OFFERING-ID
               INVALID KEY MOVE '10' TO WS-OFFR-STATUS
           END-START
           IF WS-OFFR-STATUS = '00'
               READ IPOOFFR-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-OFFR-STATUS
               END-READ
           END-IF
           PERFORM ALLOCATE-ONE-OFFERING THRU ALLOCATE-ONE-OFFERING-EXIT
               UNTIL WS-OFFR-STATUS NOT = '00'.

       ALLOCATE-ONE-OFFERING.
           IF NOT IPO-PRICED
               GO TO ALLOCATE-ONE-OFFERING-NEXT
           END-IF

           MOVE IPO-SYMBOL TO SEC-SYMBOL OF SECMAST-RECORD
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'IPOALLOC: ' IPO-SYMBOL ' FOR OFFERING '
                   IPO-OFFERING-ID ' IS NOT ON THE SECURITY MASTER'
                   ' - NOT ALLOCATED'
               GO TO ALLOCATE-ONE-OFFERING-NEXT
           END-IF

           ADD 1 TO WS-OFFERINGS-COUNT
           PERFORM WRITE-OFFERING-HEADER

      *    PASS 1 - SETTLE WHO IS IN THE BOOK AND WHAT THEY ASK FOR.
           MOVE ZERO TO WS-TOTAL-DEMAND
           MOVE ZERO TO WS-MINIMUM-DEMAND
           PERFORM START-INDICATION-SCAN
           PERFORM SCREEN-ONE-INDICATION THRU
               SCREEN-ONE-INDICATION-EXIT
               UNTIL WS-IND-STATUS NOT = '00'

           PERFORM SET-ALLOCATION-MODE

      *    PASS 2 - ALLOCATE, TRADE AND POST THE SURVIVORS.
           MOVE ZERO TO WS-SHARES-ALLOCATED
           PERFORM START-INDICATION-SCAN
           PERFORM ALLOCATE-ONE-INDICATION THRU
               ALLOCATE-ONE-INDICATION-EXIT
               UNTIL WS-IND-STATUS NOT = '00'

           SET IPO-ALLOCATED TO TRUE
           MOVE WS-SHARES-ALLOCATED TO IPO-SHARES-ALLOCATED
           MOVE WS-RUN-DATE TO IPO-ALLOCATED-DATE
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF IPOOFFR-RECORD
           MOVE 'IPOALLOC' TO UPDATED-BY OF IPOOFFR-RECORD
           REWRITE IPOOFFR-RECORD
           IF WS-OFFR-STATUS NOT = '00'
      *        THE TRADES ARE ON THE BOOKS BUT THE OFFERING STILL
      *        SHOWS PRICED - A RERUN WOULD ALLOCATE IT AGAIN.
               DISPLAY 'IPOALLOC: UNABLE TO MARK OFFERING '
                   IPO-OFFERING-ID ' ALLOCATED, STATUS = '
                   WS-OFFR-STATUS ' - DO NOT RERUN'
           END-IF
           PERFORM WRITE-OFFERING-TOTALS.

       ALLOCATE-ONE-OFFERING-NEXT.
           READ IPOOFFR-FILE NEXT RECORD
               AT END MOVE '10' TO WS-OFFR-STATUS
           END-READ.

       ALLOCATE-ONE-OFFERING-EXIT.
           EXIT.

       START-INDICATION-SCAN.
      *    IPOIND.DAT IS KEYED ACCOUNT + OFFERING, SO EACH PASS READS
      *    THE WHOLE BOOK AND PICKS OUT THIS OFFERING'S ROWS.
           MOVE LOW-VALUES TO IND-KEY
           START IPOIND-FILE KEY IS NOT LESS THAN IND-KEY
               INVALID KEY MOVE '10' TO WS-IND-STATUS
           END-START
           IF WS-IND-STATUS = '00'
               PERFORM READ-NEXT-INDICATION
           END-IF.

       READ-NEXT-INDICATION.
           READ IPOIND-FILE NEXT RECORD
               AT END MOVE '10' TO WS-IND-STATUS
           END-READ.

       SCREEN-ONE-INDICATION.
           IF IND-OFFERING-ID NOT = IPO-OFFERING-ID
              OR NOT IND-OPEN
               GO TO SCREEN-ONE-INDICATION-NEXT
           END-IF
           ADD 1 TO WS-INDICATIONS-COUNT

           CALL 'IPOELIG' USING IND-ACCOUNT-ID
                                WS-ELIG-REASON
                                WS-ELIG-RC
           IF WS-ELIG-RC NOT = 00
               SET IND-RESTRICTED TO TRUE
               MOVE WS-ELIG-REASON TO IND-RESTRICT-REASON
               ADD 1 TO WS-RESTRICTED-COUNT
               MOVE 'RESTRICTED PERSON - NOT FILLED' TO
                   WS-IND-OUTCOME
               PERFORM REWRITE-INDICATION
               GO TO SCREEN-ONE-INDICATION-NEXT
           END-IF

           IF IND-LIMIT-PRICE > ZERO
              AND IND-LIMIT-PRICE < IPO-OFFERING-PRICE
               SET IND-NOT-ALLOCATED TO TRUE
               MOVE 'PRICED ABOVE LIMIT - NOT FILLED' TO
                   WS-IND-OUTCOME
               PERFORM REWRITE-INDICATION
               GO TO SCREEN-ONE-INDICATION-NEXT
           END-IF

           PERFORM COMPUTE-REQUESTED-SHARES
           ADD WS-REQUESTED-SHARES TO WS-TOTAL-DEMAND
           ADD WS-BASE-SHARES TO WS-MINIMUM-DEMAND.

       SCREEN-ONE-INDICATION-NEXT.
           PERFORM READ-NEXT-INDICATION.

       SCREEN-ONE-INDICATION-EXIT.
           EXIT.

       COMPUTE-REQUESTED-SHARES.
           MOVE IND-SHARES-INDICATED TO WS-REQUESTED-SHARES
           IF IPO-MAX-PER-ACCOUNT > ZERO
              AND WS-REQUESTED-SHARES > IPO-MAX-PER-ACCOUNT
               MOVE IPO-MAX-PER-ACCOUNT TO WS-REQUESTED-SHARES
           END-IF
           MOVE WS-REQUESTED-SHARES TO WS-BASE-SHARES
           IF IPO-BY-RULE
              AND WS-BASE-SHARES > IPO-RULE-MIN-SHARES
               MOVE IPO-RULE-MIN-SHARES TO WS-BASE-SHARES
           END-IF.

       SET-ALLOCATION-MODE.
           IF WS-TOTAL-DEMAND NOT > IPO-SHARES-OFFERED
               SET FILL-IN-FULL TO TRUE
           ELSE
               IF IPO-BY-RULE
                  AND WS-MINIMUM-DEMAND NOT > IPO-SHARES-OFFERED
                   SET FILL-BY-RULE TO TRUE
                   COMPUTE WS-PRO-RATA-POOL =
                       IPO-SHARES-OFFERED - WS-MINIMUM-DEMAND
                   COMPUTE WS-PRO-RATA-DEMAND =
                       WS-TOTAL-DEMAND - WS-MINIMUM-DEMAND
               ELSE
                   SET FILL-PRO-RATA TO TRUE
                   MOVE IPO-SHARES-OFFERED TO WS-PRO-RATA-POOL
                   MOVE WS-TOTAL-DEMAND TO WS-PRO-RATA-DEMAND
               END-IF
           END-IF.

       ALLOCATE-ONE-INDICATION.
           IF IND-OFFERING-ID NOT = IPO-OFFERING-ID
              OR NOT IND-OPEN
               GO TO ALLOCATE-ONE-INDICATION-NEXT
           END-IF

           PERFORM COMPUTE-REQUESTED-SHARES
           EVALUATE TRUE
               WHEN FILL-IN-FULL
                   MOVE WS-REQUESTED-SHARES TO WS-ALLOC-SHARES
               WHEN FILL-BY-RULE
                   MOVE WS-BASE-SHARES TO WS-ALLOC-SHARES
                   IF WS-PRO-RATA-DEMAND > ZERO
                       COMPUTE WS-ALLOC-SHARES = WS-BASE-SHARES +
                           ((WS-REQUESTED-SHARES - WS-BASE-SHARES)
                            * WS-PRO-RATA-POOL) / WS-PRO-RATA-DEMAND
                   END-IF
               WHEN OTHER
                   COMPUTE WS-ALLOC-SHARES =
                       (WS-REQUESTED-SHARES * WS-PRO-RATA-POOL)
                       / WS-PRO-RATA-DEMAND
           END-EVALUATE

           MOVE WS-RUN-DATE TO IND-ALLOCATED-DATE
           IF WS-ALLOC-SHARES = ZERO
               SET IND-NOT-ALLOCATED TO TRUE
               MOVE ZERO TO IND-SHARES-ALLOCATED
               MOVE 'NO WHOLE SHARES - NOT FILLED' TO WS-IND-OUTCOME
               PERFORM REWRITE-INDICATION
               GO TO ALLOCATE-ONE-INDICATION-NEXT
           END-IF

           PERFORM PLACE-ALLOCATION-ORDER THRU
               PLACE-ALLOCATION-ORDER-EXIT
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               SET IND-ALLOC-FAILED TO TRUE
               MOVE ZERO TO IND-SHARES-ALLOCATED
               MOVE SPACES TO WS-IND-OUTCOME
               STRING 'ORDER REJECTED RC=' DELIMITED BY SIZE
                      WS-ORDMGMT-RETURN-CODE DELIMITED BY SIZE
                      INTO WS-IND-OUTCOME
               END-STRING
               PERFORM REWRITE-INDICATION
               GO TO ALLOCATE-ONE-INDICATION-NEXT
           END-IF

      *    THE ORDER IS FILLED, SO THE SHARES ARE THE CUSTOMER'S
      *    WHETHER OR NOT THE POSTING GOES THROUGH - A REJECTED
      *    POSTING GOES TO THE SUSPENSE QUEUE FOR OPS TO WORK.
           SET IND-ALLOCATED TO TRUE
           MOVE WS-ALLOC-SHARES TO IND-SHARES-ALLOCATED
           MOVE ORDER-ID OF WS-ORDER-RECORD TO IND-ORDER-ID
           ADD WS-ALLOC-SHARES TO WS-SHARES-ALLOCATED
           ADD 1 TO WS-ALLOCATED-COUNT

           PERFORM POST-ALLOCATION-BUY
           IF WS-TRANPOST-RETURN-CODE = 00
               MOVE 'ALLOCATED AND POSTED' TO WS-IND-OUTCOME
           ELSE
               PERFORM SUBMIT-TO-SUSPENSE
               MOVE SPACES TO WS-IND-OUTCOME
               STRING 'ALLOCATED - POSTING SUSPENDED RC='
                          DELIMITED BY SIZE
                      WS-TRANPOST-RETURN-CODE DELIMITED BY SIZE
                      INTO WS-IND-OUTCOME
               END-STRING
           END-IF
           PERFORM REWRITE-INDICATION.

       ALLOCATE-ONE-INDICATION-NEXT.
           PERFORM READ-NEXT-INDICATION.

       ALLOCATE-ONE-INDICATION-EXIT.
           EXIT.

       REWRITE-INDICATION.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF IPOIND-RECORD
           REWRITE IPOIND-RECORD
           IF WS-IND-STATUS NOT = '00'
               DISPLAY 'IPOALLOC: UNABLE TO UPDATE INDICATION '
                   IND-ACCOUNT-ID ' ON ' IND-OFFERING-ID
                   ', STATUS = ' WS-IND-STATUS
               MOVE '00' TO WS-IND-STATUS
           END-IF
           PERFORM WRITE-INDICATION-LINE.

       PLACE-ALLOCATION-ORDER.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE IND-ACCOUNT-ID TO ACCOUNT-ID OF WS-ORDER-RECORD
           MOVE IPO-SYMBOL TO SECURITY-SYMBOL OF WS-ORDER-RECORD
           SET BUY-ORDER OF WS-ORDER-RECORD TO TRUE
           SET MARKET-ORDER OF WS-ORDER-RECORD TO TRUE
           SET PRINCIPAL-ORDER-CAP OF WS-ORDER-RECORD TO TRUE
           MOVE WS-ALLOC-SHARES TO QUANTITY OF WS-ORDER-RECORD
           MOVE ZERO TO LIMIT-PRICE OF WS-ORDER-RECORD
           MOVE IPO-TRADE-DATE TO ORDER-DATE OF WS-ORDER-RECORD
           MOVE 'IPOALLOC' TO CREATED-BY OF WS-ORDER-RECORD
           MOVE 'IPOALLOC' TO UPDATED-BY OF WS-ORDER-RECORD

           MOVE 'CREATE' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               GO TO PLACE-ALLOCATION-ORDER-EXIT
           END-IF

           MOVE WS-ALLOC-SHARES TO FILLED-QUANTITY OF WS-ORDER-RECORD
           MOVE IPO-OFFERING-PRICE TO FILLED-PRICE OF WS-ORDER-RECORD
           MOVE 'FILL  ' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE.

       PLACE-ALLOCATION-ORDER-EXIT.
           EXIT.

       POST-ALLOCATION-BUY.
           COMPUTE WS-ALLOC-AMOUNT ROUNDED =
               WS-ALLOC-SHARES * IPO-OFFERING-PRICE

           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE IND-ACCOUNT-ID TO ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE 'BUY' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           MOVE 'NISS' TO TRANSACTION-SUBTYPE OF WS-TRANSACTION-RECORD
           MOVE WS-ALLOC-AMOUNT TO TRANSACTION-AMOUNT OF
               WS-TRANSACTION-RECORD
           MOVE IPO-TRADE-DATE TO TRANSACTION-DATE OF
               WS-TRANSACTION-RECORD
           MOVE IPO-SETTLEMENT-DATE TO SETTLEMENT-DATE OF
               WS-TRANSACTION-RECORD
           MOVE IPO-SYMBOL TO SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE WS-ALLOC-SHARES TO QUANTITY OF WS-TRANSACTION-RECORD
           MOVE IPO-OFFERING-PRICE TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-ALLOC-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE ORDER-ID OF WS-ORDER-RECORD TO
               ORDER-ID OF WS-TRANSACTION-RECORD
           MOVE SPACES TO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           STRING 'NEW ISSUE ' DELIMITED BY SIZE
                  IPO-OFFERING-ID DELIMITED BY SIZE
                  INTO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           END-STRING
           MOVE 'IPOALLOC' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'IPOALLOC' TO UPDATED-BY OF WS-TRANSACTION-RECORD

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER.

       SUBMIT-TO-SUSPENSE.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'IPOALLOC' TO SQ-SOURCE OF WS-SUSPQ-RECORD
           MOVE WS-TRANPOST-RETURN-CODE TO
               SQ-REJECT-REASON OF WS-SUSPQ-RECORD
           MOVE WS-TRANSACTION-RECORD TO
               SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
           CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE.

       WRITE-OFFERING-HEADER.
           MOVE IPO-OFFERING-PRICE TO WS-PRICE-DISPLAY
           MOVE IPO-SHARES-OFFERED TO WS-SHARES-DISPLAY
           MOVE SPACES TO IPOALLOC-RPT-LINE
           STRING 'OFFERING ' DELIMITED BY SIZE
                  IPO-OFFERING-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IPO-SYMBOL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IPO-ISSUER-NAME DELIMITED BY SIZE
                  ' SHARES ' DELIMITED BY SIZE
                  WS-SHARES-DISPLAY DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-PRICE-DISPLAY DELIMITED BY SIZE
                  ' METHOD ' DELIMITED BY SIZE
                  IPO-ALLOC-METHOD DELIMITED BY SIZE
                  INTO IPOALLOC-RPT-LINE
           END-STRING
           WRITE IPOALLOC-RPT-LINE.

       WRITE-INDICATION-LINE.
           MOVE IND-SHARES-INDICATED TO WS-QTY-DISPLAY
           MOVE IND-SHARES-ALLOCATED TO WS-SHARES-DISPLAY
           MOVE SPACES TO IPOALLOC-RPT-LINE
           STRING '  ACCOUNT ' DELIMITED BY SIZE
                  IND-ACCOUNT-ID DELIMITED BY SIZE
                  ' INDICATED ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  ' ALLOCATED ' DELIMITED BY SIZE
                  WS-SHARES-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IND-OUTCOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IND-RESTRICT-REASON DELIMITED BY SIZE
                  INTO IPOALLOC-RPT-LINE
           END-STRING
           WRITE IPOALLOC-RPT-LINE.

       WRITE-OFFERING-TOTALS.
           COMPUTE WS-SHARES-RETURNED =
               IPO-SHARES-OFFERED - WS-SHARES-ALLOCATED
           MOVE WS-TOTAL-DEMAND TO WS-DEMAND-DISPLAY
           MOVE WS-SHARES-ALLOCATED TO WS-SHARES-DISPLAY
           MOVE WS-SHARES-RETURNED TO WS-RETURNED-DISPLAY
           MOVE SPACES TO IPOALLOC-RPT-LINE
           STRING '  ELIGIBLE DEMAND ' DELIMITED BY SIZE
                  WS-DEMAND-DISPLAY DELIMITED BY SIZE
                  ' ALLOCATED ' DELIMITED BY SIZE
                  WS-SHARES-DISPLAY DELIMITED BY SIZE
                  ' RETURNED TO SYNDICATE ' DELIMITED BY SIZE
                  WS-RETURNED-DISPLAY DELIMITED BY SIZE
                  INTO IPOALLOC-RPT-LINE
           END-STRING
           WRITE IPOALLOC-RPT-LINE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
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
           CLOSE IPOOFFR-FILE
           CLOSE IPOIND-FILE
           CLOSE SECMAST-FILE
           CLOSE IPOALLOC-RPT-FILE

           MOVE WS-OFFERINGS-COUNT TO WS-OFFERINGS-DISPLAY
           MOVE WS-ALLOCATED-COUNT TO WS-ALLOCATED-DISPLAY
           MOVE WS-RESTRICTED-COUNT TO WS-RESTRICTED-DISPLAY
           DISPLAY 'IPOALLOC: ALLOCATED ' WS-OFFERINGS-DISPLAY
               ' OFFERING(S) - ' WS-ALLOCATED-DISPLAY
               ' ACCOUNT(S) FILLED, ' WS-RESTRICTED-DISPLAY
               ' RESTRICTED'.

       END PROGRAM IPOALLOC.
