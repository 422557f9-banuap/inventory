       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCONFLD.
      ******************************************************************
      * PROGRAM: MFCONFLD - INBOUND MUTUAL-FUND CONFIRM LOADER
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: READ THE FUND COMPANIES' CONFIRM FILE (MFCONF.DAT),
      *          ONE ROW PER FUND ORDER MFORDOUT SENT, CARRYING THE NAV
      *          THE ORDER TRADED AT, THE SHARES, THE SALES LOAD OR
      *          REDEMPTION FEE CHARGED AND THE NET CASH. EACH CONFIRM
      *          IS MATCHED BACK TO ITS ORDER, FILLS IT THROUGH
      *          ORDMGMT (SHARES AT NAV - A DOLLAR ORDER LEARNS ITS
      *          SHARE COUNT HERE) AND POSTS THE BUY OR SEL THROUGH
      *          TRANPOST ON THE NAV DATE, WITH THE CONFIRM'S LOAD AS
      *          THE COMMISSION AND ITS REDEMPTION FEE AS FEES. A NAV
      *          DATE BEFORE TODAY POSTS AS-OF SO ASOFADJ CATCHES UP
      *          WHAT WAS COMPUTED WITHOUT IT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN EACH TIME A CONFIRM FILE
      *            ARRIVES FROM THE FUND COMPANIES.
      * NOTES: THE FILE PASSES THE COMMON INTAKE GATE (FILEGATE) ON ITS
      *        MFCONF.ENV ENVELOPE - COUNT AND GROSS-AMOUNT HASH - THE
      *        SAME AS EXECLOAD. A CONFIRM THAT MATCHES NO OPEN FUND
      *        ORDER, OR THAT ORDMGMT REFUSES, GOES ON THE EXCEPTION
      *        REPORT (MFCONFLD.EXC) AND EXCPQ. A POSTING TRANPOST
      *        REFUSES GOES TO SUSPQ AS WELL, FOR OPS TO RESUBMIT. A
      *        BUY WHOSE LOAD DIFFERS FROM THE BREAKPOINT QUOTE FILES
      *        AN EXCPQ WARNING BUT STILL POSTS AT THE CONFIRM'S LOAD.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MFCENV-FILE ASSIGN TO "MFCONF.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT MFCONF-FILE ASSIGN TO "MFCONF.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MFCONF-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "MFCONFLD.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MFCONF-FILE.
       01  MFCONF-RECORD.
           05  MFC-ORDER-ID              PIC X(16).
           05  MFC-ACCOUNT-ID            PIC X(12).
           05  MFC-SYMBOL                PIC X(12).
           05  MFC-SIDE                  PIC X(03).
               88  MFC-BUY               VALUE 'BUY'.
               88  MFC-SELL              VALUE 'SEL'.
           05  MFC-NAV-DATE              PIC X(08).
           05  MFC-NAV                   PIC 9(09)V9999.
           05  MFC-SHARES                PIC 9(09)V999.
           05  MFC-GROSS-AMOUNT          PIC 9(13)V99.
           05  MFC-LOAD-AMOUNT           PIC 9(09)V99.
           05  MFC-REDEMPTION-FEE        PIC 9(09)V99.
           05  MFC-NET-AMOUNT            PIC 9(13)V99.
           05  MFC-CONFIRM-REF           PIC X(20).
           05  FILLER                    PIC X(10).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE                PIC X(132).

       FD  MFCENV-FILE.
       COPY FILEENV.

       WORKING-STORAGE SECTION.
       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-SUSPQ-OPERATION            PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE          PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-MFCONF-STATUS              PIC XX.
           88  MFCONF-OK                 VALUE '00'.
           88  MFCONF-EOF                VALUE '10'.

       01  WS-EXC-STATUS                 PIC XX.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-ORDMGMT-OPERATION          PIC X(06).
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.
       01  WS-SUITABILITY-OVERRIDE       PIC X(01) VALUE SPACE.

       01  WS-TRANPOST-OPERATION         PIC X(06).
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

       01  WS-QUOTED-LOAD                PIC S9(09)V99 COMP-3.
       01  WS-REJECT-CODE                PIC 9(02).
       01  WS-REJECT-TEXT                PIC X(40).

       01  WS-QTY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.999.
       01  WS-PRICE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.9999.
       01  WS-LOAD-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-QUOTE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-POSTED-COUNT               PIC 9(07) COMP.
       01  WS-EXCEPTION-COUNT            PIC 9(07) COMP.
       01  WS-SUSPENDED-COUNT            PIC 9(07) COMP.
       01  WS-LOAD-DIFF-COUNT            PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-POSTED-DISPLAY             PIC ZZZZZZ9.
       01  WS-EXCEPTION-DISPLAY          PIC ZZZZZZ9.
       01  WS-SUSPENDED-DISPLAY          PIC ZZZZZZ9.
       01  WS-LOAD-DIFF-DISPLAY          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-CONFIRMS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-SUSPENDED-COUNT
           MOVE ZERO TO WS-LOAD-DIFF-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT MFCONF-FILE
           IF WS-MFCONF-STATUS = '35'
               DISPLAY 'MFCONFLD: NO MFCONF.DAT ON FILE - NOTHING TO '
                   'LOAD'
               STOP RUN
           END-IF
           IF WS-MFCONF-STATUS NOT = '00'
               DISPLAY 'MFCONFLD: UNABLE TO OPEN MFCONF.DAT, '
                   'STATUS = ' WS-MFCONF-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'MFCONFLD EXCEPTION REPORT ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       LOAD-CONFIRMS-PROCESS.
           READ MFCONF-FILE
               AT END SET MFCONF-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-CONFIRM UNTIL MFCONF-EOF.

       LOAD-ONE-CONFIRM.
           ADD 1 TO WS-SCANNED-COUNT

           PERFORM APPLY-ONE-CONFIRM THRU APPLY-ONE-CONFIRM-EXIT

           READ MFCONF-FILE
               AT END SET MFCONF-EOF TO TRUE
           END-READ.

       APPLY-ONE-CONFIRM.
           IF MFC-ORDER-ID = SPACES
              OR (NOT MFC-BUY AND NOT MFC-SELL)
              OR MFC-NAV-DATE NOT NUMERIC
              OR MFC-SHARES NOT GREATER THAN ZERO
              OR MFC-NAV NOT GREATER THAN ZERO
               MOVE 04 TO WS-REJECT-CODE
               MOVE 'CONFIRM INCOMPLETE OR INVALID' TO WS-REJECT-TEXT
               PERFORM WRITE-CONFIRM-EXCEPTION
               GO TO APPLY-ONE-CONFIRM-EXIT
           END-IF

      *    THE CONFIRM MUST ANSWER A FUND ORDER STILL WAITING ON ITS
      *    NAV - SAME ACCOUNT, FUND AND SIDE.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE MFC-ORDER-ID TO ORDER-ID OF WS-ORDER-RECORD
           MOVE 'READ  ' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               MOVE WS-ORDMGMT-RETURN-CODE TO WS-REJECT-CODE
               MOVE 'NO SUCH ORDER' TO WS-REJECT-TEXT
               PERFORM WRITE-CONFIRM-EXCEPTION
               GO TO APPLY-ONE-CONFIRM-EXIT
           END-IF
           IF NOT FUND-ORDER OF WS-ORDER-RECORD
              OR (NOT OPEN-ORDER OF WS-ORDER-RECORD
                  AND NOT WORKING-ORDER OF WS-ORDER-RECORD)
              OR ACCOUNT-ID OF WS-ORDER-RECORD NOT = MFC-ACCOUNT-ID
              OR SECURITY-SYMBOL OF WS-ORDER-RECORD NOT = MFC-SYMBOL
              OR ORDER-SIDE OF WS-ORDER-RECORD NOT = MFC-SIDE
               MOVE 11 TO WS-REJECT-CODE
               MOVE 'DOES NOT MATCH AN OPEN FUND ORDER'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-CONFIRM-EXCEPTION
               GO TO APPLY-ONE-CONFIRM-EXIT
           END-IF

           IF MFC-BUY
               PERFORM CHECK-CONFIRM-LOAD THRU CHECK-CONFIRM-LOAD-EXIT
           END-IF

           MOVE SPACES TO WS-ORDER-RECORD
           MOVE MFC-ORDER-ID TO ORDER-ID OF WS-ORDER-RECORD
           MOVE MFC-SHARES TO FILLED-QUANTITY OF WS-ORDER-RECORD
           MOVE MFC-NAV TO FILLED-PRICE OF WS-ORDER-RECORD
           MOVE 'FILL  ' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               MOVE WS-ORDMGMT-RETURN-CODE TO WS-REJECT-CODE
               MOVE 'FILL REFUSED BY ORDMGMT' TO WS-REJECT-TEXT
               PERFORM WRITE-CONFIRM-EXCEPTION
               GO TO APPLY-ONE-CONFIRM-EXIT
           END-IF

           PERFORM BUILD-CONFIRM-POSTING
      *    A NAV STRUCK ON AN EARLIER DAY IS A BACK-DATED TRADE.
           IF MFC-NAV-DATE < WS-CURRENT-DATE
               MOVE 'ASOF  ' TO WS-TRANPOST-OPERATION
           ELSE
               MOVE 'POST  ' TO WS-TRANPOST-OPERATION
           END-IF
           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER
           IF WS-TRANPOST-RETURN-CODE = 00
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               MOVE WS-TRANPOST-RETURN-CODE TO WS-REJECT-CODE
               MOVE 'FILLED, POSTING SUSPENDED' TO WS-REJECT-TEXT
               PERFORM WRITE-CONFIRM-EXCEPTION
               PERFORM FILE-CONFIRM-TO-SUSPENSE
           END-IF.

       APPLY-ONE-CONFIRM-EXIT.
           EXIT.

       CHECK-CONFIRM-LOAD.
      *    THE FUND COMPANY'S LOAD STANDS, BUT IF IT IS NOT WHAT THE
      *    BREAKPOINT SCHEDULE SAYS THE CUSTOMER OWES, SOMEBODY HAS
      *    TO CHASE IT - A MISSED BREAKPOINT IS A REFUND.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE MFC-ACCOUNT-ID TO ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE MFC-SYMBOL TO SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE 'BUY' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           COMPUTE TRANSACTION-AMOUNT OF WS-TRANSACTION-RECORD =
               MFC-GROSS-AMOUNT + MFC-LOAD-AMOUNT
           MOVE MFC-NAV TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE 'LOADQT' TO WS-TRANPOST-OPERATION
           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER
           IF WS-TRANPOST-RETURN-CODE NOT = 00
               GO TO CHECK-CONFIRM-LOAD-EXIT
           END-IF
           MOVE COMMISSION OF WS-TRANSACTION-RECORD TO WS-QUOTED-LOAD
           IF WS-QUOTED-LOAD = MFC-LOAD-AMOUNT
               GO TO CHECK-CONFIRM-LOAD-EXIT
           END-IF

           ADD 1 TO WS-LOAD-DIFF-COUNT
           MOVE MFC-LOAD-AMOUNT TO WS-LOAD-DISPLAY
           MOVE WS-QUOTED-LOAD TO WS-QUOTE-DISPLAY
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'MFCONFLD' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           MOVE MFC-ORDER-ID TO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           MOVE SPACES TO EX-REASON OF WS-EXCPQ-RECORD
           STRING 'FUND LOAD ' DELIMITED BY SIZE
                  WS-LOAD-DISPLAY DELIMITED BY SIZE
                  ' VS BREAKPOINT ' DELIMITED BY SIZE
                  WS-QUOTE-DISPLAY DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE.

       CHECK-CONFIRM-LOAD-EXIT.
           EXIT.

       BUILD-CONFIRM-POSTING.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE MFC-ACCOUNT-ID TO ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE MFC-SIDE TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           MOVE MFC-NET-AMOUNT TO
               TRANSACTION-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE MFC-NAV-DATE TO
               TRANSACTION-DATE OF WS-TRANSACTION-RECORD
           MOVE MFC-SYMBOL TO SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE MFC-SHARES TO QUANTITY OF WS-TRANSACTION-RECORD
           MOVE MFC-NAV TO PRICE OF WS-TRANSACTION-RECORD
           MOVE MFC-LOAD-AMOUNT TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE MFC-REDEMPTION-FEE TO FEES OF WS-TRANSACTION-RECORD
           MOVE MFC-NET-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE MFC-CONFIRM-REF TO
               TRADE-REF-NUMBER OF WS-TRANSACTION-RECORD
           MOVE MFC-ORDER-ID TO ORDER-ID OF WS-TRANSACTION-RECORD
           MOVE 'MFCONFLD' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'MFCONFLD' TO UPDATED-BY OF WS-TRANSACTION-RECORD.

       FILE-CONFIRM-TO-SUSPENSE.
      *    THE ORDER IS FILLED BUT THE MONEY DID NOT MOVE - THE
      *    POSTING GOES TO SUSPENSE FOR OPS TO FIX AND RESUBMIT.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'MFCONFLD' TO SQ-SOURCE OF WS-SUSPQ-RECORD
           MOVE WS-TRANPOST-RETURN-CODE TO
               SQ-REJECT-REASON OF WS-SUSPQ-RECORD
           MOVE WS-TRANSACTION-RECORD TO
               SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
           CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE
           ADD 1 TO WS-SUSPENDED-COUNT.

       WRITE-CONFIRM-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE MFC-SHARES TO WS-QTY-DISPLAY
           MOVE MFC-NAV TO WS-PRICE-DISPLAY
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'ORDER ' DELIMITED BY SIZE
                  MFC-ORDER-ID DELIMITED BY SIZE
                  ' SHARES ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  ' NAV ' DELIMITED BY SIZE
                  WS-PRICE-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-REJECT-CODE DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'MFCONFLD' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           SET EX-SEV-ERROR OF WS-EXCPQ-RECORD TO TRUE
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           MOVE MFC-ORDER-ID TO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           MOVE SPACES TO EX-REASON OF WS-EXCPQ-RECORD
           STRING 'FUND CONFIRM ' DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-REJECT-CODE DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): ENVELOPE COUNT AND
      *    GROSS-AMOUNT HASH MUST MATCH THE PRE-SCAN, AND A FILE
      *    ALREADY CONSUMED IS REFUSED - A CONFIRM POSTED TWICE
      *    WOULD BUY THE FUND TWICE. NO MFCONF.ENV YET LOADS
      *    UNVERIFIED WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT MFCENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'MFCONFLD: NO MFCONF.ENV ENVELOPE - '
                   'TRANSMISSION LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ MFCENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'MFCONFLD: MFCONF.ENV IS EMPTY - '
                       'TRANSMISSION LOADS UNVERIFIED'
                   CLOSE MFCENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE MFCENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ MFCONF-FILE
               AT END SET MFCONF-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-RECORD UNTIL MFCONF-EOF
           CLOSE MFCONF-FILE
           OPEN INPUT MFCONF-FILE
           IF WS-MFCONF-STATUS NOT = '00'
               DISPLAY 'MFCONFLD: UNABLE TO RE-OPEN MFCONF.DAT, '
                   'STATUS = ' WS-MFCONF-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'MFCONFLD: TRANSMISSION REFUSED BY THE '
                   'INTAKE GATE, RC=' WS-GATE-RETURN-CODE
                   ' - NOTHING LOADED'
               CLOSE MFCONF-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-RECORD.
           ADD 1 TO WS-ACTUAL-COUNT
           ADD MFC-GROSS-AMOUNT TO WS-ACTUAL-AMOUNT
           READ MFCONF-FILE
               AT END SET MFCONF-EOF TO TRUE
           END-READ.

       FINALIZE-PROCESS.
           IF ENV-FILE-ID OF WS-ENVELOPE NOT = SPACES
               MOVE 'CONSUM' TO WS-GATE-OPERATION
               CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                      WS-ENVELOPE,
                                      WS-ACTUAL-COUNT,
                                      WS-ACTUAL-AMOUNT,
                                      WS-GATE-RETURN-CODE
           END-IF
           CLOSE MFCONF-FILE
           CLOSE EXCEPTION-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-POSTED-COUNT TO WS-POSTED-DISPLAY
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-DISPLAY
           MOVE WS-SUSPENDED-COUNT TO WS-SUSPENDED-DISPLAY
           MOVE WS-LOAD-DIFF-COUNT TO WS-LOAD-DIFF-DISPLAY
           DISPLAY 'MFCONFLD: SCANNED ' WS-SCANNED-DISPLAY
               ' CONFIRM(S), POSTED ' WS-POSTED-DISPLAY
               ', EXCEPTIONS ' WS-EXCEPTION-DISPLAY
               ', SUSPENDED ' WS-SUSPENDED-DISPLAY
               ', LOAD DIFFERENCES ' WS-LOAD-DIFF-DISPLAY.

       END PROGRAM MFCONFLD.
