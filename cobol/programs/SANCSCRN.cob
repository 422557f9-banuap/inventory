      * NOTES: THE WATCH LIST IS READ INTO AN IN-MEMORY TABLE FIRST
      *        (THE SAME TECHNIQUE THE OTHER MATCHING BATCHES USE) SO
      *        CUSTOMER.DAT IS SCANNED EXACTLY ONCE.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ALSO RE-SCREEN EVERY BENEFICIAL OWNER AND CONTROL
      *             PERSON ON BENOWN.DAT. A HIT MARKS THE OWNER ROW,
      *             FREEZES THE ENTITY'S ACCOUNTS AND WRITES AN OWNER
      *             LINE ON SANCSCRN.RPT; CLEAR ROWS GET THE SCREEN
      *             DATE. SKIPPED WHEN NO BENOWN.DAT IS ON FILE.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BENOWN-FILE ASSIGN TO "BENOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BENOWN-STATUS.

           SELECT SANCSCRN-RPT-FILE ASSIGN TO "SANCSCRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  BENOWN-FILE.
       COPY BENOWN.

       FD  SANCSCRN-RPT-FILE.
       01  SANCSCRN-RPT-LINE             PIC X(132).


       01  WS-ACCT-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-BENOWN-STATUS              PIC XX.
           88  BENOWN-OK                 VALUE '00'.
           88  BENOWN-EOF                VALUE '10'.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-MATCH-INDEX                PIC 9(04).

       01  WS-CANDIDATE-NAME             PIC X(50).
       01  WS-SCREEN-SSN                 PIC X(11).
       01  WS-SCREEN-COMPANY             PIC X(50).
       01  WS-SEARCH-CUSTOMER-ID         PIC X(10).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-MATCH-COUNT                PIC 9(07) COMP.
       01  WS-FROZEN-COUNT               PIC 9(07) COMP.
       01  WS-OWNER-COUNT                PIC 9(07) COMP.
       01  WS-OWNER-MATCH-COUNT          PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-MATCH-DISPLAY              PIC ZZZZZZ9.
       01  WS-FROZEN-DISPLAY             PIC ZZZZZZ9.
       01  WS-OWNER-DISPLAY              PIC ZZZZZZ9.
       01  WS-OWNER-MATCH-DISPLAY        PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-WATCH-TABLE-PROCESS
           PERFORM SCREEN-CUSTOMERS-PROCESS
           PERFORM SCREEN-OWNERS-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-FROZEN-COUNT
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE ZERO TO WS-OWNER-MATCH-COUNT
           MOVE ZERO TO WS-ENTRY-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           IF WS-WATCH-STATUS = '35'
               DISPLAY 'SANCSCRN: NO WATCHLST.DAT ON FILE - NOTHING '
                   'TO SCREEN AGAINST'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           IF WS-WATCH-STATUS NOT = '00'
               DISPLAY 'SANCSCRN: UNABLE TO OPEN WATCHLST.DAT, '
                   'STATUS = ' WS-WATCH-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CUSTOMER-FILE
               DISPLAY 'SANCSCRN: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUST-STATUS
               CLOSE WATCHLST-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
                   'STATUS = ' WS-ACCT-STATUS
               CLOSE WATCHLST-FILE
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SANCSCRN-RPT-FILE
               CLOSE WATCHLST-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO SANCSCRN-RPT-LINE
           IF CUSTOMER-MATCHED
               ADD 1 TO WS-MATCH-COUNT
               PERFORM WRITE-MATCH-REPORT-LINE
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO
                   WS-SEARCH-CUSTOMER-ID
               PERFORM FREEZE-CUSTOMER-ACCOUNTS
           END-IF

           READ CUSTOMER-FILE NEXT RECORD.

       SCREEN-OWNERS-PROCESS.
      *    THE PEOPLE BEHIND ENTITY CUSTOMERS. A HIT FREEZES THE
      *    ENTITY'S ACCOUNTS THE SAME AS A HIT ON THE ENTITY ITSELF.
           OPEN I-O BENOWN-FILE
           IF WS-BENOWN-STATUS NOT = '00'
               DISPLAY 'SANCSCRN: NO BENOWN.DAT ON FILE - OWNER '
                   'SCREENING SKIPPED'
           ELSE
               READ BENOWN-FILE NEXT RECORD
               PERFORM SCREEN-ONE-OWNER UNTIL NOT BENOWN-OK
               CLOSE BENOWN-FILE
           END-IF.

       SCREEN-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT

           PERFORM MATCH-OWNER-TO-LIST
           IF CUSTOMER-MATCHED
               ADD 1 TO WS-OWNER-MATCH-COUNT
               SET BO-SCREEN-HIT TO TRUE
               PERFORM WRITE-OWNER-REPORT-LINE
               MOVE BO-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
               PERFORM FREEZE-CUSTOMER-ACCOUNTS
           ELSE
      *        A HIT STANDS UNTIL COMPLIANCE CLEARS IT ON THE ROW.
               IF NOT BO-SCREEN-HIT
                   SET BO-SCREEN-CLEAR TO TRUE
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO BO-SCREEN-DATE
           REWRITE BENOWN-RECORD

           READ BENOWN-FILE NEXT RECORD.

       MATCH-OWNER-TO-LIST.
           MOVE 'N' TO WS-MATCH-SW
           MOVE ZERO TO WS-MATCH-INDEX

           MOVE SPACES TO WS-CANDIDATE-NAME
           STRING BO-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BO-LAST-NAME DELIMITED BY SPACE
                  INTO WS-CANDIDATE-NAME
           END-STRING
           MOVE BO-SSN TO WS-SCREEN-SSN
           MOVE SPACES TO WS-SCREEN-COMPANY

           MOVE 1 TO WS-ENTRY-INDEX
           PERFORM MATCH-ONE-WATCH-ENTRY
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               OR CUSTOMER-MATCHED.

       MATCH-CUSTOMER-TO-LIST.
           MOVE 'N' TO WS-MATCH-SW
           MOVE ZERO TO WS-MATCH-INDEX
                  LAST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                  INTO WS-CANDIDATE-NAME
           END-STRING
           MOVE SSN-EIN OF CUSTOMER-RECORD TO WS-SCREEN-SSN
           MOVE COMPANY-NAME OF CUSTOMER-RECORD TO WS-SCREEN-COMPANY

           MOVE 1 TO WS-ENTRY-INDEX
           PERFORM MATCH-ONE-WATCH-ENTRY
       MATCH-ONE-WATCH-ENTRY.
           IF (WS-TBL-SSN-EIN(WS-ENTRY-INDEX) NOT = SPACES
               AND WS-TBL-SSN-EIN(WS-ENTRY-INDEX) =
                   WS-SCREEN-SSN)
              OR (WS-TBL-LISTED-NAME(WS-ENTRY-INDEX) NOT = SPACES
                  AND (WS-TBL-LISTED-NAME(WS-ENTRY-INDEX) =
                           WS-CANDIDATE-NAME
                       OR (WS-SCREEN-COMPANY NOT = SPACES
                           AND WS-TBL-LISTED-NAME(WS-ENTRY-INDEX) =
                               WS-SCREEN-COMPANY)))
               SET CUSTOMER-MATCHED TO TRUE
               MOVE WS-ENTRY-INDEX TO WS-MATCH-INDEX
           ELSE
           END-STRING
           WRITE SANCSCRN-RPT-LINE.

       WRITE-OWNER-REPORT-LINE.
           MOVE SPACES TO SANCSCRN-RPT-LINE
           STRING 'OWNER    ' DELIMITED BY SIZE
                  BO-CUSTOMER-ID DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  BO-OWNER-SEQ DELIMITED BY SIZE
                  ' MATCHES LIST ENTRY ' DELIMITED BY SIZE
                  WS-TBL-ENTRY-ID(WS-MATCH-INDEX) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-TBL-LIST-NAME(WS-MATCH-INDEX) DELIMITED BY SIZE
                  ') ' DELIMITED BY SIZE
                  WS-TBL-LISTED-NAME(WS-MATCH-INDEX) DELIMITED BY
                      SIZE
                  INTO SANCSCRN-RPT-LINE
           END-STRING
           WRITE SANCSCRN-RPT-LINE.

       FREEZE-CUSTOMER-ACCOUNTS.
      *    CALLER SETS WS-SEARCH-CUSTOMER-ID.
           MOVE WS-SEARCH-CUSTOMER-ID TO
               CUSTOMER-ID OF ACCOUNT-RECORD

           START ACCOUNT-FILE KEY >= CUSTOMER-ID OF ACCOUNT-RECORD
           MOVE WS-FROZEN-COUNT TO WS-FROZEN-DISPLAY
           DISPLAY 'SANCSCRN: SCREENED ' WS-SCANNED-DISPLAY
               ' CUSTOMER(S), MATCHED ' WS-MATCH-DISPLAY
               ', ACCOUNTS FROZEN ' WS-FROZEN-DISPLAY
           MOVE WS-OWNER-COUNT TO WS-OWNER-DISPLAY
           MOVE WS-OWNER-MATCH-COUNT TO WS-OWNER-MATCH-DISPLAY
           DISPLAY 'SANCSCRN: SCREENED ' WS-OWNER-DISPLAY
               ' BENEFICIAL OWNER(S), MATCHED '
               WS-OWNER-MATCH-DISPLAY.

       END PROGRAM SANCSCRN.
