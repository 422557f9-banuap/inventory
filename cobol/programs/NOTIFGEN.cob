      *          AND WHEN.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN DAILY, AFTER THE
      *            COMPLIANCE SWEEPS.
      * MODIFICATION HISTORY:
      * 2026-10-15  NOTICES NOW FOLLOW THE CUSTOMER'S DELIVPRF NOTICE
      *             CHANNEL: A CUSTOMER WHO CONSENTED TO ELECTRONIC
      *             NOTICES AND HAS AN E-MAIL ADDRESS ON FILE GETS THE
      *             NOTICE BLOCK ON THE E-DELIVERY FEED NOTICES.EDL
      *             INSTEAD OF THE PRINT RUN (AND IS NOT SUPPRESSED FOR
      *             A BAD POSTAL ADDRESS). NO DELIVPRF.DAT MEANS EVERY
      *             NOTICE PRINTS, AS BEFORE.
      * 2026-10-15  A 'FEESUMM ' NOTICE CARRIES THE ANNUAL FEES-AND-
      *             COSTS SUMMARY: THE CATEGORY-BY-QUARTER TABLE IS
      *             PRINTED UNDER THE NOTICE FROM THE FEEARCH.DAT ROW
      *             FEESUMM ARCHIVED FOR THE ACCOUNT AND YEAR.
      * 2026-10-15  A NOTICE FOR AN ACCOUNT INTRODUCED BY A
      *             CORRESPONDENT FIRM NOW OPENS WITH THAT FIRM'S
      *             BRAND NAME, ADDRESS, TELEPHONE AND CLEARING LEGEND
      *             OFF CORRMAST.DAT, ON BOTH THE PRINT RUN AND THE
      *             E-DELIVERY FEED. THE ACCOUNT'S CORRESPONDENT-ID IS
      *             READ FROM ACCOUNT.DAT; WITHOUT EITHER FILE, OR FOR
      *             A CORRESPONDENT NOT ON FILE, THE NOTICE GOES OUT
      *             UNBRANDED AS BEFORE.
      * 2026-10-15  AN 'ACCTREC ' NOTICE IS THE PERIODIC ACCOUNT RECORD
      *             MAILING ACCTREC QUEUES: THE CUSTOMER'S PROFILE AS IT
      *             STANDS ON CUSTOMER.DAT (NAME, ADDRESS, INVESTMENT
      *             OBJECTIVE, RISK TOLERANCE, ANNUAL INCOME, NET WORTH,
      *             EMPLOYMENT) IS PRINTED UNDER THE NOTICE FOR THE
      *             CUSTOMER TO CHECK AND CORRECT.
      * 2026-10-15  ADDRESS-CHANGE NOTICES FROM CUSTMGMT: 'ADDRCHGN'
      *             GOES OUT LIKE ANY OTHER NOTICE WITH THE OLD AND NEW
      *             ADDRESS; 'ADDRCHGO' ALWAYS PRINTS AND IS MAILED TO
      *             THE PRIOR ADDRESS FILED ON ADDRCHG.DAT, AND IS NOT
      *             SUPPRESSED FOR A BAD-ADDRESS FLAG, WHICH SPEAKS FOR
      *             THE NEW ADDRESS ONLY.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT EDELIV-FILE ASSIGN TO "NOTICES.EDL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EDL-STATUS.

           SELECT DELIVPRF-FILE ASSIGN TO "DELIVPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CUSTOMER-ID
               FILE STATUS IS WS-DLV-STATUS.

           SELECT FEEARCH-FILE ASSIGN TO "FEEARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-FEEARCH-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORR-STATUS.

           SELECT ADDRCHG-FILE ASSIGN TO "ADDRCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-ADDRCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFQ-FILE.
       FD  NOTICE-FILE.
       01  NOTICE-LINE                   PIC X(132).

       FD  EDELIV-FILE.
       01  EDELIV-LINE                   PIC X(132).

       FD  DELIVPRF-FILE.
       COPY DELIVPRF.

       FD  FEEARCH-FILE.
       COPY FEEARCH.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CORRMAST-FILE.
       COPY CORRMAST.

       FD  ADDRCHG-FILE.
       COPY ADDRCHG.

       WORKING-STORAGE SECTION.
       01  WS-NOTIFQ-STATUS              PIC XX.
           88  NOTIFQ-OK                 VALUE '00'.

       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-NOTICE-STATUS              PIC XX.
       01  WS-EDL-STATUS                 PIC XX.
       01  WS-DLV-STATUS                 PIC XX.
       01  WS-FEEARCH-STATUS             PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CORR-STATUS                PIC XX.
       01  WS-ADDRCHG-STATUS             PIC XX.

       01  WS-PREFS-AVAILABLE-SW         PIC X(01) VALUE 'N'.
           88  PREFS-AVAILABLE           VALUE 'Y'.
       01  WS-FEEARCH-AVAILABLE-SW       PIC X(01) VALUE 'N'.
           88  FEEARCH-AVAILABLE         VALUE 'Y'.
       01  WS-BRANDING-AVAILABLE-SW      PIC X(01) VALUE 'N'.
           88  BRANDING-AVAILABLE        VALUE 'Y'.
       01  WS-BRANDED-SW                 PIC X(01) VALUE 'N'.
           88  BRANDED-NOTICE            VALUE 'Y'.
       01  WS-ADDRCHG-AVAILABLE-SW       PIC X(01) VALUE 'N'.
           88  ADDRCHG-AVAILABLE         VALUE 'Y'.
       01  WS-ADDRCHG-FOUND-SW           PIC X(01) VALUE 'N'.
           88  ADDRCHG-FOUND             VALUE 'Y'.
       01  WS-ROUTE-SW                   PIC X(01) VALUE 'P'.
           88  ROUTE-ELECTRONIC          VALUE 'E'.
           88  ROUTE-PRINT               VALUE 'P'.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-SUPPRESSED-DISPLAY         PIC ZZZZZZ9.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-SENT-DISPLAY               PIC ZZZZZZ9.
       01  WS-EDELIV-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-EDELIV-DISPLAY             PIC ZZZZZZ9.

       01  WS-CAT-INDEX                  PIC 9(01).
       01  WS-FEE-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FD-LABEL               PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FD-QUARTER OCCURS 4 TIMES.
               10  WS-FD-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(02) VALUE SPACES.
           05  WS-FD-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(25) VALUE SPACES.

       01  WS-PROFILE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-LABEL               PIC X(24).
           05  WS-PL-VALUE               PIC X(80).
           05  FILLER                    PIC X(26) VALUE SPACES.
       01  WS-INCOME-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET-WORTH-DISPLAY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY PRINT-LINE.
       01  WS-PAGE-DISPLAY               PIC ZZZ9.
               CLOSE NOTIFQ-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT EDELIV-FILE
           IF WS-EDL-STATUS NOT = '00'
               DISPLAY 'NOTIFGEN: UNABLE TO OPEN NOTICES.EDL, '
                   'STATUS = ' WS-EDL-STATUS
               CLOSE NOTIFQ-FILE
               CLOSE CUSTOMER-FILE
               CLOSE NOTICE-FILE
               STOP RUN
           END-IF

           OPEN INPUT DELIVPRF-FILE
           IF WS-DLV-STATUS = '00'
               SET PREFS-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT FEEARCH-FILE
           IF WS-FEEARCH-STATUS = '00'
               SET FEEARCH-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT ADDRCHG-FILE
           IF WS-ADDRCHG-STATUS = '00'
               SET ADDRCHG-AVAILABLE TO TRUE
           END-IF

      *    BRANDING NEEDS BOTH THE ACCOUNT (FOR ITS CORRESPONDENT-ID)
      *    AND THE CORRESPONDENT MASTER - NO CORRMAST.DAT MEANS WE
      *    CLEAR FOR NOBODY AND EVERY NOTICE IS IN OUR OWN NAME.
           OPEN INPUT CORRMAST-FILE
           IF WS-CORR-STATUS = '00'
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS = '00'
                   SET BRANDING-AVAILABLE TO TRUE
               ELSE
                   CLOSE CORRMAST-FILE
               END-IF
           END-IF.

       SEND-NOTICES-PROCESS.

           IF NQ-PENDING
               PERFORM LOOKUP-MAILING-BLOCK THRU LOOKUP-MAILING-EXIT
               PERFORM SET-NOTICE-ROUTE
      *        MAIL TO AN ADDRESS RETMAIL FLAGGED UNDELIVERABLE
      *        JUST COMES BACK - THE NOTICE IS SUPPRESSED, COUNTED,
      *        AND THE ROW CLOSED SO IT DOES NOT PILE UP PENDING. THE
      *        PRIOR-ADDRESS CHANGE NOTICE IS NOT MAILED THERE.
               IF ROUTE-ELECTRONIC
                   PERFORM PRINT-NOTICE-BLOCK
                   ADD 1 TO WS-EDELIV-COUNT
               ELSE
                   IF ADDRESS-FOUND
                      AND ADDRESS-UNDELIVERABLE OF CUSTOMER-RECORD
                      AND NQ-NOTICE-TYPE NOT = 'ADDRCHGO'
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       PERFORM PRINT-NOTICE-BLOCK
                   END-IF
               END-IF
               SET NQ-SENT TO TRUE
               MOVE WS-CURRENT-DATE TO NQ-SENT-DATE

       PRINT-NOTICE-BLOCK.
           PERFORM LOOKUP-MAILING-BLOCK THRU LOOKUP-MAILING-EXIT
           PERFORM LOOKUP-ADDRESS-CHANGE

           MOVE PRINT-RULE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           IF BRANDED-NOTICE
               PERFORM WRITE-BRANDING-BLOCK
           END-IF

           MOVE SPACES TO NOTICE-LINE
           STRING 'NOTICE ' DELIMITED BY SIZE
                  NQ-NOTICE-TYPE DELIMITED BY SIZE
           END-STRING
           PERFORM EMIT-NOTICE-LINE

           IF ROUTE-ELECTRONIC
               MOVE SPACES TO NOTICE-LINE
               STRING '  E-MAIL: ' DELIMITED BY SIZE
                      EMAIL-ADDRESS OF CUSTOMER-RECORD DELIMITED BY
                          SIZE
                      INTO NOTICE-LINE
               END-STRING
               PERFORM EMIT-NOTICE-LINE
           ELSE
               IF NQ-NOTICE-TYPE = 'ADDRCHGO'
                   PERFORM WRITE-PRIOR-ADDRESS-BLOCK
               ELSE
                   IF ADDRESS-FOUND
                       MOVE SPACES TO NOTICE-LINE
                       STRING '  ' DELIMITED BY SIZE
                              ADDRESS-LINE1 OF CUSTOMER-RECORD
                                  DELIMITED BY SIZE
                              INTO NOTICE-LINE
                       END-STRING
                       PERFORM EMIT-NOTICE-LINE

                       MOVE SPACES TO NOTICE-LINE
                       STRING '  ' DELIMITED BY SIZE
                              CITY OF CUSTOMER-RECORD DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              STATE OF CUSTOMER-RECORD DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              ZIP-CODE OF CUSTOMER-RECORD
                                  DELIMITED BY SIZE
                              INTO NOTICE-LINE
                       END-STRING
                       PERFORM EMIT-NOTICE-LINE
                   ELSE
                       MOVE '  NO MAILING ADDRESS ON FILE' TO
                           NOTICE-LINE
                       PERFORM EMIT-NOTICE-LINE
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO NOTICE-LINE
           END-STRING
           PERFORM EMIT-NOTICE-LINE

           IF NQ-NOTICE-TYPE = 'FEESUMM '
               PERFORM WRITE-FEE-SUMMARY-DETAIL THRU
                   WRITE-FEE-SUMMARY-EXIT
           END-IF

           IF NQ-NOTICE-TYPE = 'ACCTREC '
               PERFORM WRITE-ACCOUNT-RECORD-DETAIL THRU
                   WRITE-ACCOUNT-RECORD-EXIT
           END-IF

           IF NQ-NOTICE-TYPE = 'ADDRCHGN' OR 'ADDRCHGO'
               PERFORM WRITE-ADDRESS-CHANGE-DETAIL
           END-IF

           MOVE PRINT-BLANK-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE.

       LOOKUP-MAILING-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           MOVE SPACES TO WS-MAILING-NAME
           PERFORM LOOKUP-CORRESPONDENT

           IF NQ-CUSTOMER-ID = SPACES
               GO TO LOOKUP-MAILING-EXIT
       LOOKUP-MAILING-EXIT.
           EXIT.

       LOOKUP-CORRESPONDENT.
           MOVE 'N' TO WS-BRANDED-SW
           IF BRANDING-AVAILABLE
               MOVE NQ-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS = '00'
                  AND NOT SELF-CLEARED-ACCOUNT OF ACCOUNT-RECORD
                   MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                       CO-CORRESPONDENT-ID
                   READ CORRMAST-FILE
                   IF WS-CORR-STATUS = '00'
                       SET BRANDED-NOTICE TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-BRANDING-BLOCK.
           MOVE SPACES TO NOTICE-LINE
           MOVE CO-BRAND-NAME TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING CO-BRAND-ADDRESS-1 DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  CO-BRAND-ADDRESS-2 DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  CO-BRAND-PHONE DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING
           PERFORM EMIT-NOTICE-LINE

           IF CO-BRAND-LEGEND NOT = SPACES
               MOVE SPACES TO NOTICE-LINE
               MOVE CO-BRAND-LEGEND TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF.

       SET-NOTICE-ROUTE.
      *    NOBODY GOES ELECTRONIC WITHOUT A RECORDED CONSENT - AND
      *    WITHOUT AN E-MAIL ADDRESS TO SEND TO, THE NOTICE PRINTS.
      *    THE PRIOR-ADDRESS CHANGE NOTICE IS PAPER TO THE OLD ADDRESS
      *    WHATEVER THE CUSTOMER CHOSE.
           SET ROUTE-PRINT TO TRUE
           IF NQ-NOTICE-TYPE NOT = 'ADDRCHGO'
              AND PREFS-AVAILABLE
              AND ADDRESS-FOUND
              AND EMAIL-ADDRESS OF CUSTOMER-RECORD NOT = SPACES
               MOVE NQ-CUSTOMER-ID TO DP-CUSTOMER-ID
               READ DELIVPRF-FILE
               IF WS-DLV-STATUS = '00'
                  AND DP-NOTC-ELECTRONIC
                   SET ROUTE-ELECTRONIC TO TRUE
               END-IF
           END-IF.

       WRITE-FEE-SUMMARY-DETAIL.
      *    THE SUMMARY YEAR IS IN EVENT-DATA POSITIONS 6-9, AS
      *    FEESUMM QUEUED IT.
           IF NOT FEEARCH-AVAILABLE
               GO TO WRITE-FEE-SUMMARY-EXIT
           END-IF
           MOVE NQ-ACCOUNT-ID TO FA-ACCOUNT-ID
           MOVE NQ-EVENT-DATA(6:4) TO FA-YEAR
           READ FEEARCH-FILE
           IF WS-FEEARCH-STATUS NOT = '00'
               MOVE '  DETAIL NOT ON FILE - CALL YOUR BRANCH FOR A COPY'
                   TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE
               GO TO WRITE-FEE-SUMMARY-EXIT
           END-IF

           MOVE PRINT-BLANK-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING '  CATEGORY                  ' DELIMITED BY SIZE
                  '     QUARTER 1       QUARTER 2 ' DELIMITED BY SIZE
                  '      QUARTER 3       QUARTER 4' DELIMITED BY SIZE
                  '       YEAR TOTAL' DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING
           PERFORM EMIT-NOTICE-LINE

           PERFORM WRITE-FEE-CATEGORY-LINE
               VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > 7

           MOVE 'TOTAL FEES AND COSTS' TO WS-FD-LABEL
           MOVE FA-QUARTER-TOTAL(1) TO WS-FD-AMOUNT(1)
           MOVE FA-QUARTER-TOTAL(2) TO WS-FD-AMOUNT(2)
           MOVE FA-QUARTER-TOTAL(3) TO WS-FD-AMOUNT(3)
           MOVE FA-QUARTER-TOTAL(4) TO WS-FD-AMOUNT(4)
           MOVE FA-GRAND-TOTAL TO WS-FD-TOTAL
           MOVE WS-FEE-DETAIL-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE.

       WRITE-FEE-SUMMARY-EXIT.
           EXIT.

       WRITE-FEE-CATEGORY-LINE.
           MOVE FA-CATEGORY-NAME(WS-CAT-INDEX) TO WS-FD-LABEL
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 1) TO WS-FD-AMOUNT(1)
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 2) TO WS-FD-AMOUNT(2)
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 3) TO WS-FD-AMOUNT(3)
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 4) TO WS-FD-AMOUNT(4)
           MOVE FA-CATEGORY-TOTAL(WS-CAT-INDEX) TO WS-FD-TOTAL
           MOVE WS-FEE-DETAIL-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE.

       LOOKUP-ADDRESS-CHANGE.
      *    THE CHANGE CUSTMGMT FILED THE DAY IT QUEUED THE NOTICES.
           MOVE 'N' TO WS-ADDRCHG-FOUND-SW
           IF ADDRCHG-AVAILABLE
              AND (NQ-NOTICE-TYPE = 'ADDRCHGN' OR 'ADDRCHGO')
               MOVE NQ-CUSTOMER-ID TO AC-CUSTOMER-ID
               MOVE NQ-CREATED-DATE TO AC-CHANGE-DATE
               READ ADDRCHG-FILE
               IF WS-ADDRCHG-STATUS = '00'
                   SET ADDRCHG-FOUND TO TRUE
               END-IF
           END-IF.

       WRITE-PRIOR-ADDRESS-BLOCK.
           IF ADDRCHG-FOUND
               MOVE SPACES TO NOTICE-LINE
               STRING '  ' DELIMITED BY SIZE
                      AC-PRIOR-LINE1 DELIMITED BY SIZE
                      INTO NOTICE-LINE
               END-STRING
               PERFORM EMIT-NOTICE-LINE

               IF AC-PRIOR-LINE2 NOT = SPACES
                   MOVE SPACES TO NOTICE-LINE
                   STRING '  ' DELIMITED BY SIZE
                          AC-PRIOR-LINE2 DELIMITED BY SIZE
                          INTO NOTICE-LINE
                   END-STRING
                   PERFORM EMIT-NOTICE-LINE
               END-IF

               MOVE SPACES TO NOTICE-LINE
               STRING '  ' DELIMITED BY SIZE
                      AC-PRIOR-CITY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AC-PRIOR-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AC-PRIOR-ZIP-CODE DELIMITED BY SIZE
                      INTO NOTICE-LINE
               END-STRING
               PERFORM EMIT-NOTICE-LINE
           ELSE
               MOVE '  NO PRIOR MAILING ADDRESS ON FILE' TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF.

       WRITE-ADDRESS-CHANGE-DETAIL.
      *    THE NEW ADDRESS IS ONLY SPELLED OUT ON THE NOTICE THAT GOES
      *    THERE - THE LETTER TO THE OLD ADDRESS SAYS ONLY THAT IT
      *    CHANGED.
           IF NQ-NOTICE-TYPE = 'ADDRCHGN'
              AND ADDRCHG-FOUND
               MOVE 'PRIOR ADDRESS' TO WS-PL-LABEL
               MOVE SPACES TO WS-PL-VALUE
               STRING AC-PRIOR-LINE1 DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      AC-PRIOR-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      AC-PRIOR-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AC-PRIOR-ZIP-CODE DELIMITED BY SPACE
                      INTO WS-PL-VALUE
               END-STRING
               MOVE WS-PROFILE-LINE TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE

               MOVE 'NEW ADDRESS' TO WS-PL-LABEL
               MOVE SPACES TO WS-PL-VALUE
               STRING AC-NEW-LINE1 DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      AC-NEW-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      AC-NEW-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AC-NEW-ZIP-CODE DELIMITED BY SPACE
                      INTO WS-PL-VALUE
               END-STRING
               MOVE WS-PROFILE-LINE TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF

           MOVE '  IF YOU DID NOT ASK FOR THIS CHANGE, CALL YOUR BRANCH'
               TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE.

       WRITE-ACCOUNT-RECORD-DETAIL.
      *    THE PROFILE AS IT STANDS TODAY ON CUSTOMER.DAT - THE RECORD
      *    THE CUSTOMER IS ASKED TO CHECK AND CORRECT.
           IF NOT ADDRESS-FOUND
               MOVE '  DETAIL NOT ON FILE - CALL YOUR BRANCH FOR A COPY'
                   TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE
               GO TO WRITE-ACCOUNT-RECORD-EXIT
           END-IF

           MOVE PRINT-BLANK-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'NAME' TO WS-PL-LABEL
           MOVE WS-MAILING-NAME TO WS-PL-VALUE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'ADDRESS' TO WS-PL-LABEL
           MOVE ADDRESS-LINE1 OF CUSTOMER-RECORD TO WS-PL-VALUE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE SPACES TO WS-PL-LABEL
           IF ADDRESS-LINE2 OF CUSTOMER-RECORD NOT = SPACES
               MOVE ADDRESS-LINE2 OF CUSTOMER-RECORD TO WS-PL-VALUE
               MOVE WS-PROFILE-LINE TO NOTICE-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF

           MOVE SPACES TO WS-PL-VALUE
           STRING CITY OF CUSTOMER-RECORD DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  STATE OF CUSTOMER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ZIP-CODE OF CUSTOMER-RECORD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  COUNTRY OF CUSTOMER-RECORD DELIMITED BY SIZE
                  INTO WS-PL-VALUE
           END-STRING
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'INVESTMENT OBJECTIVE' TO WS-PL-LABEL
           EVALUATE TRUE
               WHEN GROWTH-OBJECTIVE OF CUSTOMER-RECORD
                   MOVE 'GROWTH' TO WS-PL-VALUE
               WHEN INCOME-OBJECTIVE OF CUSTOMER-RECORD
                   MOVE 'INCOME' TO WS-PL-VALUE
               WHEN BALANCED-OBJECTIVE OF CUSTOMER-RECORD
                   MOVE 'BALANCED' TO WS-PL-VALUE
               WHEN SPECULATION-OBJECTIVE OF CUSTOMER-RECORD
                   MOVE 'SPECULATION' TO WS-PL-VALUE
               WHEN OTHER
                   MOVE 'NOT RECORDED' TO WS-PL-VALUE
           END-EVALUATE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'RISK TOLERANCE' TO WS-PL-LABEL
           EVALUATE TRUE
               WHEN LOW-RISK OF CUSTOMER-RECORD
                   MOVE 'LOW' TO WS-PL-VALUE
               WHEN MEDIUM-RISK OF CUSTOMER-RECORD
                   MOVE 'MEDIUM' TO WS-PL-VALUE
               WHEN HIGH-RISK OF CUSTOMER-RECORD
                   MOVE 'HIGH' TO WS-PL-VALUE
               WHEN OTHER
                   MOVE 'NOT RECORDED' TO WS-PL-VALUE
           END-EVALUATE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'ANNUAL INCOME' TO WS-PL-LABEL
           MOVE ANNUAL-INCOME OF CUSTOMER-RECORD TO WS-INCOME-DISPLAY
           MOVE WS-INCOME-DISPLAY TO WS-PL-VALUE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'NET WORTH' TO WS-PL-LABEL
           MOVE NET-WORTH OF CUSTOMER-RECORD TO WS-NET-WORTH-DISPLAY
           MOVE WS-NET-WORTH-DISPLAY TO WS-PL-VALUE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE 'EMPLOYMENT STATUS' TO WS-PL-LABEL
           EVALUATE TRUE
               WHEN EMPLOYED OF CUSTOMER-RECORD
                   MOVE 'EMPLOYED' TO WS-PL-VALUE
               WHEN UNEMPLOYED OF CUSTOMER-RECORD
                   MOVE 'NOT EMPLOYED' TO WS-PL-VALUE
               WHEN RETIRED OF CUSTOMER-RECORD
                   MOVE 'RETIRED' TO WS-PL-VALUE
               WHEN STUDENT OF CUSTOMER-RECORD
                   MOVE 'STUDENT' TO WS-PL-VALUE
               WHEN OTHER
                   MOVE 'NOT RECORDED' TO WS-PL-VALUE
           END-EVALUATE
           MOVE WS-PROFILE-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE

           MOVE PRINT-BLANK-LINE TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE '  PLEASE CHECK EACH ITEM AND SEND ANY CORRECTION BACK'
               TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE '  TO YOUR BRANCH' TO NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE.

       WRITE-ACCOUNT-RECORD-EXIT.
           EXIT.

       EMIT-NOTICE-LINE.
      *    THE E-DELIVERY FEED IS UNPAGINATED - THE VENDOR FORMATS
      *    EACH NOTICE BLOCK ON ITS OWN.
           IF ROUTE-ELECTRONIC
               WRITE EDELIV-LINE FROM NOTICE-LINE
           ELSE
               WRITE NOTICE-LINE
               ADD 1 TO PRINT-LINE-COUNT
               IF PRINT-LINE-COUNT >= PRINT-LINES-PER-PAGE
                   PERFORM NOTICE-PAGE-BREAK
               END-IF
           END-IF.

       NOTICE-PAGE-BREAK.
           CLOSE NOTIFQ-FILE
           CLOSE CUSTOMER-FILE
           CLOSE NOTICE-FILE
           CLOSE EDELIV-FILE
           IF PREFS-AVAILABLE
               CLOSE DELIVPRF-FILE
           END-IF
           IF FEEARCH-AVAILABLE
               CLOSE FEEARCH-FILE
           END-IF
           IF ADDRCHG-AVAILABLE
               CLOSE ADDRCHG-FILE
           END-IF
           IF BRANDING-AVAILABLE
               CLOSE ACCOUNT-FILE
               CLOSE CORRMAST-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-SENT-COUNT TO WS-SENT-DISPLAY
           DISPLAY 'NOTIFGEN: SCANNED ' WS-SCANNED-DISPLAY
               ' QUEUE ENTRY(S), SENT ' WS-SENT-DISPLAY
               ' NOTICE(S), SUPPRESSED ' WS-SUPPRESSED-DISPLAY
               ' (BAD ADDRESS)'
           MOVE WS-EDELIV-COUNT TO WS-EDELIV-DISPLAY
           DISPLAY 'NOTIFGEN: ' WS-EDELIV-DISPLAY
               ' OF THE NOTICES SENT WENT TO THE E-DELIVERY FEED'.

       END PROGRAM NOTIFGEN.
