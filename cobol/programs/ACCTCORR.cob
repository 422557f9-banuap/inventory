       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCORR.
      ******************************************************************
      * PROGRAM: ACCTCORR - ACCOUNT RECORD CORRECTIONS FROM CUSTOMERS
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: APPLY THE CORRECTIONS CUSTOMERS SEND BACK ON THEIR
      *          ACCOUNT RECORD MAILING (ACCTREC / NOTIFGEN) FROM A
      *          CONTROL FILE (ACCTCORR.CTL - CUSTOMER ID, OPERATOR,
      *          ADDRESS LINES, CITY, STATE, ZIP, COUNTRY, EMPLOYMENT
      *          STATUS, ANNUAL INCOME, NET WORTH, INVESTMENT OBJECTIVE,
      *          RISK TOLERANCE). EACH LINE IS A CUSTMGMT READ, THE
      *          CORRECTED FIELDS LAID OVER THE PROFILE, AND A CUSTMGMT
      *          UPDATE - SO THE OPERATOR'S CUSTUPD ENTITLEMENT, THE
      *          WATCH-LIST SCREEN, THE HISTORY AND JOURNAL, AND THE
      *          ADDRESS-CHANGE NOTICES ALL APPLY EXACTLY AS THEY DO TO
      *          A CHANGE KEYED AT THE BRANCH.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS RETURNED MAILINGS ARE
      *            KEYED.
      *
      * NOTES: A BLANK FIELD ON THE LINE LEAVES THAT FIELD AS IT IS.
      *        ADDRESS LINE 2 CAN ONLY BE CLEARED BY KEYING A SINGLE
      *        '*' IN IT. INCOME AND NET WORTH ARE KEYED AS DIGITS
      *        WITH TWO IMPLIED DECIMALS. A LINE WITH A CODE OUTSIDE
      *        THE CUSTOMER RECORD'S OWN VALUES IS REJECTED WHOLE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ACCTCORR.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-CUSTOMER-ID           PIC X(10).
           05  CTL-OPERATOR              PIC X(08).
           05  CTL-ADDRESS-LINE1         PIC X(40).
           05  CTL-ADDRESS-LINE2         PIC X(40).
           05  CTL-CITY                  PIC X(30).
           05  CTL-STATE                 PIC X(02).
           05  CTL-ZIP-CODE              PIC X(10).
           05  CTL-COUNTRY               PIC X(03).
           05  CTL-EMPLOYMENT-STATUS     PIC X(01).
           05  CTL-ANNUAL-INCOME         PIC X(13).
           05  CTL-ANNUAL-INCOME-N REDEFINES CTL-ANNUAL-INCOME
                                         PIC 9(11)V99.
           05  CTL-NET-WORTH             PIC X(15).
           05  CTL-NET-WORTH-N REDEFINES CTL-NET-WORTH
                                         PIC 9(13)V99.
           05  CTL-INVESTMENT-OBJECTIVE  PIC X(02).
           05  CTL-RISK-TOLERANCE        PIC X(01).
           05  FILLER                    PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

      *----------------------------------------------------------------
      * CUSTMGMT CALL AREAS.
      *----------------------------------------------------------------
       01  WS-CUSTMGMT-OPERATION         PIC X(06).
       01  WS-CUSTMGMT-RETURN-CODE       PIC 9(02).
       01  WS-CUSTMGMT-INVALID-FIELD     PIC X(20).
       COPY CUSTOMER REPLACING CUSTOMER-RECORD BY
           WS-CUSTOMER-RECORD.
       COPY DELIVPRF REPLACING DELIVPRF-RECORD BY
           WS-DELIVPRF-RECORD.
       01  WS-CUSTMGMT-SEARCH-BUFFER.
           05  WS-SRCH-COUNT             PIC 9(03).
           05  WS-SRCH-MORE-SW           PIC X(01).
           05  WS-SRCH-ENTRIES OCCURS 20 TIMES.
               10  WS-SE-CUSTOMER-ID     PIC X(10).
               10  WS-SE-LAST-NAME       PIC X(35).
               10  WS-SE-FIRST-NAME      PIC X(25).
               10  WS-SE-CITY            PIC X(30).
               10  WS-SE-STATUS          PIC X(01).

       01  WS-RC-DISPLAY                 PIC 9(02).

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-CORRECTIONS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'ACCTCORR: NO ACCTCORR.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF.

       APPLY-CORRECTIONS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-CUSTOMER-ID = SPACES
              OR CTL-OPERATOR = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ACCTCORR: LINE WITHOUT CUSTOMER OR OPERATOR - '
                   'SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           IF (CTL-ANNUAL-INCOME NOT = SPACES
               AND CTL-ANNUAL-INCOME NOT NUMERIC)
              OR (CTL-NET-WORTH NOT = SPACES
                  AND CTL-NET-WORTH NOT NUMERIC)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ACCTCORR: BAD AMOUNT FOR CUSTOMER '
                   CTL-CUSTOMER-ID ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE CTL-CUSTOMER-ID TO CUSTOMER-ID OF WS-CUSTOMER-RECORD
           MOVE 'READ  ' TO WS-CUSTMGMT-OPERATION
           PERFORM CALL-CUSTMGMT
           IF WS-CUSTMGMT-RETURN-CODE NOT = 00
               GO TO APPLY-ONE-FAILED
           END-IF

           PERFORM OVERLAY-CORRECTIONS

      *    THE CODES ARE PROVED AGAINST THE RECORD'S OWN 88-LEVELS
      *    BEFORE ANYTHING IS WRITTEN.
           IF NOT (GROWTH-OBJECTIVE OF WS-CUSTOMER-RECORD
                   OR INCOME-OBJECTIVE OF WS-CUSTOMER-RECORD
                   OR BALANCED-OBJECTIVE OF WS-CUSTOMER-RECORD
                   OR SPECULATION-OBJECTIVE OF WS-CUSTOMER-RECORD)
              AND CTL-INVESTMENT-OBJECTIVE NOT = SPACES
               MOVE 'INVESTMENT-OBJECTIVE' TO WS-CUSTMGMT-INVALID-FIELD
               GO TO APPLY-ONE-INVALID
           END-IF
           IF NOT (LOW-RISK OF WS-CUSTOMER-RECORD
                   OR MEDIUM-RISK OF WS-CUSTOMER-RECORD
                   OR HIGH-RISK OF WS-CUSTOMER-RECORD)
              AND CTL-RISK-TOLERANCE NOT = SPACES
               MOVE 'RISK-TOLERANCE' TO WS-CUSTMGMT-INVALID-FIELD
               GO TO APPLY-ONE-INVALID
           END-IF
           IF NOT (EMPLOYED OF WS-CUSTOMER-RECORD
                   OR UNEMPLOYED OF WS-CUSTOMER-RECORD
                   OR RETIRED OF WS-CUSTOMER-RECORD
                   OR STUDENT OF WS-CUSTOMER-RECORD)
              AND CTL-EMPLOYMENT-STATUS NOT = SPACES
               MOVE 'EMPLOYMENT-STATUS' TO WS-CUSTMGMT-INVALID-FIELD
               GO TO APPLY-ONE-INVALID
           END-IF

           MOVE CTL-OPERATOR TO UPDATED-BY OF WS-CUSTOMER-RECORD
           MOVE 'UPDATE' TO WS-CUSTMGMT-OPERATION
           PERFORM CALL-CUSTMGMT
           IF WS-CUSTMGMT-RETURN-CODE NOT = 00
               GO TO APPLY-ONE-FAILED
           END-IF

           ADD 1 TO WS-APPLIED-COUNT
           GO TO APPLY-ONE-NEXT.

       APPLY-ONE-INVALID.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'ACCTCORR: BAD ' WS-CUSTMGMT-INVALID-FIELD
               ' FOR CUSTOMER ' CTL-CUSTOMER-ID ' - SKIPPED'
           GO TO APPLY-ONE-NEXT.

       APPLY-ONE-FAILED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-CUSTMGMT-RETURN-CODE TO WS-RC-DISPLAY
           DISPLAY 'ACCTCORR: CUSTOMER ' CTL-CUSTOMER-ID
               ' NOT CORRECTED - CUSTMGMT ' WS-CUSTMGMT-OPERATION
               ' RC ' WS-RC-DISPLAY.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       OVERLAY-CORRECTIONS.
           IF CTL-ADDRESS-LINE1 NOT = SPACES
               MOVE CTL-ADDRESS-LINE1 TO
                   ADDRESS-LINE1 OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-ADDRESS-LINE2 = '*'
               MOVE SPACES TO ADDRESS-LINE2 OF WS-CUSTOMER-RECORD
           ELSE
               IF CTL-ADDRESS-LINE2 NOT = SPACES
                   MOVE CTL-ADDRESS-LINE2 TO
                       ADDRESS-LINE2 OF WS-CUSTOMER-RECORD
               END-IF
           END-IF
           IF CTL-CITY NOT = SPACES
               MOVE CTL-CITY TO CITY OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-STATE NOT = SPACES
               MOVE CTL-STATE TO STATE OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-ZIP-CODE NOT = SPACES
               MOVE CTL-ZIP-CODE TO ZIP-CODE OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-COUNTRY NOT = SPACES
               MOVE CTL-COUNTRY TO COUNTRY OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-EMPLOYMENT-STATUS NOT = SPACES
               MOVE CTL-EMPLOYMENT-STATUS TO
                   EMPLOYMENT-STATUS OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-ANNUAL-INCOME NOT = SPACES
               MOVE CTL-ANNUAL-INCOME-N TO
                   ANNUAL-INCOME OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-NET-WORTH NOT = SPACES
               MOVE CTL-NET-WORTH-N TO NET-WORTH OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-INVESTMENT-OBJECTIVE NOT = SPACES
               MOVE CTL-INVESTMENT-OBJECTIVE TO
                   INVESTMENT-OBJECTIVE OF WS-CUSTOMER-RECORD
           END-IF
           IF CTL-RISK-TOLERANCE NOT = SPACES
               MOVE CTL-RISK-TOLERANCE TO
                   RISK-TOLERANCE OF WS-CUSTOMER-RECORD
           END-IF.

       CALL-CUSTMGMT.
           CALL 'CUSTMGMT' USING WS-CUSTMGMT-OPERATION,
                                  WS-CUSTOMER-RECORD,
                                  WS-CUSTMGMT-RETURN-CODE,
                                  WS-CUSTMGMT-INVALID-FIELD,
                                  WS-DELIVPRF-RECORD,
                                  WS-CUSTMGMT-SEARCH-BUFFER.

       FINALIZE-PROCESS.
           CLOSE CONTROL-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'ACCTCORR: CORRECTED ' WS-APPLIED-DISPLAY
               ' CUSTOMER(S), REJECTED ' WS-REJECT-DISPLAY
               ' LINE(S)'.

       END PROGRAM ACCTCORR.
