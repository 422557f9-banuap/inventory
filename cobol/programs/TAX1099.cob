      *        A CUSTOMER WITH NO REPORTABLE ACTIVITY FOR THE YEAR
      *        SIMPLY NEVER GETS A TABLE SLOT AND IS LEFT OFF THE
      *        EXTRACT ENTIRELY.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  A DIV CARRYING TRANSACTION-SUBTYPE 'PIL ' IS A
      *             PAYMENT-IN-LIEU OF A DIVIDEND (POSTED BY DIVPOST
      *             AGAINST A SHORT POSITION), NOT A DIVIDEND - IT IS
      *             KEPT OUT OF TAX1099-DIVIDENDS AND SUMMED INTO THE
      *             NEW TAX1099-PAYMENTS-IN-LIEU FIELD (CARVED FROM
      *             FILLER, RECORD LENGTH UNCHANGED) FOR THE VENDOR TO
      *             REPORT AS SUBSTITUTE PAYMENTS.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  TAX1099-DIVIDENDS             PIC S9(11)V99 COMP-3.
           05  TAX1099-INTEREST              PIC S9(11)V99 COMP-3.
           05  TAX1099-GROSS-PROCEEDS        PIC S9(13)V99 COMP-3.
           05  TAX1099-PAYMENTS-IN-LIEU      PIC S9(11)V99 COMP-3.
           05  FILLER                        PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
               10  WS-TBL-DIVIDENDS      PIC S9(11)V99 COMP-3.
               10  WS-TBL-INTEREST       PIC S9(11)V99 COMP-3.
               10  WS-TBL-PROCEEDS       PIC S9(13)V99 COMP-3.
               10  WS-TBL-IN-LIEU        PIC S9(11)V99 COMP-3.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-WRITTEN-COUNT              PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-WRITTEN-DISPLAY            PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM BUILD-CUSTOMER-TABLE-PROCESS
           PERFORM WRITE-EXTRACT-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'TAX1099: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
               DISPLAY 'TAX1099: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
                   'STATUS = ' WS-CUSTOMER-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TAX1099-FILE
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       BUILD-CUSTOMER-TABLE-PROCESS.
                   MOVE ZERO TO WS-TBL-DIVIDENDS(WS-FOUND-INDEX)
                   MOVE ZERO TO WS-TBL-INTEREST(WS-FOUND-INDEX)
                   MOVE ZERO TO WS-TBL-PROCEEDS(WS-FOUND-INDEX)
                   MOVE ZERO TO WS-TBL-IN-LIEU(WS-FOUND-INDEX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'TAX1099: CUSTOMER TABLE FULL AT '
           END-IF

           EVALUATE TRUE
               WHEN DIVIDEND-TRANS OF TRANSACTION-RECORD
                AND PAYMENT-IN-LIEU-SUBTYPE OF TRANSACTION-RECORD
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-TBL-IN-LIEU(WS-FOUND-INDEX)
               WHEN DIVIDEND-TRANS OF TRANSACTION-RECORD
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-TBL-DIVIDENDS(WS-FOUND-INDEX)
           MOVE WS-TBL-INTEREST(WS-SEARCH-INDEX) TO TAX1099-INTEREST
           MOVE WS-TBL-PROCEEDS(WS-SEARCH-INDEX) TO
               TAX1099-GROSS-PROCEEDS
           MOVE WS-TBL-IN-LIEU(WS-SEARCH-INDEX) TO
               TAX1099-PAYMENTS-IN-LIEU

           IF CORPORATE-CUSTOMER OF CUSTOMER-RECORD
              OR INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD
