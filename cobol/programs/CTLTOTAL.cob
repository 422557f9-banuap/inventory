       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOTAL.
      ******************************************************************
      * PROGRAM: CTLTOTAL - MASTER FILE CONTROL TOTALS
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: TAKE THE CONTROL FIGURES OF ACCOUNT.DAT, TRANS.DAT
      *          AND POSITION.DAT (LAYOUT IN THE CTLFIG COPYBOOK), AND
      *          KEEP A RUNNING TALLY OF WHAT THE POSTING ENGINES SAY
      *          THEY CHANGED, SO EODDRIVER CAN PROVE EACH BATCH STEP'S
      *          EFFECT ON THE FILES AGAINST WHAT THE STEP REPORTS
      *          POSTING.
      * FUNCTIONS: CALLABLE - 'CAPTUR' READS THE THREE FILES END TO
      *            END AND RETURNS THEIR RECORD COUNTS AND HASH TOTALS
      *            (A FILE NOT ON DISK YET COUNTS AS EMPTY);
      *            'RESET ' ZEROES THE TALLY; 'CLAIM ' ADDS THE
      *            CALLER'S FIGURES TO IT; 'GETCLM' RETURNS IT.
      *
      * NOTES: THE TALLY LIVES IN WORKING-STORAGE FOR THE LIFE OF THE
      *        RUN UNIT, SO EVERY CLAIM MADE WHILE A STEP EODDRIVER
      *        CALLED IS RUNNING LANDS IN THE SAME TALLY. CLAIMS MADE
      *        ONLINE, OUTSIDE THE WINDOW, ARE SIMPLY NEVER READ.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  POSITION-FILE.
       COPY POSITION.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS             PIC XX.
           88  ACCOUNT-EOF               VALUE '10'.
       01  WS-TRANS-STATUS               PIC XX.
           88  TRANS-EOF                 VALUE '10'.
       01  WS-POSITION-STATUS            PIC XX.
           88  POSITION-EOF              VALUE '10'.

       01  WS-OPERATION                  PIC X(06).
           88  CAPTURE-OPERATION         VALUE 'CAPTUR'.
           88  RESET-OPERATION           VALUE 'RESET '.
           88  CLAIM-OPERATION           VALUE 'CLAIM '.
           88  GET-CLAIM-OPERATION       VALUE 'GETCLM'.

      *----------------------------------------------------------------
      * THE RUNNING TALLY OF CLAIMS SINCE THE LAST RESET.
      *----------------------------------------------------------------
       01  WS-CLAIM-ACCOUNT-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CLAIM-ACCOUNT-BALANCE      PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       01  WS-CLAIM-SETTLED-BALANCE      PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       01  WS-CLAIM-TRANS-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CLAIM-TRANS-AMOUNT         PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       01  WS-CLAIM-POSITION-COUNT       PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CLAIM-POSITION-QUANTITY    PIC S9(13)V999 COMP-3
                                         VALUE ZERO.

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY CTLFIG REPLACING CTLFIG-RECORD BY LS-CTLFIG-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-CTLFIG-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
           MOVE 00 TO LS-RETURN-CODE

           EVALUATE TRUE
               WHEN CAPTURE-OPERATION
                   PERFORM CAPTURE-FILE-TOTALS
               WHEN RESET-OPERATION
                   PERFORM RESET-CLAIM-TALLY
               WHEN CLAIM-OPERATION
                   PERFORM ADD-CLAIM-TO-TALLY
               WHEN GET-CLAIM-OPERATION
                   PERFORM RETURN-CLAIM-TALLY
               WHEN OTHER
                   MOVE 03 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

       CAPTURE-FILE-TOTALS.
           MOVE ZERO TO CF-ACCOUNT-COUNT
           MOVE ZERO TO CF-ACCOUNT-BALANCE
           MOVE ZERO TO CF-SETTLED-BALANCE
           MOVE ZERO TO CF-TRANS-COUNT
           MOVE ZERO TO CF-TRANS-AMOUNT
           MOVE ZERO TO CF-POSITION-COUNT
           MOVE ZERO TO CF-POSITION-QUANTITY

           PERFORM TOTAL-ACCOUNT-FILE THRU TOTAL-ACCOUNT-FILE-EXIT
           PERFORM TOTAL-TRANSACTION-FILE THRU
               TOTAL-TRANSACTION-FILE-EXIT
           PERFORM TOTAL-POSITION-FILE THRU TOTAL-POSITION-FILE-EXIT.

       TOTAL-ACCOUNT-FILE.
      *    NO ACCOUNT.DAT YET (STATUS 35) IS AN EMPTY FILE. ANY OTHER
      *    OPEN FAILURE IS REPORTED BACK, SINCE A FIGURE WE COULD NOT
      *    TAKE WOULD OTHERWISE LOOK LIKE A BREAK.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '35'
               GO TO TOTAL-ACCOUNT-FILE-EXIT
           END-IF
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'CTLTOTAL: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               MOVE 08 TO LS-RETURN-CODE
               GO TO TOTAL-ACCOUNT-FILE-EXIT
           END-IF

           READ ACCOUNT-FILE NEXT RECORD
           PERFORM TOTAL-ONE-ACCOUNT UNTIL ACCOUNT-EOF
           CLOSE ACCOUNT-FILE.

       TOTAL-ACCOUNT-FILE-EXIT.
           EXIT.

       TOTAL-ONE-ACCOUNT.
           ADD 1 TO CF-ACCOUNT-COUNT
           ADD ACCOUNT-BALANCE OF ACCOUNT-RECORD TO CF-ACCOUNT-BALANCE
           ADD SETTLED-BALANCE OF ACCOUNT-RECORD TO CF-SETTLED-BALANCE
           READ ACCOUNT-FILE NEXT RECORD.

       TOTAL-TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = '35'
               GO TO TOTAL-TRANSACTION-FILE-EXIT
           END-IF
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'CTLTOTAL: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-TRANS-STATUS
               MOVE 08 TO LS-RETURN-CODE
               GO TO TOTAL-TRANSACTION-FILE-EXIT
           END-IF

           READ TRANSACTION-FILE NEXT RECORD
           PERFORM TOTAL-ONE-TRANSACTION UNTIL TRANS-EOF
           CLOSE TRANSACTION-FILE.

       TOTAL-TRANSACTION-FILE-EXIT.
           EXIT.

       TOTAL-ONE-TRANSACTION.
      *    EVERY ROW COUNTS, FAILED ONES INCLUDED - A POSTING THAT
      *    FAILED AFTER IT WAS WRITTEN STAYS ON TRANS.DAT, AND TRANPOST
      *    CLAIMS THE WRITE, NOT THE OUTCOME.
           ADD 1 TO CF-TRANS-COUNT
           ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
               CF-TRANS-AMOUNT
           READ TRANSACTION-FILE NEXT RECORD.

       TOTAL-POSITION-FILE.
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = '35'
               GO TO TOTAL-POSITION-FILE-EXIT
           END-IF
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY 'CTLTOTAL: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-POSITION-STATUS
               MOVE 08 TO LS-RETURN-CODE
               GO TO TOTAL-POSITION-FILE-EXIT
           END-IF

           READ POSITION-FILE NEXT RECORD
           PERFORM TOTAL-ONE-POSITION UNTIL POSITION-EOF
           CLOSE POSITION-FILE.

       TOTAL-POSITION-FILE-EXIT.
           EXIT.

       TOTAL-ONE-POSITION.
           ADD 1 TO CF-POSITION-COUNT
           ADD POSITION-QUANTITY OF POSITION-RECORD TO
               CF-POSITION-QUANTITY
           READ POSITION-FILE NEXT RECORD.

       RESET-CLAIM-TALLY.
           MOVE ZERO TO WS-CLAIM-ACCOUNT-COUNT
           MOVE ZERO TO WS-CLAIM-ACCOUNT-BALANCE
           MOVE ZERO TO WS-CLAIM-SETTLED-BALANCE
           MOVE ZERO TO WS-CLAIM-TRANS-COUNT
           MOVE ZERO TO WS-CLAIM-TRANS-AMOUNT
           MOVE ZERO TO WS-CLAIM-POSITION-COUNT
           MOVE ZERO TO WS-CLAIM-POSITION-QUANTITY.

       ADD-CLAIM-TO-TALLY.
           ADD CF-ACCOUNT-COUNT TO WS-CLAIM-ACCOUNT-COUNT
           ADD CF-ACCOUNT-BALANCE TO WS-CLAIM-ACCOUNT-BALANCE
           ADD CF-SETTLED-BALANCE TO WS-CLAIM-SETTLED-BALANCE
           ADD CF-TRANS-COUNT TO WS-CLAIM-TRANS-COUNT
           ADD CF-TRANS-AMOUNT TO WS-CLAIM-TRANS-AMOUNT
           ADD CF-POSITION-COUNT TO WS-CLAIM-POSITION-COUNT
           ADD CF-POSITION-QUANTITY TO WS-CLAIM-POSITION-QUANTITY.

       RETURN-CLAIM-TALLY.
           MOVE WS-CLAIM-ACCOUNT-COUNT TO CF-ACCOUNT-COUNT
           MOVE WS-CLAIM-ACCOUNT-BALANCE TO CF-ACCOUNT-BALANCE
           MOVE WS-CLAIM-SETTLED-BALANCE TO CF-SETTLED-BALANCE
           MOVE WS-CLAIM-TRANS-COUNT TO CF-TRANS-COUNT
           MOVE WS-CLAIM-TRANS-AMOUNT TO CF-TRANS-AMOUNT
           MOVE WS-CLAIM-POSITION-COUNT TO CF-POSITION-COUNT
           MOVE WS-CLAIM-POSITION-QUANTITY TO CF-POSITION-QUANTITY.

       END PROGRAM CTLTOTAL.
