      *             SETTLEMENT-DATE BALANCE NEXT TO THE TRADE-DATE
      *             ACCOUNT-BALANCE INSTEAD OF THE ACCOUNTANTS
      *             BRIDGING THE GAP BY HAND EVERY MORNING.
      * 2026-10-15  EACH SETTLED-BALANCE CHANGE IS REPORTED TO
      *             CTLTOTAL SO EODDRIVER CAN PROVE THIS STEP'S EFFECT
      *             ON ACCOUNT.DAT AGAINST WHAT IT SETTLED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-SETTLED-DISPLAY            PIC ZZZZZZ9.

       01  WS-CTLTOTAL-OPERATION         PIC X(06) VALUE 'CLAIM '.
       01  WS-CTLTOTAL-RETURN-CODE       PIC 9(02).
       01  WS-PRIOR-SETTLED              PIC S9(15)V99 COMP-3.
       COPY CTLFIG.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

               GO TO APPLY-SETTLED-EXIT
           END-IF

           MOVE SETTLED-BALANCE OF ACCOUNT-RECORD TO WS-PRIOR-SETTLED
           EVALUATE TRUE
               WHEN DEPOSIT-TRANS OF TRANSACTION-RECORD
               WHEN DIVIDEND-TRANS OF TRANSACTION-RECORD
               DISPLAY 'SETTLBAT: SETTLED BALANCE REWRITE FAILED '
                   'FOR ' ACCOUNT-ID OF ACCOUNT-RECORD
                   ', STATUS = ' WS-ACCT-STATUS
           ELSE
               PERFORM CLAIM-SETTLED-CHANGE
           END-IF
           CLOSE ACCOUNT-FILE.

       APPLY-SETTLED-EXIT.
           EXIT.

      *    THE CHANGE JUST REWRITTEN TO SETTLED-BALANCE IS REPORTED TO
      *    CTLTOTAL, SO EODDRIVER CAN PROVE THIS STEP'S EFFECT ON
      *    ACCOUNT.DAT AGAINST WHAT IT SETTLED.
       CLAIM-SETTLED-CHANGE.
           MOVE ZERO TO CF-ACCOUNT-COUNT
           MOVE ZERO TO CF-ACCOUNT-BALANCE
           COMPUTE CF-SETTLED-BALANCE =
               SETTLED-BALANCE OF ACCOUNT-RECORD - WS-PRIOR-SETTLED
           MOVE ZERO TO CF-TRANS-COUNT
           MOVE ZERO TO CF-TRANS-AMOUNT
           MOVE ZERO TO CF-POSITION-COUNT
           MOVE ZERO TO CF-POSITION-QUANTITY
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE.

       WRITE-CHECKPOINT-PROCESS.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
