      *        AND RECORDS THE OUTCOME OF EACH ONE.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  A DEBIT TRANPOST REFUSES WITH 17 BECAUSE THE
      *             ACCOUNT IS UNDER A SENIOR EXPLOITATION HOLD IS
      *             LOGGED AS HELD AND COUNTED APART FROM REJECTS. IT
      *             STILL GOES TO THE SUSPENSE QUEUE (REASON 17) SO
      *             OPS CAN RESUBMIT IT ONCE THE HOLD IS RELEASED.
      * 2026-08-22  A POSTING TRANPOST REJECTS IS NOW ALSO FILED ON
      *             THE SUSPENSE QUEUE (SUSPQ.DAT) WITH THE INTENDED
      *             TRANSACTION AND REJECT REASON, FOR OPS TO REPAIR
       01  WS-SCANNED-COUNT               PIC 9(07) COMP.
       01  WS-POSTED-COUNT                PIC 9(07) COMP.
       01  WS-REJECTED-COUNT              PIC 9(07) COMP.
       01  WS-HELD-COUNT                  PIC 9(07) COMP.
       01  WS-OUTBOUND-COUNT              PIC 9(07) COMP.
       01  WS-OUTBOUND-TOTAL              PIC 9(11)V99 COMP-3.

       01  WS-SCANNED-DISPLAY             PIC ZZZZZZ9.
       01  WS-POSTED-DISPLAY              PIC ZZZZZZ9.
       01  WS-REJECTED-DISPLAY            PIC ZZZZZZ9.
       01  WS-HELD-DISPLAY                PIC ZZZZZZ9.
       01  WS-OUTBOUND-DISPLAY            PIC ZZZZZZ9.

       01  WS-TRANPOST-OPERATION          PIC X(06) VALUE 'POST  '.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-OUTBOUND-COUNT
           MOVE ZERO TO WS-OUTBOUND-TOTAL
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   PERFORM WRITE-OUTBOUND-DETAIL
               END-IF
           ELSE
               IF WS-TRANPOST-RETURN-CODE = 17
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD    ' TO WS-LOG-RESULT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-LOG-RESULT
               END-IF
               PERFORM SUBMIT-TO-SUSPENSE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-POSTED-COUNT TO WS-POSTED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           MOVE WS-HELD-COUNT TO WS-HELD-DISPLAY
           MOVE WS-OUTBOUND-COUNT TO WS-OUTBOUND-DISPLAY
           DISPLAY 'ACHINTF: SCANNED ' WS-SCANNED-DISPLAY
               ' ENTRY(S), POSTED ' WS-POSTED-DISPLAY
               ', REJECTED ' WS-REJECTED-DISPLAY
               ', HELD ' WS-HELD-DISPLAY
           DISPLAY 'ACHINTF: OUTBOUND WIRE/ACH DETAIL RECORDS: '
               WS-OUTBOUND-DISPLAY.

