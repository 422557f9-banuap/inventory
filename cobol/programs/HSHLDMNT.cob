      *            IS EITHER IN A HOUSEHOLD OR NOT, SO THERE IS
      *            NOTHING TO UPDATE BEYOND THE HOUSEHOLD NAME, WHICH
      *            A DELETE AND RE-CREATE COVERS.
      *            ELECT - RECORD THE MEMBER'S STATEMENT ELECTION
      *            (HH-STMT-ELECTION) ON AN EXISTING ROW.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED THE ELECT OPERATION AND THE HH-STMT-ELECTION
      *             CHECK ON CREATE - A MEMBER MAY ELECT THE
      *             HOUSEHOLD'S CONSOLIDATED STATEMENT OR KEEP
      *             SEPARATE STATEMENTS.
      ******************************************************************

       ENVIRONMENT DIVISION.
           88  CREATE-OPERATION          VALUE 'CREATE'.
           88  READ-OPERATION            VALUE 'READ  '.
           88  DELETE-OPERATION          VALUE 'DELETE'.
           88  ELECT-OPERATION           VALUE 'ELECT '.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

               WHEN DELETE-OPERATION
                   PERFORM DELETE-MEMBER-PROCESS THRU
                       DELETE-MEMBER-EXIT
               WHEN ELECT-OPERATION
                   PERFORM ELECT-MEMBER-PROCESS THRU
                       ELECT-MEMBER-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE
       CREATE-MEMBER-PROCESS.
           IF HH-HOUSEHOLD-ID OF LS-HSHLD-RECORD = SPACES
              OR HH-CUSTOMER-ID OF LS-HSHLD-RECORD = SPACES
              OR NOT HH-VALID-ELECTION OF LS-HSHLD-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-MEMBER-EXIT
           END-IF
       DELETE-MEMBER-EXIT.
           EXIT.

       ELECT-MEMBER-PROCESS.
           IF NOT HH-VALID-ELECTION OF LS-HSHLD-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO ELECT-MEMBER-EXIT
           END-IF

           OPEN I-O HSHLD-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO ELECT-MEMBER-EXIT
           END-IF

           MOVE HH-KEY OF LS-HSHLD-RECORD TO HH-KEY OF HSHLD-RECORD
           READ HSHLD-FILE
           IF WS-FILE-STATUS = '00'
               MOVE HH-STMT-ELECTION OF LS-HSHLD-RECORD TO
                   HH-STMT-ELECTION OF HSHLD-RECORD
               REWRITE HSHLD-RECORD
               IF WS-FILE-STATUS = '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE HSHLD-RECORD TO LS-HSHLD-RECORD
               ELSE
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 01 TO WS-RETURN-CODE
           END-IF

           CLOSE HSHLD-FILE.

       ELECT-MEMBER-EXIT.
           EXIT.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
