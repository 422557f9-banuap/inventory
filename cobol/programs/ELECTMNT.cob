       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELECTMNT.
      ******************************************************************
      * PROGRAM: ELECTMNT - REORGANIZATION ELECTION MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CAPTURE EACH HOLDER'S ELECTION ON A VOLUNTARY
      *          REORGANIZATION (TENDER OR EXCHANGE OFFER) IN
      *          REORGELC.DAT, KEYED BY EVENT AND ACCOUNT.
      * FUNCTIONS: CREATE, READ, UPDATE, DELETE ELECTION ROWS.
      *
      * NOTES: AN ELECTION CAN ONLY BE TAKEN, CHANGED, OR WITHDRAWN
      *        WHILE THE EVENT IN REORGEVT.DAT IS VOLUNTARY, STILL
      *        ANNOUNCED, AND TODAY IS NOT PAST ITS ELECTION DEADLINE
      *        (RETURN CODE 16 ONCE IT IS). THE ACCOUNT MUST HOLD A
      *        LONG POSITION IN THE EVENT'S OLD SYMBOL, AND AN ACCEPT
      *        QUANTITY CANNOT EXCEED WHAT IS HELD TODAY - A QUANTITY
      *        OF ZERO TENDERS EVERYTHING HELD WHEN CORPACT RUNS.
      *        HOLDERS WITH NO ROW ARE GIVEN THE EVENT'S DEFAULT
      *        OPTION BY CORPACT AFTER THE DEADLINE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORGELC-FILE ASSIGN TO "REORGELC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REORGEVT-FILE ASSIGN TO "REORGEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RE-EVENT-ID
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORGELC-FILE.
       COPY REORGELC.

       FD  REORGEVT-FILE.
       COPY REORGEVT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-EVENT-STATUS               PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  CREATE-OPERATION          VALUE 'CREATE'.
           88  READ-OPERATION            VALUE 'READ  '.
           88  UPDATE-OPERATION          VALUE 'UPDATE'.
           88  DELETE-OPERATION          VALUE 'DELETE'.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

       01  WS-POSMGMT-OPERATION          PIC X(06) VALUE 'READ  '.
       01  WS-POSMGMT-TYPE               PIC X(03) VALUE SPACES.
       01  WS-POSMGMT-QUANTITY           PIC S9(09)V999 COMP-3
                                         VALUE ZERO.
       01  WS-POSMGMT-PRICE              PIC S9(09)V9999 COMP-3
                                         VALUE ZERO.
       01  WS-POSMGMT-HELD               PIC S9(09)V999 COMP-3.
       01  WS-POSMGMT-RETURN-CODE        PIC 9(02).
       01  WS-POSMGMT-ORDER-ID           PIC X(16) VALUE SPACES.
       01  WS-POSMGMT-BASIS-METHOD       PIC X(01) VALUE SPACE.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE
                                         PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY REORGELC REPLACING REORGELC-RECORD BY LS-REORGELC-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-REORGELC-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION

           EVALUATE TRUE
               WHEN CREATE-OPERATION
                   PERFORM CREATE-ELECTION-PROCESS THRU
                       CREATE-ELECTION-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-ELECTION-PROCESS THRU
                       READ-ELECTION-EXIT
               WHEN UPDATE-OPERATION
                   PERFORM UPDATE-ELECTION-PROCESS THRU
                       UPDATE-ELECTION-EXIT
               WHEN DELETE-OPERATION
                   PERFORM DELETE-ELECTION-PROCESS THRU
                       DELETE-ELECTION-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       CREATE-ELECTION-PROCESS.
           PERFORM CHECK-ELECTION-WINDOW THRU
               CHECK-ELECTION-WINDOW-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO CREATE-ELECTION-EXIT
           END-IF
           PERFORM VALIDATE-ELECTION THRU VALIDATE-ELECTION-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO CREATE-ELECTION-EXIT
           END-IF

           OPEN I-O REORGELC-FILE
           IF WS-FILE-STATUS = '35'
      *        First election ever taken - file has to be created.
               OPEN OUTPUT REORGELC-FILE
               CLOSE REORGELC-FILE
               OPEN I-O REORGELC-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO CREATE-ELECTION-EXIT
           END-IF

           MOVE LS-REORGELC-RECORD TO REORGELC-RECORD
           SET RL-HOLDER-ELECTION OF REORGELC-RECORD TO TRUE
           SET RL-PENDING OF REORGELC-RECORD TO TRUE
           MOVE ZERO TO RL-APPLIED-QUANTITY OF REORGELC-RECORD
           MOVE SPACES TO RL-APPLIED-DATE OF REORGELC-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF REORGELC-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGELC-RECORD

           WRITE REORGELC-RECORD
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE REORGELC-RECORD TO LS-REORGELC-RECORD
               WHEN '22'
                   MOVE 02 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE REORGELC-FILE

       CREATE-ELECTION-EXIT.
           EXIT.

       READ-ELECTION-PROCESS.
           OPEN INPUT REORGELC-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-ELECTION-EXIT
           END-IF

           MOVE RL-KEY OF LS-REORGELC-RECORD TO
               RL-KEY OF REORGELC-RECORD
           READ REORGELC-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE REORGELC-RECORD TO LS-REORGELC-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE REORGELC-FILE

       READ-ELECTION-EXIT.
           EXIT.

       UPDATE-ELECTION-PROCESS.
           PERFORM CHECK-ELECTION-WINDOW THRU
               CHECK-ELECTION-WINDOW-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO UPDATE-ELECTION-EXIT
           END-IF
           PERFORM VALIDATE-ELECTION THRU VALIDATE-ELECTION-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO UPDATE-ELECTION-EXIT
           END-IF

           OPEN I-O REORGELC-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO UPDATE-ELECTION-EXIT
           END-IF

           MOVE RL-KEY OF LS-REORGELC-RECORD TO
               RL-KEY OF REORGELC-RECORD
           READ REORGELC-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE REORGELC-FILE
               GO TO UPDATE-ELECTION-EXIT
           END-IF

           MOVE RL-OPTION OF LS-REORGELC-RECORD TO
               RL-OPTION OF REORGELC-RECORD
           MOVE RL-QUANTITY OF LS-REORGELC-RECORD TO
               RL-QUANTITY OF REORGELC-RECORD
           MOVE UPDATED-BY OF LS-REORGELC-RECORD TO
               UPDATED-BY OF REORGELC-RECORD
           SET RL-HOLDER-ELECTION OF REORGELC-RECORD TO TRUE
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGELC-RECORD
           REWRITE REORGELC-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE REORGELC-RECORD TO LS-REORGELC-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE REORGELC-FILE

       UPDATE-ELECTION-EXIT.
           EXIT.

       DELETE-ELECTION-PROCESS.
      *    WITHDRAWING AN ELECTION LEAVES THE HOLDER ON THE DEFAULT -
      *    ONLY ALLOWED WHILE THE WINDOW IS STILL OPEN.
           PERFORM CHECK-ELECTION-WINDOW THRU
               CHECK-ELECTION-WINDOW-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO DELETE-ELECTION-EXIT
           END-IF

           OPEN I-O REORGELC-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO DELETE-ELECTION-EXIT
           END-IF

           MOVE RL-KEY OF LS-REORGELC-RECORD TO
               RL-KEY OF REORGELC-RECORD
           READ REORGELC-FILE
           IF WS-FILE-STATUS = '00'
               DELETE REORGELC-FILE
               IF WS-FILE-STATUS = '00'
                   MOVE 00 TO WS-RETURN-CODE
               ELSE
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 01 TO WS-RETURN-CODE
           END-IF

           CLOSE REORGELC-FILE

       DELETE-ELECTION-EXIT.
           EXIT.

       CHECK-ELECTION-WINDOW.
           MOVE 00 TO WS-RETURN-CODE
           IF RL-EVENT-ID OF LS-REORGELC-RECORD = SPACES
              OR RL-ACCOUNT-ID OF LS-REORGELC-RECORD = SPACES
               MOVE 03 TO WS-RETURN-CODE
               GO TO CHECK-ELECTION-WINDOW-EXIT
           END-IF

           OPEN INPUT REORGEVT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               GO TO CHECK-ELECTION-WINDOW-EXIT
           END-IF
           MOVE RL-EVENT-ID OF LS-REORGELC-RECORD TO
               RE-EVENT-ID OF REORGEVT-RECORD
           READ REORGEVT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE REORGEVT-FILE
               GO TO CHECK-ELECTION-WINDOW-EXIT
           END-IF
           CLOSE REORGEVT-FILE

           IF NOT RE-VOLUNTARY-EVENT OF REORGEVT-RECORD
              OR NOT RE-ANNOUNCED OF REORGEVT-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO CHECK-ELECTION-WINDOW-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-TODAY > RE-ELECTION-DEADLINE OF REORGEVT-RECORD
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       CHECK-ELECTION-WINDOW-EXIT.
           EXIT.

       VALIDATE-ELECTION.
           IF NOT RL-ACCEPT OF LS-REORGELC-RECORD
              AND NOT RL-DECLINE OF LS-REORGELC-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-ELECTION-EXIT
           END-IF
           IF RL-QUANTITY OF LS-REORGELC-RECORD < ZERO
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-ELECTION-EXIT
           END-IF
           IF RL-DECLINE OF LS-REORGELC-RECORD
               MOVE ZERO TO RL-QUANTITY OF LS-REORGELC-RECORD
           END-IF

      *    THE HOLDING HAS TO BE THERE TO ELECT AGAINST.
           CALL 'POSMGMT' USING WS-POSMGMT-OPERATION,
                                 RL-ACCOUNT-ID OF LS-REORGELC-RECORD,
                                 RE-OLD-SYMBOL OF REORGEVT-RECORD,
                                 WS-POSMGMT-TYPE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-PRICE,
                                 WS-POSMGMT-HELD,
                                 WS-POSMGMT-RETURN-CODE,
                                 WS-POSMGMT-ORDER-ID,
                                 WS-POSMGMT-BASIS-METHOD
           IF WS-POSMGMT-RETURN-CODE NOT = 00
              OR WS-POSMGMT-HELD NOT > ZERO
               MOVE 01 TO WS-RETURN-CODE
               GO TO VALIDATE-ELECTION-EXIT
           END-IF
           IF RL-QUANTITY OF LS-REORGELC-RECORD > WS-POSMGMT-HELD
               MOVE 03 TO WS-RETURN-CODE
           END-IF.

       VALIDATE-ELECTION-EXIT.
           EXIT.

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

       END PROGRAM ELECTMNT.
