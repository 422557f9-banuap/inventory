       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGMNT.
      ******************************************************************
      * PROGRAM: REORGMNT - CORPORATE REORGANIZATION EVENT MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: MAINTAIN REORGEVT.DAT, THE MERGER / SPIN-OFF /
      *          TENDER / EXCHANGE OFFER EVENTS CORPACT PROCESSES,
      *          PARALLEL TO DRIPMNT BUT AGAINST REORGANIZATION
      *          EVENTS.
      * FUNCTIONS: CREATE, READ, UPDATE, DELETE EVENT ROWS.
      *            CANCELLATION RIDES IN ON UPDATE - THE CALLER SETS
      *            RE-STATUS TO 'X' ON THE RECORD IT PASSES.
      *
      * NOTES: CREATE AND UPDATE CHECK THAT THE TERMS THE EVENT TYPE
      *        NEEDS ARE PRESENT - A CASH MERGER OR TENDER NEEDS CASH
      *        PER SHARE; A STOCK MERGER, EXCHANGE OFFER OR SPIN-OFF
      *        NEEDS A NEW SYMBOL AND A RATIO; A CASH-AND-STOCK MERGER
      *        NEEDS ALL THREE PLUS A BASIS PERCENT UNDER 100 (THE
      *        REST OF THE BASIS GOES AGAINST THE CASH); A SPIN-OFF
      *        NEEDS A BASIS PERCENT UNDER 100; A VOLUNTARY EVENT
      *        NEEDS AN ELECTION DEADLINE NO LATER THAN THE EFFECTIVE
      *        DATE, AND DEFAULTS NON-RESPONDERS TO DECLINE. AN EVENT
      *        CORPACT HAS ALREADY PROCESSED CAN NO LONGER BE CHANGED
      *        OR DELETED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORGEVT-FILE ASSIGN TO "REORGEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-EVENT-ID
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORGEVT-FILE.
       COPY REORGEVT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  CREATE-OPERATION          VALUE 'CREATE'.
           88  READ-OPERATION            VALUE 'READ  '.
           88  UPDATE-OPERATION          VALUE 'UPDATE'.
           88  DELETE-OPERATION          VALUE 'DELETE'.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

       01  WS-TERMS-SW                   PIC X(01).
           88  TERMS-VALID               VALUE 'Y'.
           88  TERMS-INVALID             VALUE 'N'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY REORGEVT REPLACING REORGEVT-RECORD BY LS-REORGEVT-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-REORGEVT-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION

           EVALUATE TRUE
               WHEN CREATE-OPERATION
                   PERFORM CREATE-EVENT-PROCESS THRU
                       CREATE-EVENT-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-EVENT-PROCESS THRU
                       READ-EVENT-EXIT
               WHEN UPDATE-OPERATION
                   PERFORM UPDATE-EVENT-PROCESS THRU
                       UPDATE-EVENT-EXIT
               WHEN DELETE-OPERATION
                   PERFORM DELETE-EVENT-PROCESS THRU
                       DELETE-EVENT-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       CREATE-EVENT-PROCESS.
           IF RE-EVENT-ID OF LS-REORGEVT-RECORD = SPACES
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-EVENT-EXIT
           END-IF

           PERFORM VALIDATE-EVENT-TERMS THRU VALIDATE-EVENT-TERMS-EXIT
           IF TERMS-INVALID
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-EVENT-EXIT
           END-IF

           OPEN I-O REORGEVT-FILE
           IF WS-FILE-STATUS = '35'
      *        First event ever written - file has to be created.
               OPEN OUTPUT REORGEVT-FILE
               CLOSE REORGEVT-FILE
               OPEN I-O REORGEVT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO CREATE-EVENT-EXIT
           END-IF

           MOVE LS-REORGEVT-RECORD TO REORGEVT-RECORD
           SET RE-ANNOUNCED OF REORGEVT-RECORD TO TRUE
           MOVE SPACES TO RE-PROCESSED-DATE OF REORGEVT-RECORD
           MOVE ZERO TO RE-HOLDERS-PROCESSED OF REORGEVT-RECORD
           MOVE ZERO TO RE-HOLDERS-FAILED OF REORGEVT-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF REORGEVT-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGEVT-RECORD

           WRITE REORGEVT-RECORD
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE REORGEVT-RECORD TO LS-REORGEVT-RECORD
               WHEN '22'
                   MOVE 02 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE REORGEVT-FILE

       CREATE-EVENT-EXIT.
           EXIT.

       READ-EVENT-PROCESS.
           OPEN INPUT REORGEVT-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-EVENT-EXIT
           END-IF

           MOVE RE-EVENT-ID OF LS-REORGEVT-RECORD TO
               RE-EVENT-ID OF REORGEVT-RECORD
           READ REORGEVT-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE REORGEVT-RECORD TO LS-REORGEVT-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE REORGEVT-FILE

       READ-EVENT-EXIT.
           EXIT.

       UPDATE-EVENT-PROCESS.
      *    A CANCELLATION ONLY NEEDS THE STATUS - THE TERMS ARE NOT
      *    RE-CHECKED FOR AN EVENT THAT WILL NEVER RUN.
           IF NOT RE-CANCELLED OF LS-REORGEVT-RECORD
               PERFORM VALIDATE-EVENT-TERMS THRU
                   VALIDATE-EVENT-TERMS-EXIT
               IF TERMS-INVALID
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO UPDATE-EVENT-EXIT
               END-IF
           END-IF

           OPEN I-O REORGEVT-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO UPDATE-EVENT-EXIT
           END-IF

           MOVE RE-EVENT-ID OF LS-REORGEVT-RECORD TO
               RE-EVENT-ID OF REORGEVT-RECORD
           READ REORGEVT-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE REORGEVT-FILE
               GO TO UPDATE-EVENT-EXIT
           END-IF

      *    WHAT CORPACT HAS ALREADY POSTED CANNOT BE RE-TERMED HERE.
           IF RE-PROCESSED OF REORGEVT-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE REORGEVT-FILE
               GO TO UPDATE-EVENT-EXIT
           END-IF

           MOVE RE-STATUS OF LS-REORGEVT-RECORD TO
               RE-STATUS OF REORGEVT-RECORD
           IF NOT RE-CANCELLED OF REORGEVT-RECORD
               MOVE LS-REORGEVT-RECORD TO REORGEVT-RECORD
               SET RE-ANNOUNCED OF REORGEVT-RECORD TO TRUE
           END-IF
           MOVE UPDATED-BY OF LS-REORGEVT-RECORD TO
               UPDATED-BY OF REORGEVT-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGEVT-RECORD
           REWRITE REORGEVT-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE REORGEVT-RECORD TO LS-REORGEVT-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE REORGEVT-FILE

       UPDATE-EVENT-EXIT.
           EXIT.

       DELETE-EVENT-PROCESS.
           OPEN I-O REORGEVT-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO DELETE-EVENT-EXIT
           END-IF

           MOVE RE-EVENT-ID OF LS-REORGEVT-RECORD TO
               RE-EVENT-ID OF REORGEVT-RECORD
           READ REORGEVT-FILE
           IF WS-FILE-STATUS = '00'
               IF RE-PROCESSED OF REORGEVT-RECORD
                   MOVE 03 TO WS-RETURN-CODE
               ELSE
                   DELETE REORGEVT-FILE
                   IF WS-FILE-STATUS = '00'
                       MOVE 00 TO WS-RETURN-CODE
                   ELSE
                       MOVE 04 TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 01 TO WS-RETURN-CODE
           END-IF

           CLOSE REORGEVT-FILE

       DELETE-EVENT-EXIT.
           EXIT.

       VALIDATE-EVENT-TERMS.
           SET TERMS-INVALID TO TRUE

           IF RE-OLD-SYMBOL OF LS-REORGEVT-RECORD = SPACES
              OR NOT RE-VALID-EVENT-TYPE OF LS-REORGEVT-RECORD
              OR RE-EFFECTIVE-DATE OF LS-REORGEVT-RECORD NOT NUMERIC
               GO TO VALIDATE-EVENT-TERMS-EXIT
           END-IF

      *    CASH LEG - CASH MERGER, TENDER, AND THE CASH HALF OF A
      *    CASH-AND-STOCK MERGER.
           IF RE-CASH-MERGER OF LS-REORGEVT-RECORD
              OR RE-TENDER-OFFER OF LS-REORGEVT-RECORD
              OR RE-MIXED-MERGER OF LS-REORGEVT-RECORD
               IF RE-CASH-PER-SHARE OF LS-REORGEVT-RECORD = ZERO
                   GO TO VALIDATE-EVENT-TERMS-EXIT
               END-IF
           END-IF

      *    SHARE LEG - EVERYTHING THAT DELIVERS NEW STOCK.
           IF RE-STOCK-MERGER OF LS-REORGEVT-RECORD
              OR RE-EXCHANGE-OFFER OF LS-REORGEVT-RECORD
              OR RE-MIXED-MERGER OF LS-REORGEVT-RECORD
              OR RE-SPIN-OFF OF LS-REORGEVT-RECORD
               IF RE-NEW-SYMBOL OF LS-REORGEVT-RECORD = SPACES
                  OR RE-NEW-SYMBOL OF LS-REORGEVT-RECORD =
                     RE-OLD-SYMBOL OF LS-REORGEVT-RECORD
                  OR RE-SHARE-RATIO OF LS-REORGEVT-RECORD = ZERO
                   GO TO VALIDATE-EVENT-TERMS-EXIT
               END-IF
           END-IF

      *    A BASIS SPLIT HAS TO LEAVE SOMETHING ON BOTH SIDES.
           IF RE-MIXED-MERGER OF LS-REORGEVT-RECORD
              OR RE-SPIN-OFF OF LS-REORGEVT-RECORD
               IF RE-BASIS-PERCENT OF LS-REORGEVT-RECORD = ZERO
                  OR RE-BASIS-PERCENT OF LS-REORGEVT-RECORD
                     NOT LESS THAN 100
                   GO TO VALIDATE-EVENT-TERMS-EXIT
               END-IF
           END-IF

           IF RE-VOLUNTARY-EVENT OF LS-REORGEVT-RECORD
               IF RE-ELECTION-DEADLINE OF LS-REORGEVT-RECORD
                      NOT NUMERIC
                  OR RE-ELECTION-DEADLINE OF LS-REORGEVT-RECORD >
                     RE-EFFECTIVE-DATE OF LS-REORGEVT-RECORD
                   GO TO VALIDATE-EVENT-TERMS-EXIT
               END-IF
               IF RE-DEFAULT-OPTION OF LS-REORGEVT-RECORD = SPACE
                   SET RE-DEFAULT-DECLINE OF LS-REORGEVT-RECORD
                       TO TRUE
               END-IF
               IF NOT RE-DEFAULT-ACCEPT OF LS-REORGEVT-RECORD
                  AND NOT RE-DEFAULT-DECLINE OF LS-REORGEVT-RECORD
                   GO TO VALIDATE-EVENT-TERMS-EXIT
               END-IF
           ELSE
               MOVE SPACES TO RE-ELECTION-DEADLINE OF
                   LS-REORGEVT-RECORD
               MOVE SPACE TO RE-DEFAULT-OPTION OF LS-REORGEVT-RECORD
           END-IF

           SET TERMS-VALID TO TRUE.

       VALIDATE-EVENT-TERMS-EXIT.
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

       END PROGRAM REORGMNT.
