       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOAPRPLY.
      ******************************************************************
      * PROGRAM: SOAPRPLY - SOAP STORE-AND-FORWARD QUEUE REPLAY
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: REPLAY THE WRITE OPERATIONS SOAP-SERVER HELD ON
      *          SOAPQ.DAT WHILE THE NIGHTLY BATCH WINDOW WAS RUNNING.
      *          EACH QUEUED REQUEST IS RUN, IN ARRIVAL ORDER, THROUGH
      *          THE SAME CALL SOAP-SERVER WOULD HAVE MADE FOR IT -
      *          ACCOUNT-MANAGER, CUSTMGMT 'CREATE' OR TRANPOST
      *          'POST' - AND THE OUTCOME (RETURN CODE AND RESPONSE
      *          MESSAGE) IS RECORDED ON THE QUEUE ROW, WHERE THE
      *          CALLER PICKS IT UP WITH A GET_REQUEST_STATUS INQUIRY.
      * FUNCTIONS: CALLED BY EODDRIVER RIGHT AFTER IT PUTS THE SYSTEM
      *            BACK INTO ONLINE MODE; MAY ALSO BE CALLED ON ITS
      *            OWN TO CLEAR A QUEUE LEFT BY A WINDOW THAT DID NOT
      *            FINISH. ROWS ALREADY REPLAYED ARE SKIPPED, SO A
      *            SECOND RUN DOES NOT POST ANYTHING TWICE.
      *            LK-RETURN-CODE: 00 NOTHING QUEUED OR EVERY REQUEST
      *            COMPLETED, 04 AT LEAST ONE REQUEST FAILED ON
      *            REPLAY, 08 SOAPQ.DAT COULD NOT BE OPENED.
      *
      * NOTES: A REPLAYED POST_TRANSACTION IS DATED THE DAY IT IS
      *        REPLAYED, THE SAME AS IT WOULD HAVE BEEN HAD IT ARRIVED
      *        ONCE THE WINDOW CLOSED. THE CORRELATION ID GOES TO
      *        ACCOUNT-MANAGER AS THE REQUEST ID, SO THE TRANSLOG.DAT
      *        RECORD TRACES BACK TO THE ORIGINAL SOAP CALL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOAPQ-FILE ASSIGN TO "SOAPQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-CORRELATION-ID
               FILE STATUS IS WS-SOAPQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOAPQ-FILE.
       COPY SOAPQ.

       WORKING-STORAGE SECTION.
       01  WS-SOAPQ-STATUS               PIC XX.

       01  WS-REPLAY-DATE                PIC 9(08).
       01  WS-REPLAY-TIME                PIC 9(08).

       01  WS-REPLAYED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-COMPLETED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(05) VALUE ZERO.

      *    THE PARAMETERS SOAP-SERVER PASSES ON EACH BACKEND CALL.
       01  WS-OPERATION                  PIC X(24).
       01  WS-REQUEST-DATA               PIC X(500).
       01  WS-BUSINESS-RESPONSE          PIC X(8000).
       01  WS-BUSINESS-RETURN-CODE       PIC 9(02).
       01  WS-REQUEST-ID                 PIC X(16).
       01  WS-CUSTMGMT-OPERATION         PIC X(06).
       01  WS-CUSTMGMT-INVALID-FIELD     PIC X(20).
       01  WS-TRANPOST-OPERATION         PIC X(06).
       01  WS-HISTORY-START-DATE         PIC X(08) VALUE '19000101'.
       01  WS-HISTORY-END-DATE           PIC X(08) VALUE '99991231'.
       01  WS-HISTORY-BUFFER.
           05  WS-HIST-COUNT             PIC 9(03).
           05  WS-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-HE-TRANSACTION-ID  PIC X(16).
               10  WS-HE-TRANSACTION-TYPE
                                         PIC X(03).
               10  WS-HE-TRANSACTION-AMOUNT
                                         PIC S9(13)V99 COMP-3.
               10  WS-HE-TRANSACTION-DATE
                                         PIC X(08).
               10  WS-HE-TRANSACTION-STATUS
                                         PIC X(01).

       COPY CUSTOMER REPLACING CUSTOMER-RECORD BY
           WS-CUSTOMER-DATA-RECORD.
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-DATA-RECORD.
       COPY SOAP-STRUCTURES.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF WS-SOAPQ-STATUS = '00'
               READ SOAPQ-FILE NEXT RECORD
               PERFORM REPLAY-ONE-REQUEST
                   UNTIL WS-SOAPQ-STATUS NOT = '00'
               CLOSE SOAPQ-FILE
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           ACCEPT WS-REPLAY-DATE FROM DATE YYYYMMDD

      *    NO QUEUE ON FILE MEANS NOTHING ARRIVED DURING THE WINDOW.
           OPEN I-O SOAPQ-FILE
           IF WS-SOAPQ-STATUS = '35'
               DISPLAY 'SOAPRPLY: NO SOAPQ.DAT ON FILE - NOTHING TO '
                   'REPLAY'
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           IF WS-SOAPQ-STATUS NOT = '00'
               DISPLAY 'SOAPRPLY: UNABLE TO OPEN SOAPQ.DAT, STATUS = '
                   WS-SOAPQ-STATUS
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

      *    KEY ORDER IS ARRIVAL ORDER - SEE THE SOAPQ COPYBOOK.
       REPLAY-ONE-REQUEST.
           IF SQ-QUEUED
               PERFORM CALL-BACKEND
               PERFORM RECORD-OUTCOME
           END-IF
           READ SOAPQ-FILE NEXT RECORD.

       CALL-BACKEND.
           MOVE SQ-OPERATION TO WS-OPERATION
           MOVE SQ-REQUEST-DATA TO WS-REQUEST-DATA
           MOVE SQ-CORRELATION-ID TO WS-REQUEST-ID
           MOVE SPACES TO WS-BUSINESS-RESPONSE
           MOVE ZERO TO WS-BUSINESS-RETURN-CODE

           EVALUATE WS-OPERATION
               WHEN OP-CREATE-CUSTOMER
                   PERFORM CALL-CUSTOMER-CREATE
               WHEN OP-POST-TRANSACTION
                   PERFORM CALL-TRANSACTION-POST
               WHEN OTHER
                   CALL 'ACCOUNT-MANAGER' USING
                       WS-OPERATION,
                       WS-REQUEST-DATA,
                       WS-BUSINESS-RESPONSE,
                       WS-BUSINESS-RETURN-CODE,
                       WS-REQUEST-ID
           END-EVALUATE.

       CALL-CUSTOMER-CREATE.
           MOVE SPACES TO WS-CUSTOMER-DATA-RECORD
           MOVE WS-REQUEST-DATA(1:10) TO
               CUSTOMER-ID OF WS-CUSTOMER-DATA-RECORD
           MOVE 'CREATE' TO WS-CUSTMGMT-OPERATION

           CALL 'CUSTMGMT' USING WS-CUSTMGMT-OPERATION,
                                  WS-CUSTOMER-DATA-RECORD,
                                  WS-BUSINESS-RETURN-CODE,
                                  WS-CUSTMGMT-INVALID-FIELD

           IF WS-BUSINESS-RETURN-CODE = 00
               STRING 'Customer ' DELIMITED BY SIZE
                      CUSTOMER-ID OF WS-CUSTOMER-DATA-RECORD
                          DELIMITED BY SPACE
                      ' created successfully' DELIMITED BY SIZE
                      INTO WS-BUSINESS-RESPONSE
               END-STRING
           ELSE
               MOVE 'Error creating customer' TO WS-BUSINESS-RESPONSE
           END-IF.

       CALL-TRANSACTION-POST.
           MOVE SPACES TO WS-TRANSACTION-DATA-RECORD
           MOVE WS-REQUEST-DATA(1:12) TO
               ACCOUNT-ID OF WS-TRANSACTION-DATA-RECORD
           MOVE SQ-TXN-TYPE TO
               TRANSACTION-TYPE OF WS-TRANSACTION-DATA-RECORD
           IF SQ-TXN-AMOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(SQ-TXN-AMOUNT) TO
                   TRANSACTION-AMOUNT OF WS-TRANSACTION-DATA-RECORD
           END-IF
           MOVE WS-REPLAY-DATE TO
               TRANSACTION-DATE OF WS-TRANSACTION-DATA-RECORD
           MOVE 'POST  ' TO WS-TRANPOST-OPERATION

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-DATA-RECORD,
                                  WS-BUSINESS-RETURN-CODE,
                                  WS-HISTORY-START-DATE,
                                  WS-HISTORY-END-DATE,
                                  WS-HISTORY-BUFFER

           IF WS-BUSINESS-RETURN-CODE = 00
               STRING 'Transaction ' DELIMITED BY SIZE
                      TRANSACTION-ID OF WS-TRANSACTION-DATA-RECORD
                          DELIMITED BY SPACE
                      ' posted successfully' DELIMITED BY SIZE
                      INTO WS-BUSINESS-RESPONSE
               END-STRING
           ELSE
               MOVE 'Error posting transaction' TO WS-BUSINESS-RESPONSE
           END-IF.

       RECORD-OUTCOME.
           ADD 1 TO WS-REPLAYED-COUNT
           IF WS-BUSINESS-RETURN-CODE = 00
               SET SQ-COMPLETED TO TRUE
               ADD 1 TO WS-COMPLETED-COUNT
           ELSE
               SET SQ-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           MOVE WS-BUSINESS-RETURN-CODE TO SQ-RETURN-CODE
           MOVE WS-BUSINESS-RESPONSE TO SQ-RESPONSE-MESSAGE
           ACCEPT WS-REPLAY-TIME FROM TIME
           MOVE SPACES TO SQ-REPLAY-TIMESTAMP
           STRING WS-REPLAY-DATE DELIMITED BY SIZE
                  WS-REPLAY-TIME DELIMITED BY SIZE
                  INTO SQ-REPLAY-TIMESTAMP
           END-STRING

           REWRITE SOAPQ-RECORD
           IF WS-SOAPQ-STATUS NOT = '00'
               DISPLAY 'SOAPRPLY: UNABLE TO RECORD OUTCOME OF '
                   SQ-CORRELATION-ID ', STATUS = ' WS-SOAPQ-STATUS
           END-IF.

       FINALIZE-PROCESS.
           IF WS-FAILED-COUNT > ZERO
               MOVE 04 TO LK-RETURN-CODE
           END-IF
           DISPLAY 'SOAPRPLY: QUEUED SOAP REQUESTS REPLAYED: '
               WS-REPLAYED-COUNT
           DISPLAY 'SOAPRPLY:   COMPLETED: ' WS-COMPLETED-COUNT
           DISPLAY 'SOAPRPLY:   FAILED:    ' WS-FAILED-COUNT.
