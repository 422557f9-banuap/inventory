      *             AGAINST AN OLDER ACCOUNT/CUSTOMER/TRANSACTION
      *             LAYOUT RETURNS A CLEAN SOAP ERROR RESPONSE INSTEAD
      *             OF READING OR WRITING FIELDS AT THE WRONG OFFSET.
      * 2026-10-15  WS-EXPECTED-TRAN-VERSION MOVED TO 0005 FOR THE
      *             APPENDED TRANSACTION-DESC FIELD.
      * 2026-10-15  WS-EXPECTED-TRAN-VERSION MOVED TO 0006 FOR THE
      *             APPENDED TRANSACTION-SUBTYPE FIELD.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0004 FOR THE
      *             APPENDED IRA-SUBTYPE AND ROTH-CLOCK-START-DATE
      *             FIELDS.
      * 2026-10-15  WS-EXPECTED-CUST-VERSION MOVED TO 0004 FOR THE
      *             APPENDED MERGED-INTO-ID AND MERGED-DATE FIELDS.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0005 FOR THE
      *             APPENDED COST-BASIS-METHOD FIELD.
      * 2026-10-15  WS-EXPECTED-CUST-VERSION MOVED TO 0005 FOR THE
      *             APPENDED NEW-ISSUE RESTRICTED-PERSON FIELDS.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0006 FOR THE
      *             APPENDED CORRESPONDENT-ID FIELD.
      * 2026-10-15  WS-EXPECTED-ACCT-VERSION MOVED TO 0007 FOR THE
      *             APPENDED ACCT-RECORD-MAILED-DATE FIELD.
      * 2026-10-15  STORE-AND-FORWARD DURING THE BATCH WINDOW: THE RUN
      *             MODE IS CHECKED WITH SYSMODE ON EVERY CALL, AND
      *             WHILE EODDRIVER HAS THE SYSTEM IN BATCH MODE A
      *             WRITE OPERATION (CREATE/UPDATE/DELETE/TRANSFER
      *             ACCOUNT, CREATE_CUSTOMER, POST_TRANSACTION) IS
      *             FILED ON SOAPQ.DAT INSTEAD OF BEING RUN AGAINST
      *             FILES THE NIGHTLY STEPS ARE POSTING TO. THE CALLER
      *             GETS A QUEUED RESPONSE CARRYING THE CORRELATION ID;
      *             SOAPRPLY REPLAYS THE QUEUE ONCE THE WINDOW CLOSES.
      *             NEW GET_REQUEST_STATUS OPERATION RETURNS A QUEUED
      *             REQUEST'S OUTCOME. READ-ONLY OPERATIONS ARE STILL
      *             ANSWERED DURING THE WINDOW.
      * 2026-10-15  CLIENT AUTHENTICATION: EVERY REQUEST NOW CARRIES
      *             ITS CALLER'S <apiClientId> WITH AN <apiSecret> OR
      *             <apiCertFingerprint>, CHECKED AGAINST THE CLIENT
      *             REGISTRY (SOAPCLNT.DAT, MAINTAINED BY SOAPCMNT)
      *             BEFORE DISPATCH - UNKNOWN, INACTIVE OR BADLY
      *             CREDENTIALED CLIENTS, OPERATIONS THE CLIENT IS NOT
      *             ENTITLED TO, AND REQUESTS OVER THE CLIENT'S DAILY
      *             CEILING ARE REFUSED WITH A SOAP FAULT NAMING THE
      *             REASON. THE COMPLETION LOG LINE NOW CARRIES THE
      *             CLIENT ID, OPERATION AND OUTCOME IN FIXED COLUMNS
      *             (SOAPLOG COPYBOOK) BESIDE THE REQUEST ID, FOR THE
      *             SOAPUSE DAILY USAGE REPORT. NO SOAPCLNT.DAT ON
      *             FILE YET MEANS THE REGISTRY IS NOT IN USE, THE
      *             SAME STANCE OPERCTL TAKES.
      * 2026-10-15  NEW VALIDATE_TRANSACTION OPERATION RUNS THE POSTING
      *             THROUGH TRANPOST'S VALIDATE-ONLY MODE AND RETURNS
      *             EVERY FAILING CHECK AS A <failures> LIST (CODE,
      *             CHECK NAME, REASON) BEFORE THE TICKET IS POSTED.
      *             AN OPTIONAL <actingParty> IS CHECKED FOR A LIVE
      *             AUTHORIZATION. NOTHING IS WRITTEN, SO IT IS
      *             ANSWERED DURING THE BATCH WINDOW TOO.
      * 2026-10-15  WS-EXPECTED-CUST-VERSION MOVED TO 0006 FOR THE
      *             SHORTENED SPIN-EXEC-COMPANY FIELD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOAP-SERVER.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SOAPCLNT-FILE ASSIGN TO 'SOAPCLNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLIENT-ID
               FILE STATUS IS WS-SOAPCLNT-STATUS.

           SELECT SOAPQ-FILE ASSIGN TO 'SOAPQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-CORRELATION-ID
               FILE STATUS IS WS-SOAPQ-STATUS.
               
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-RECORD                  PIC X(200).

       FD  SOAPQ-FILE.
       COPY SOAPQ.

       FD  SOAPCLNT-FILE.
       COPY SOAPCLNT.
       
       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-SOAPQ-STATUS             PIC XX.
       01  WS-SOAPCLNT-STATUS          PIC XX.
       01  WS-TIMESTAMP                PIC X(19).
       01  WS-LOG-MESSAGE              PIC X(200).
       
       01  WS-SOAP-REQUEST-XML         PIC X(32000).
       01  WS-SOAP-RESPONSE-XML        PIC X(32000).
       01  WS-EXTRACTED-OPERATION      PIC X(24).
      *    Operations that change a master file - held on SOAPQ.DAT
      *    while the batch window is running.
           88  WRITE-OPERATION         VALUE 'CREATE_ACCOUNT'
                                             'UPDATE_ACCOUNT'
                                             'DELETE_ACCOUNT'
                                             'TRANSFER_ACCOUNT'
                                             'CREATE_CUSTOMER'
                                             'POST_TRANSACTION'.
       01  WS-EXTRACTED-DATA           PIC X(500).
       01  WS-BUSINESS-RESPONSE        PIC X(8000).
       01  WS-BUSINESS-RETURN-CODE     PIC 9(2).
      *    THE ACCOUNT/CUSTOMER/TRANSACTION LAYOUTS THIS PROGRAM WAS
      *    WRITTEN AGAINST - COMPARED AGAINST CPYVER-ACCOUNT,
      *    CPYVER-CUSTOMER, AND CPYVER-TRANSACTION AT STARTUP.
       01  WS-EXPECTED-ACCT-VERSION    PIC 9(04) VALUE 0007.
       01  WS-EXPECTED-CUST-VERSION    PIC 9(04) VALUE 0006.
       01  WS-EXPECTED-TRAN-VERSION    PIC 9(04) VALUE 0006.

       01  WS-GENERATED-ID.
           05  WS-GENERATED-DATE       PIC 9(08).
           05  WS-GENERATED-TIME       PIC 9(08).
       01  WS-GENERATED-ID-NUMBER REDEFINES WS-GENERATED-ID
                                       PIC 9(16).
       01  WS-REQUEST-ID               PIC X(16).

       01  WS-SYSMODE-OPERATION        PIC X(06) VALUE 'CHECK '.
       01  WS-SYSMODE-SET-BY           PIC X(08) VALUE SPACES.
       01  WS-SYSMODE-MODE             PIC X(01).
           88  BATCH-WINDOW-OPEN       VALUE 'B'.
       01  WS-SYSMODE-RETURN-CODE      PIC 9(02).

       01  WS-REQUEST-QUEUED-SW        PIC X(01).
           88  REQUEST-QUEUED          VALUE 'Y'.
       01  WS-STATUS-INQUIRY-SW        PIC X(01).
           88  STATUS-INQUIRY-ANSWERED VALUE 'Y'.
       01  WS-QUEUE-TRIES              PIC 9(03).
       01  WS-CORRELATION-ID           PIC X(16).
       01  WS-QUEUED-REQUEST-STATUS    PIC X(10).
       01  WS-REPLAY-RETURN-CODE       PIC 9(02).

      *    Caller identification from the request, checked against
      *    SOAPCLNT.DAT before anything is dispatched.
       01  WS-API-CLIENT-ID            PIC X(16).
       01  WS-API-SECRET               PIC X(64).
       01  WS-API-CERT-FINGERPRINT     PIC X(64).
       01  WS-CLIENT-REFUSED-SW        PIC X(01).
           88  CLIENT-REFUSED          VALUE 'Y'.
       01  WS-FAULT-CODE               PIC X(11).
       01  WS-FAULT-STRING             PIC X(24).
       01  WS-OPERATION-ENTITLED-SW    PIC X(01).
           88  OPERATION-ENTITLED      VALUE 'Y'.
       01  WS-ENTITLEMENT-INDEX        PIC 9(02).
       01  WS-TODAY                    PIC X(08).

       COPY SOAPLOG.

       01  WS-DATE-SCRATCH             PIC X(500).
       01  WS-HISTORY-START-DATE       PIC X(08) VALUE '19000101'.
       01  WS-HISTORY-END-DATE         PIC X(08) VALUE '99991231'.

       01  WS-EXTRACTED-TXN-TYPE       PIC X(03).
       01  WS-EXTRACTED-TXN-AMOUNT     PIC X(15).
       01  WS-EXTRACTED-ACTING-PARTY   PIC X(10).

      *    Failure list back from TRANPOST's validate-only run.
       COPY VALLIST REPLACING VALIDATION-LIST BY WS-VALIDATION-LIST.
       01  WS-VALIDATION-SW            PIC X(01).
           88  VALIDATION-ANSWERED     VALUE 'Y'.
       01  WS-FAILURE-INDEX            PIC 9(02).
       01  WS-HISTORY-BUFFER.
           05  WS-HIST-COUNT           PIC 9(03).
           05  WS-HIST-ENTRIES OCCURS 50 TIMES.
           MOVE LK-SOAP-REQUEST TO WS-SOAP-REQUEST-XML

           MOVE ZERO TO WS-BUSINESS-RETURN-CODE
           MOVE 'N' TO WS-REQUEST-QUEUED-SW
           MOVE 'N' TO WS-STATUS-INQUIRY-SW
           MOVE 'N' TO WS-VALIDATION-SW
           MOVE 'N' TO WS-CLIENT-REFUSED-SW
           MOVE SPACES TO WS-API-CLIENT-ID
           PERFORM CHECK-COPYBOOK-VERSIONS
           IF WS-BUSINESS-RETURN-CODE = 00
               PERFORM PARSE-SOAP-REQUEST
               PERFORM AUTHENTICATE-CLIENT THRU
                   AUTHENTICATE-CLIENT-EXIT
           END-IF
           IF WS-BUSINESS-RETURN-CODE = 00
               PERFORM CHECK-RUN-MODE
      *        A write arriving during the batch window is held for
      *        replay instead of landing in the middle of a nightly
      *        step - reads are answered either way.
               IF BATCH-WINDOW-OPEN AND WRITE-OPERATION
                   PERFORM QUEUE-WRITE-REQUEST THRU
                       QUEUE-WRITE-REQUEST-EXIT
               ELSE
                   PERFORM CALL-BUSINESS-LOGIC
               END-IF
           END-IF
           IF CLIENT-REFUSED
               PERFORM BUILD-SOAP-FAULT
           ELSE
               PERFORM BUILD-SOAP-RESPONSE
           END-IF

           MOVE WS-SOAP-RESPONSE-XML TO LK-SOAP-RESPONSE

           PERFORM CHECK-OP-CREATE-CUSTOMER
           PERFORM CHECK-OP-GET-CUSTOMER
           PERFORM CHECK-OP-POST-TRANSACTION
           PERFORM CHECK-OP-VALIDATE-TRANSACTION
           PERFORM CHECK-OP-GET-TRANS-HISTORY
           PERFORM CHECK-OP-TRANSFER-ACCOUNT
           PERFORM CHECK-OP-GET-REQUEST-STATUS

           PERFORM EXTRACT-ACCOUNT-ID
           PERFORM EXTRACT-CUSTOMER-ID
           PERFORM EXTRACT-DATE-RANGE
           PERFORM EXTRACT-TRANSFER-FIELDS
           PERFORM EXTRACT-TRANSACTION-FIELDS
           PERFORM EXTRACT-ACTING-PARTY
           PERFORM EXTRACT-CORRELATION-ID
           PERFORM EXTRACT-CLIENT-CREDENTIALS.

      *    Each CHECK-OP-xxx paragraph only takes effect while the
      *    operation is still UNKNOWN, so the first match found wins,
               END-IF
           END-IF.

       CHECK-OP-VALIDATE-TRANSACTION.
           IF WS-EXTRACTED-OPERATION = 'UNKNOWN'
               MOVE ZERO TO WS-CONTAINS-COUNT
               INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
                   FOR ALL 'VALIDATE_TRANSACTION'
               IF WS-CONTAINS-COUNT > 0
                   MOVE 'VALIDATE_TRANSACTION' TO
                       WS-EXTRACTED-OPERATION
               END-IF
           END-IF.

       CHECK-OP-GET-TRANS-HISTORY.
           IF WS-EXTRACTED-OPERATION = 'UNKNOWN'
               MOVE ZERO TO WS-CONTAINS-COUNT
               END-IF
           END-IF.

       CHECK-OP-GET-REQUEST-STATUS.
           IF WS-EXTRACTED-OPERATION = 'UNKNOWN'
               MOVE ZERO TO WS-CONTAINS-COUNT
               INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
                   FOR ALL 'GET_REQUEST_STATUS'
               IF WS-CONTAINS-COUNT > 0
                   MOVE 'GET_REQUEST_STATUS' TO WS-EXTRACTED-OPERATION
               END-IF
           END-IF.

      *    Extract account data (simplified approach)
      *    In practice, this would parse XML elements properly
       EXTRACT-ACCOUNT-ID.
               END-UNSTRING
           END-IF.

      *    Acting party for VALIDATE_TRANSACTION - blank when the
      *    account owner is acting.
       EXTRACT-ACTING-PARTY.
           MOVE SPACES TO WS-EXTRACTED-ACTING-PARTY

           MOVE ZERO TO WS-CONTAINS-COUNT
           INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
               FOR ALL '<actingParty>'
           IF WS-CONTAINS-COUNT > 0
               UNSTRING WS-SOAP-REQUEST-XML DELIMITED BY
                   '<actingParty>'
                   INTO WS-DATE-SCRATCH, WS-DATE-SCRATCH
               END-UNSTRING
               UNSTRING WS-DATE-SCRATCH DELIMITED BY
                   '</actingParty>'
                   INTO WS-EXTRACTED-ACTING-PARTY, WS-DATE-SCRATCH
               END-UNSTRING
           END-IF.

      *    Correlation ID for GET_REQUEST_STATUS - the ID handed
      *    back in the QUEUED response to a write made during the
      *    batch window.
       EXTRACT-CORRELATION-ID.
           MOVE SPACES TO WS-CORRELATION-ID

           MOVE ZERO TO WS-CONTAINS-COUNT
           INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
               FOR ALL '<correlationId>'
           IF WS-CONTAINS-COUNT > 0
               UNSTRING WS-SOAP-REQUEST-XML DELIMITED BY
                   '<correlationId>'
                   INTO WS-DATE-SCRATCH, WS-DATE-SCRATCH
               END-UNSTRING
               UNSTRING WS-DATE-SCRATCH DELIMITED BY
                   '</correlationId>'
                   INTO WS-CORRELATION-ID, WS-DATE-SCRATCH
               END-UNSTRING
           END-IF.

      *    Caller identification - normally carried in the SOAP
      *    header, but found wherever it sits in the envelope, the
      *    same as every other element.
       EXTRACT-CLIENT-CREDENTIALS.
           MOVE SPACES TO WS-API-SECRET
           MOVE SPACES TO WS-API-CERT-FINGERPRINT

           MOVE ZERO TO WS-CONTAINS-COUNT
           INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
               FOR ALL '<apiClientId>'
           IF WS-CONTAINS-COUNT > 0
               UNSTRING WS-SOAP-REQUEST-XML DELIMITED BY
                   '<apiClientId>'
                   INTO WS-DATE-SCRATCH, WS-DATE-SCRATCH
               END-UNSTRING
               UNSTRING WS-DATE-SCRATCH DELIMITED BY '</apiClientId>'
                   INTO WS-API-CLIENT-ID, WS-DATE-SCRATCH
               END-UNSTRING
           END-IF

           MOVE ZERO TO WS-CONTAINS-COUNT
           INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
               FOR ALL '<apiSecret>'
           IF WS-CONTAINS-COUNT > 0
               UNSTRING WS-SOAP-REQUEST-XML DELIMITED BY '<apiSecret>'
                   INTO WS-DATE-SCRATCH, WS-DATE-SCRATCH
               END-UNSTRING
               UNSTRING WS-DATE-SCRATCH DELIMITED BY '</apiSecret>'
                   INTO WS-API-SECRET, WS-DATE-SCRATCH
               END-UNSTRING
           END-IF

           MOVE ZERO TO WS-CONTAINS-COUNT
           INSPECT WS-SOAP-REQUEST-XML TALLYING WS-CONTAINS-COUNT
               FOR ALL '<apiCertFingerprint>'
           IF WS-CONTAINS-COUNT > 0
               UNSTRING WS-SOAP-REQUEST-XML DELIMITED BY
                   '<apiCertFingerprint>'
                   INTO WS-DATE-SCRATCH, WS-DATE-SCRATCH
               END-UNSTRING
               UNSTRING WS-DATE-SCRATCH DELIMITED BY
                   '</apiCertFingerprint>'
                   INTO WS-API-CERT-FINGERPRINT, WS-DATE-SCRATCH
               END-UNSTRING
           END-IF.

      *    Every request is checked against the client registry before
      *    dispatch. No SOAPCLNT.DAT on file yet means the registry is
      *    not in use and the request goes through. Once it exists the
      *    checks run in order - identified, known, active, proved,
      *    entitled to the operation, under today's ceiling - and the
      *    first one failed names the fault. An accepted request is
      *    counted against the client's ceiling for the day.
       AUTHENTICATE-CLIENT.
           OPEN I-O SOAPCLNT-FILE
           IF WS-SOAPCLNT-STATUS = '35'
               GO TO AUTHENTICATE-CLIENT-EXIT
           END-IF
           IF WS-SOAPCLNT-STATUS NOT = '00'
               MOVE 'soap:Server' TO WS-FAULT-CODE
               MOVE 'CLIENT_REGISTRY_ERROR' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-EXIT
           END-IF

           MOVE 'soap:Client' TO WS-FAULT-CODE
           IF WS-API-CLIENT-ID = SPACES
               MOVE 'CLIENT_NOT_IDENTIFIED' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-CLOSE
           END-IF

           MOVE WS-API-CLIENT-ID TO SC-CLIENT-ID
           READ SOAPCLNT-FILE
           IF WS-SOAPCLNT-STATUS NOT = '00'
               MOVE 'CLIENT_UNKNOWN' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-CLOSE
           END-IF

           IF NOT SC-ACTIVE
               MOVE 'CLIENT_INACTIVE' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-CLOSE
           END-IF

           IF (SC-SHARED-SECRET
                   AND WS-API-SECRET NOT = SC-CREDENTIAL)
              OR (SC-CERT-FINGERPRINT
                   AND WS-API-CERT-FINGERPRINT NOT = SC-CREDENTIAL)
              OR (NOT SC-SHARED-SECRET AND NOT SC-CERT-FINGERPRINT)
               MOVE 'CLIENT_BAD_CREDENTIAL' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-CLOSE
           END-IF

           MOVE 'N' TO WS-OPERATION-ENTITLED-SW
           PERFORM CHECK-ONE-ENTITLEMENT
               VARYING WS-ENTITLEMENT-INDEX FROM 1 BY 1
               UNTIL WS-ENTITLEMENT-INDEX > SC-OPERATION-COUNT
                  OR WS-ENTITLEMENT-INDEX > 15
                  OR OPERATION-ENTITLED
           IF NOT OPERATION-ENTITLED
               MOVE 'OPERATION_NOT_ENTITLED' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-CLOSE
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF SC-USAGE-DATE NOT = WS-TODAY
               MOVE WS-TODAY TO SC-USAGE-DATE
               MOVE ZERO TO SC-USAGE-COUNT
           END-IF
           IF SC-DAILY-LIMIT > ZERO
              AND SC-USAGE-COUNT NOT < SC-DAILY-LIMIT
               MOVE 'DAILY_LIMIT_EXCEEDED' TO WS-FAULT-STRING
               PERFORM REFUSE-CLIENT
               GO TO AUTHENTICATE-CLIENT-CLOSE
           END-IF
           ADD 1 TO SC-USAGE-COUNT
           REWRITE SOAPCLNT-RECORD.

       AUTHENTICATE-CLIENT-CLOSE.
           CLOSE SOAPCLNT-FILE.

       AUTHENTICATE-CLIENT-EXIT.
           EXIT.

       CHECK-ONE-ENTITLEMENT.
           IF SC-ALLOWED-OPERATION(WS-ENTITLEMENT-INDEX) =
                  WS-EXTRACTED-OPERATION
              OR SC-ALLOWED-OPERATION(WS-ENTITLEMENT-INDEX) = '*'
               SET OPERATION-ENTITLED TO TRUE
           END-IF.

       REFUSE-CLIENT.
           SET CLIENT-REFUSED TO TRUE
           MOVE 13 TO WS-BUSINESS-RETURN-CODE
           MOVE WS-FAULT-STRING TO WS-BUSINESS-RESPONSE.

      *    No SYSMODE.DAT on file reads as online, the same as it does
      *    for the online programs.
       CHECK-RUN-MODE.
           CALL 'SYSMODE' USING WS-SYSMODE-OPERATION,
                                 WS-SYSMODE-SET-BY,
                                 WS-SYSMODE-MODE,
                                 WS-SYSMODE-RETURN-CODE.

      *    File the request as parsed under its request ID, which
      *    becomes the correlation ID the caller is given. A clash
      *    with a request filed in the same hundredth of a second
      *    moves this one to the next free ID, keeping arrival order.
       QUEUE-WRITE-REQUEST.
           OPEN I-O SOAPQ-FILE
           IF WS-SOAPQ-STATUS = '35'
               OPEN OUTPUT SOAPQ-FILE
               CLOSE SOAPQ-FILE
               OPEN I-O SOAPQ-FILE
           END-IF
           IF WS-SOAPQ-STATUS NOT = '00'
               MOVE 04 TO WS-BUSINESS-RETURN-CODE
               MOVE 'Request queue unavailable - resubmit later'
                   TO WS-BUSINESS-RESPONSE
               GO TO QUEUE-WRITE-REQUEST-EXIT
           END-IF

           MOVE SPACES TO SOAPQ-RECORD
           MOVE WS-EXTRACTED-OPERATION TO SQ-OPERATION
           MOVE WS-EXTRACTED-DATA TO SQ-REQUEST-DATA
           MOVE WS-EXTRACTED-TXN-TYPE TO SQ-TXN-TYPE
           MOVE WS-EXTRACTED-TXN-AMOUNT TO SQ-TXN-AMOUNT
           SET SQ-QUEUED TO TRUE
           MOVE ZERO TO SQ-RETURN-CODE

           MOVE ZERO TO WS-QUEUE-TRIES
           MOVE '22' TO WS-SOAPQ-STATUS
           PERFORM WRITE-QUEUE-ENTRY
               UNTIL WS-SOAPQ-STATUS NOT = '22'
                  OR WS-QUEUE-TRIES > 99
           CLOSE SOAPQ-FILE

           IF SQ-CORRELATION-ID = WS-REQUEST-ID
              AND WS-QUEUE-TRIES <= 99
              AND WS-SOAPQ-STATUS = '00'
               SET REQUEST-QUEUED TO TRUE
               MOVE 00 TO WS-BUSINESS-RETURN-CODE
               MOVE 'Request queued until the batch window closes'
                   TO WS-BUSINESS-RESPONSE
           ELSE
               MOVE 04 TO WS-BUSINESS-RETURN-CODE
               MOVE 'Request could not be queued - resubmit later'
                   TO WS-BUSINESS-RESPONSE
           END-IF.

       QUEUE-WRITE-REQUEST-EXIT.
           EXIT.

       WRITE-QUEUE-ENTRY.
           IF WS-QUEUE-TRIES > ZERO
               ADD 1 TO WS-GENERATED-ID-NUMBER
               MOVE WS-GENERATED-ID TO WS-REQUEST-ID
           END-IF
           ADD 1 TO WS-QUEUE-TRIES
           MOVE WS-REQUEST-ID TO SQ-CORRELATION-ID
           WRITE SOAPQ-RECORD.

       CALL-BUSINESS-LOGIC.
           EVALUATE WS-EXTRACTED-OPERATION
               WHEN OP-CREATE-CUSTOMER
                   PERFORM CALL-CUSTOMER-GET
               WHEN OP-POST-TRANSACTION
                   PERFORM CALL-TRANSACTION-POST
               WHEN OP-VALIDATE-TRANSACTION
                   PERFORM CALL-TRANSACTION-VALIDATE
               WHEN OP-GET-TRANS-HISTORY
                   PERFORM CALL-TRANSACTION-HISTORY
               WHEN OP-GET-REQUEST-STATUS
                   PERFORM CALL-REQUEST-STATUS THRU
                       CALL-REQUEST-STATUS-EXIT
               WHEN OTHER
                   CALL 'ACCOUNT-MANAGER' USING
                       WS-EXTRACTED-OPERATION,
           END-IF.

       CALL-TRANSACTION-POST.
           PERFORM BUILD-TRANSACTION-REQUEST
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

       BUILD-TRANSACTION-REQUEST.
           MOVE SPACES TO WS-TRANSACTION-DATA-RECORD
           MOVE WS-EXTRACTED-DATA(1:12) TO
               ACCOUNT-ID OF WS-TRANSACTION-DATA-RECORD
                   TRANSACTION-AMOUNT OF WS-TRANSACTION-DATA-RECORD
           END-IF
           MOVE WS-GENERATED-DATE TO
               TRANSACTION-DATE OF WS-TRANSACTION-DATA-RECORD.

      *    Every check POST_TRANSACTION would make, made without
      *    posting - the caller gets the whole list of failures
      *    instead of the first one. Read-only, so it is answered
      *    during the batch window as well as after it.
       CALL-TRANSACTION-VALIDATE.
           PERFORM BUILD-TRANSACTION-REQUEST
           MOVE SPACES TO WS-VALIDATION-LIST
           MOVE WS-EXTRACTED-ACTING-PARTY TO VL-ACTING-PARTY
           MOVE 'VALIDT' TO WS-TRANPOST-OPERATION

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-DATA-RECORD,
                                  WS-BUSINESS-RETURN-CODE,
                                  WS-HISTORY-START-DATE,
                                  WS-HISTORY-END-DATE,
                                  WS-HISTORY-BUFFER,
                                  WS-VALIDATION-LIST

           SET VALIDATION-ANSWERED TO TRUE
           MOVE SPACES TO WS-BUSINESS-RESPONSE
           IF WS-BUSINESS-RETURN-CODE = 00
               MOVE 'All checks passed - nothing was posted'
                   TO WS-BUSINESS-RESPONSE
           ELSE
               STRING 'Transaction fails ' DELIMITED BY SIZE
                      VL-FAILURE-COUNT DELIMITED BY SIZE
                      ' check(s) - nothing was posted'
                          DELIMITED BY SIZE
                      INTO WS-BUSINESS-RESPONSE
               END-STRING
           END-IF.

       CALL-TRANSACTION-HISTORY.
                   TO WS-BUSINESS-RESPONSE
           END-IF.

      *    Read-only look at SOAPQ.DAT, so it is answered during the
      *    batch window as well as after it.
       CALL-REQUEST-STATUS.
           IF WS-CORRELATION-ID = SPACES
               MOVE 03 TO WS-BUSINESS-RETURN-CODE
               MOVE 'correlationId is required' TO WS-BUSINESS-RESPONSE
               GO TO CALL-REQUEST-STATUS-EXIT
           END-IF

           OPEN INPUT SOAPQ-FILE
           IF WS-SOAPQ-STATUS NOT = '00'
               MOVE 01 TO WS-BUSINESS-RETURN-CODE
               MOVE 'No queued request with that correlationId'
                   TO WS-BUSINESS-RESPONSE
               GO TO CALL-REQUEST-STATUS-EXIT
           END-IF

           MOVE WS-CORRELATION-ID TO SQ-CORRELATION-ID
           READ SOAPQ-FILE
           IF WS-SOAPQ-STATUS NOT = '00'
               CLOSE SOAPQ-FILE
               MOVE 01 TO WS-BUSINESS-RETURN-CODE
               MOVE 'No queued request with that correlationId'
                   TO WS-BUSINESS-RESPONSE
               GO TO CALL-REQUEST-STATUS-EXIT
           END-IF
           CLOSE SOAPQ-FILE

           EVALUATE TRUE
               WHEN SQ-COMPLETED
                   MOVE 'COMPLETED' TO WS-QUEUED-REQUEST-STATUS
               WHEN SQ-FAILED
                   MOVE 'FAILED' TO WS-QUEUED-REQUEST-STATUS
               WHEN OTHER
                   MOVE 'QUEUED' TO WS-QUEUED-REQUEST-STATUS
           END-EVALUATE
           MOVE SQ-RETURN-CODE TO WS-REPLAY-RETURN-CODE
           IF SQ-QUEUED
               MOVE 'Awaiting replay after the batch window'
                   TO WS-BUSINESS-RESPONSE
           ELSE
               MOVE SQ-RESPONSE-MESSAGE TO WS-BUSINESS-RESPONSE
           END-IF
           SET STATUS-INQUIRY-ANSWERED TO TRUE
           MOVE 00 TO WS-BUSINESS-RETURN-CODE.

       CALL-REQUEST-STATUS-EXIT.
           EXIT.

       BUILD-HISTORY-RESPONSE.
           MOVE SPACES TO WS-BUSINESS-RESPONSE
           MOVE ZERO TO WS-HIST-DISPLAY-INDEX
                  INTO WS-SOAP-RESPONSE-XML
           END-STRING
           
           EVALUATE TRUE
               WHEN REQUEST-QUEUED
                   STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                          '<status>QUEUED</status>' DELIMITED BY SIZE
                          '<correlationId>' DELIMITED BY SIZE
                          WS-REQUEST-ID DELIMITED BY SIZE
                          '</correlationId>' DELIMITED BY SIZE
                          '<message>' DELIMITED BY SIZE
                          WS-BUSINESS-RESPONSE DELIMITED BY SPACE
                          '</message>' DELIMITED BY SIZE
                          INTO WS-SOAP-RESPONSE-XML
                   END-STRING
               WHEN WS-BUSINESS-RETURN-CODE = 00
                   STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                          '<status>SUCCESS</status>' DELIMITED BY SIZE
                          '<message>' DELIMITED BY SIZE
                          WS-BUSINESS-RESPONSE DELIMITED BY SPACE
                          '</message>' DELIMITED BY SIZE
                          INTO WS-SOAP-RESPONSE-XML
                   END-STRING
               WHEN OTHER
                   STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                          '<status>ERROR</status>' DELIMITED BY SIZE
                          '<errorCode>' DELIMITED BY SIZE
                          WS-BUSINESS-RETURN-CODE DELIMITED BY SIZE
                          '</errorCode>' DELIMITED BY SIZE
                          '<message>' DELIMITED BY SIZE
                          WS-BUSINESS-RESPONSE DELIMITED BY SPACE
                          '</message>' DELIMITED BY SIZE
                          INTO WS-SOAP-RESPONSE-XML
                   END-STRING
           END-EVALUATE

           IF STATUS-INQUIRY-ANSWERED
               STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                      '<correlationId>' DELIMITED BY SIZE
                      WS-CORRELATION-ID DELIMITED BY SPACE
                      '</correlationId>' DELIMITED BY SIZE
                      '<requestStatus>' DELIMITED BY SIZE
                      WS-QUEUED-REQUEST-STATUS DELIMITED BY SPACE
                      '</requestStatus>' DELIMITED BY SIZE
                      '<replayReturnCode>' DELIMITED BY SIZE
                      WS-REPLAY-RETURN-CODE DELIMITED BY SIZE
                      '</replayReturnCode>' DELIMITED BY SIZE
                      INTO WS-SOAP-RESPONSE-XML
               END-STRING
           END-IF

           IF VALIDATION-ANSWERED
               STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                      '<failureCount>' DELIMITED BY SIZE
                      VL-FAILURE-COUNT DELIMITED BY SIZE
                      '</failureCount>' DELIMITED BY SIZE
                      '<failures>' DELIMITED BY SIZE
                      INTO WS-SOAP-RESPONSE-XML
               END-STRING
               PERFORM APPEND-VALIDATION-FAILURE
                   VARYING WS-FAILURE-INDEX FROM 1 BY 1
                   UNTIL WS-FAILURE-INDEX > VL-FAILURE-COUNT
               STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                      '</failures>' DELIMITED BY SIZE
                      INTO WS-SOAP-RESPONSE-XML
               END-STRING
           END-IF
                  INTO WS-SOAP-RESPONSE-XML
           END-STRING.
           
       APPEND-VALIDATION-FAILURE.
           STRING WS-SOAP-RESPONSE-XML DELIMITED BY SPACE
                  '<failure><code>' DELIMITED BY SIZE
                  VL-CODE(WS-FAILURE-INDEX) DELIMITED BY SIZE
                  '</code><check>' DELIMITED BY SIZE
                  VL-CHECK(WS-FAILURE-INDEX) DELIMITED BY SPACE
                  '</check><reason>' DELIMITED BY SIZE
                  VL-REASON(WS-FAILURE-INDEX) DELIMITED BY '  '
                  '</reason></failure>' DELIMITED BY SIZE
                  INTO WS-SOAP-RESPONSE-XML
           END-STRING.

      *    A refused request gets a SOAP fault in place of the usual
      *    response - the faultstring names the check that failed.
       BUILD-SOAP-FAULT.
           MOVE SPACES TO WS-SOAP-RESPONSE-XML

           STRING WS-XML-HEADER DELIMITED BY SIZE
                  '<soap:Body>' DELIMITED BY SIZE
                  '<soap:Fault>' DELIMITED BY SIZE
                  '<faultcode>' DELIMITED BY SIZE
                  WS-FAULT-CODE DELIMITED BY SPACE
                  '</faultcode>' DELIMITED BY SIZE
                  '<faultstring>' DELIMITED BY SIZE
                  WS-FAULT-STRING DELIMITED BY SPACE
                  '</faultstring>' DELIMITED BY SIZE
                  '<detail>' DELIMITED BY SIZE
                  '<errorCode>' DELIMITED BY SIZE
                  WS-BUSINESS-RETURN-CODE DELIMITED BY SIZE
                  '</errorCode>' DELIMITED BY SIZE
                  '<correlationId>' DELIMITED BY SIZE
                  WS-REQUEST-ID DELIMITED BY SIZE
                  '</correlationId>' DELIMITED BY SIZE
                  '</detail>' DELIMITED BY SIZE
                  '</soap:Fault>' DELIMITED BY SIZE
                  '</soap:Body>' DELIMITED BY SIZE
                  WS-XML-FOOTER DELIMITED BY SIZE
                  INTO WS-SOAP-RESPONSE-XML
           END-STRING.

       LOG-REQUEST-START.
           PERFORM GENERATE-REQUEST-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

       LOG-REQUEST-END.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO LC-TIMESTAMP
           MOVE WS-REQUEST-ID TO LC-REQUEST-ID
           MOVE WS-BUSINESS-RETURN-CODE TO LC-RETURN-CODE
           MOVE WS-API-CLIENT-ID TO LC-CLIENT-ID
           MOVE WS-EXTRACTED-OPERATION TO LC-OPERATION
           EVALUATE TRUE
               WHEN CLIENT-REFUSED
                   MOVE WS-FAULT-STRING TO LC-OUTCOME
               WHEN REQUEST-QUEUED
                   MOVE 'QUEUED' TO LC-OUTCOME
               WHEN OTHER
                   MOVE 'ACCEPTED' TO LC-OUTCOME
           END-EVALUATE
           MOVE SOAP-LOG-COMPLETION-LINE TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG.

       GENERATE-REQUEST-ID.
