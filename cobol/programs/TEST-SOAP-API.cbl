      *             INTO WS-TEST-RESULT-TABLE AND DISPLAY-TEST-SUMMARY
      *             PRINTS A PER-OPERATION PASS/FAIL BREAKDOWN IN
      *             ADDITION TO THE OVERALL TOTALS.
      * 2026-10-15  ADDED TEST-GET-REQUEST-STATUS-NOT-FOUND FOR THE NEW
      *             GET_REQUEST_STATUS OPERATION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-SOAP-API.
           PERFORM TEST-GET-CUSTOMER-NOT-FOUND
           PERFORM TEST-POST-TRANSACTION
           PERFORM TEST-GET-TRANSACTION-HISTORY
           PERFORM TEST-GET-REQUEST-STATUS-NOT-FOUND

           PERFORM DISPLAY-TEST-SUMMARY
           STOP RUN.
           PERFORM JUDGE-TEST-RESULT
           ADD 1 TO WS-TEST-COUNTER.

      *    NO REQUEST IS EVER QUEUED UNDER AN ALL-ZERO CORRELATION ID,
      *    SO THIS PROVES AN UNKNOWN ID COMES BACK AS AN ERROR RESPONSE.
       TEST-GET-REQUEST-STATUS-NOT-FOUND.
           DISPLAY 'Test ' WS-TEST-COUNTER
               ': Get Request Status - Not Found'
           MOVE 'GET_REQUEST_STATUS_NOT_FOUND' TO WS-TEST-NAME

           STRING '<?xml version="1.0" encoding="UTF-8"?>'
                  '<soap:Envelope xmlns:soap="http://s'
                  'chemas.xmlsoap.org/soap/envelope/">'
                  '<soap:Body>'
                  '<AccountServiceRequest>'
                  '<operation>GET_REQUEST_STATUS</operation>'
                  '<correlationId>0000000000000000</correlationId>'
                  '</AccountServiceRequest>'
                  '</soap:Body>'
                  '</soap:Envelope>'
                  DELIMITED BY SIZE
                  INTO WS-SOAP-REQUEST
           END-STRING

           CALL 'SOAP-SERVER' USING WS-SOAP-REQUEST, WS-SOAP-RESPONSE

           MOVE ZERO TO WS-CONTAINS-COUNT
           INSPECT WS-SOAP-RESPONSE TALLYING WS-CONTAINS-COUNT
               FOR ALL 'ERROR'

           PERFORM JUDGE-TEST-RESULT
           ADD 1 TO WS-TEST-COUNTER.

      *    SHARED PASS/FAIL JUDGEMENT - A NON-ZERO WS-CONTAINS-COUNT
      *    MEANS ONE OF THE RESPONSE MARKERS THE CALLING TEST CHECKED
      *    FOR TURNED UP, WHICH IS WHAT EVERY TEST ABOVE IS LOOKING
