      ******************************************************************
      * SOAPQ COPYBOOK - SOAP STORE-AND-FORWARD REQUEST QUEUE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW ON SOAPQ.DAT PER WRITE OPERATION SOAP-SERVER
      *          RECEIVED WHILE THE NIGHTLY BATCH WINDOW WAS RUNNING.
      *          SOAP-SERVER FILES THE REQUEST AS IT WAS PARSED AND
      *          ANSWERS THE CALLER WITH THE CORRELATION ID; SOAPRPLY
      *          REPLAYS IT THROUGH THE SAME BACKEND CALL ONCE
      *          EODDRIVER HAS PUT THE SYSTEM BACK INTO ONLINE MODE
      *          AND RECORDS THE OUTCOME HERE, WHERE THE CALLER FINDS
      *          IT WITH A GET_REQUEST_STATUS INQUIRY.
      *
      * NOTES: THE CORRELATION ID IS SOAP-SERVER'S REQUEST ID - THE
      *        ARRIVAL DATE AND TIME TO THE HUNDREDTH OF A SECOND - SO
      *        KEY ORDER IS ARRIVAL ORDER. TWO REQUESTS LANDING IN THE
      *        SAME HUNDREDTH ARE KEPT APART BY BUMPING THE LATER ONE.
      *        SQ-REQUEST-DATA, SQ-TXN-TYPE AND SQ-TXN-AMOUNT HOLD
      *        WS-EXTRACTED-DATA, WS-EXTRACTED-TXN-TYPE AND WS-
      *        EXTRACTED-TXN-AMOUNT EXACTLY AS SOAP-SERVER PARSED THEM.
      ******************************************************************
       01  SOAPQ-RECORD.
           05  SQ-CORRELATION-ID         PIC X(16).
           05  SQ-OPERATION              PIC X(24).
           05  SQ-REQUEST-DATA           PIC X(500).
           05  SQ-TXN-TYPE               PIC X(03).
           05  SQ-TXN-AMOUNT             PIC X(15).
           05  SQ-REQUEST-STATUS         PIC X(01).
               88  SQ-QUEUED             VALUE 'Q'.
               88  SQ-COMPLETED          VALUE 'C'.
               88  SQ-FAILED             VALUE 'F'.
           05  SQ-RETURN-CODE            PIC 9(02).
           05  SQ-REPLAY-TIMESTAMP       PIC X(21).
           05  SQ-RESPONSE-MESSAGE       PIC X(200).
           05  FILLER                    PIC X(30).
