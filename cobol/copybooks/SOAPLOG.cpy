      ******************************************************************
      * SOAPLOG COPYBOOK - SOAP-SERVER REQUEST COMPLETION LOG LINE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: THE LINE SOAP-SERVER WRITES TO SOAP-SERVER.LOG AS
      *          EACH REQUEST COMPLETES - THE REQUEST (CORRELATION) ID,
      *          RETURN CODE, CALLING CLIENT, OPERATION AND OUTCOME IN
      *          FIXED COLUMNS, SO SOAPUSE CAN READ THEM BACK OUT OF
      *          THE LOG FOR THE DAILY USAGE REPORT.
      *
      * NOTES: LC-OUTCOME IS ACCEPTED, QUEUED (HELD ON SOAPQ.DAT FOR
      *        THE BATCH WINDOW), OR THE FAULTSTRING OF A REFUSED
      *        REQUEST. LC-LOG-DATE IS THE FIRST EIGHT BYTES OF THE
      *        CURRENT-DATE TIMESTAMP - THE CALENDAR DATE, YYYYMMDD.
      *        THE LINE IS SOAP-SERVER'S 200-BYTE LOG RECORD.
      ******************************************************************
       01  SOAP-LOG-COMPLETION-LINE.
           05  LC-LINE-TYPE              PIC X(24) VALUE
               'SOAP Request Completed: '.
               88  LC-COMPLETION-LINE    VALUE
               'SOAP Request Completed: '.
           05  LC-TIMESTAMP.
               10  LC-LOG-DATE           PIC X(08).
               10  LC-LOG-TIME           PIC X(11).
           05  FILLER                    PIC X(12) VALUE
               ' RequestID: '.
           05  LC-REQUEST-ID             PIC X(16).
           05  FILLER                    PIC X(14) VALUE
               ' Return Code: '.
           05  LC-RETURN-CODE            PIC 9(02).
           05  FILLER                    PIC X(09) VALUE
               ' Client: '.
           05  LC-CLIENT-ID              PIC X(16).
           05  FILLER                    PIC X(12) VALUE
               ' Operation: '.
           05  LC-OPERATION              PIC X(24).
           05  FILLER                    PIC X(10) VALUE
               ' Outcome: '.
           05  LC-OUTCOME                PIC X(24).
           05  FILLER                    PIC X(18) VALUE SPACES.
