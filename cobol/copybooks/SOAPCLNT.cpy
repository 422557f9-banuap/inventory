      ******************************************************************
      * SOAPCLNT COPYBOOK - SOAP API CLIENT REGISTRY
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW ON SOAPCLNT.DAT PER SYSTEM ALLOWED TO CALL
      *          SOAP-SERVER - WHO IT IS, HOW IT PROVES IT (A SHARED
      *          SECRET OR THE FINGERPRINT OF ITS CLIENT CERTIFICATE),
      *          WHETHER IT IS ACTIVE, WHICH OPERATIONS IT MAY CALL,
      *          AND HOW MANY REQUESTS IT MAY MAKE IN A DAY. MAINTAINED
      *          BY SOAPCMNT; CHECKED BY SOAP-SERVER BEFORE EVERY
      *          REQUEST IS DISPATCHED.
      *
      * NOTES: AN ALLOWED OPERATION OF '*' GRANTS EVERY OPERATION. A
      *        DAILY LIMIT OF ZERO MEANS NO CEILING. SC-USAGE-DATE AND
      *        SC-USAGE-COUNT ARE SOAP-SERVER'S RUNNING COUNT OF THE
      *        REQUESTS IT ACCEPTED FROM THE CLIENT TODAY - THE COUNT
      *        STARTS AGAIN WITH THE FIRST REQUEST OF A NEW DATE.
      ******************************************************************
       01  SOAPCLNT-RECORD.
           05  SC-CLIENT-ID              PIC X(16).
           05  SC-CLIENT-NAME            PIC X(40).
           05  SC-AUTH-METHOD            PIC X(01).
               88  SC-SHARED-SECRET      VALUE 'S'.
               88  SC-CERT-FINGERPRINT   VALUE 'C'.
           05  SC-CREDENTIAL             PIC X(64).
           05  SC-ACTIVE-FLAG            PIC X(01).
               88  SC-ACTIVE             VALUE 'Y'.
               88  SC-INACTIVE           VALUE 'N'.
           05  SC-DAILY-LIMIT            PIC 9(07).
           05  SC-OPERATION-COUNT        PIC 9(02).
           05  SC-ALLOWED-OPERATION      PIC X(24) OCCURS 15 TIMES.
           05  SC-USAGE-DATE             PIC X(08).
           05  SC-USAGE-COUNT            PIC 9(07).
           05  SC-MAINTAINED-BY          PIC X(08).
           05  SC-MAINTAINED-TIMESTAMP   PIC X(26).
           05  FILLER                    PIC X(30).
