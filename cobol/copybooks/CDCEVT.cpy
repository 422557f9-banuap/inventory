      ******************************************************************
      * CDCEVT COPYBOOK - CHANGE-DATA-CAPTURE OUTBOUND EVENT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW ON CDCEVT.DAT PER CHANGE COMMITTED TO A MASTER
      *          FILE THE CRM AND DATA-WAREHOUSE SYSTEMS FOLLOW -
      *          ACCOUNTS (ACCTMGMT), CUSTOMERS (CUSTMGMT), POSTINGS
      *          AND REVERSALS (TRANPOST), ORDER STATE CHANGES
      *          (ORDMGMT) AND POSITIONS (POSMGMT). THE OWNING PROGRAM
      *          HANDS EACH AFTER-IMAGE TO THE CDCPUB SUBPROGRAM AS THE
      *          UPDATE COMMITS; CDCPUB STAMPS THE NEXT SEQUENCE NUMBER
      *          AND THE BUSINESS DATE. CDCEXTR COPIES THE EVENTS OUT
      *          TO THE NIGHTLY FEED BY SEQUENCE RANGE.
      *
      * NOTES: THE ROW KEYED ON SEQUENCE ZERO IS THE CONTROL ROW, NOT
      *        AN EVENT - IT HOLDS THE LAST SEQUENCE ASSIGNED AND THE
      *        LAST SEQUENCE SENT OUT ON THE FEED (CE-CONTROL-DATA).
      *        CE-CORRELATION-ID TIES THE EVENT TO THE UNIT OF WORK
      *        THAT CAUSED IT: THE SOAP REQUEST ID FOR AN ACCOUNT
      *        CHANGE MADE THROUGH SOAP-SERVER, THE ORDER ID FOR AN
      *        ORDER, A POSITION CHANGE OR A TRADE POSTING, THE
      *        ORIGINAL TRANSACTION ID FOR A REVERSAL, AND OTHERWISE
      *        THE ENTITY'S OWN ID (A POSITION'S ACCOUNT). THE FULL
      *        KEY IS ALWAYS IN CE-ENTITY-KEY. THE AFTER-IMAGE IS THE
      *        MASTER RECORD EXACTLY AS FILED (A DELETE CARRIES THE
      *        LAST IMAGE), SPACE-FILLED TO THE RIGHT.
      ******************************************************************
       01  CDCEVT-RECORD.
           05  CE-SEQUENCE               PIC 9(12).
           05  CE-BUSINESS-DATE          PIC X(08).
           05  CE-TIMESTAMP              PIC X(26).
           05  CE-CORRELATION-ID         PIC X(16).
           05  CE-SOURCE-PROGRAM         PIC X(08).
           05  CE-ENTITY-TYPE            PIC X(08).
               88  CE-CONTROL-ROW        VALUE 'CONTROL '.
               88  CE-ACCOUNT-EVENT      VALUE 'ACCOUNT '.
               88  CE-CUSTOMER-EVENT     VALUE 'CUSTOMER'.
               88  CE-TRANSACTION-EVENT  VALUE 'TRANSACT'.
               88  CE-ORDER-EVENT        VALUE 'ORDER   '.
               88  CE-POSITION-EVENT     VALUE 'POSITION'.
           05  CE-EVENT-TYPE             PIC X(08).
               88  CE-CREATED            VALUE 'CREATED '.
               88  CE-UPDATED            VALUE 'UPDATED '.
               88  CE-DELETED            VALUE 'DELETED '.
               88  CE-POSTED             VALUE 'POSTED  '.
               88  CE-REVERSED           VALUE 'REVERSED'.
               88  CE-CANCELLED          VALUE 'CANCELED'.
           05  CE-ENTITY-KEY             PIC X(32).
           05  CE-AFTER-IMAGE            PIC X(800).
           05  CE-CONTROL-DATA REDEFINES CE-AFTER-IMAGE.
               10  CE-LAST-ASSIGNED      PIC 9(12).
               10  CE-LAST-EXTRACTED     PIC 9(12).
               10  CE-LAST-EXTRACT-DATE  PIC X(08).
               10  FILLER                PIC X(768).
           05  FILLER                    PIC X(20).
