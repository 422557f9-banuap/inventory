      ******************************************************************
      * VENUETRM COPYBOOK - EXECUTION VENUE TERMS RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER MARKET CENTER THE FIRM ROUTES ORDERS TO,
      *          KEYED ON THE VENUE CODE ORDROUTE WRITES TO
      *          ROUTE-DESTINATION, WITH THE VENUE'S NAME, THE
      *          PAYMENT FOR ORDER FLOW IT PAYS (OR, NEGATIVE, THE
      *          FEE IT CHARGES) FOR MARKET, LIMIT AND OTHER ORDERS IN
      *          CENTS PER HUNDRED SHARES, THE WINDOW THE TERMS ARE IN
      *          FORCE, AND A LINE DESCRIBING ANY OTHER MATERIAL
      *          ARRANGEMENT. MAINTAINED THROUGH VENUEMNT; RTDISCL
      *          READS IT FOR THE QUARTERLY ROUTING DISCLOSURE.
      ******************************************************************
       01  VENUETRM-RECORD.
           05  VT-VENUE                  PIC X(08).
           05  VT-VENUE-NAME             PIC X(40).
           05  VT-MARKET-RATE            PIC S9(05)V99 COMP-3.
           05  VT-LIMIT-RATE             PIC S9(05)V99 COMP-3.
           05  VT-OTHER-RATE             PIC S9(05)V99 COMP-3.
           05  VT-EFFECTIVE-DATE         PIC X(08).
           05  VT-EXPIRY-DATE            PIC X(08).
           05  VT-TERMS-DESC             PIC X(60).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
