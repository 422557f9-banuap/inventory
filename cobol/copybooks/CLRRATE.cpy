      ******************************************************************
      * CLRRATE COPYBOOK - CLEARING FIRM RATE CARD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER CLEARING-FIRM, KEYED ON THE FIRM CODE
      *          TRANS.DAT CARRIES, HOLDING WHAT THE CLEARING
      *          AGREEMENT SAYS THE FIRM MAY CHARGE: PER TICKET SENT
      *          ON THE CLRSETL EXTRACT, PER SETTLED TRADE, PER FAIL
      *          RECORDED AND PER BUY-IN EXECUTED. MAINTAINED THROUGH
      *          CLRRTMNT; CLRINV PRICES EACH MONTH'S EXPECTED CHARGES
      *          FROM IT AND COMPARES THEM WITH THE FIRM'S INVOICE.
      *          CR-EFFECTIVE-DATE IS THE DATE THE CURRENT RATES
      *          TOOK EFFECT, FOR THE REPORT HEADING ONLY.
      ******************************************************************
       01  CLRRATE-RECORD.
           05  CR-CLEARING-FIRM          PIC X(08).
           05  CR-FIRM-NAME              PIC X(30).
           05  CR-TICKET-RATE            PIC 9(05)V9999.
           05  CR-SETTLE-RATE            PIC 9(05)V9999.
           05  CR-FAIL-RATE              PIC 9(05)V99.
           05  CR-BUYIN-RATE             PIC 9(05)V99.
           05  CR-EFFECTIVE-DATE         PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(10).
