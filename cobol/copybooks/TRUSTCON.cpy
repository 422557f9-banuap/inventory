      ******************************************************************
      * TRUSTCON COPYBOOK - CUSTOMER TRUSTED CONTACT PERSON RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER CUSTOMER NAMING THE PERSON THE FIRM MAY
      *          CONTACT ABOUT THE CUSTOMER'S ACCOUNTS - TO CONFIRM
      *          HEALTH OR WHEREABOUTS, OR WHEN FINANCIAL
      *          EXPLOITATION IS SUSPECTED - WITH THEIR RELATIONSHIP
      *          AND MAILING, PHONE, AND E-MAIL DETAILS. A CUSTOMER
      *          WHO WAS ASKED AND DECLINED TO NAME ONE KEEPS A ROW
      *          WITH TC-DECLINED SET, SO THE REQUEST ITSELF IS ON
      *          RECORD. MAINTAINED THROUGH CUSTMGMT'S TCUPD/TCRD/
      *          TCDEL OPERATIONS; EXPHSCAN SHOWS THE CONTACT ON EVERY
      *          EXPLOITATION-HOLD REMINDER.
      ******************************************************************
       01  TRUSTCON-RECORD.
           05  TC-CUSTOMER-ID            PIC X(10).
           05  TC-DECLINED-FLAG          PIC X(01).
               88  TC-DECLINED           VALUE 'Y'.
           05  TC-FIRST-NAME             PIC X(25).
           05  TC-LAST-NAME              PIC X(35).
           05  TC-RELATIONSHIP           PIC X(20).
           05  TC-ADDRESS-LINE1          PIC X(40).
           05  TC-ADDRESS-LINE2          PIC X(40).
           05  TC-CITY                   PIC X(30).
           05  TC-STATE                  PIC X(02).
           05  TC-ZIP-CODE               PIC X(10).
           05  TC-PHONE                  PIC X(15).
           05  TC-EMAIL-ADDRESS          PIC X(100).
           05  TC-PROVIDED-DATE          PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
