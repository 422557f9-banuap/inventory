      ******************************************************************
      * CREDLIM COPYBOOK - DVP COUNTERPARTY CREDIT LIMIT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER INSTITUTION WE DELIVER AGAINST, KEYED ON
      *          THE INSTITUTION'S CUSTOMER-ID - EVERY DVP/RVP ACCOUNT
      *          (REG-DVP-FLAG) THAT CUSTOMER OWNS COUNTS AGAINST THE
      *          ONE LIMIT. CL-GROSS-LIMIT CAPS THE INSTITUTION'S
      *          UNSETTLED EXPOSURE - TRADES PENDING DELIVERY ON
      *          DVPLEDG.DAT PLUS ITS OPEN, WORKING AND HELD ORDERS;
      *          CL-TRADE-LIMIT CAPS ANY ONE ORDER. MAINTAINED BY
      *          CREDMNT; ORDMGMT'S CREATE CHECKS IT WHEN AN ORDER IS
      *          ACCEPTED AND ROUTES A BREACH TO APPRVQ (CREDLMT) FOR A
      *          CREDIT OFFICER; CREDRPT REPORTS UTILIZATION DAILY.
      * NOTES:   A SUSPENDED ROW EXTENDS NO CREDIT - EVERY ORDER ON THE
      *          INSTITUTION'S DVP ACCOUNTS NEEDS AN APPROVAL UNTIL IT
      *          IS PUT BACK. A ZERO LIMIT MEANS THE SAME FOR THAT CAP.
      ******************************************************************
       01  CREDLIM-RECORD.
           05  CL-CUSTOMER-ID            PIC X(10).
           05  CL-INSTITUTION-NAME       PIC X(40).
           05  CL-GROSS-LIMIT            PIC S9(13)V99 COMP-3.
           05  CL-TRADE-LIMIT            PIC S9(13)V99 COMP-3.
           05  CL-STATUS                 PIC X(01).
               88  CL-ACTIVE             VALUE 'A'.
               88  CL-SUSPENDED          VALUE 'S'.
           05  CL-REVIEW-DATE            PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  UPDATED-BY                PIC X(08).
           05  FILLER                    PIC X(20).
