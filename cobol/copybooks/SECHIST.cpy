      ******************************************************************
      * SECHIST COPYBOOK - SECURITY MASTER CHANGE-HISTORY RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER SECURITY MASTER FIELD CHANGED BY THE
      *          NIGHTLY VENDOR FEED (SECLOAD), APPENDED TO SECHIST.DAT
      *          WITH THE VALUE BEFORE AND AFTER THE CHANGE, SO A CUSIP
      *          OR DESCRIPTION THAT WAS DIFFERENT LAST MONTH CAN STILL
      *          BE ANSWERED FOR. A NEW SECURITY IS ONE 'NEW-SECURITY'
      *          ROW WITH A BLANK BEFORE VALUE AND THE CUSIP, ASSET
      *          CLASS AND DESCRIPTION AS THE AFTER VALUE.
      *          NUMERIC FIELDS ARE HELD IN THEIR EDITED DISPLAY FORM.
      ******************************************************************
       01  SECHIST-RECORD.
           05  SH-SYMBOL                 PIC X(12).
           05  SH-CHANGE-DATE            PIC X(08).
           05  SH-FIELD-NAME             PIC X(16).
           05  SH-BEFORE-VALUE           PIC X(40).
           05  SH-AFTER-VALUE            PIC X(40).
           05  SH-CHANGED-BY             PIC X(08).
           05  SH-CHANGED-TIMESTAMP      PIC X(26).
           05  FILLER                    PIC X(10).
