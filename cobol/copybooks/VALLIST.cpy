      ******************************************************************
      * VALLIST COPYBOOK - VALIDATE-ONLY FAILURE LIST
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: PASSED TO TRANPOST AND ORDMGMT ON THEIR VALIDATE
      *          OPERATION ('VALIDT'). THE CALLER FILLS IN THE ACTING
      *          PARTY (BLANK WHEN THE OWNER IS ACTING); THE PROGRAM
      *          RUNS EVERY CHECK THE LIVE POST OR CREATE WOULD RUN,
      *          WRITES NOTHING, AND HANDS BACK ONE ROW PER CHECK THE
      *          TICKET FAILS - SO THE TELLER FIXES THEM ALL AT ONCE
      *          INSTEAD OF ONE RESUBMIT AT A TIME.
      * NOTES:   VL-CODE IS THE RETURN CODE THE LIVE OPERATION WOULD
      *          HAVE GIVEN FOR THAT CHECK (THE CALLED PROGRAM'S OWN
      *          CODES); AN ACTING PARTY WITHOUT A LIVE AUTHORIZATION
      *          IS LISTED AS 13, THE SHARED NOT-ENTITLED CODE, BY
      *          BOTH. VL-CHECK NAMES THE CHECK SO A SCREEN OR A
      *          SOAP CLIENT CAN KEY OFF IT. A TICKET FAILING MORE
      *          CHECKS THAN THE TABLE HOLDS SETS VL-OVERFLOW.
      ******************************************************************
       01  VALIDATION-LIST.
           05  VL-ACTING-PARTY           PIC X(10).
           05  VL-FAILURE-COUNT          PIC 9(02).
           05  VL-OVERFLOW-FLAG          PIC X(01).
               88  VL-OVERFLOW           VALUE 'Y'.
           05  VL-FAILURE OCCURS 20 TIMES.
               10  VL-CODE               PIC 9(02).
               10  VL-CHECK              PIC X(08).
               10  VL-REASON             PIC X(50).
