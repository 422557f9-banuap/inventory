      ******************************************************************
      * ADDRCHG COPYBOOK - CUSTOMER ADDRESS-CHANGE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER CUSTOMER PER DAY THE MAILING ADDRESS OF
      *          RECORD CHANGED, WRITTEN BY CUSTMGMT'S UPDATE - THE
      *          ADDRESS THE CUSTOMER HAD BEFORE AND THE ONE THEY HAVE
      *          NOW. THE CHANGE NOTICE FOR THE PRIOR ADDRESS
      *          ('ADDRCHGO' ON NOTIFQ) HAS NOWHERE ELSE TO FIND IT ONCE
      *          THE CUSTOMER RECORD HAS BEEN REWRITTEN, SO NOTIFGEN
      *          READS IT FROM HERE.
      * NOTES:   A SECOND CHANGE THE SAME DAY KEEPS THE FIRST PRIOR
      *          ADDRESS AND ONLY MOVES AC-NEW-ADDRESS, SO THE NOTICE
      *          STILL GOES TO WHERE THE CUSTOMER LIVED AT THE START OF
      *          THE DAY.
      ******************************************************************
       01  ADDRCHG-RECORD.
           05  AC-KEY.
               10  AC-CUSTOMER-ID        PIC X(10).
               10  AC-CHANGE-DATE        PIC X(08).
           05  AC-PRIOR-ADDRESS.
               10  AC-PRIOR-LINE1        PIC X(40).
               10  AC-PRIOR-LINE2        PIC X(40).
               10  AC-PRIOR-CITY         PIC X(30).
               10  AC-PRIOR-STATE        PIC X(02).
               10  AC-PRIOR-ZIP-CODE     PIC X(10).
               10  AC-PRIOR-COUNTRY      PIC X(03).
           05  AC-NEW-ADDRESS.
               10  AC-NEW-LINE1          PIC X(40).
               10  AC-NEW-LINE2          PIC X(40).
               10  AC-NEW-CITY           PIC X(30).
               10  AC-NEW-STATE          PIC X(02).
               10  AC-NEW-ZIP-CODE       PIC X(10).
               10  AC-NEW-COUNTRY        PIC X(03).
           05  AC-CHANGED-BY             PIC X(08).
           05  AC-CHANGED-TIMESTAMP      PIC X(26).
