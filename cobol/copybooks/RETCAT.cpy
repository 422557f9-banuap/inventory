      ******************************************************************
      * RETCAT COPYBOOK - BOOKS-AND-RECORDS RETENTION CATALOG RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER DATA FILE THE FIRM KEEPS, KEYED ON A
      *          SHORT FILE ID - THE FILE ITSELF, THE FIELD ITS
      *          RECORDS ARE AGED BY, THE REGULATORY MINIMUM RETENTION
      *          IN MONTHS AND THE RULE THAT SETS IT, AND WHAT HAPPENS
      *          TO A RECORD PAST IT (ARCHIVED TO RETARCH.DAT, OR
      *          PURGED OUTRIGHT). MAINTAINED THROUGH RETMNT, WHICH
      *          ALSO PRINTS THE SCHEDULE FOR AN EXAMINER; RETPURGE
      *          WORKS THE CATALOG AND STAMPS THE LAST RUN ON EACH ROW.
      * NOTES:   RETPURGE CAN ONLY WORK THE FILES NAMED BY
      *          RT-PURGE-SUPPORTED, AND FOR THOSE RETMNT FILLS IN THE
      *          DATA FILE AND DATE FIELD ITSELF SO THE CATALOG ALWAYS
      *          STATES WHAT THE PURGE ACTUALLY READS. A FILE THAT IS
      *          DISPOSED OF BY ITS OWN JOB (TRANARCH, ACCTARCH,
      *          RECONCILE'S LOG ROTATION) IS CATALOGUED WITH
      *          DISPOSITION 'X' SO THE SCHEDULE IS COMPLETE.
      ******************************************************************
       01  RETCAT-RECORD.
           05  RT-FILE-ID                PIC X(08).
               88  RT-PURGE-SUPPORTED    VALUE 'ORDEVT  ' 'NOTIFQ  '
                                               'EXCPQ   ' 'INQAUDIT'
                                               'FWDJRNL ' 'ACCTHIST'
                                               'SUSPQ   ' 'ERRLOG  '
                                               'SOAPLOG '.
           05  RT-DATA-FILE              PIC X(30).
           05  RT-DATE-FIELD             PIC X(24).
           05  RT-RETENTION-MONTHS       PIC 9(03).
           05  RT-DISPOSITION            PIC X(01).
               88  RT-ARCHIVE            VALUE 'A'.
               88  RT-PURGE              VALUE 'P'.
               88  RT-OWN-JOB            VALUE 'X'.
           05  RT-AUTHORITY              PIC X(24).
           05  RT-LAST-RUN-DATE          PIC X(08).
           05  RT-LAST-REMOVED-COUNT     PIC 9(09).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  UPDATED-BY                PIC X(08).
