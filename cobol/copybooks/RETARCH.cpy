      ******************************************************************
      * RETARCH COPYBOOK - RETENTION ARCHIVE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER RECORD RETPURGE TAKES OFF A LIVE FILE
      *          WHOSE CATALOG DISPOSITION IS ARCHIVE - THE CATALOG
      *          FILE ID, THE DATE THE RECORD WAS AGED BY, THE DAY IT
      *          WAS ARCHIVED, AND THE RECORD AS IT STOOD. ONE
      *          APPEND-ONLY FILE (RETARCH.DAT) SERVES EVERY CATALOGUED
      *          FILE; RA-FILE-ID TELLS WHICH LAYOUT RA-IMAGE HOLDS.
      * NOTES:   RA-IMAGE IS SIZED FOR THE WIDEST CATALOGUED RECORD,
      *          THE ACCTHIST BEFORE/AFTER ROW.
      ******************************************************************
       01  RETARCH-RECORD.
           05  RA-FILE-ID                PIC X(08).
           05  RA-RECORD-DATE            PIC X(08).
           05  RA-ARCHIVED-DATE          PIC X(08).
           05  RA-IMAGE                  PIC X(1260).
