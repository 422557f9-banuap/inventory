      ******************************************************************
      * DEPBRK COPYBOOK - OPEN DEPOSITORY POSITION BREAK RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER SECURITY WHOSE DEPOSITORY POSITION
      *          DISAGREED WITH THE FIRM'S EXPECTED BOX ON THE LAST
      *          DEPREC RUN, KEYED ON THE SYMBOL (OR THE CUSIP, WHEN
      *          THE DEPOSITORY REPORTED A CUSIP THE SECURITY MASTER
      *          DOES NOT CARRY). THE ROW KEEPS THE DATE THE BREAK WAS
      *          FIRST SEEN SO A BREAK THAT PERSISTS AGES FROM ITS
      *          FIRST DAY, THE LONG/SHORT DIRECTION (A FLIP IS A NEW
      *          BREAK), AND THE EXCPQ ITEM IT WAS OPENED UNDER. DEPREC
      *          DELETES THE ROW THE FIRST RUN THE BREAK IS GONE.
      ******************************************************************
       01  DEPBRK-RECORD.
           05  DB-BREAK-KEY              PIC X(12).
           05  DB-CUSIP                  PIC X(09).
           05  DB-DIRECTION              PIC X(01).
               88  DB-LONG-BREAK         VALUE 'L'.
               88  DB-SHORT-BREAK        VALUE 'S'.
           05  DB-FIRST-SEEN-DATE        PIC X(08).
           05  DB-LAST-SEEN-DATE         PIC X(08).
           05  DB-BREAK-QUANTITY         PIC S9(11)V999 COMP-3.
           05  DB-BREAK-VALUE            PIC S9(13)V99 COMP-3.
           05  DB-EXCEPTION-ID           PIC X(16).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(10).
