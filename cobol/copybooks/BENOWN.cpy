      ******************************************************************
      * BENOWN COPYBOOK - ENTITY BENEFICIAL OWNER / CONTROL PERSON
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER INDIVIDUAL BEHIND A CORPORATE OR
      *          INSTITUTIONAL CUSTOMER - EACH PERSON OWNING 25% OR
      *          MORE OF THE ENTITY, AND THE ONE PERSON WHO CONTROLS
      *          IT - KEYED ON THE ENTITY'S CUSTOMER-ID AND A
      *          SEQUENCE. MAINTAINED THROUGH CUSTMGMT (BOADD, BOUPD,
      *          BORD, BODEL). THE ENTITY CANNOT REACH KYC-COMPLETE
      *          WITHOUT A CONTROL PERSON ON FILE.
      *
      *          BO-ROLE: O - BENEFICIAL OWNER (25% OR MORE),
      *          C - CONTROL PERSON, B - BOTH.
      *          BO-SCREEN-STATUS: SPACE - NOT YET SCREENED, C - CLEAR
      *          OF THE SANCTIONS WATCH LIST, H - WATCH-LIST HIT.
      *          SET BY CUSTMGMT ON ADD/UPDATE AND BY THE NIGHTLY
      *          SANCSCRN SWEEP; BO-SCREEN-DATE IS THE LAST SCREENING.
      ******************************************************************
       01  BENOWN-RECORD.
           05  BO-KEY.
               10  BO-CUSTOMER-ID        PIC X(10).
               10  BO-OWNER-SEQ          PIC 9(02).
           05  BO-FIRST-NAME             PIC X(25).
           05  BO-MIDDLE-NAME            PIC X(25).
           05  BO-LAST-NAME              PIC X(35).
           05  BO-DATE-OF-BIRTH          PIC X(08).
           05  BO-SSN                    PIC X(11).
           05  BO-ADDRESS-LINE1          PIC X(40).
           05  BO-ADDRESS-LINE2          PIC X(40).
           05  BO-CITY                   PIC X(30).
           05  BO-STATE                  PIC X(02).
           05  BO-ZIP-CODE               PIC X(10).
           05  BO-COUNTRY                PIC X(03).
           05  BO-OWNERSHIP-PCT          PIC 9(03)V99.
           05  BO-ROLE                   PIC X(01).
               88  BO-OWNER-ONLY         VALUE 'O'.
               88  BO-CONTROL-ONLY       VALUE 'C'.
               88  BO-OWNER-AND-CONTROL  VALUE 'B'.
               88  BO-BENEFICIAL-OWNER   VALUE 'O' 'B'.
               88  BO-CONTROL-PERSON     VALUE 'C' 'B'.
               88  BO-VALID-ROLE         VALUE 'O' 'C' 'B'.
           05  BO-SCREEN-STATUS          PIC X(01).
               88  BO-NOT-SCREENED       VALUE SPACE.
               88  BO-SCREEN-CLEAR       VALUE 'C'.
               88  BO-SCREEN-HIT         VALUE 'H'.
           05  BO-SCREEN-DATE            PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
