      ******************************************************************
      * UTMAREG COPYBOOK - UTMA/UGMA CUSTODIAL REGISTRATION RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER CUSTODIAL ACCOUNT, KEYED ON ACCOUNT-ID,
      *          NAMING THE CUSTODIAN AND THE MINOR (BOTH CUSTOMER-
      *          IDS), THE ACT AND STATE THE GIFT WAS MADE UNDER, AND
      *          THE DATE THE CUSTODIANSHIP ENDS - THE MINOR'S DATE OF
      *          BIRTH PLUS THE STATE'S AGE OF MAJORITY FROM MAJAGE.DAT
      *          (OR THE LATER AGE THE DONOR ELECTED, WHERE THE STATE'S
      *          UTMA ALLOWS ONE). MAINTAINED THROUGH UTMAMNT, WHICH
      *          ALSO KEEPS THE CUSTODIAN'S ACCTOWN.DAT LINK; WORKED
      *          MONTHLY BY UTMABAT.
      *
      *          UR-STATUS WALKS A - ACTIVE, N - MAJORITY NOTICES SENT
      *          TO CUSTODIAN AND MINOR, Q - RE-REGISTRATION TO THE
      *          FORMER MINOR QUEUED ON APPRVQ FOR APPROVAL, R -
      *          RE-REGISTERED (THE CUSTODIANSHIP IS OVER).
      ******************************************************************
       01  UTMAREG-RECORD.
           05  UR-ACCOUNT-ID             PIC X(12).
           05  UR-CUSTODIAN-ID           PIC X(10).
           05  UR-MINOR-ID               PIC X(10).
           05  UR-ACT                    PIC X(04).
               88  UR-UTMA-ACT           VALUE 'UTMA'.
               88  UR-UGMA-ACT           VALUE 'UGMA'.
               88  UR-VALID-ACT          VALUE 'UTMA' 'UGMA'.
           05  UR-STATE                  PIC X(02).
           05  UR-ELECTED-AGE            PIC 9(02).
           05  UR-TERMINATION-AGE        PIC 9(02).
           05  UR-TERMINATION-DATE       PIC X(08).
           05  UR-STATUS                 PIC X(01).
               88  UR-ACTIVE             VALUE 'A'.
               88  UR-NOTIFIED           VALUE 'N'.
               88  UR-REREG-QUEUED       VALUE 'Q'.
               88  UR-REREGISTERED       VALUE 'R'.
           05  UR-NOTICE-DATE            PIC X(08).
           05  UR-QUEUED-DATE            PIC X(08).
           05  UR-REREG-DATE             PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
