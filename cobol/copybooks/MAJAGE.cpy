      ******************************************************************
      * MAJAGE COPYBOOK - STATE CUSTODIAL AGE-OF-MAJORITY RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER STATE GIVING THE AGE AT WHICH A
      *          CUSTODIANSHIP UNDER THAT STATE'S UNIFORM TRANSFERS TO
      *          MINORS ACT (UTMA) OR UNIFORM GIFTS TO MINORS ACT
      *          (UGMA) ENDS, AND THE LATEST AGE A DONOR MAY ELECT
      *          UNDER THE STATE'S UTMA. MAINTAINED THROUGH MAJAMNT.
      *          UTMAMNT READS IT TO SET A REGISTRATION'S TERMINATION
      *          DATE; UTMABAT RE-READS IT EACH MONTH SO A CHANGE IN
      *          STATE LAW REACHES ACCOUNTS ALREADY OPEN. A ZERO AGE
      *          MEANS THE STATE HAS NO SUCH ACT.
      ******************************************************************
       01  MAJAGE-RECORD.
           05  MA-STATE                  PIC X(02).
           05  MA-UTMA-AGE               PIC 9(02).
           05  MA-UGMA-AGE               PIC 9(02).
           05  MA-UTMA-MAX-ELECTED-AGE   PIC 9(02).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
