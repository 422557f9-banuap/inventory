      ******************************************************************
      * EODSCHED COPYBOOK - NIGHTLY BATCH SCHEDULE ENTRY
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE LINE PER BATCH STEP ON EODSCHED.DAT, IN THE ORDER
      *          EODDRIVER RUNS THEM. EACH ENTRY NAMES THE STEP AS IT
      *          IS RECORDED ON BATCHCTL.DAT AND THE PROGRAM CALLED FOR
      *          IT, ITS CYCLE, ITS BUSINESS-CALENDAR (BUSCAL) DATE
      *          RULE, UP TO FOUR PREDECESSOR STEPS, THE CONDITION CODE
      *          AT OR ABOVE WHICH THE REST OF THE RUN IS STOPPED, AND
      *          WHETHER IT IS ENABLED - SO OPERATIONS ADD, REORDER OR
      *          DISABLE A STEP BY EDITING THE FILE, NOT THE DRIVER.
      *
      * NOTES: THE CYCLE SAYS WHICH PERIOD THE STEP BELONGS TO AND THE
      *        DATE RULE SAYS WHICH DAY OF THAT PERIOD IT FIRES ON:
      *          CYCLE D (DAILY) - RULE C EVERY CALENDAR DAY, RULE B
      *            BUSINESS DAYS ONLY (A WEEKEND OR HOLIDAY ROLLS THE
      *            STEP TO THE NEXT BUSINESS DAY'S RUN).
      *          CYCLE W, M, Q, Y (MONDAY-TO-SUNDAY WEEK, MONTH,
      *            QUARTER, YEAR) - RULE C THE LAST CALENDAR DAY OF THE
      *            PERIOD, RULE B ITS LAST BUSINESS DAY, RULE F ITS
      *            FIRST BUSINESS DAY (FOR JOBS THAT REPORT ON THE
      *            PERIOD JUST ENDED, SUCH AS THE GL CLOSE AND THE TAX
      *            EXTRACTS).
      *        A PREDECESSOR IS ONLY WAITED ON WHEN IT IS ITSELF DUE
      *        TONIGHT; A STEP WHOSE DUE PREDECESSOR DID NOT COMPLETE
      *        IS HELD. A BLANK PROGRAM NAME CALLS THE STEP NAME, A
      *        BLANK STOP CODE IS TAKEN AS 08, AND A LINE STARTING
      *        WITH '*' IS A COMMENT. A STOP CODE OF 00 MEANS THE STEP
      *        NEVER STOPS THE RUN. A STEP MARKED RUN-AFTER-ABORT STILL
      *        RUNS ONCE THE SEQUENCE HAS BEEN STOPPED (THE MORNING
      *        FLASH).
      ******************************************************************
       01  EODSCHED-RECORD.
           05  SCH-DEFINITION.
               10  SCH-STEP-NAME         PIC X(08).
               10  SCH-PROGRAM           PIC X(10).
               10  SCH-CYCLE             PIC X(01).
                   88  SCH-DAILY         VALUE 'D'.
                   88  SCH-WEEK-END      VALUE 'W'.
                   88  SCH-MONTH-END     VALUE 'M'.
                   88  SCH-QUARTER-END   VALUE 'Q'.
                   88  SCH-YEAR-END      VALUE 'Y'.
               10  SCH-DATE-RULE         PIC X(01).
                   88  SCH-CALENDAR-DAY  VALUE 'C'.
                   88  SCH-BUSINESS-DAY  VALUE 'B'.
                   88  SCH-FIRST-BUSINESS-DAY
                                         VALUE 'F'.
               10  SCH-STOP-CODE         PIC 9(02).
               10  SCH-STOP-CODE-X REDEFINES SCH-STOP-CODE
                                         PIC X(02).
               10  SCH-RUN-AFTER-ABORT   PIC X(01).
                   88  SCH-RUNS-AFTER-ABORT
                                         VALUE 'Y'.
               10  SCH-ENABLED           PIC X(01).
                   88  SCH-STEP-ENABLED  VALUE 'Y'.
                   88  SCH-STEP-DISABLED VALUE 'N'.
               10  SCH-PREDECESSOR       PIC X(08) OCCURS 4 TIMES.
               10  SCH-DESCRIPTION       PIC X(30).
           05  FILLER                    PIC X(10).
