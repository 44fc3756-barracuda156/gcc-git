      ******************************************************************
      *    COPYBOOK:      JSDCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE JOB-STREAM DEFINITION DECK READ BY
      *    JOB-STREAM.  ONE 'H' CARD FIRST, THEN ONE 'S' CARD PER
      *    STEP IN THE ORDER THE STEPS ARE TO RUN:
      *
      *      'H'  THE STREAM NAME (ALSO THE JOB NAME THE CONTROLLER
      *           REGISTERS UNDER ON THE RUN REGISTRY) AND THE START
      *           MODE -- BLANK RESUMES THE STREAM'S LAST SUBMISSION
      *           IF IT DID NOT FINISH, 'N' FORCES A NEW STREAM RUN.
      *      'S'  STEP SEQUENCE (01-99, ASCENDING), STEP NAME, THE
      *           RETURN-CODE RULES, AND THE COMMAND THAT RUNS THE
      *           STEP.  A RETURN CODE AT OR ABOVE THE STOP LEVEL
      *           STOPS THE STREAM; ONE AT OR ABOVE THE WARN LEVEL
      *           IS A WARNING AND THE STREAM CONTINUES; ANYTHING
      *           LOWER CONTINUES SILENTLY.  A ZERO LEVEL IS NOT
      *           APPLIED, SO A STOP LEVEL OF 00 IS A STEP WHOSE
      *           RETURN CODE NEVER STOPS THE STREAM.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-JOB-STREAM-CARD.
           05  DL-JSD-CARD-TYPE         PIC X(01).
               88  DL-JSD-HEADER        VALUE 'H'.
               88  DL-JSD-STEP          VALUE 'S'.
           05  DL-JSD-BODY              PIC X(79).
       01  DL-JSD-HEADER-CARD REDEFINES DL-JOB-STREAM-CARD.
           05  FILLER                   PIC X(01).
           05  DL-JSD-STREAM-NAME       PIC X(08).
           05  DL-JSD-START-MODE        PIC X(01).
               88  DL-JSD-START-AUTO    VALUE ' '.
               88  DL-JSD-START-NEW     VALUE 'N'.
               88  DL-JSD-START-VALID   VALUE ' ' 'N'.
           05  FILLER                   PIC X(70).
       01  DL-JSD-STEP-CARD REDEFINES DL-JOB-STREAM-CARD.
           05  FILLER                   PIC X(01).
           05  DL-JSD-STEP-SEQ          PIC 9(02).
           05  DL-JSD-STEP-NAME         PIC X(08).
           05  DL-JSD-WARN-RC           PIC 9(02).
           05  DL-JSD-STOP-RC           PIC 9(02).
           05  FILLER                   PIC X(01).
           05  DL-JSD-COMMAND           PIC X(64).
