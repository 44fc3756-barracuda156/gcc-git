      ******************************************************************
      *    COPYBOOK:      STEPREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE STEP-STATUS FILE (STEPSTAT), THE
      *    INDEXED FILE JOB-STREAM KEEPS FOR EVERY NIGHTLY STREAM,
      *    KEYED ON THE STREAM'S RUN-REGISTRY RUN NUMBER (THE RUN
      *    NUMBER OF ITS FIRST SUBMISSION) PLUS STEP SEQUENCE.
      *
      *    STEP SEQUENCE 00 IS THE STREAM ITSELF: ITS NAME, ITS
      *    STATUS, THE RUN NUMBER OF ITS LATEST SUBMISSION, WHEN IT
      *    FIRST STARTED AND LAST ENDED, THE HIGHEST STEP RETURN
      *    CODE, AND HOW MANY TIMES IT HAS BEEN SUBMITTED.  EVERY
      *    OTHER SEQUENCE IS ONE STEP OF THE DEFINITION DECK: ITS
      *    NAME, STATUS, THE SUBMISSION THAT LAST RAN IT, ITS START
      *    AND END, ITS RETURN CODE, AND HOW MANY TIMES IT RAN.
      *
      *    A STEP IS PENDING UNTIL REACHED, RUNNING WHILE ITS
      *    COMMAND IS OUT (A STEP LEFT RUNNING IS ONE THE
      *    CONTROLLER NEVER SAW FINISH), THEN ENDED-OK, WARNED, OR
      *    FAILED BY ITS RETURN-CODE RULES.  ENDED-OK AND WARNED
      *    STEPS ARE COMPLETE AND A RESUBMISSION SKIPS THEM.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-STEP-STATUS-RECORD.
           05  DL-STP-KEY.
               10  DL-STP-RUN-NUMBER    PIC 9(08).
               10  DL-STP-STEP-SEQ      PIC 9(02).
           05  DL-STP-STEP-NAME         PIC X(08).
           05  DL-STP-STATUS            PIC X(08).
               88  DL-STP-PENDING       VALUE 'PENDING '.
               88  DL-STP-RUNNING       VALUE 'RUNNING '.
               88  DL-STP-ENDED-OK      VALUE 'ENDED-OK'.
               88  DL-STP-WARNED        VALUE 'WARNED  '.
               88  DL-STP-FAILED        VALUE 'FAILED  '.
               88  DL-STP-COMPLETE      VALUE 'ENDED-OK' 'WARNED  '.
           05  DL-STP-ATTEMPT-RUN       PIC 9(08).
           05  DL-STP-START-DATE        PIC 9(08).
           05  DL-STP-START-TIME        PIC 9(08).
           05  DL-STP-END-DATE          PIC 9(08).
           05  DL-STP-END-TIME          PIC 9(08).
           05  DL-STP-RETURN-CODE       PIC 9(04).
           05  DL-STP-ATTEMPTS          PIC 9(02).
           05  FILLER                   PIC X(08).
