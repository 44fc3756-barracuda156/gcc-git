      *    CALL 'PROG' USING DL-DIVIDEND         DL-DIVISOR
      *                      DL-RESULT           DL-EXCEPTION-STATUS-OUT
      *                      DL-RANGE-ERROR-OUT  DL-RUN-ID
      *                      DL-STREAM-ID        DL-SOURCE-REF
      *
      *    DL-STREAM-ID IS SPACES FOR A SINGLE-STREAM CALLER (THE
      *    LEDGER AND AUDIT TRAIL KEEP THEIR ORIGINAL EXCLEDGR/
      *    EXC-ARCHIVE STEPS, EXACTLY AS IT CONCATENATES THE SUMRYNN
      *    FILES FOR STREAM-CONSOL.
      *
      *    DL-SOURCE-REF IS THE SOURCE SYSTEM'S REFERENCE NUMBER AND
      *    LINE SEQUENCE FOR THE ITEM BEING CHECKED (DL-TRAN-REF OFF
      *    THE FEED RECORD), CARRIED ONTO THE LEDGER ENTRY AND EVERY
      *    AUDIT RECORD THE CALL WRITES SO EITHER TRACES BACK TO THE
      *    ORIGINATING ITEM.  A CALLER WITH NO SOURCE ITEM PASSES
      *    SPACES AND ZERO.
      *
      *    THE EXCEPTIONS-LEDGER AND AUDIT-TRAIL FILES ARE OPENED ONCE,
      *    ON THE FIRST CALL INTO THIS PROGRAM, AND STAY OPEN ACROSS
      *    EVERY SUBSEQUENT CALL IN THE SAME RUN UNIT -- A HIGH-VOLUME
      *    'PROG-TERM' WOULD SIMPLY LEAVE THE FILES OPEN UNTIL THE RUN
      *    UNIT ENDS, WHICH IS HARMLESS BUT NOT THE INTENDED PATTERN.
      *
      *    DL-DIVIDEND/DL-DIVISOR ARE PIC S9(11)V9(4) -- DELIBERATELY
      *    WIDER THAN DL-RESULT'S PIC S9(9)V9(4), SINCE FUNCTION REM'S
      *    RESULT MAGNITUDE CAN NEVER EXCEED THE DIVISOR'S OWN.  A
      *    CALLER WHOSE ACTUAL DIVIDEND/DIVISOR NEVER EXCEEDS
      *    +-999999999.9999 (THE WIDEST FEED FORMAT'S LIMIT) WILL
      *    NEVER DRIVE DL-RANGE-ERROR-OUT TO 'Y' -- THAT IS EXPECTED,
      *    NOT A DEFECT, SINCE A REMAINDER CANNOT WRAP WHEN IT IS
      *    ALREADY GUARANTEED TO FIT.  THE WIDER LINKAGE EXISTS SO A
      *    CONSTRUCTION. SEE 3000-CHECK-RANGE.
      *
      *    DL-RANGE-ERROR-OUT COMES BACK 'Y' WHEN DL-RESULT WOULD NOT
      *    FIT BACK INTO THE PIC S9(9)V9(4) THE FIELD IS DECLARED WITH
      *    ONCE ITS NATIVE COMP-5 STORAGE IS TAKEN INTO ACCOUNT.
      *
      *    DL-RUN-ID IS SUPPLIED BY THE CALLER (ITS JOB/RUN IDENTIFIER)
      *    AND IS CARRIED ONTO EVERY AUDIT-TRAIL RECORD THIS CALL WRITES.
      *    THE LEDGER ENTRY AND AUDIT RECORD CARRY THE AMOUNTS IN
      *    THEIR WIDE S9(9)V9(4) FIELDS (DL-LDG-WIDE, DL-AUD-WIDE);
      *    THE ORIGINAL NARROW FIELDS ARE WRITTEN AS ZERO AND ARE
      *    ONLY READ FROM ENTRIES WRITTEN BEFORE THE WIDE FIELDS
      *    EXISTED.  A VALUE OUTSIDE +-999999999.9999 IS TRUNCATED ON
      *    THE WAY TO THOSE TWO FILES; THAT ONLY AFFECTS A DELIBERATE
      *    BOUNDARY-VALUE TEST RUN THROUGH PROG-TEST, NEVER A FEED
      *    ITEM, WHICH CANNOT EXCEED THAT RANGE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     RATHER THAN DROP A LEDGER ENTRY.  THE
      *                     AUDIT TRAIL IS UNCHANGED.  LEDGER
      *                     RECORD LENGTH 72 -> 80
      *    2026-10-15 MOP   ADDED DL-SOURCE-REF TO THE CALLING
      *                     CONVENTION AND CARRIED IT ONTO THE LEDGER
      *                     ENTRY (80 -> 98) AND THE AUDIT RECORD
      *                     (92 -> 110); BOTH FILES ARE NOW VARIABLE
      *                     LENGTH SO ENTRIES WRITTEN BEFORE THE
      *                     CHANGE STAY READABLE
      *    2026-10-15 MOP   WIDE-AMOUNT SUPPORT: DL-DIVIDEND/DL-DIVISOR
      *                     WIDENED TO S9(11)V9(4) AND DL-RESULT TO
      *                     S9(9)V9(4) COMP-5, WITH THE RANGE LIMITS
      *                     MOVED OUT TO +-999999999.9999.  THE
      *                     LEDGER ENTRY (98 -> 124) AND AUDIT RECORD
      *                     (110 -> 149) NOW CARRY THE AMOUNTS IN
      *                     THEIR APPENDED WIDE FIELDS
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PROG.
              FILE STATUS IS DL-AUDIT-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  EXCEPTIONS-LEDGER
           RECORD IS VARYING IN SIZE FROM 80 TO 124 CHARACTERS
              DEPENDING ON DL-LEDGER-LENGTH.
       01  FD-LEDGER-RECORD.
           05  FD-LDG-KEY               PIC X(16).
           05  FILLER                   PIC X(48).
           05  FD-LDG-TS-DATE           PIC 9(08).
           05  FILLER                   PIC X(52).
       FD  AUDIT-TRAIL
           RECORD IS VARYING IN SIZE FROM 92 TO 149 CHARACTERS
              DEPENDING ON DL-AUDIT-LENGTH.
       01  FD-AUDIT-RECORD              PIC X(149).
       WORKING-STORAGE  SECTION.
       01  DL-LEDGER-STATUS             PIC X(02).
       01  DL-AUDIT-STATUS              PIC X(02).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-AUDIT-LENGTH              PIC 9(04).
       01  DL-EXCEPTION-STATUS          PIC X(32).
       01  DL-MAX-R                     PIC S9(9)V9(4)
                                        VALUE 999999999.9999.
       01  DL-MIN-R                     PIC S9(9)V9(4)
                                        VALUE -999999999.9999.
       01  DL-RESULT-WIDE               PIC S9(13)V9(4) COMP-5.
       01  DL-FILES-OPEN-SW             PIC X(01) VALUE 'N'.
           88  DL-FILES-OPEN            VALUE 'Y'.
       01  DL-WRITE-SEQ                 PIC 9(08) VALUE ZERO.
           COPY LEDGREC.
           COPY AUDITREC.
       LINKAGE          SECTION.
       01  DL-DIVIDEND                  PIC S9(11)V9(4).
       01  DL-DIVISOR                   PIC S9(11)V9(4).
       01  DL-RESULT                    PIC S9(9)V9(4) COMP-5.
       01  DL-EXCEPTION-STATUS-OUT      PIC X(32).
       01  DL-RANGE-ERROR-OUT           PIC X(01).
       01  DL-RUN-ID                    PIC X(08).
       01  DL-STREAM-ID                 PIC X(02).
       01  DL-SOURCE-REF.
           05  DL-SOURCE-REF-NUMBER     PIC X(12).
           05  DL-SOURCE-REF-LINE       PIC 9(06).
       PROCEDURE        DIVISION USING DL-DIVIDEND
                                        DL-DIVISOR
                                        DL-RESULT
                                        DL-EXCEPTION-STATUS-OUT
                                        DL-RANGE-ERROR-OUT
                                        DL-RUN-ID
                                        DL-STREAM-ID
                                        DL-SOURCE-REF.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT
       2100-WRITE-LEDGER-ENTRY.
           ACCEPT DL-LDG-TS-DATE FROM DATE YYYYMMDD
           ACCEPT DL-LDG-TS-TIME FROM TIME
           MOVE ZERO TO DL-LDG-DIVIDEND
           MOVE ZERO TO DL-LDG-DIVISOR
           MOVE DL-DIVIDEND TO DL-LDG-W-DIVIDEND
           MOVE DL-DIVISOR TO DL-LDG-W-DIVISOR
           MOVE DL-EXCEPTION-STATUS TO DL-LDG-EXC-STATUS
           MOVE DL-RUN-ID TO DL-LDG-RUN-ID
           MOVE DL-SOURCE-REF TO DL-LDG-REF
           ADD 1 TO DL-WRITE-SEQ
           MOVE DL-WRITE-SEQ TO DL-LDG-WRITE-SEQ
           MOVE DL-LDG-WIDE-LENGTH TO DL-LEDGER-LENGTH
           MOVE DL-LEDGER-RECORD TO FD-LEDGER-RECORD
           WRITE FD-LEDGER-RECORD
              INVALID KEY
       2200-WRITE-AUDIT-RECORD.
           ACCEPT DL-AUD-JOB-DATE FROM DATE YYYYMMDD
           MOVE DL-RUN-ID TO DL-AUD-RUN-ID
           MOVE ZERO TO DL-AUD-DIVIDEND
           MOVE ZERO TO DL-AUD-DIVISOR
           MOVE ZERO TO DL-AUD-RESULT
           MOVE DL-DIVIDEND TO DL-AUD-W-DIVIDEND
           MOVE DL-DIVISOR TO DL-AUD-W-DIVISOR
           MOVE DL-RESULT TO DL-AUD-W-RESULT
           MOVE DL-EXCEPTION-STATUS TO DL-AUD-EXC-STATUS
           MOVE DL-SOURCE-REF TO DL-AUD-REF
           MOVE DL-AUD-WIDE-LENGTH TO DL-AUDIT-LENGTH
           MOVE DL-AUDIT-RECORD TO FD-AUDIT-RECORD
           WRITE FD-AUDIT-RECORD.
       2200-EXIT.
      *    3000-CHECK-RANGE
      *    COMP-5 IS NATIVE BINARY STORAGE WITH NO RUNTIME SIZE
      *    ENFORCEMENT, SO A REMAINDER THAT DOES NOT FIT BACK INTO
      *    PIC S9(9)V9(4) WOULD WRAP SILENTLY INSTEAD OF RAISING AN
      *    EXCEPTION.  THE TEST MUST RUN AGAINST DL-RESULT-WIDE, THE
      *    UNNARROWED INTERMEDIATE VALUE 1000-COMPUTE-REMAINDER KEPT
      *    ASIDE -- BY THE TIME DL-RESULT ITSELF HAS BEEN NARROWED, ANY
