      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   POSTINGS CARRY THE SOURCE REFERENCE
      *                     (RECORD 40 -> 58); READ AS VARIABLE
      *                     LENGTH SO A FILE WRITTEN BEFORE THE
      *                     CHANGE STILL READS
      *    2026-10-15 MOP   WIDE DIVISOR KEY: MASTER AND USAGE KEYS 13
      *                     BYTES, POSTINGS READ 40-97 ON THE WIDE
      *                     DIVISOR, AND THE PROPOSED EXP CARDS ARE
      *                     70-COLUMN CARDS WITH THE DIVISOR IN
      *                     COLUMNS 58-70
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ALLOC-USAGE.
       FILE             SECTION.
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY               PIC X(13).
           05  FILLER                   PIC X(47).
       FD  USAGE-FILE.
       01  FD-USAGE-RECORD.
           05  FD-USG-KEY               PIC X(13).
           05  FILLER                   PIC X(16).
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD            PIC X(97).
       FD  USAGE-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       FD  EXPIRE-CARDS.
       01  FD-EXPIRE-RECORD             PIC X(70).
       WORKING-STORAGE  SECTION.
           COPY ALLOCREC.
           COPY USAGEREC.
       01  DL-MST-STATUS                PIC X(02).
       01  DL-USG-STATUS                PIC X(02).
       01  DL-PST-STATUS                PIC X(02).
       01  DL-PST-LENGTH                PIC 9(04).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-EXP-STATUS                PIC X(02).
       01  DL-PST-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL-USAGE-FOUND           VALUE 'Y'.
       01  DL-ENTRY-USABLE-SW           PIC X(01).
           88  DL-ENTRY-USABLE          VALUE 'Y'.
       01  DL-WORK-DIVISOR              PIC 9(9)V9(4).
       01  DL-WORK-DIVISOR-RAW          REDEFINES DL-WORK-DIVISOR
                                         PIC X(13).
       01  DL-PROC-DATE                 PIC 9(08).
       01  DL-POSTINGS-READ             PIC 9(08) VALUE ZERO.
       01  DL-MASTERS-READ              PIC 9(08) VALUE ZERO.
                      'SINCE ' DL-USE-CUTOFF-DATE
              DISPLAY ' '
              DISPLAY 'MASTER USAGE BY DIVISOR'
              DISPLAY '  DIVISOR       S LAST USED PERIOD COUNT'
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    1100-OPEN-USAGE-FILE
      *    THE USAGE FILE IS CREATED EMPTY ON FIRST USE, EXACTLY AS
      *    ALLOC-APPROVE CREATES A MISSING MASTER, SO SEEDING THE
      *    ANALYSIS NEEDS NO SET-UP JOB.
      *----------------------------------------------------------------
       1100-OPEN-USAGE-FILE.
      *    ONE POSTING: STEP ITS DIVISOR'S PERIOD COUNT AND ADVANCE
      *    THE LAST-USED DATE ON THE USAGE FILE.  THE POSTING'S OWN
      *    PROCESSING DATE IS USED, NOT TODAY'S -- THE ANALYSIS MAY
      *    RUN THE MORNING AFTER THE BATCH.  A POSTING WRITTEN BEFORE
      *    THE WIDE FIELDS CARRIES ONLY THE NARROW DIVISOR.
      *----------------------------------------------------------------
       2000-FOLD-POSTING.
           READ POSTINGS INTO DL-POSTING-RECORD
                 MOVE 'Y' TO DL-PST-EOF-SW
              NOT AT END
                 ADD 1 TO DL-POSTINGS-READ
                 IF DL-PST-LENGTH < DL-PST-WIDE-LENGTH
                    MOVE DL-PST-DIVISOR TO DL-WORK-DIVISOR
                 ELSE
                    MOVE DL-PST-W-DIVISOR TO DL-WORK-DIVISOR
                 END-IF
                 PERFORM 2100-UPDATE-USAGE THRU 2100-EXIT
           END-READ.
       2000-EXIT.

       5100-LOOKUP-USAGE.
           MOVE 'N' TO DL-USAGE-FOUND-SW
           MOVE DL-ALB-DIVISOR TO DL-WORK-DIVISOR
           MOVE DL-WORK-DIVISOR-RAW TO FD-USG-KEY
           READ USAGE-FILE INTO DL-USAGE-RECORD
              INVALID KEY
                 MOVE ZERO TO DL-USG-LAST-USED-DATE
      *    6000-FLAG-CANDIDATE
      *    WRITE THE PROPOSED EXP CARD IN MNTCARD FORMAT -- EXPIRY
      *    AS OF TODAY, THE MASTER'S OWN DESCRIPTION CARRIED ALONG
      *    FOR THE REVIEWER, AND THE DIVISOR IN THE WIDE COLUMNS WITH
      *    THE NARROW ONES BLANK.  NOTHING IS APPLIED HERE: OPERATIONS
      *    RUNS THE REVIEWED DECK THROUGH ALLOC-MAINT, WHICH QUEUES
      *    EACH EXPIRY FOR APPROVAL LIKE ANY OTHER ACTION.
      *----------------------------------------------------------------
       6000-FLAG-CANDIDATE.
           ADD 1 TO DL-CANDIDATE-COUNT
                   'SINCE CUTOFF - EXP CARD PROPOSED ***'
           INITIALIZE DL-MAINT-CARD
           MOVE 'EXP' TO DL-MNT-ACTION
           MOVE SPACES TO DL-MNT-DIVISOR-RAW
           MOVE DL-ALB-DIVISOR TO DL-MNT-W-DIVISOR
           MOVE DL-ALB-EFF-DATE TO DL-MNT-EFF-DATE
           MOVE DL-PROC-DATE TO DL-MNT-EXP-DATE
           MOVE DL-ALB-DESC TO DL-MNT-DESC
