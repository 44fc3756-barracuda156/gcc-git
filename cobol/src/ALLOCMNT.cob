      *    DATE-WRITTEN:   2026-08-20
      *    DATE-COMPILED:
      *
      *    OPERATIONS MAINTENANCE REQUESTS FOR THE ALLOCATION-BASE
      *    MASTER.  EACH MNTCARDS CARD ASKS TO ADD, CHANGE, OR
      *    EXPIRE ONE APPROVED DIVISOR VALUE, OR LISTS THE WHOLE
      *    MASTER.  THE MASTER IS THE INDEXED FILE PROG-BATCH'S
      *    DIVISOR VALIDATION READS, SO A CHANGE TO IT TAKES EFFECT
      *    ON THE NEXT BATCH RUN -- WHICH IS WHY NO CHANGE GOES
      *    STRAIGHT TO IT FROM HERE.  EVERY ADD/CHG/EXP CARD THAT
      *    PASSES THE CHECKS BELOW IS QUEUED ON THE PENDING-CHANGES
      *    FILE (ALLOCPND) UNDER THE NEXT CHANGE NUMBER WITH THE
      *    USER ID OF THE JOB THAT ASKED FOR IT; ALLOC-APPROVE, RUN
      *    BY A DIFFERENT USER ID, APPLIES IT TO THE MASTER AND THE
      *    CHANGE LOG ONCE IT IS APPROVED.
      *
      *    A CARD IS CHECKED AGAINST THE MASTER AS IT STANDS WHEN
      *    IT IS QUEUED (AN ADD OF A DIVISOR ALREADY ON THE MASTER,
      *    OR A CHG/EXP OF ONE THAT IS NOT, IS REJECTED HERE) AND
      *    AGAIN WHEN IT IS APPLIED, SINCE OTHER CHANGES MAY BE
      *    APPROVED IN BETWEEN.  THE MASTER IS ONLY READ HERE; A
      *    MISSING MASTER IS CREATED BY THE FIRST APPROVAL RUN, SO
      *    SEEDING A NEW MASTER IS A DECK OF ADD CARDS FOLLOWED BY
      *    THEIR APPROVAL.
      *
      *    THE REQUESTING USER ID IS THE SUBMITTING USER OF THE JOB
      *    (ENVIRONMENT VARIABLE USER); A RUN WITH NO USER ID QUEUES
      *    NOTHING.
      *
      *    RETURN CODES:  0 = EVERY CARD QUEUED OR LISTED
      *                   4 = ONE OR MORE CARDS REJECTED
      *                  16 = CARD, MASTER OR PENDING FILE ERROR, OR
      *                       NO USER ID
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     OPEN -- A DISK-FULL AFTER THE OPEN WAS
      *                     SILENTLY DROPPING BEFORE-IMAGES WHILE
      *                     CARDS KEPT APPLYING TO THE MASTER
      *    2026-10-15 MOP   MAKER-CHECKER: ADD/CHG/EXP CARDS ARE NO
      *                     LONGER APPLIED TO ALLOCMST BUT QUEUED ON
      *                     THE NEW PENDING-CHANGES FILE (ALLOCPND)
      *                     WITH THE REQUESTING USER ID, FOR
      *                     ALLOC-APPROVE TO APPLY UNDER A DIFFERENT
      *                     USER ID -- AUDIT'S SEGREGATION-OF-DUTIES
      *                     FINDING (ONE PERSON'S TYPO WENT LIVE THE
      *                     SAME NIGHT).  THE MASTER IS NOW OPENED
      *                     INPUT ONLY; THE APPLY AND CHANGE-LOG
      *                     LOGIC MOVED TO ALLOC-APPROVE
      *    2026-10-15 MOP   WIDE MASTER KEY: THE CARD'S DIVISOR IS
      *                     TAKEN FROM DL-MNT-W-DIVISOR (COLUMNS
      *                     58-70), FILLED FROM THE NARROW FIELD WHEN
      *                     BLANK; MNTCARDS IS READ 57 TO 70 BYTES AND
      *                     THE WIDE DIVISOR IS QUEUED WITH THE CARD
      *    2026-10-15 MOP   USER ID TAKEN IN ITS OWN PARAGRAPH (1050)
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ALLOC-MAINT.
           SELECT MAINT-CARDS ASSIGN TO "MNTCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "ALLOCPND"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-PND-KEY
              FILE STATUS IS DL-PND-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY               PIC X(13).
           05  FILLER                   PIC X(47).
       FD  MAINT-CARDS
           RECORD IS VARYING IN SIZE FROM 57 TO 70 CHARACTERS
              DEPENDING ON DL-CARD-LENGTH.
       01  FD-CARD-RECORD               PIC X(70).
       FD  PENDING-CHANGES.
       01  FD-PENDING-RECORD.
           05  FD-PND-KEY               PIC X(08).
           05  FILLER                   PIC X(152).
       WORKING-STORAGE  SECTION.
           COPY ALLOCREC.
           COPY MNTCARD.
           COPY PNDREC.
       01  DL-MST-STATUS                PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-CARD-LENGTH               PIC 9(04).
       01  DL-PND-STATUS                PIC X(02).
       01  DL-PND-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-PND-OPEN              VALUE 'Y'.
       01  DL-PND-EOF-SW                PIC X(01).
           88  DL-PND-EOF               VALUE 'Y'.
       01  DL-USER-ID                   PIC X(08).
       01  DL-PROC-DATE                 PIC 9(08).
       01  DL-PROC-TIME                 PIC 9(08).
       01  DL-LAST-CHANGE-NUMBER        PIC 9(08) VALUE ZERO.
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  DL-EOF                   VALUE 'Y'.
       01  DL-LIST-EOF-SW               PIC X(01).
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-MASTER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  DL-MASTER-OPEN           VALUE 'Y'.
       01  DL-ON-MASTER-SW              PIC X(01).
           88  DL-ON-MASTER             VALUE 'Y'.
       01  DL-CARDS-READ                PIC 9(06) VALUE ZERO.
       01  DL-CARDS-QUEUED              PIC 9(06) VALUE ZERO.
       01  DL-CARDS-LISTED              PIC 9(06) VALUE ZERO.
       01  DL-CARDS-REJECTED            PIC 9(06) VALUE ZERO.
       01  DL-LIST-COUNT                PIC 9(06) VALUE ZERO.
       PROCEDURE        DIVISION.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    IDENTIFY THE REQUESTER, OPEN THE MASTER FOR READING AND
      *    THE PENDING-CHANGES FILE I-O (CREATING IT ON FIRST USE),
      *    AND PRIME THE FIRST CARD.  A MISSING MASTER IS NOT AN
      *    ERROR HERE -- IT IS CREATED WHEN THE FIRST CHANGE IS
      *    APPROVED -- SO THE CARDS ARE CHECKED AS AGAINST AN EMPTY
      *    MASTER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DL-PROC-DATE FROM DATE YYYYMMDD
           ACCEPT DL-PROC-TIME FROM TIME
           PERFORM 1050-GET-USER-ID THRU 1050-EXIT
           IF NOT DL-EOF
              OPEN INPUT ALLOC-MASTER
              IF DL-MST-STATUS = '00'
                 MOVE 'Y' TO DL-MASTER-OPEN-SW
              ELSE
                 IF DL-MST-STATUS = '35'
                    DISPLAY 'ALLOC-MAINT: ALLOCMST NOT YET CREATED - '
                            'CARDS CHECKED AGAINST AN EMPTY MASTER'
                 ELSE
                    DISPLAY 'ALLOC-MAINT: UNABLE TO OPEN ALLOCMST, '
                            'STATUS ' DL-MST-STATUS
                    MOVE 'Y' TO DL-EOF-SW
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF NOT DL-EOF
              PERFORM 1100-OPEN-PENDING THRU 1100-EXIT
           END-IF
           IF NOT DL-EOF
              OPEN INPUT MAINT-CARDS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 DISPLAY 'ALLOC-MAINT: CHANGES REQUESTED BY USER '
                         DL-USER-ID
                 PERFORM 3000-READ-CARD THRU 3000-EXIT
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------
      *    1050-GET-USER-ID
      *    THE REQUESTER'S USER ID IS THE SUBMITTING USER OF THE JOB,
      *    TAKEN FROM THE ENVIRONMENT VARIABLE USER (ACCEPT FROM
      *    ENVIRONMENT IS A VENDOR RUN-TIME EXTENSION; THIS IS THE
      *    ONLY PLACE IT IS USED).  THE ID IS WHAT THE MAKER-CHECKER
      *    CONTROL RESTS ON, SO A RUN THAT CANNOT NAME ITS USER STOPS
      *    HERE WITH RC 16, BEFORE ANY FILE IS OPENED OR ANY CARD IS
      *    READ.
      *----------------------------------------------------------------
       1050-GET-USER-ID.
           MOVE SPACES TO DL-USER-ID
           ACCEPT DL-USER-ID FROM ENVIRONMENT 'USER'
           IF DL-USER-ID = SPACES
              DISPLAY 'ALLOC-MAINT: NO USER ID FOR THIS RUN - NO '
                      'CHANGES QUEUED'
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-OPEN-PENDING
      *    THE PENDING-CHANGES FILE MUST BE WRITABLE BEFORE ANY
      *    CARD IS TAKEN, OR NOTHING THIS RUN ASKS FOR WOULD REACH
      *    THE CHECKER.  THE NEXT CHANGE NUMBER FOLLOWS THE HIGHEST
      *    ON FILE -- DECIDED CHANGES ARE NEVER REMOVED, SO A
      *    NUMBER IS NEVER REUSED.
      *----------------------------------------------------------------
       1100-OPEN-PENDING.
           OPEN I-O PENDING-CHANGES
           IF DL-PND-STATUS = '35'
              OPEN OUTPUT PENDING-CHANGES
              CLOSE PENDING-CHANGES
              OPEN I-O PENDING-CHANGES
           END-IF
           IF DL-PND-STATUS NOT = '00'
              DISPLAY 'ALLOC-MAINT: UNABLE TO OPEN ALLOCPND, STATUS '
                      DL-PND-STATUS ' - NO CHANGES QUEUED'
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO DL-PND-OPEN-SW
              MOVE 'N' TO DL-PND-EOF-SW
              MOVE LOW-VALUES TO FD-PND-KEY
              START PENDING-CHANGES KEY >= FD-PND-KEY
                 INVALID KEY
                    MOVE 'Y' TO DL-PND-EOF-SW
              END-START
              PERFORM 1110-FIND-LAST-CHANGE THRU 1110-EXIT
                 UNTIL DL-PND-EOF
           END-IF.
       1100-EXIT.
           EXIT.

       1110-FIND-LAST-CHANGE.
           READ PENDING-CHANGES NEXT RECORD INTO DL-PENDING-RECORD
              AT END
                 MOVE 'Y' TO DL-PND-EOF-SW
              NOT AT END
                 MOVE DL-PND-CHANGE-NUMBER TO DL-LAST-CHANGE-NUMBER
           END-READ.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-PROCESS-CARD
      *----------------------------------------------------------------
      *    2100-ADD-ENTRY
      *----------------------------------------------------------------
       2100-ADD-ENTRY.
           IF DL-MNT-W-DIVISOR NOT NUMERIC
              OR DL-MNT-W-DIVISOR = ZERO
              DISPLAY 'ALLOC-MAINT: ADD REJECTED, BAD DIVISOR ON '
                      'CARD ' DL-CARDS-READ
              ADD 1 TO DL-CARDS-REJECTED
           ELSE
              PERFORM 2600-LOOK-UP-MASTER THRU 2600-EXIT
              IF DL-ON-MASTER
                 DISPLAY 'ALLOC-MAINT: ADD REJECTED, DIVISOR '
                         DL-MNT-W-DIVISOR ' ALREADY ON MASTER'
                 ADD 1 TO DL-CARDS-REJECTED
              ELSE
                 PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    2200-CHANGE-ENTRY
      *    CHG SETS THE STATUS BACK TO ACTIVE AS WELL AS REPLACING
      *    THE DATES AND DESCRIPTION WHEN IT IS APPLIED -- IT IS THE
      *    ONLY WAY TO REOPEN AN EXPIRED BASE, SINCE ADD BOUNCES ON
      *    THE EXISTING KEY.  THE REQUESTER IS TOLD HERE SO THE
      *    CHECKER IS NOT THE FIRST TO NOTICE.
      *----------------------------------------------------------------
       2200-CHANGE-ENTRY.
           PERFORM 2600-LOOK-UP-MASTER THRU 2600-EXIT
           IF NOT DL-ON-MASTER
              DISPLAY 'ALLOC-MAINT: CHG REJECTED, DIVISOR '
                      DL-MNT-W-DIVISOR ' NOT ON MASTER'
              ADD 1 TO DL-CARDS-REJECTED
           ELSE
              IF DL-ALB-EXPIRED
                 DISPLAY 'ALLOC-MAINT: DIVISOR ' DL-MNT-W-DIVISOR
                         ' WILL BE REACTIVATED BY CHG'
              END-IF
              PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-EXPIRE-ENTRY
      *    AN EXPIRED ENTRY STAYS ON THE MASTER FOR AUDIT -- ONLY
      *    ITS STATUS AND EXPIRY DATE CHANGE WHEN IT IS APPLIED.
      *----------------------------------------------------------------
       2300-EXPIRE-ENTRY.
           PERFORM 2600-LOOK-UP-MASTER THRU 2600-EXIT
           IF NOT DL-ON-MASTER
              DISPLAY 'ALLOC-MAINT: EXP REJECTED, DIVISOR '
                      DL-MNT-W-DIVISOR ' NOT ON MASTER'
              ADD 1 TO DL-CARDS-REJECTED
           ELSE
              PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2400-LIST-MASTER.
           MOVE ZERO TO DL-LIST-COUNT
           MOVE 'N' TO DL-LIST-EOF-SW
           IF DL-MASTER-OPEN
              MOVE LOW-VALUES TO FD-ALB-KEY
              START ALLOC-MASTER KEY >= FD-ALB-KEY
                 INVALID KEY
                    MOVE 'Y' TO DL-LIST-EOF-SW
              END-START
           ELSE
              MOVE 'Y' TO DL-LIST-EOF-SW
           END-IF
           DISPLAY 'ALLOC-MAINT: ALLOCATION-BASE MASTER LIST'
           DISPLAY '  DIVISOR       S EFFECTIVE EXPIRY   DESCRIPTION'
           PERFORM 2410-LIST-ENTRY THRU 2410-EXIT
              UNTIL DL-LIST-EOF
           DISPLAY '  ' DL-LIST-COUNT ' ENTRIES'
           ADD 1 TO DL-CARDS-LISTED.
       2400-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------------
      *    2500-QUEUE-CHANGE
      *    WRITE THE CARD TO THE PENDING-CHANGES FILE UNDER THE NEXT
      *    CHANGE NUMBER, STAMPED WITH THE REQUESTER AND THE TIME.
      *    A WRITE THAT FAILS STOPS THE RUN: THE REMAINING CARDS
      *    WOULD OTHERWISE BE REPORTED AS QUEUED WHEN THE CHECKER
      *    WILL NEVER SEE THEM.
      *----------------------------------------------------------------
       2500-QUEUE-CHANGE.
           ADD 1 TO DL-LAST-CHANGE-NUMBER
           MOVE SPACES                TO DL-PENDING-RECORD
           MOVE DL-LAST-CHANGE-NUMBER TO DL-PND-CHANGE-NUMBER
           MOVE 'P'                   TO DL-PND-CHANGE-STATUS
           MOVE DL-MAINT-CARD         TO DL-PND-CARD-IMAGE
           MOVE DL-MNT-W-DIVISOR-RAW  TO DL-PND-W-DIVISOR-RAW
           MOVE DL-USER-ID            TO DL-PND-MAKER-ID
           MOVE DL-PROC-DATE          TO DL-PND-REQUEST-DATE
           MOVE DL-PROC-TIME          TO DL-PND-REQUEST-TIME
           MOVE ZERO                  TO DL-PND-DECISION-DATE
           MOVE ZERO                  TO DL-PND-DECISION-TIME
           MOVE DL-PENDING-RECORD     TO FD-PENDING-RECORD
           WRITE FD-PENDING-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF DL-PND-STATUS NOT = '00'
              DISPLAY 'ALLOC-MAINT: PENDING-CHANGE WRITE FAILED, '
                      'STATUS ' DL-PND-STATUS ' ON CARD '
                      DL-CARDS-READ ' - RUN STOPPED (REMAINING '
                      'CARDS NOT QUEUED)'
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO DL-CARDS-QUEUED
              DISPLAY 'ALLOC-MAINT: ' DL-MNT-ACTION ' OF DIVISOR '
                      DL-MNT-W-DIVISOR ' QUEUED AS CHANGE '
                      DL-PND-CHANGE-NUMBER ' FOR APPROVAL'
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2600-LOOK-UP-MASTER
      *    SET DL-ON-MASTER WHEN THE CARD'S DIVISOR IS ON THE
      *    MASTER, LEAVING THE ENTRY IN DL-ALLOC-RECORD.
      *----------------------------------------------------------------
       2600-LOOK-UP-MASTER.
           MOVE 'N' TO DL-ON-MASTER-SW
           IF DL-MASTER-OPEN
              MOVE DL-MNT-W-DIVISOR-RAW TO FD-ALB-KEY
              READ ALLOC-MASTER INTO DL-ALLOC-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO DL-ON-MASTER-SW
              END-READ
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-READ-CARD
      *    A 57-COLUMN CARD, OR ONE WITH COLUMNS 58-70 BLANK, HAS ITS
      *    NARROW DIVISOR MOVED INTO THE WIDE FIELD -- BY VALUE WHEN
      *    NUMERIC, OTHERWISE AS PUNCHED SO THE CHECKS BELOW STILL
      *    SEE IT AS BAD.
      *----------------------------------------------------------------
       3000-READ-CARD.
           READ MAINT-CARDS INTO DL-MAINT-CARD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-CARD-LENGTH < DL-MNT-WIDE-LENGTH
                    MOVE SPACES TO DL-MNT-W-DIVISOR-RAW
                 END-IF
                 IF DL-MNT-W-DIVISOR-RAW = SPACES
                    IF DL-MNT-DIVISOR NUMERIC
                       MOVE DL-MNT-DIVISOR TO DL-MNT-W-DIVISOR
                    ELSE
                       MOVE DL-MNT-DIVISOR-RAW TO DL-MNT-W-DIVISOR-RAW
                    END-IF
                 END-IF
           END-READ.
       3000-EXIT.
           EXIT.
           IF NOT DL-ABORT
              DISPLAY 'ALLOC-MAINT TOTALS'
              DISPLAY '  CARDS READ ....... ' DL-CARDS-READ
              DISPLAY '  CHANGES QUEUED ... ' DL-CARDS-QUEUED
              DISPLAY '  LISTS PRINTED .... ' DL-CARDS-LISTED
              DISPLAY '  CARDS REJECTED ... ' DL-CARDS-REJECTED
              IF DL-CARDS-QUEUED > ZERO
                 DISPLAY '  QUEUED CHANGES TAKE EFFECT ONLY WHEN '
                         'APPROVED BY ANOTHER USER (ALLOC-APPROVE)'
              END-IF
              IF DL-CARDS-REJECTED > ZERO
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
      *    THE MASTER AND PENDING-FILE CLOSES ARE GUARDED BY THE OPEN
      *    SWITCHES, NOT THE FILE STATUS -- AFTER A LST CARD THE LAST
      *    READ NEXT LEAVES STATUS '10', AND A LOOKUP OF A DIVISOR
      *    NOT ON THE MASTER LEAVES '23', YET THE FILES ARE STILL
      *    OPEN.
       9000-TERMINATE.
           IF DL-MASTER-OPEN
              CLOSE ALLOC-MASTER
           IF DL-CARD-STATUS = '00' OR DL-CARD-STATUS = '10'
              CLOSE MAINT-CARDS
           END-IF
           IF DL-PND-OPEN
              CLOSE PENDING-CHANGES
           END-IF.
       9000-EXIT.
           EXIT.
