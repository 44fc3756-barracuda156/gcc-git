      ******************************************************************
      *    PROGRAM-ID:     ALLOC-APPROVE
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    CHECKER PASS FOR ALLOCATION-BASE MASTER MAINTENANCE.
      *    ALLOC-MAINT QUEUES EVERY ADD/CHG/EXP REQUEST ON THE
      *    PENDING-CHANGES FILE (ALLOCPND) WITH THE USER ID OF THE
      *    JOB THAT ASKED FOR IT; NOTHING REACHES THE MASTER UNTIL A
      *    DIFFERENT USER APPROVES IT HERE.  EACH APRCARDS CARD
      *    APPROVES OR DECLINES ONE CHANGE BY NUMBER:
      *      APR  THE CHANGE IS RE-CHECKED AGAINST THE MASTER AS IT
      *           NOW STANDS AND APPLIED, AND THE CHANGE-LOG RECORD
      *           (ALLOCLOG) CARRIES THE CHANGE NUMBER AND BOTH THE
      *           REQUESTER'S AND THE APPROVER'S USER IDS.  A CHANGE
      *           NO LONGER APPLICABLE (AN ADD WHOSE DIVISOR IS NOW
      *           ON THE MASTER, A CHG/EXP OF ONE THAT IS NOT) IS
      *           MARKED FAILED INSTEAD.
      *      DCL  THE CHANGE IS MARKED DECLINED AND NEVER GOES LIVE.
      *    EITHER WAY THE DECISION, THE APPROVER AND THE CARD'S NOTE
      *    ARE KEPT ON THE PENDING RECORD.  A DECISION ON A CHANGE
      *    REQUESTED BY THE USER RUNNING THIS PASS IS REFUSED -- THE
      *    WHOLE POINT IS THAT ONE PERSON'S TYPO CANNOT GO LIVE ON
      *    THAT PERSON'S SAY-SO ALONE.
      *
      *    AFTER THE DECISIONS, EVERY CHANGE STILL PENDING IS LISTED
      *    WITH ITS AGE IN DAYS, SO A RUN WITH AN EMPTY DECK IS THE
      *    CHECKER'S REVIEW LIST; A CHANGE PENDING LONGER THAN THE
      *    LIMIT ON THE 'AGE' CARD (DEFAULT 5 DAYS) IS FLAGGED
      *    OVERDUE.
      *
      *    THE APPROVER'S USER ID IS THE SUBMITTING USER OF THE JOB
      *    (ENVIRONMENT VARIABLE USER); A RUN WITH NO USER ID
      *    DECIDES NOTHING.  A MISSING MASTER IS CREATED EMPTY
      *    BEFORE THE FIRST CHANGE IS APPLIED, SO SEEDING A NEW
      *    MASTER IS A DECK OF ADD REQUESTS AND THEIR APPROVAL.
      *
      *    RETURN CODES:  0 = EVERY DECISION MADE, NOTHING OVERDUE
      *                   4 = A CARD REJECTED OR REFUSED, AN APPROVED
      *                       CHANGE THAT COULD NOT BE APPLIED, OR A
      *                       CHANGE PENDING PAST THE LIMIT
      *                   8 = AN APPROVED CHANGE FAILED ON A BAD
      *                       ALLOCMST WRITE/REWRITE STATUS (MARKED
      *                       FAILED, NOT LOGGED)
      *                  16 = CARD, MASTER, PENDING OR LOG FILE
      *                       ERROR, OR NO USER ID
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM (APPLY AND CHANGE-LOG
      *                     LOGIC TAKEN OVER FROM ALLOC-MAINT)
      *    2026-10-15 MOP   WIDE MASTER KEY: THE QUEUED CHANGE'S
      *                     DIVISOR COMES FROM DL-PND-W-DIVISOR-RAW
      *                     (THE NARROW CARD DIVISOR WHEN BLANK); THE
      *                     CHANGE LOG IS WRITTEN WITH 60-BYTE IMAGES
      *                     AT DL-ALG-WIDE-LENGTH
      *    2026-10-15 MOP   USER ID TAKEN IN ITS OWN PARAGRAPH (1050);
      *                     ALLOCMST WRITE/REWRITE STATUS CHECKED --
      *                     A FAILED UPDATE MARKS THE CHANGE FAILED,
      *                     WRITES NO LOG RECORD, RC 8
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ALLOC-APPROVE.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT ALLOC-MASTER ASSIGN TO "ALLOCMST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-ALB-KEY
              FILE STATUS IS DL-MST-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "ALLOCPND"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-PND-KEY
              FILE STATUS IS DL-PND-STATUS.
           SELECT APPROVAL-CARDS ASSIGN TO "APRCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "ALLOCLOG"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-LOG-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY               PIC X(13).
           05  FILLER                   PIC X(47).
       FD  PENDING-CHANGES.
       01  FD-PENDING-RECORD.
           05  FD-PND-KEY               PIC X(08).
           05  FILLER                   PIC X(152).
       FD  APPROVAL-CARDS.
       01  FD-CARD-RECORD               PIC X(44).
       FD  CHANGE-LOG
           RECORD IS VARYING IN SIZE FROM 121 TO 155 CHARACTERS
              DEPENDING ON DL-LOG-LENGTH.
       01  FD-CHANGE-LOG-RECORD         PIC X(155).
       WORKING-STORAGE  SECTION.
           COPY ALLOCREC.
           COPY MNTCARD.
           COPY ALBLOG.
           COPY PNDREC.
           COPY APRCARD.
       01  DL-MST-STATUS                PIC X(02).
       01  DL-PND-STATUS                PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-LOG-STATUS                PIC X(02).
       01  DL-LOG-LENGTH                PIC 9(04).
       01  DL-MASTER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  DL-MASTER-OPEN           VALUE 'Y'.
       01  DL-PND-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-PND-OPEN              VALUE 'Y'.
       01  DL-LOG-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-LOG-OPEN              VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  DL-EOF                   VALUE 'Y'.
       01  DL-PND-EOF-SW                PIC X(01).
           88  DL-PND-EOF               VALUE 'Y'.
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-APPLIED-SW                PIC X(01).
           88  DL-APPLIED               VALUE 'Y'.
       01  DL-USER-ID                   PIC X(08).
       01  DL-PROC-DATE                 PIC 9(08).
       01  DL-PROC-TIME                 PIC 9(08).
       01  DL-BEFORE-IMAGE              PIC X(60).
       01  DL-APPLY-NOTE                PIC X(30).
       01  DL-STALE-DAYS                PIC 9(03) VALUE 5.
       01  DL-AGE-DAYS                  PIC 9(05).
       01  DL-AGE-FLAG                  PIC X(09).
       01  DL-CARDS-READ                PIC 9(06) VALUE ZERO.
       01  DL-CHANGES-APPLIED           PIC 9(06) VALUE ZERO.
       01  DL-CHANGES-FAILED            PIC 9(06) VALUE ZERO.
       01  DL-CHANGES-DECLINED          PIC 9(06) VALUE ZERO.
       01  DL-CARDS-REJECTED            PIC 9(06) VALUE ZERO.
       01  DL-SELF-REFUSED              PIC 9(06) VALUE ZERO.
       01  DL-STILL-PENDING             PIC 9(06) VALUE ZERO.
       01  DL-OVERDUE-COUNT             PIC 9(06) VALUE ZERO.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-CARD    THRU 2000-EXIT
              UNTIL DL-EOF
           IF NOT DL-ABORT
              PERFORM 5000-LIST-PENDING THRU 5000-EXIT
           END-IF
           PERFORM 8000-PRINT-TOTALS    THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    IDENTIFY THE APPROVER, THEN OPEN THE PENDING FILE, THE
      *    MASTER (CREATING IT ON FIRST USE), THE CHANGE LOG AND THE
      *    DECISION CARDS, AND PRIME THE FIRST CARD.  NO DECISION IS
      *    TAKEN UNLESS ALL OF THEM OPEN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DL-PROC-DATE FROM DATE YYYYMMDD
           ACCEPT DL-PROC-TIME FROM TIME
           PERFORM 1050-GET-USER-ID THRU 1050-EXIT
           IF NOT DL-EOF
              OPEN I-O PENDING-CHANGES
              IF DL-PND-STATUS NOT = '00'
                 DISPLAY 'ALLOC-APPROVE: UNABLE TO OPEN ALLOCPND, '
                         'STATUS ' DL-PND-STATUS
                 MOVE 'Y' TO DL-EOF-SW
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-PND-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-EOF
              OPEN I-O ALLOC-MASTER
              IF DL-MST-STATUS = '35'
                 OPEN OUTPUT ALLOC-MASTER
                 CLOSE ALLOC-MASTER
                 OPEN I-O ALLOC-MASTER
              END-IF
              IF DL-MST-STATUS NOT = '00'
                 DISPLAY 'ALLOC-APPROVE: UNABLE TO OPEN ALLOCMST, '
                         'STATUS ' DL-MST-STATUS
                 MOVE 'Y' TO DL-EOF-SW
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-MASTER-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-EOF
              PERFORM 1100-OPEN-CHANGE-LOG THRU 1100-EXIT
           END-IF
           IF NOT DL-EOF
              OPEN INPUT APPROVAL-CARDS
              IF DL-CARD-STATUS NOT = '00'
                 DISPLAY 'ALLOC-APPROVE: UNABLE TO OPEN APRCARDS, '
                         'STATUS ' DL-CARD-STATUS
                 MOVE 'Y' TO DL-EOF-SW
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 DISPLAY 'ALLOC-APPROVE: CHANGES DECIDED BY USER '
                         DL-USER-ID
                 PERFORM 3000-READ-CARD THRU 3000-EXIT
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1050-GET-USER-ID
      *    THE APPROVER'S USER ID IS THE SUBMITTING USER OF THE JOB,
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
              DISPLAY 'ALLOC-APPROVE: NO USER ID FOR THIS RUN - NO '
                      'CHANGES DECIDED'
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-OPEN-CHANGE-LOG
      *    THE CHANGE LOG MUST BE APPENDABLE BEFORE ANY CHANGE IS
      *    APPLIED -- AN UNLOGGED CHANGE TO THE MASTER IS THE EXACT
      *    GAP THE CONTROLS REVIEW FLAGGED, SO A LOG THAT WILL NOT
      *    OPEN ABORTS THE RUN RATHER THAN LIMPING PAST.
      *----------------------------------------------------------------
       1100-OPEN-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG
           IF DL-LOG-STATUS = '35'
              OPEN OUTPUT CHANGE-LOG
           END-IF
           IF DL-LOG-STATUS NOT = '00'
              DISPLAY 'ALLOC-APPROVE: UNABLE TO OPEN ALLOCLOG, STATUS '
                      DL-LOG-STATUS ' - NO CHANGES DECIDED'
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO DL-LOG-OPEN-SW
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-PROCESS-CARD
      *----------------------------------------------------------------
       2000-PROCESS-CARD.
           ADD 1 TO DL-CARDS-READ
           IF DL-APR-ACTION = 'AGE'
              PERFORM 2100-SET-AGE-LIMIT THRU 2100-EXIT
           ELSE
              IF DL-APR-ACTION = 'APR' OR DL-APR-ACTION = 'DCL'
                 PERFORM 2200-DECIDE-CHANGE THRU 2200-EXIT
              ELSE
                 DISPLAY 'ALLOC-APPROVE: UNKNOWN ACTION <'
                         DL-APR-ACTION '> ON CARD ' DL-CARDS-READ
                 ADD 1 TO DL-CARDS-REJECTED
              END-IF
           END-IF
           PERFORM 3000-READ-CARD THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-SET-AGE-LIMIT
      *----------------------------------------------------------------
       2100-SET-AGE-LIMIT.
           IF DL-APR-DAYS NOT NUMERIC OR DL-APR-DAYS = ZERO
              DISPLAY 'ALLOC-APPROVE: AGE CARD REJECTED, BAD DAYS ON '
                      'CARD ' DL-CARDS-READ ' - LIMIT STAYS '
                      DL-STALE-DAYS
              ADD 1 TO DL-CARDS-REJECTED
           ELSE
              MOVE DL-APR-DAYS TO DL-STALE-DAYS
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-DECIDE-CHANGE
      *    ONLY A CHANGE STILL PENDING CAN BE DECIDED, AND NEVER BY
      *    THE USER WHO ASKED FOR IT -- THAT INCLUDES DECLINING, SO
      *    EVERY DECISION ON THE FILE IS A SECOND PERSON'S.
      *----------------------------------------------------------------
       2200-DECIDE-CHANGE.
           IF DL-APR-CHANGE-NUMBER NOT NUMERIC
              OR DL-APR-CHANGE-NUMBER = ZERO
              DISPLAY 'ALLOC-APPROVE: ' DL-APR-ACTION ' REJECTED, '
                      'BAD CHANGE NUMBER <' DL-APR-CHANGE-RAW
                      '> ON CARD ' DL-CARDS-READ
              ADD 1 TO DL-CARDS-REJECTED
           ELSE
              MOVE DL-APR-CHANGE-RAW TO FD-PND-KEY
              READ PENDING-CHANGES INTO DL-PENDING-RECORD
                 INVALID KEY
                    DISPLAY 'ALLOC-APPROVE: ' DL-APR-ACTION
                            ' REJECTED, CHANGE '
                            DL-APR-CHANGE-NUMBER ' NOT ON ALLOCPND'
                    ADD 1 TO DL-CARDS-REJECTED
                 NOT INVALID KEY
                    PERFORM 2210-CHECK-DECISION THRU 2210-EXIT
              END-READ
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CHECK-DECISION.
           IF NOT DL-PND-PENDING
              DISPLAY 'ALLOC-APPROVE: ' DL-APR-ACTION ' REJECTED, '
                      'CHANGE ' DL-PND-CHANGE-NUMBER ' ALREADY '
                      'DECIDED (STATUS ' DL-PND-CHANGE-STATUS ' BY '
                      DL-PND-CHECKER-ID ')'
              ADD 1 TO DL-CARDS-REJECTED
           ELSE
              IF DL-PND-MAKER-ID = DL-USER-ID
                 DISPLAY 'ALLOC-APPROVE: ' DL-APR-ACTION ' REFUSED, '
                         'CHANGE ' DL-PND-CHANGE-NUMBER
                         ' WAS REQUESTED BY ' DL-USER-ID
                         ' - IT MUST BE DECIDED BY ANOTHER USER'
                 ADD 1 TO DL-SELF-REFUSED
                 ADD 1 TO DL-CARDS-REJECTED
              ELSE
                 IF DL-APR-ACTION = 'APR'
                    PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
                 ELSE
                    MOVE 'D' TO DL-PND-CHANGE-STATUS
                    MOVE 'DECLINED' TO DL-APPLY-NOTE
                    ADD 1 TO DL-CHANGES-DECLINED
                    PERFORM 4050-LOAD-QUEUED-CARD THRU 4050-EXIT
                    DISPLAY 'ALLOC-APPROVE: CHANGE '
                            DL-PND-CHANGE-NUMBER ' ' DL-PND-ACTION
                            ' OF DIVISOR ' DL-MNT-W-DIVISOR-RAW
                            ' DECLINED'
                 END-IF
                 PERFORM 4900-RECORD-DECISION THRU 4900-EXIT
              END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-READ-CARD
      *----------------------------------------------------------------
       3000-READ-CARD.
           READ APPROVAL-CARDS INTO DL-APPROVAL-CARD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
           END-READ.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-APPLY-CHANGE
      *    APPLY AN APPROVED CHANGE FROM ITS QUEUED CARD IMAGE.  THE
      *    CARD WAS CHECKED AGAINST THE MASTER WHEN IT WAS QUEUED,
      *    BUT OTHER CHANGES MAY HAVE BEEN APPROVED SINCE, SO IT IS
      *    CHECKED AGAIN HERE; ONE THAT NO LONGER FITS IS MARKED
      *    FAILED WITH THE REASON AND THE MASTER IS LEFT ALONE.
      *----------------------------------------------------------------
       4000-APPLY-CHANGE.
           PERFORM 4050-LOAD-QUEUED-CARD THRU 4050-EXIT
           MOVE 'N' TO DL-APPLIED-SW
           MOVE SPACES TO DL-APPLY-NOTE
           IF DL-MNT-ACTION = 'ADD'
              PERFORM 4100-ADD-ENTRY THRU 4100-EXIT
           ELSE
              IF DL-MNT-ACTION = 'CHG'
                 PERFORM 4200-CHANGE-ENTRY THRU 4200-EXIT
              ELSE
                 IF DL-MNT-ACTION = 'EXP'
                    PERFORM 4300-EXPIRE-ENTRY THRU 4300-EXIT
                 ELSE
                    MOVE 'UNKNOWN ACTION ON QUEUED CARD'
                       TO DL-APPLY-NOTE
                 END-IF
              END-IF
           END-IF
           IF DL-APPLIED
              MOVE 'A' TO DL-PND-CHANGE-STATUS
              MOVE 'APPLIED' TO DL-APPLY-NOTE
              ADD 1 TO DL-CHANGES-APPLIED
              DISPLAY 'ALLOC-APPROVE: CHANGE ' DL-PND-CHANGE-NUMBER
                      ' ' DL-MNT-ACTION ' OF DIVISOR ' DL-MNT-W-DIVISOR
                      ' APPLIED (REQUESTED BY ' DL-PND-MAKER-ID ')'
              PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
           ELSE
              MOVE 'F' TO DL-PND-CHANGE-STATUS
              ADD 1 TO DL-CHANGES-FAILED
              DISPLAY 'ALLOC-APPROVE: CHANGE ' DL-PND-CHANGE-NUMBER
                      ' ' DL-MNT-ACTION ' OF DIVISOR '
                      DL-MNT-W-DIVISOR-RAW ' NOT APPLIED - '
                      DL-APPLY-NOTE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4050-LOAD-QUEUED-CARD
      *    REBUILD THE MAINTENANCE CARD FROM THE QUEUED IMAGE AND
      *    ITS WIDE DIVISOR.  A CHANGE QUEUED BEFORE THE WIDE
      *    DIVISOR WAS KEPT HAS SPACES THERE, AND ITS NARROW CARD
      *    DIVISOR IS MOVED ACROSS AS ALLOC-MAINT MOVES A NARROW
      *    CARD'S.
      *----------------------------------------------------------------
       4050-LOAD-QUEUED-CARD.
           MOVE DL-PND-CARD-IMAGE    TO DL-MAINT-CARD
           MOVE DL-PND-W-DIVISOR-RAW TO DL-MNT-W-DIVISOR-RAW
           IF DL-MNT-W-DIVISOR-RAW = SPACES
              IF DL-MNT-DIVISOR NUMERIC
                 MOVE DL-MNT-DIVISOR TO DL-MNT-W-DIVISOR
              ELSE
                 MOVE DL-MNT-DIVISOR-RAW TO DL-MNT-W-DIVISOR-RAW
              END-IF
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4100-ADD-ENTRY
      *----------------------------------------------------------------
       4100-ADD-ENTRY.
           IF DL-MNT-W-DIVISOR NOT NUMERIC
              OR DL-MNT-W-DIVISOR = ZERO
              MOVE 'BAD DIVISOR' TO DL-APPLY-NOTE
           ELSE
              MOVE DL-MNT-W-DIVISOR TO DL-ALB-DIVISOR
              MOVE 'A'             TO DL-ALB-STATUS
              MOVE DL-MNT-EFF-DATE TO DL-ALB-EFF-DATE
              MOVE DL-MNT-EXP-DATE TO DL-ALB-EXP-DATE
              MOVE DL-MNT-DESC     TO DL-ALB-DESC
              MOVE DL-ALLOC-RECORD TO FD-ALLOC-RECORD
              WRITE FD-ALLOC-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
              IF DL-MST-STATUS = '00'
                 MOVE 'Y' TO DL-APPLIED-SW
                 MOVE SPACES TO DL-BEFORE-IMAGE
              ELSE
                 IF DL-MST-STATUS = '22'
                    MOVE 'DIVISOR ALREADY ON MASTER' TO DL-APPLY-NOTE
                 ELSE
                    PERFORM 4800-MASTER-UPDATE-FAILED THRU 4800-EXIT
                 END-IF
              END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4200-CHANGE-ENTRY
      *    CHG SETS THE STATUS BACK TO ACTIVE AS WELL AS REPLACING
      *    THE DATES AND DESCRIPTION -- IT IS THE ONLY WAY TO REOPEN
      *    AN EXPIRED BASE, SINCE ADD BOUNCES ON THE EXISTING KEY.
      *    THE REPLACED EFFECTIVE/EXPIRY DATES THEN GOVERN WHETHER
      *    THE VALIDATION LOOKUP ACTUALLY ACCEPTS IT.
      *----------------------------------------------------------------
       4200-CHANGE-ENTRY.
           MOVE DL-MNT-W-DIVISOR-RAW TO FD-ALB-KEY
           READ ALLOC-MASTER INTO DL-ALLOC-RECORD
              INVALID KEY
                 MOVE 'DIVISOR NOT ON MASTER' TO DL-APPLY-NOTE
              NOT INVALID KEY
                 MOVE DL-ALLOC-RECORD TO DL-BEFORE-IMAGE
                 IF DL-ALB-EXPIRED
                    DISPLAY 'ALLOC-APPROVE: DIVISOR ' DL-MNT-W-DIVISOR
                            ' REACTIVATED BY CHG'
                 END-IF
                 MOVE 'A'             TO DL-ALB-STATUS
                 MOVE DL-MNT-EFF-DATE TO DL-ALB-EFF-DATE
                 MOVE DL-MNT-EXP-DATE TO DL-ALB-EXP-DATE
                 MOVE DL-MNT-DESC     TO DL-ALB-DESC
                 MOVE DL-ALLOC-RECORD TO FD-ALLOC-RECORD
                 REWRITE FD-ALLOC-RECORD
                 IF DL-MST-STATUS = '00'
                    MOVE 'Y' TO DL-APPLIED-SW
                 ELSE
                    PERFORM 4800-MASTER-UPDATE-FAILED THRU 4800-EXIT
                 END-IF
           END-READ.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4300-EXPIRE-ENTRY
      *    AN EXPIRED ENTRY STAYS ON THE MASTER FOR AUDIT -- ONLY
      *    ITS STATUS AND EXPIRY DATE CHANGE.
      *----------------------------------------------------------------
       4300-EXPIRE-ENTRY.
           MOVE DL-MNT-W-DIVISOR-RAW TO FD-ALB-KEY
           READ ALLOC-MASTER INTO DL-ALLOC-RECORD
              INVALID KEY
                 MOVE 'DIVISOR NOT ON MASTER' TO DL-APPLY-NOTE
              NOT INVALID KEY
                 MOVE DL-ALLOC-RECORD TO DL-BEFORE-IMAGE
                 MOVE 'E' TO DL-ALB-STATUS
                 MOVE DL-MNT-EXP-DATE TO DL-ALB-EXP-DATE
                 MOVE DL-ALLOC-RECORD TO FD-ALLOC-RECORD
                 REWRITE FD-ALLOC-RECORD
                 IF DL-MST-STATUS = '00'
                    MOVE 'Y' TO DL-APPLIED-SW
                 ELSE
                    PERFORM 4800-MASTER-UPDATE-FAILED THRU 4800-EXIT
                 END-IF
           END-READ.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4800-MASTER-UPDATE-FAILED
      *    THE MASTER WRITE OR REWRITE FOR AN APPROVED CHANGE CAME
      *    BACK WITH A BAD STATUS.  THE CHANGE IS NOT APPLIED: IT IS
      *    MARKED FAILED WITH THE REASON (NOT APPLIED), NO CHANGE-LOG
      *    RECORD IS WRITTEN FOR IT, AND THE RUN ENDS RC 8 SO THE
      *    MASTER IS LOOKED AT BEFORE THE CHANGE IS REQUESTED AGAIN.
      *    THE REMAINING CARDS ARE STILL DECIDED.
      *----------------------------------------------------------------
       4800-MASTER-UPDATE-FAILED.
           DISPLAY 'ALLOC-APPROVE: ALLOCMST UPDATE FAILED, STATUS '
                   DL-MST-STATUS ' FOR CHANGE ' DL-PND-CHANGE-NUMBER
           MOVE 'MASTER UPDATE FAILED' TO DL-APPLY-NOTE
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4900-RECORD-DECISION
      *    STAMP THE PENDING RECORD WITH THE DECISION, THE APPROVER
      *    AND THE CARD'S NOTE (OR, WITH NO NOTE, WHAT HAPPENED).  A
      *    REWRITE THAT FAILS STOPS THE RUN: THE FILE WOULD STILL
      *    SHOW THE CHANGE PENDING AND OFFER IT FOR APPROVAL AGAIN.
      *----------------------------------------------------------------
       4900-RECORD-DECISION.
           MOVE DL-USER-ID   TO DL-PND-CHECKER-ID
           MOVE DL-PROC-DATE TO DL-PND-DECISION-DATE
           MOVE DL-PROC-TIME TO DL-PND-DECISION-TIME
           IF DL-APR-NOTE = SPACES OR DL-PND-FAILED OR DL-ABORT
              MOVE DL-APPLY-NOTE TO DL-PND-NOTE
           ELSE
              MOVE DL-APR-NOTE TO DL-PND-NOTE
           END-IF
           MOVE DL-PENDING-RECORD TO FD-PENDING-RECORD
           REWRITE FD-PENDING-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF DL-PND-STATUS NOT = '00'
              DISPLAY 'ALLOC-APPROVE: PENDING-CHANGE REWRITE FAILED, '
                      'STATUS ' DL-PND-STATUS ' FOR CHANGE '
                      DL-PND-CHANGE-NUMBER ' (DECISION '
                      DL-PND-CHANGE-STATUS ') - RUN STOPPED'
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-LIST-PENDING
      *    EVERY CHANGE STILL AWAITING A DECISION, OLDEST FIRST (THE
      *    CHANGE NUMBERS RUN IN REQUEST ORDER), WITH ITS AGE IN
      *    CALENDAR DAYS.  ONE OLDER THAN THE LIMIT IS FLAGGED
      *    OVERDUE AND WARNS THE SCHEDULE.
      *----------------------------------------------------------------
       5000-LIST-PENDING.
           DISPLAY 'ALLOC-APPROVE: CHANGES AWAITING APPROVAL '
                   '(OVERDUE AFTER ' DL-STALE-DAYS ' DAYS)'
           DISPLAY '  CHANGE   ACT DIVISOR        EFFECTIVE EXPIRY   '
                   'REQUESTER REQUESTED  AGE'
           MOVE 'N' TO DL-PND-EOF-SW
           MOVE LOW-VALUES TO FD-PND-KEY
           START PENDING-CHANGES KEY >= FD-PND-KEY
              INVALID KEY
                 MOVE 'Y' TO DL-PND-EOF-SW
           END-START
           PERFORM 5100-LIST-ENTRY THRU 5100-EXIT
              UNTIL DL-PND-EOF
           IF DL-STILL-PENDING = ZERO
              DISPLAY '  NO CHANGES PENDING'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ENTRY.
           READ PENDING-CHANGES NEXT RECORD INTO DL-PENDING-RECORD
              AT END
                 MOVE 'Y' TO DL-PND-EOF-SW
              NOT AT END
                 IF DL-PND-PENDING
                    PERFORM 5200-PRINT-PENDING THRU 5200-EXIT
                 END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-PRINT-PENDING.
           ADD 1 TO DL-STILL-PENDING
           PERFORM 4050-LOAD-QUEUED-CARD THRU 4050-EXIT
           MOVE ZERO TO DL-AGE-DAYS
           IF DL-PND-REQUEST-DATE NUMERIC
              AND DL-PND-REQUEST-DATE > ZERO
              AND DL-PND-REQUEST-DATE < DL-PROC-DATE
              COMPUTE DL-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE (DL-PROC-DATE)
                    - FUNCTION INTEGER-OF-DATE (DL-PND-REQUEST-DATE)
           END-IF
           MOVE SPACES TO DL-AGE-FLAG
           IF DL-AGE-DAYS > DL-STALE-DAYS
              MOVE '*OVERDUE*' TO DL-AGE-FLAG
              ADD 1 TO DL-OVERDUE-COUNT
           END-IF
           DISPLAY '  ' DL-PND-CHANGE-NUMBER ' ' DL-MNT-ACTION ' '
                   DL-MNT-W-DIVISOR-RAW '  ' DL-MNT-EFF-DATE '  '
                   DL-MNT-EXP-DATE ' ' DL-PND-MAKER-ID '  '
                   DL-PND-REQUEST-DATE ' ' DL-AGE-DAYS ' '
                   DL-AGE-FLAG
           DISPLAY '           ' DL-MNT-DESC.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-WRITE-CHANGE-LOG
      *    ONE LOG RECORD PER APPLIED CHANGE: THE ACTION, THE RUN
      *    DATE, THE ENTRY AS IT STOOD BEFORE (SPACES FOR AN ADD),
      *    THE ENTRY AS IT NOW STANDS ON THE MASTER, THE CHANGE
      *    NUMBER, AND WHO ASKED FOR IT AND WHO APPROVED IT.  A
      *    WRITE THAT FAILS STOPS THE RUN EXACTLY AS A FAILED OPEN
      *    DOES; THE CHANGE HAD ALREADY REACHED THE MASTER, SO IT IS
      *    STILL RECORDED AS APPLIED ON THE PENDING FILE AND THE
      *    MESSAGE SAYS SO FOR THE RECOVERY.
      *----------------------------------------------------------------
       7000-WRITE-CHANGE-LOG.
           MOVE DL-PROC-DATE         TO DL-ALG-RUN-DATE
           MOVE DL-MNT-ACTION        TO DL-ALG-ACTION
           MOVE DL-BEFORE-IMAGE      TO DL-ALG-BEFORE-IMAGE
           MOVE DL-ALLOC-RECORD      TO DL-ALG-AFTER-IMAGE
           MOVE DL-PND-CHANGE-NUMBER TO DL-ALG-CHANGE-NUMBER
           MOVE DL-PND-MAKER-ID      TO DL-ALG-MAKER-ID
           MOVE DL-USER-ID           TO DL-ALG-CHECKER-ID
           MOVE DL-ALG-WIDE-LENGTH   TO DL-LOG-LENGTH
           MOVE DL-CHANGE-LOG-RECORD TO FD-CHANGE-LOG-RECORD
           WRITE FD-CHANGE-LOG-RECORD
           IF DL-LOG-STATUS NOT = '00'
              DISPLAY 'ALLOC-APPROVE: CHANGE-LOG WRITE FAILED, STATUS '
                      DL-LOG-STATUS ' FOR CHANGE '
                      DL-PND-CHANGE-NUMBER ' - RUN STOPPED (THE '
                      'CHANGE WAS ALREADY APPLIED TO THE MASTER; '
                      'REMAINING CARDS NOT DECIDED)'
              MOVE 'LOG WRITE FAILED' TO DL-APPLY-NOTE
              MOVE 'Y' TO DL-EOF-SW
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-PRINT-TOTALS
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           IF NOT DL-ABORT
              DISPLAY 'ALLOC-APPROVE TOTALS'
              DISPLAY '  CARDS READ ............ ' DL-CARDS-READ
              DISPLAY '  CHANGES APPLIED ....... ' DL-CHANGES-APPLIED
              DISPLAY '  APPROVED, NOT APPLIED . ' DL-CHANGES-FAILED
              DISPLAY '  CHANGES DECLINED ...... ' DL-CHANGES-DECLINED
              DISPLAY '  CARDS REJECTED ........ ' DL-CARDS-REJECTED
              DISPLAY '    OWN CHANGES REFUSED  ' DL-SELF-REFUSED
              DISPLAY '  STILL PENDING ......... ' DL-STILL-PENDING
              DISPLAY '  PENDING PAST LIMIT .... ' DL-OVERDUE-COUNT
              IF DL-CARDS-REJECTED > ZERO
                 OR DL-CHANGES-FAILED > ZERO
                 OR DL-OVERDUE-COUNT > ZERO
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
      *    THE INDEXED-FILE CLOSES ARE GUARDED BY THE OPEN SWITCHES,
      *    NOT THE FILE STATUS -- A REJECTED ADD LEAVES '22' AND THE
      *    PENDING LIST LEAVES '10', YET BOTH FILES ARE STILL OPEN
      *    WITH WRITES TO BE FLUSHED.
       9000-TERMINATE.
           IF DL-MASTER-OPEN
              CLOSE ALLOC-MASTER
           END-IF
           IF DL-PND-OPEN
              CLOSE PENDING-CHANGES
           END-IF
           IF DL-CARD-STATUS = '00' OR DL-CARD-STATUS = '10'
              CLOSE APPROVAL-CARDS
           END-IF
           IF DL-LOG-OPEN
              CLOSE CHANGE-LOG
           END-IF.
       9000-EXIT.
           EXIT.
