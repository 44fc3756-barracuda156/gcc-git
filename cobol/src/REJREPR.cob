      *    REJECTS FILE AND USED TO SIT THERE UNTIL SOMEONE RE-KEYED
      *    THE FIX INTO THE NEXT DAY'S EXTRACT BY HAND.  THIS PROGRAM
      *    READS REJECTS TOGETHER WITH A CORRECTIONS FILE KEYED ON
      *    THE ITEM'S SOURCE REFERENCE NUMBER AND LINE SEQUENCE (OR,
      *    FOR A REJECT FROM A FEED CUT BEFORE REFERENCES WERE
      *    ADDED, ON DIVIDEND PLUS THE ORIGINAL RAW DIVISOR BYTES),
      *    APPLIES THE
      *    CORRECTED DIVISOR, RE-RUNS THE SAME VALIDATION PROG-BATCH
      *    APPLIES, AND WRITES REPAIRED RECORDS TO THE RESUBMIT FILE
      *    IN WIDE TRANSACTIONS-FEED FORMAT -- WITH THE HEADER
      *    AND TRAILER CONTROL RECORDS PROG-BATCH BALANCES AGAINST,
      *    SO THE RESUBMISSION RUNS THROUGH THE NORMAL FEED CONTROLS.
      *
      *                     SIGNED, MATCHING PROG-BATCH'S BALANCING
      *                     SIDE (AN UNSIGNED SUM IS ORDER-DEPENDENT
      *                     ONCE THE RUNNING TOTAL DIPS NEGATIVE)
      *    2026-10-15 MOP   CORRECTIONS NOW MATCH ON THE SOURCE
      *                     REFERENCE NUMBER AND LINE SEQUENCE; THE
      *                     DIVIDEND PLUS RAW DIVISOR MATCH WAS
      *                     AMBIGUOUS WHENEVER TWO REJECTS SHARED
      *                     THOSE VALUES, AND IS KEPT ONLY FOR A
      *                     REJECT THAT CARRIES NO REFERENCE.  A
      *                     REFERENCED CORRECTION WHOSE DIVIDEND OR
      *                     RAW DIVISOR DISAGREES WITH THE REJECT IS
      *                     NOT APPLIED (R5).  THE REFERENCE IS
      *                     CARRIED ONTO THE RESUBMIT FEED AND REJFWD;
      *                     ALL FOUR FILES ARE NOW VARIABLE LENGTH SO
      *                     OLD-FORMAT REJECTS AND CORRECTIONS READ
      *    2026-10-15 MOP   WIDE AMOUNTS: REJECTS AND CORRECTIONS ARE
      *                     READ IN EITHER LENGTH AND WORKED ON THEIR
      *                     S9(9)V9(4) FIELDS (A NARROW RECORD'S
      *                     AMOUNTS ARE MOVED ACROSS ON READ).  THE
      *                     RESUBMIT FEED IS NOW ALWAYS CUT IN THE
      *                     WIDE FORMAT (HEADER FORMAT 'W', THIRTEEN-
      *                     DIGIT HASH) AND REJFWD IS WRITTEN AT THE
      *                     WIDE LENGTH; THE MASTER KEY IS 13 BYTES
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      REJ-REPAIR.
              FILE STATUS IS DL-MST-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  REJECTS
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-REJ-LENGTH.
       01  FD-REJECT-RECORD             PIC X(97).
       FD  CORRECTIONS
           RECORD IS VARYING IN SIZE FROM 24 TO 81 CHARACTERS
              DEPENDING ON DL-COR-LENGTH.
       01  FD-CORRECTION-RECORD         PIC X(81).
       FD  RESUBMIT-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 44 CHARACTERS
              DEPENDING ON DL-RSB-LENGTH.
       01  FD-RESUBMIT-RECORD           PIC X(44).
       FD  REJECTS-FORWARD
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-FWD-LENGTH.
       01  FD-FORWARD-RECORD            PIC X(97).
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY               PIC X(13).
           05  FILLER                   PIC X(47).
       WORKING-STORAGE  SECTION.
           COPY REJREC.
       01  DL-RSB-STATUS                PIC X(02).
       01  DL-FWD-STATUS                PIC X(02).
       01  DL-MST-STATUS                PIC X(02).
       01  DL-REJ-LENGTH                PIC 9(04).
       01  DL-COR-LENGTH                PIC 9(04).
       01  DL-RSB-LENGTH                PIC 9(04).
       01  DL-FWD-LENGTH                PIC 9(04).
       01  DL-MASTER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  DL-MASTER-OPEN           VALUE 'Y'.
       01  DL-REJ-EOF-SW                PIC X(01) VALUE 'N'.
       01  DL-COR-COUNT                 PIC 9(04) VALUE ZERO.
       01  DL-CORRECTION-TABLE.
           05  DL-CRT-ENTRY OCCURS 500 TIMES.
               10  DL-CRT-DIVIDEND      PIC S9(9)V9(4).
               10  DL-CRT-OLD-RAW       PIC X(13).
               10  DL-CRT-NEW-DIVISOR   PIC S9(9)V9(4).
               10  DL-CRT-REF.
                   15  DL-CRT-REF-NUMBER PIC X(12).
                   15  DL-CRT-REF-LINE  PIC 9(06).
               10  DL-CRT-USED-SW       PIC X(01).
       01  DL-PROC-DATE                 PIC 9(08).
       01  DL-REJECTS-READ              PIC 9(08) VALUE ZERO.
       01  DL-REPAIRED-COUNT            PIC 9(08) VALUE ZERO.
       01  DL-FORWARDED-COUNT           PIC 9(08) VALUE ZERO.
       01  DL-UNUSED-COR-COUNT          PIC 9(08) VALUE ZERO.
       01  DL-MISMATCH-COUNT            PIC 9(08) VALUE ZERO.
       01  DL-HASH-ACCUM                PIC S9(14)V9(4) VALUE ZERO.
       01  DL-MST-KEY.
           05  DL-MST-KEY-DIVISOR       PIC 9(9)V9(4).
       PROCEDURE        DIVISION.

       0000-MAINLINE.
                    MOVE 'Y' TO DL-COR-EOF-SW
                 ELSE
                    ADD 1 TO DL-COR-COUNT
                    PERFORM 1150-NORMALIZE-CORRECTION THRU 1150-EXIT
                    MOVE DL-COR-W-DIVIDEND TO
                         DL-CRT-DIVIDEND (DL-COR-COUNT)
                    MOVE DL-COR-W-OLD-RAW TO
                         DL-CRT-OLD-RAW (DL-COR-COUNT)
                    MOVE DL-COR-W-NEW-DIVISOR TO
                         DL-CRT-NEW-DIVISOR (DL-COR-COUNT)
                    MOVE DL-COR-REF TO DL-CRT-REF (DL-COR-COUNT)
                    MOVE 'N' TO DL-CRT-USED-SW (DL-COR-COUNT)
                 END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1150-NORMALIZE-CORRECTION
      *    A CORRECTION SHORTER THAN DL-COR-REF-LENGTH CARRIES NO
      *    REFERENCE.  ONE SHORTER THAN DL-COR-WIDE-LENGTH HAS ONLY
      *    THE NARROW AMOUNTS, MOVED HERE INTO THE WIDE FIELDS THE
      *    SAME WAY 3100-NORMALIZE-REJECT MOVES A NARROW REJECT'S, SO
      *    THE TWO STILL COMPARE BYTE FOR BYTE ON THE RAW DIVISOR.
      *----------------------------------------------------------------
       1150-NORMALIZE-CORRECTION.
           IF DL-COR-LENGTH < DL-COR-REF-LENGTH
              MOVE SPACES TO DL-COR-REF-NUMBER
              MOVE ZERO   TO DL-COR-REF-LINE
           END-IF
           IF DL-COR-LENGTH < DL-COR-WIDE-LENGTH
              MOVE DL-COR-DIVIDEND TO DL-COR-W-DIVIDEND
              IF DL-COR-OLD-DIVISOR NUMERIC
                 MOVE DL-COR-OLD-DIVISOR TO DL-COR-W-OLD-DIVISOR
              ELSE
                 MOVE DL-COR-OLD-DIVISOR-RAW TO DL-COR-W-OLD-RAW
              END-IF
              MOVE DL-COR-NEW-DIVISOR TO DL-COR-W-NEW-DIVISOR
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-OPEN-ALLOC-MASTER
      *    THE RE-VALIDATION MUST APPLY THE SAME ALLOCATION-BASE
      *    FIND THE CORRECTION FOR THE CURRENT REJECT, RE-VALIDATE
      *    THE CORRECTED DIVISOR, AND ROUTE THE RECORD: REPAIRED TO
      *    THE RESUBMIT FEED, ANYTHING ELSE FORWARD WITH ITS AGE
      *    STEPPED.  A CORRECTION FOUND BY REFERENCE MUST ALSO
      *    AGREE WITH THE REJECT ON DIVIDEND AND RAW DIVISOR; ONE
      *    THAT DOES NOT WAS KEYED AGAINST THE WRONG ITEM AND IS NOT
      *    APPLIED -- THE REJECT AGES FORWARD AS R5 FOR THE
      *    CORRECTION TO BE RE-KEYED.
      *----------------------------------------------------------------
       2000-REPAIR-REJECT.
           PERFORM 2100-FIND-CORRECTION THRU 2100-EXIT
           IF DL-COR-FOUND-SW = 'Y'
              IF DL-CRT-DIVIDEND (DL-COR-FOUND-IDX)
                    NOT = DL-REJ-W-DIVIDEND
                 OR DL-CRT-OLD-RAW (DL-COR-FOUND-IDX)
                    NOT = DL-REJ-W-DIVISOR-RAW
                 MOVE 'R5  ' TO DL-REJ-REASON-CODE
                 MOVE 'CORRECTION DISAGREES WITH ITEM'
                   TO DL-REJ-REASON-TEXT
                 ADD 1 TO DL-MISMATCH-COUNT
                 DISPLAY 'REJ-REPAIR: CORRECTION FOR REF '
                         DL-REJ-REF-NUMBER '/' DL-REJ-REF-LINE
                         ' DISAGREES WITH THE REJECT - NOT APPLIED'
                 PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
              ELSE
                 MOVE DL-CRT-NEW-DIVISOR (DL-COR-FOUND-IDX)
                   TO DL-TRAN-W-DIVISOR
                 MOVE DL-REJ-W-DIVIDEND TO DL-TRAN-W-DIVIDEND
                 MOVE DL-REJ-REF TO DL-TRAN-W-REF
                 PERFORM 2500-VALIDATE-DIVISOR THRU 2500-EXIT
                 IF DL-REJECT-SW = 'Y'
                    PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
                 ELSE
                    MOVE 'Y' TO DL-CRT-USED-SW (DL-COR-FOUND-IDX)
                    PERFORM 4000-WRITE-RESUBMIT THRU 4000-EXIT
                 END-IF
              END-IF
           ELSE
              MOVE 'R0  ' TO DL-REJ-REASON-CODE
      *    2100-FIND-CORRECTION
      *    A CORRECTION IS CONSUMED BY THE FIRST REJECT IT MATCHES,
      *    SO DUPLICATE REJECTS EACH NEED THEIR OWN CORRECTION CARD.
      *    A REJECT CARRYING A SOURCE REFERENCE MATCHES ONLY THE
      *    CORRECTION NAMING THAT REFERENCE AND LINE.  A REJECT WITH
      *    NO REFERENCE (FROM A FEED CUT BEFORE REFERENCES WERE
      *    ADDED) MATCHES AN UNREFERENCED CORRECTION ON DIVIDEND
      *    PLUS RAW DIVISOR, AS BEFORE.
      *----------------------------------------------------------------
       2100-FIND-CORRECTION.
           MOVE 'N' TO DL-COR-FOUND-SW

       2200-TEST-CORRECTION.
           IF DL-CRT-USED-SW (DL-COR-SUB) = 'N'
              IF DL-REJ-REF-NUMBER NOT = SPACES
                 IF DL-CRT-REF (DL-COR-SUB) = DL-REJ-REF
                    MOVE 'Y' TO DL-COR-FOUND-SW
                    MOVE DL-COR-SUB TO DL-COR-FOUND-IDX
                 END-IF
              ELSE
                 IF DL-CRT-REF-NUMBER (DL-COR-SUB) = SPACES
                    AND DL-CRT-DIVIDEND (DL-COR-SUB)
                        = DL-REJ-W-DIVIDEND
                    AND DL-CRT-OLD-RAW (DL-COR-SUB)
                        = DL-REJ-W-DIVISOR-RAW
                    MOVE 'Y' TO DL-COR-FOUND-SW
                    MOVE DL-COR-SUB TO DL-COR-FOUND-IDX
                 END-IF
              END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------
       2500-VALIDATE-DIVISOR.
           MOVE 'N' TO DL-REJECT-SW
           IF DL-TRAN-W-DIVISOR NOT NUMERIC
              MOVE 'R1  ' TO DL-REJ-REASON-CODE
              MOVE 'DIVISOR NOT NUMERIC' TO DL-REJ-REASON-TEXT
              MOVE 'Y' TO DL-REJECT-SW
           ELSE
              IF DL-TRAN-W-DIVISOR <= ZERO
                 MOVE 'R2  ' TO DL-REJ-REASON-CODE
                 MOVE 'DIVISOR ZERO OR NEGATIVE' TO DL-REJ-REASON-TEXT
                 MOVE 'Y' TO DL-REJECT-SW
      *    SAME LOOKUP AND REASON CODES AS PROG-BATCH'S 1600.
      *----------------------------------------------------------------
       2600-CHECK-ALLOC-MASTER.
           MOVE DL-TRAN-W-DIVISOR TO DL-MST-KEY-DIVISOR
           MOVE DL-MST-KEY TO FD-ALB-KEY
           READ ALLOC-MASTER INTO DL-ALLOC-RECORD
              INVALID KEY
                 MOVE 'R3  ' TO DL-REJ-REASON-CODE
                 MOVE 'Y' TO DL-REJ-EOF-SW
              NOT AT END
                 ADD 1 TO DL-REJECTS-READ
                 PERFORM 3100-NORMALIZE-REJECT THRU 3100-EXIT
           END-READ.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3100-NORMALIZE-REJECT
      *    A REJECT SHORTER THAN DL-REJ-REF-LENGTH CARRIES NO
      *    REFERENCE.  ONE SHORTER THAN DL-REJ-WIDE-LENGTH WAS
      *    WRITTEN BEFORE THE WIDE FIELDS EXISTED: ITS NARROW
      *    AMOUNTS ARE MOVED ACROSS -- A NUMERIC DIVISOR BY VALUE,
      *    ANY OTHER AS ITS RAW BYTES -- AND THE REST OF THE PROGRAM
      *    WORKS FROM THE WIDE FIELDS ONLY.
      *----------------------------------------------------------------
       3100-NORMALIZE-REJECT.
           IF DL-REJ-LENGTH < DL-REJ-REF-LENGTH
              MOVE SPACES TO DL-REJ-REF-NUMBER
              MOVE ZERO   TO DL-REJ-REF-LINE
           END-IF
           IF DL-REJ-LENGTH < DL-REJ-WIDE-LENGTH
              MOVE DL-REJ-DIVIDEND TO DL-REJ-W-DIVIDEND
              IF DL-REJ-DIVISOR NUMERIC
                 MOVE DL-REJ-DIVISOR TO DL-REJ-W-DIVISOR
              ELSE
                 MOVE DL-REJ-DIVISOR-RAW TO DL-REJ-W-DIVISOR-RAW
              END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-WRITE-RESUBMIT
      *    THE REPAIRED RECORD GOES OUT AS A WIDE TRANSACTIONS-FEED
      *    DETAIL, STILL CARRYING THE ORIGINAL ITEM'S SOURCE
      *    REFERENCE; THE DIVIDEND JOINS THE HASH TOTAL FOR THE
      *    TRAILER.
      *----------------------------------------------------------------
       4000-WRITE-RESUBMIT.
           MOVE DL-TRAN-WIDE-LENGTH TO DL-RSB-LENGTH
           MOVE DL-TRAN-WIDE-RECORD TO FD-RESUBMIT-RECORD
           WRITE FD-RESUBMIT-RECORD
           ADD DL-TRAN-W-DIVIDEND TO DL-HASH-ACCUM
           ADD 1 TO DL-REPAIRED-COUNT.
       4000-EXIT.
           EXIT.
      *    FORWARD FILE, WHICH BECOMES THE NEXT CYCLE'S REJECTS
      *    INPUT.  THE REASON FIELDS ALREADY SAY WHY IT IS STILL
      *    OPEN (ORIGINAL REASON, 'NO CORRECTION ON FILE', OR THE
      *    REASON THE CORRECTION ITSELF FAILED).  IT GOES OUT AT THE
      *    WIDE LENGTH, WITH THE NARROW AMOUNT FIELDS CLEARED AS
      *    PROG-BATCH WRITES THEM.
      *----------------------------------------------------------------
       5000-CARRY-FORWARD.
           ADD 1 TO DL-REJ-AGE-COUNT
           MOVE ZERO   TO DL-REJ-DIVIDEND
           MOVE SPACES TO DL-REJ-DIVISOR-RAW
           MOVE DL-REJ-WIDE-LENGTH TO DL-FWD-LENGTH
           MOVE DL-REJECT-RECORD TO FD-FORWARD-RECORD
           WRITE FD-FORWARD-RECORD
           ADD 1 TO DL-FORWARDED-COUNT.
           MOVE 'HD' TO DL-TRAN-CTL-TYPE
           MOVE DL-PROC-DATE TO DL-TRAN-HDR-FEED-DATE
           MOVE 'REJREP' TO DL-TRAN-HDR-SOURCE-SYS
           MOVE 'W' TO DL-TRAN-HDR-FORMAT
           MOVE DL-TRAN-WIDE-LENGTH TO DL-RSB-LENGTH
           MOVE DL-TRAN-HEADER-REC TO FD-RESUBMIT-RECORD
           WRITE FD-RESUBMIT-RECORD.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    7000-WRITE-TRAILER
      *    THE TRAILER CARRIES THE REPAIRED-RECORD COUNT AND THE
      *    LOW-ORDER THIRTEEN DIGITS OF THE DIVIDEND HASH, EXACTLY
      *    AS A WIDE UPSTREAM EXTRACT BUILDS THEM, SO PROG-BATCH
      *    BALANCES THE RESUBMISSION LIKE ANY OTHER FEED.
      *----------------------------------------------------------------
       7000-WRITE-TRAILER.
           MOVE SPACES TO DL-TRAN-WIDE-TRAILER
           MOVE DL-REPAIRED-COUNT TO DL-TRAN-W-TRL-EXP-COUNT
           MOVE DL-HASH-ACCUM TO DL-TRAN-W-TRL-HASH-TOTAL
           MOVE DL-TRAN-WIDE-TRAILER TO DL-TRAN-RECORD
           MOVE 'TR' TO DL-TRAN-CTL-TYPE
           MOVE DL-TRAN-WIDE-LENGTH TO DL-RSB-LENGTH
           MOVE DL-TRAN-RECORD TO FD-RESUBMIT-RECORD
           WRITE FD-RESUBMIT-RECORD.
       7000-EXIT.
           EXIT.
           DISPLAY '  REPAIRED AND RESUBMITTED . ' DL-REPAIRED-COUNT
           DISPLAY '  CARRIED FORWARD .......... ' DL-FORWARDED-COUNT
           DISPLAY '  CORRECTIONS UNUSED ....... ' DL-UNUSED-COR-COUNT
           DISPLAY '  CORRECTIONS MISMATCHED ... ' DL-MISMATCH-COUNT
           IF DL-FORWARDED-COUNT > ZERO
              DISPLAY '  *** OPEN REJECTS REMAIN ON REJFWD ***'
              IF RETURN-CODE < 4
