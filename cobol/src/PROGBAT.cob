      *                     APPENDS -- A SILENTLY LOST REGISTRATION
      *                     OR ENDED-OK MARK LET A RERUN STRAIGHT
      *                     THROUGH THE GUARD
      *    2026-10-15 MOP   A FEED REGISTRY ENTRY MARKED REVERSED BY
      *                     RUN-BACKOUT IS ACCEPTED FOR REPROCESS
      *                     WITHOUT THE OVERRIDE CARD (NOTED ON THE
      *                     LOG) -- THE BACKOUT HAS ALREADY OFFSET
      *                     EVERYTHING THE EARLIER RUN WROTE
      *    2026-10-15 MOP   THE FEED ITEM'S SOURCE REFERENCE NUMBER
      *                     AND LINE SEQUENCE (DL-TRAN-REF) IS PASSED
      *                     TO PROG AND CARRIED ONTO EVERY REJECT AND
      *                     POSTING.  TRANSACTIONS, REJECTS AND
      *                     POSTINGS ARE NOW VARIABLE LENGTH; A FEED
      *                     CUT IN THE OLD 16-BYTE FORMAT STILL
      *                     PROCESSES, ITS ITEMS CARRYING NO REFERENCE
      *    2026-10-15 MOP   THE DIVISOR BREAKDOWN NOW COUNTS REJECTS
      *                     AS WELL (EVERY REJECT WITH A NUMERIC
      *                     DIVISOR -- R2 THROUGH R4 -- AGAINST ITS
      *                     DIVISOR; AN R1 HAS NO DIVISOR VALUE TO
      *                     COUNT AGAINST), AND THE SUMMARY RECORD
      *                     CARRIES THE PROCESSING DATE, FOR THE
      *                     DIVISOR HISTORY STREAM-CONSOL KEEPS.
      *                     CHECKPOINT 1276 -> 1684, SUMMARY RECORD
      *                     1278 -> 1694
      *    2026-10-15 MOP   WIDE-AMOUNT FEED FORMAT: A FEED WHOSE
      *                     HEADER CARRIES FORMAT 'W' IS READ IN THE
      *                     44-BYTE WIDE LAYOUT AND BALANCED ON THE
      *                     THIRTEEN-DIGIT HASH; A NARROW FEED IS
      *                     MOVED INTO THE SAME WIDE WORKING FIELDS,
      *                     SO EVERY ITEM IS VALIDATED, PASSED TO
      *                     PROG, REJECTED AND POSTED AT FULL
      *                     PRECISION.  AN UNKNOWN FORMAT INDICATOR
      *                     STOPS THE RUN (RC 16) BEFORE ANY ITEM IS
      *                     PROCESSED.  REJECTS (71 -> 97) AND
      *                     POSTINGS (58 -> 97) CARRY THEIR WIDE
      *                     FIELDS; THE DIVISOR TABLE HOLDS WIDE
      *                     DIVISORS (CHECKPOINT 1684 -> 1934, SUMMARY
      *                     RECORD 1694 -> 1944) AND THE MASTER IS
      *                     LOOKED UP ON ITS WIDE KEY
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PROG-BATCH.
              FILE STATUS IS DL-FDC-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  TRANSACTIONS
           RECORD IS VARYING IN SIZE FROM 16 TO 44 CHARACTERS
              DEPENDING ON DL-TRAN-LENGTH.
       01  FD-TRAN-RECORD                PIC X(44).
       FD  CHECKPOINT-FILE.
       01  FD-CHECKPOINT-RECORD          PIC X(1934).
       FD  REJECTS
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-REJ-LENGTH.
       01  FD-REJECT-RECORD              PIC X(97).
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD             PIC X(97).
       FD  TOLERANCE-CARDS.
       01  FD-TOLERANCE-RECORD           PIC X(32).
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY                PIC X(13).
           05  FILLER                    PIC X(47).
       FD  FEED-REGISTRY.
       01  FD-FEED-REGISTRY-RECORD.
       FD  FEED-CARDS.
       01  FD-FEED-CARD-RECORD           PIC X(16).
       FD  SUMMARY-FILE.
       01  FD-SUMMARY-RECORD             PIC X(1944).
       FD  STREAM-CARDS.
       01  FD-STREAM-RECORD              PIC X(16).
       WORKING-STORAGE  SECTION.
           COPY FEEDREG.
           COPY FEEDCARD.
       01  DL-REJ-STATUS                 PIC X(02).
       01  DL-REJ-LENGTH                 PIC 9(04).
       01  DL-REJECT-SW                  PIC X(01).
       01  DL-REJECT-COUNT                PIC 9(08) VALUE ZERO.
       01  DL-EXC-SUB                    PIC 9(02).
       01  DL-EXC-DESC-OUT                PIC X(32).
       01  DL-TRAN-STATUS                PIC X(02).
       01  DL-TRAN-LENGTH                PIC 9(04).
       01  DL-CKPT-STATUS                PIC X(02).
       01  DL-CKP-TARGET-COUNT           PIC 9(08) VALUE ZERO.
       01  DL-CKP-INTERVAL               PIC 9(04) VALUE 0100.
       01  DL-REJECTS-OPEN-SW            PIC X(01) VALUE 'N'.
           88  DL-REJECTS-OPEN           VALUE 'Y'.
       01  DL-PST-STATUS                 PIC X(02).
       01  DL-PST-LENGTH                 PIC 9(04).
       01  DL-DETAIL-READ-SW             PIC X(01).
           88  DL-DETAIL-READ            VALUE 'Y'.
       01  DL-HEADER-SEEN-SW             PIC X(01) VALUE 'N'.
           88  DL-FEED-CARD-SEEN         VALUE 'Y'.
       01  DL-FEED-DATE                  PIC 9(08) VALUE ZERO.
       01  DL-FEED-SOURCE-SYS            PIC X(06) VALUE SPACES.
       01  DL-FEED-FORMAT                PIC X(01) VALUE SPACE.
           88  DL-FEED-WIDE              VALUE 'W'.
       01  DL-FORMAT-BAD-SW              PIC X(01) VALUE 'N'.
           88  DL-FORMAT-BAD             VALUE 'Y'.
       01  DL-TRL-EXP-COUNT              PIC 9(06) VALUE ZERO.
       01  DL-TRL-HASH-TOTAL             PIC 9(9)V9(4) VALUE ZERO.
       01  DL-HASH-ACCUM                 PIC S9(14)V9(4) VALUE ZERO.
       01  DL-HASH-ACCUM-LOW             PIC 9(4)V9(4).
       01  DL-HASH-ACCUM-W-LOW           PIC 9(9)V9(4).
       01  DL-MST-KEY.
           05  DL-MST-KEY-DIVISOR        PIC 9(9)V9(4).
       01  DL-RETURN-CODE                PIC 9(04) VALUE ZERO.
       01  DL-TOL-STATUS                 PIC X(02).
       01  DL-TOL-ACTIVE-SW              PIC X(01) VALUE 'N'.
           88  DL-POSTINGS-OPEN          VALUE 'Y'.
       01  DL-PROG-CALLED-SW             PIC X(01) VALUE 'N'.
           88  DL-PROG-CALLED            VALUE 'Y'.
       01  DL-CALL-DIVIDEND               PIC S9(11)V9(4).
       01  DL-CALL-DIVISOR                PIC S9(11)V9(4).
       01  DL-RESULT                     PIC S9(9)V9(4) COMP-5.
       01  DL-EXCEPTION-STATUS-OUT       PIC X(32).
       01  DL-RANGE-ERROR-OUT            PIC X(01).
       01  DL-RUN-ID                     PIC X(08).
       01  DL-RECORDS-READ               PIC 9(08) VALUE ZERO.
       01  DL-DIVISOR-TABLE.
           05  DL-DVT-ENTRY OCCURS 50 TIMES.
               10  DL-DVT-DIVISOR        PIC S9(9)V9(4).
               10  DL-DVT-EXC-COUNT      PIC 9(08).
               10  DL-DVT-CLEAN-COUNT    PIC 9(08).
               10  DL-DVT-REJ-COUNT      PIC 9(08).
       01  DL-DIVISOR-COUNT               PIC 9(04) VALUE ZERO.
       01  DL-DVT-SUB                     PIC 9(04).
       01  DL-DVT-FOUND-SW                PIC X(01).
       01  DL-DVT-FOUND-IDX                PIC 9(04).
       01  DL-GRAND-EXC-TOTAL              PIC 9(08) VALUE ZERO.
       01  DL-GRAND-CLEAN-TOTAL            PIC 9(08) VALUE ZERO.
       01  DL-GRAND-REJ-TOTAL              PIC 9(08) VALUE ZERO.
       01  DL-OVFL-EXC-COUNT                PIC 9(08) VALUE ZERO.
       01  DL-OVFL-CLEAN-COUNT              PIC 9(08) VALUE ZERO.
       01  DL-OVFL-HIT-COUNT            PIC 9(08) VALUE ZERO.
       01  DL-OVFL-REJ-COUNT            PIC 9(08) VALUE ZERO.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
                 MOVE DL-CKP-OVFL-EXC-COUNT    TO DL-OVFL-EXC-COUNT
                 MOVE DL-CKP-OVFL-CLEAN-COUNT  TO DL-OVFL-CLEAN-COUNT
                 MOVE DL-CKP-OVFL-HIT-COUNT    TO DL-OVFL-HIT-COUNT
                 MOVE DL-CKP-OVFL-REJ-COUNT    TO DL-OVFL-REJ-COUNT
                 MOVE DL-CKP-DVT-TABLE         TO DL-DIVISOR-TABLE
              END-IF
              CLOSE CHECKPOINT-FILE
      *    WITH NO CLEAN END IS THE NORMAL RESTART-AFTER-ABEND CASE
      *    AND PASSES WITHOUT AN OVERRIDE.  A FEED WITH NO HEADER
      *    CANNOT BE KEYED AND IS LEFT TO THE FEED-BALANCE CHECK,
      *    WHICH ALREADY FLAGS IT.  A HEADER WHOSE FORMAT INDICATOR
      *    IS NEITHER NARROW NOR WIDE STOPS THE RUN THE SAME WAY --
      *    EVERY DETAIL WOULD OTHERWISE BE READ IN THE WRONG LAYOUT.
      *----------------------------------------------------------------
       1700-CHECK-FEED-GUARD.
           IF NOT DL-HEADER-SEEN
                      'NOT REGISTERED ON FEED REGISTRY'
           ELSE
              PERFORM 1750-READ-FEED-CARD THRU 1750-EXIT
              IF DL-FORMAT-BAD
                 DISPLAY 'PROG-BATCH: HEADER FORMAT INDICATOR <'
                         DL-FEED-FORMAT '> IS NOT RECOGNISED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO DL-GUARD-FAIL-SW
                 MOVE 16 TO DL-RETURN-CODE
              ELSE
                 IF NOT DL-FDC-OVERRIDE
                    AND DL-FEED-CARD-SEEN
                    AND DL-FEED-DATE NOT = DL-FDC-EXPECTED-DATE
                    DISPLAY 'PROG-BATCH: HEADER FEED DATE '
                            DL-FEED-DATE
                            ' IS NOT THE EXPECTED BUSINESS DATE '
                            DL-FDC-EXPECTED-DATE ' - RUN STOPPED'
                    MOVE 'Y' TO DL-GUARD-FAIL-SW
                    MOVE 16 TO DL-RETURN-CODE
                 ELSE
                    PERFORM 1800-REGISTER-FEED THRU 1800-EXIT
                 END-IF
              END-IF
           END-IF.
       1700-EXIT.
      *    REGISTER THE DELIVERY UNDER FEED DATE + SOURCE + STREAM.
      *    A KEY ALREADY MARKED ENDED-OK IS A DELIVERY ALREADY
      *    PROCESSED CLEAN AND STOPS THE RUN UNLESS OVERRIDDEN; A
      *    KEY MARKED REVERSED WAS BACKED OUT BY RUN-BACKOUT AND IS
      *    REPROCESSED WITHOUT THE OVERRIDE (THE CORRECTED DELIVERY
      *    IS EXACTLY WHAT THE BACKOUT CLEARED THE WAY FOR); A
      *    REGISTRY THAT CANNOT BE OPENED STOPS THE RUN TOO -- AN
      *    UNREGISTERED DELIVERY IS EXACTLY THE BLIND SPOT THE
      *    GUARD EXISTS TO CLOSE.  THE SHARED REGISTRY IS OPENED,
                       MOVE 'Y' TO DL-GUARD-FAIL-SW
                       MOVE 16 TO DL-RETURN-CODE
                    ELSE
                       IF DL-FRG-REVERSED
                          DISPLAY 'PROG-BATCH: FEED ' DL-FEED-DATE '/'
                                  DL-FEED-SOURCE-SYS ' STREAM <'
                                  DL-STREAM-ID '> WAS BACKED OUT '
                                  '(RUN ' DL-FRG-RUN-ID ' REVERSED)'
                                  ' - REPROCESS ACCEPTED'
                       END-IF
                       PERFORM 1850-STAMP-FEED-ENTRY THRU 1850-EXIT
                       MOVE DL-FEED-REGISTRY-RECORD
                         TO FD-FEED-REGISTRY-RECORD
           PERFORM 1500-VALIDATE-DIVISOR THRU 1500-EXIT
           IF DL-REJECT-SW = 'Y'
              PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
              IF DL-TRAN-W-DIVISOR NUMERIC
                 PERFORM 6000-UPDATE-DIVISOR-BREAK THRU 6000-EXIT
              END-IF
           ELSE
              MOVE DL-TRAN-W-DIVIDEND TO DL-CALL-DIVIDEND
              MOVE DL-TRAN-W-DIVISOR  TO DL-CALL-DIVISOR
              CALL 'PROG' USING DL-CALL-DIVIDEND
                                DL-CALL-DIVISOR
                                DL-RESULT
                                DL-RANGE-ERROR-OUT
                                DL-RUN-ID
                                DL-STREAM-ID
                                DL-TRAN-W-REF
              MOVE 'Y' TO DL-PROG-CALLED-SW
              IF DL-EXCEPTION-STATUS-OUT = 'EC-ARGUMENT-FUNCTION'
                 ADD 1 TO DL-EXCEPTION-COUNT
                 PERFORM 4000-LOOKUP-EXC-DESC THRU 4000-EXIT
                 DISPLAY 'RECORD ' DL-RECORDS-READ ': ' DL-EXC-DESC-OUT
                         ' REF ' DL-TRAN-W-REF-NUMBER '/'
                         DL-TRAN-W-REF-LINE
              ELSE
                 ADD 1 TO DL-CLEAN-COUNT
              END-IF
      *----------------------------------------------------------------
       1500-VALIDATE-DIVISOR.
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
      *    KEYED FOR 120.0000 SAILS THROUGH THE SIGN CHECK AND POSTS
      *    A WRONG REMAINDER.  THE DIVISOR MUST BE AN ACTIVE, IN-DATE
      *    ENTRY ON THE ALLOCATION-BASE MASTER OR THE TRANSACTION IS
      *    REJECTED.  THE MASTER KEY IS THE UNSIGNED THIRTEEN-DIGIT
      *    DIVISOR, SO THE (POSITIVE) FEED DIVISOR IS MOVED INTO THAT
      *    FORM RATHER THAN KEYED ON ITS RAW BYTES.
      *----------------------------------------------------------------
       1600-CHECK-ALLOC-MASTER.
           MOVE DL-TRAN-W-DIVISOR TO DL-MST-KEY-DIVISOR
           MOVE DL-MST-KEY TO FD-ALB-KEY
           READ ALLOC-MASTER INTO DL-ALLOC-RECORD
              INVALID KEY
                 MOVE 'R3  ' TO DL-REJ-REASON-CODE

      *----------------------------------------------------------------
      *    7000-WRITE-REJECT
      *    THE ITEM IS CARRIED IN THE REJECT'S WIDE FIELDS, THE
      *    DIVISOR AS ITS RAW BYTES SO A NON-NUMERIC ONE SURVIVES
      *    FOR REPAIR; THE NARROW FIELDS ARE LEFT EMPTY.
      *----------------------------------------------------------------
       7000-WRITE-REJECT.
           MOVE ZERO TO DL-REJ-DIVIDEND
           MOVE SPACES TO DL-REJ-DIVISOR-RAW
           MOVE DL-TRAN-W-DIVIDEND TO DL-REJ-W-DIVIDEND
           MOVE DL-TRAN-W-DIVISOR-RAW TO DL-REJ-W-DIVISOR-RAW
           MOVE ZERO TO DL-REJ-AGE-COUNT
           MOVE DL-TRAN-W-REF TO DL-REJ-REF
           MOVE DL-REJ-WIDE-LENGTH TO DL-REJ-LENGTH
           MOVE DL-REJECT-RECORD TO FD-REJECT-RECORD
           WRITE FD-REJECT-RECORD
           ADD 1 TO DL-REJECT-COUNT.
      *    VALIDATED REMAINDER DIRECTLY INSTEAD OF RECOMPUTING IT.
      *----------------------------------------------------------------
       7500-WRITE-POSTING.
           MOVE ZERO             TO DL-PST-DIVIDEND
           MOVE ZERO             TO DL-PST-DIVISOR
           MOVE ZERO             TO DL-PST-REMAINDER
           MOVE DL-TRAN-W-DIVIDEND TO DL-PST-W-DIVIDEND
           MOVE DL-TRAN-W-DIVISOR  TO DL-PST-W-DIVISOR
           MOVE DL-RESULT        TO DL-PST-W-REMAINDER
           MOVE DL-RUN-ID        TO DL-PST-RUN-ID
           MOVE DL-PROC-DATE     TO DL-PST-PROC-DATE
           MOVE DL-TRAN-W-REF    TO DL-PST-REF
           MOVE DL-PST-WIDE-LENGTH TO DL-PST-LENGTH
           MOVE DL-POSTING-RECORD TO FD-POSTING-RECORD
           WRITE FD-POSTING-RECORD
           ADD 1 TO DL-POSTING-COUNT.

      *----------------------------------------------------------------
      *    6000-UPDATE-DIVISOR-BREAK
      *    ACCUMULATE THE EXCEPTION/CLEAN/REJECT COUNT FOR THIS
      *    RECORD'S DIVISOR SO 8100-PRINT-DIVISOR-REPORT CAN BREAK
      *    THE END-OF-RUN REPORT OUT BY DIVISOR VALUE.  A REJECTED
      *    RECORD (DL-REJECT-SW) COUNTS AS A REJECT; OTHERWISE THE
      *    PROG RESULT DECIDES EXCEPTION OR CLEAN.
      *----------------------------------------------------------------
       6000-UPDATE-DIVISOR-BREAK.
           MOVE 'N' TO DL-DVT-FOUND-SW
                 OR DL-DVT-FOUND-SW = 'Y'
           IF DL-DVT-FOUND-SW = 'Y'
              MOVE DL-DVT-FOUND-IDX TO DL-DVT-SUB
              PERFORM 6050-TALLY-DIVISOR-ENTRY THRU 6050-EXIT
           ELSE
              IF DL-DIVISOR-COUNT < 50
                 ADD 1 TO DL-DIVISOR-COUNT
                 MOVE DL-DIVISOR-COUNT TO DL-DVT-SUB
                 MOVE DL-TRAN-W-DIVISOR
                   TO DL-DVT-DIVISOR (DL-DVT-SUB)
                 MOVE ZERO TO DL-DVT-EXC-COUNT (DL-DVT-SUB)
                 MOVE ZERO TO DL-DVT-CLEAN-COUNT (DL-DVT-SUB)
                 MOVE ZERO TO DL-DVT-REJ-COUNT (DL-DVT-SUB)
                 PERFORM 6050-TALLY-DIVISOR-ENTRY THRU 6050-EXIT
              ELSE
                 PERFORM 6200-UPDATE-OVERFLOW-BREAK THRU 6200-EXIT
              END-IF
       6000-EXIT.
           EXIT.

       6050-TALLY-DIVISOR-ENTRY.
           IF DL-REJECT-SW = 'Y'
              ADD 1 TO DL-DVT-REJ-COUNT (DL-DVT-SUB)
           ELSE
              IF DL-EXCEPTION-STATUS-OUT = 'EC-ARGUMENT-FUNCTION'
                 ADD 1 TO DL-DVT-EXC-COUNT (DL-DVT-SUB)
              ELSE
                 ADD 1 TO DL-DVT-CLEAN-COUNT (DL-DVT-SUB)
              END-IF
           END-IF.
       6050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6200-UPDATE-OVERFLOW-BREAK
      *    ONCE THE 50-SLOT TABLE IS FULL, A NEW DIVISOR'S HITS MUST
      *    BREAKDOWN REPORT STAYS TRUSTWORTHY PER DIVISOR VALUE.
      *----------------------------------------------------------------
       6200-UPDATE-OVERFLOW-BREAK.
           IF DL-REJECT-SW = 'Y'
              ADD 1 TO DL-OVFL-REJ-COUNT
           ELSE
              IF DL-EXCEPTION-STATUS-OUT = 'EC-ARGUMENT-FUNCTION'
                 ADD 1 TO DL-OVFL-EXC-COUNT
              ELSE
                 ADD 1 TO DL-OVFL-CLEAN-COUNT
              END-IF
           END-IF
           IF DL-OVFL-HIT-COUNT = ZERO
              DISPLAY 'PROG-BATCH: DIVISOR TABLE FULL, ROUTING '
           EXIT.

       6100-FIND-DIVISOR-ENTRY.
           IF DL-DVT-DIVISOR (DL-DVT-SUB) = DL-TRAN-W-DIVISOR
              MOVE 'Y' TO DL-DVT-FOUND-SW
              MOVE DL-DVT-SUB TO DL-DVT-FOUND-IDX
           END-IF.
           MOVE DL-OVFL-EXC-COUNT        TO DL-CKP-OVFL-EXC-COUNT
           MOVE DL-OVFL-CLEAN-COUNT      TO DL-CKP-OVFL-CLEAN-COUNT
           MOVE DL-OVFL-HIT-COUNT        TO DL-CKP-OVFL-HIT-COUNT
           MOVE DL-OVFL-REJ-COUNT        TO DL-CKP-OVFL-REJ-COUNT
           MOVE DL-DIVISOR-TABLE         TO DL-CKP-DVT-TABLE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE DL-CHECKPOINT-RECORD TO FD-CHECKPOINT-RECORD
      *    TOTAL ACCUMULATES EVERY NUMERIC DETAIL DIVIDEND, REJECTS
      *    INCLUDED -- THE UPSTREAM EXTRACT HASHES EVERYTHING IT
      *    WRITES, SO THE BALANCE MUST COVER EVERYTHING DELIVERED,
      *    NOT JUST WHAT SURVIVED VALIDATION.  THE HEADER'S FORMAT
      *    INDICATOR SAYS WHICH LAYOUT THE REST OF THE FEED IS IN; A
      *    HEADER TOO SHORT TO CARRY ONE IS NARROW.  EVERY DETAIL IS
      *    DELIVERED IN DL-TRAN-WIDE-RECORD (SEE 3300).
      *----------------------------------------------------------------
       3200-CLASSIFY-RECORD.
           IF DL-TRAN-HEADER
              IF DL-TRAN-LENGTH <= DL-TRAN-BASE-LENGTH
                 MOVE SPACE TO DL-TRAN-HDR-FORMAT
              END-IF
              MOVE DL-TRAN-HDR-FEED-DATE  TO DL-FEED-DATE
              MOVE DL-TRAN-HDR-SOURCE-SYS TO DL-FEED-SOURCE-SYS
              MOVE DL-TRAN-HDR-FORMAT     TO DL-FEED-FORMAT
              IF NOT DL-TRAN-FMT-VALID
                 MOVE 'Y' TO DL-FORMAT-BAD-SW
              END-IF
              MOVE 'Y' TO DL-HEADER-SEEN-SW
           ELSE
              IF DL-TRAN-TRAILER
                 IF DL-FEED-WIDE
                    MOVE DL-TRAN-RECORD TO DL-TRAN-WIDE-RECORD
                    MOVE DL-TRAN-W-TRL-EXP-COUNT  TO DL-TRL-EXP-COUNT
                    MOVE DL-TRAN-W-TRL-HASH-TOTAL TO DL-TRL-HASH-TOTAL
                 ELSE
                    MOVE DL-TRAN-TRL-EXP-COUNT    TO DL-TRL-EXP-COUNT
                    MOVE DL-TRAN-TRL-HASH-TOTAL   TO DL-TRL-HASH-TOTAL
                 END-IF
                 MOVE 'Y' TO DL-TRAILER-SEEN-SW
              ELSE
                 ADD 1 TO DL-RECORDS-READ
                 PERFORM 3300-BUILD-WIDE-DETAIL THRU 3300-EXIT
                 MOVE 'Y' TO DL-DETAIL-READ-SW
              END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-BUILD-WIDE-DETAIL
      *    A WIDE-FORMAT DETAIL IS ALREADY IN THE WIDE LAYOUT.  A
      *    NARROW ONE IS MOVED IN FIELD BY FIELD: A NUMERIC DIVISOR
      *    BY VALUE, A NON-NUMERIC ONE AS ITS RAW BYTES SO THE REJECT
      *    STILL SHOWS WHAT WAS DELIVERED.  A NARROW DETAIL SHORTER
      *    THAN DL-TRAN-REF-LENGTH COMES FROM A FEED CUT BEFORE
      *    SOURCE REFERENCES WERE ADDED AND CARRIES NONE, SO WHATEVER
      *    THE RECORD AREA HELD BEYOND IT IS BLANKED.  EACH FORMAT
      *    HASHES ITS OWN DIVIDEND FIELD.
      *----------------------------------------------------------------
       3300-BUILD-WIDE-DETAIL.
           IF DL-FEED-WIDE
              MOVE DL-TRAN-RECORD TO DL-TRAN-WIDE-RECORD
              IF DL-TRAN-W-DIVIDEND NUMERIC
                 ADD DL-TRAN-W-DIVIDEND TO DL-HASH-ACCUM
              END-IF
           ELSE
              IF DL-TRAN-LENGTH < DL-TRAN-REF-LENGTH
                 MOVE SPACES TO DL-TRAN-REF-NUMBER
                 MOVE ZERO   TO DL-TRAN-REF-LINE
              END-IF
              MOVE DL-TRAN-DIVIDEND TO DL-TRAN-W-DIVIDEND
              IF DL-TRAN-DIVISOR NUMERIC
                 MOVE DL-TRAN-DIVISOR TO DL-TRAN-W-DIVISOR
              ELSE
                 MOVE DL-TRAN-DIVISOR-RAW TO DL-TRAN-W-DIVISOR-RAW
              END-IF
              MOVE DL-TRAN-REF TO DL-TRAN-W-REF
              IF DL-TRAN-DIVIDEND NUMERIC
                 ADD DL-TRAN-DIVIDEND TO DL-HASH-ACCUM
              END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3900-BALANCE-FEED
      *    PROVE THE UPSTREAM EXTRACT DELIVERED THE WHOLE FILE.  A
      *    MISSING TRAILER, A COUNT MISMATCH, OR A HASH MISMATCH IS A
      *    HARD FAILURE -- THE RUN MUST NOT DECLARE SUCCESS ON A
      *    TRUNCATED FEED.  THE HASH COMPARISON IS ON THE LOW-ORDER
      *    EIGHT DIGITS ONLY (THIRTEEN FOR A WIDE FEED); THE MOVE TO
      *    DL-HASH-ACCUM-LOW (DL-HASH-ACCUM-W-LOW) DISCARDS THE
      *    HIGH-ORDER CARRIES EXACTLY AS THE EXTRACT SIDE DOES.
      *----------------------------------------------------------------
       3900-BALANCE-FEED.
           IF NOT DL-HEADER-SEEN
                         ' ACTUAL ' DL-RECORDS-READ
                 MOVE 'Y' TO DL-CONTROL-FAIL-SW
              END-IF
              IF DL-FEED-WIDE
                 MOVE DL-HASH-ACCUM TO DL-HASH-ACCUM-W-LOW
              ELSE
                 MOVE DL-HASH-ACCUM TO DL-HASH-ACCUM-LOW
                 MOVE DL-HASH-ACCUM-LOW TO DL-HASH-ACCUM-W-LOW
              END-IF
              IF DL-TRL-HASH-TOTAL NOT = DL-HASH-ACCUM-W-LOW
                 DISPLAY 'PROG-BATCH: DIVIDEND HASH OUT OF BALANCE - '
                         'TRAILER ' DL-TRL-HASH-TOTAL
                         ' ACTUAL ' DL-HASH-ACCUM-W-LOW
                 MOVE 'Y' TO DL-CONTROL-FAIL-SW
              END-IF
           END-IF
           IF DL-HEADER-SEEN
              DISPLAY '  FEED DATE ............. ' DL-FEED-DATE
                      ' SOURCE ' DL-FEED-SOURCE-SYS
              IF DL-FEED-WIDE
                 DISPLAY '  FEED FORMAT ........... WIDE'
              END-IF
           END-IF
           IF DL-CONTROL-FAIL
              DISPLAY '  *** FEED OUT OF BALANCE - RUN FAILED ***'
       8100-PRINT-DIVISOR-REPORT.
           MOVE ZERO TO DL-GRAND-EXC-TOTAL
           MOVE ZERO TO DL-GRAND-CLEAN-TOTAL
           MOVE ZERO TO DL-GRAND-REJ-TOTAL
           DISPLAY ' '
           DISPLAY 'DIVISOR BREAKDOWN'
           DISPLAY '  DIVISOR          EXCEPTIONS  CLEAN     REJECTS'
           PERFORM 8110-PRINT-DIVISOR-LINE THRU 8110-EXIT
              VARYING DL-DVT-SUB FROM 1 BY 1
              UNTIL DL-DVT-SUB > DL-DIVISOR-COUNT
           IF DL-OVFL-HIT-COUNT > ZERO
              DISPLAY '  *OVERFLOW*      ' DL-OVFL-EXC-COUNT
                      '  ' DL-OVFL-CLEAN-COUNT
                      '  ' DL-OVFL-REJ-COUNT
              ADD DL-OVFL-EXC-COUNT   TO DL-GRAND-EXC-TOTAL
              ADD DL-OVFL-CLEAN-COUNT TO DL-GRAND-CLEAN-TOTAL
              ADD DL-OVFL-REJ-COUNT   TO DL-GRAND-REJ-TOTAL
           END-IF
           DISPLAY '  ----------------------------------------------'
           DISPLAY '  GRAND TOTAL      ' DL-GRAND-EXC-TOTAL
                   '  ' DL-GRAND-CLEAN-TOTAL
                   '  ' DL-GRAND-REJ-TOTAL.
       8100-EXIT.
           EXIT.

           DISPLAY '  ' DL-DVT-DIVISOR (DL-DVT-SUB)
                   '      ' DL-DVT-EXC-COUNT (DL-DVT-SUB)
                   '  ' DL-DVT-CLEAN-COUNT (DL-DVT-SUB)
                   '  ' DL-DVT-REJ-COUNT (DL-DVT-SUB)
           ADD DL-DVT-EXC-COUNT (DL-DVT-SUB)   TO DL-GRAND-EXC-TOTAL
           ADD DL-DVT-CLEAN-COUNT (DL-DVT-SUB) TO DL-GRAND-CLEAN-TOTAL
           ADD DL-DVT-REJ-COUNT (DL-DVT-SUB)   TO DL-GRAND-REJ-TOTAL.
       8110-EXIT.
           EXIT.

       8300-WRITE-SUMMARY-RECORD.
           INITIALIZE DL-SUMMARY-RECORD
           MOVE DL-STREAM-ID         TO DL-SUM-STREAM-ID
           MOVE DL-PROC-DATE         TO DL-SUM-PROC-DATE
           MOVE DL-RECORDS-READ      TO DL-SUM-RECORDS-READ
           MOVE DL-EXCEPTION-COUNT   TO DL-SUM-EXCEPTION-COUNT
           MOVE DL-CLEAN-COUNT       TO DL-SUM-CLEAN-COUNT
           MOVE DL-OVFL-EXC-COUNT    TO DL-SUM-OVFL-EXC-COUNT
           MOVE DL-OVFL-CLEAN-COUNT  TO DL-SUM-OVFL-CLEAN-COUNT
           MOVE DL-OVFL-HIT-COUNT    TO DL-SUM-OVFL-HIT-COUNT
           MOVE DL-OVFL-REJ-COUNT    TO DL-SUM-OVFL-REJ-COUNT
           MOVE DL-DIVISOR-TABLE     TO DL-SUM-DVT-TABLE
           OPEN OUTPUT SUMMARY-FILE
           MOVE DL-SUMMARY-RECORD TO FD-SUMMARY-RECORD
