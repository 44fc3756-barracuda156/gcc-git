      ******************************************************************
      *    PROGRAM-ID:     FEED-ACK
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    ACKNOWLEDGMENT (ACK/NAK) RETURN FILE FOR ONE DELIVERY.
      *    UPSTREAM SYSTEMS USED TO HEAR ABOUT THEIR REJECTS ONLY
      *    WHEN SOMEONE PHONED THEM.  THIS STEP RUNS AFTER
      *    PROG-BATCH (AFTER STREAM-CONSOL ON A MULTI-STREAM DAY)
      *    AND WRITES THE ACKFILE THE SOURCE SYSTEM PICKS UP -- ONE
      *    FILE PER SOURCE SYSTEM AND FEED DATE, THE JOB POINTING
      *    ACKFILE AT THAT SOURCE'S RETURN DATASET FOR THE DATE.
      *    LAYOUT AND BALANCING RULES ARE IN ACKREC.
      *
      *    INPUTS ARE THE DELIVERY AS RECEIVED (TRANSACT -- THE
      *    WHOLE-DAY FILE, NOT THE TRANSNN PARTITIONS), THE FEED
      *    REGISTRY, THE SUMMARY RECORD(S) (SUMRYALL: THE SUMRYNN
      *    FILES CONCATENATED, OR THE ONE SUMMARY FILE OF A
      *    SINGLE-STREAM RUN), AND THE REJECTS (THE REJECTNN FILES
      *    CONCATENATED, OR THE ONE REJECTS FILE).
      *
      *    THE DELIVERY IS ACCEPTED ONLY WHEN IT BALANCES AGAINST
      *    ITS OWN TRAILER (RE-PROVED HERE WITH PROG-BATCH'S COUNT
      *    AND HASH RULES) AND EVERY STREAM IT RAN IN IS ENDED-OK
      *    ON FEEDREG.  OTHERWISE IT IS REJECTED WITH THE FIRST
      *    REASON FOUND -- OUT OF BALANCE, NEVER PROCESSED, NOT
      *    PROCESSED CLEAN, OR BACKED OUT BY RUN-BACKOUT -- AND THE
      *    SOURCE REDELIVERS.  EITHER WAY EVERY REJECTED ITEM GOES
      *    BACK AS A DETAIL WITH ITS REASON CODE AND TEXT SO IT CAN
      *    BE CORRECTED BEFORE THE REDELIVERY.
      *
      *    AN ACCEPTED DELIVERY'S INPUTS MUST AGREE WITH EACH OTHER
      *    BEFORE ANYTHING IS RETURNED: ONE SUMMARY PER REGISTERED
      *    STREAM, SUMMARY RECORDS-READ EQUAL TO THE DETAILS
      *    RECEIVED, AND SUMMARY REJECT COUNT EQUAL TO THE ITEMS ON
      *    REJECTS.  A MISMATCH MEANS THE FILES HANDED TO THE STEP
      *    ARE NOT THIS DELIVERY'S (OR REJECTS CARRIES A RESTART
      *    OVERLAP) AND NO ACK IS WRITTEN -- A WRONG ACK SENT
      *    UPSTREAM IS WORSE THAN A LATE ONE.
      *
      *    RETURN CODES:  0 = ACK WRITTEN, DELIVERY ACCEPTED
      *                   4 = NAK WRITTEN, DELIVERY REJECTED
      *                   8 = NAK WRITTEN WITHOUT DETAIL -- REJECTS
      *                       COULD NOT BE REOPENED FOR THE LISTING
      *                  16 = FILE ERROR, NO FEED HEADER, OR INPUTS
      *                       THAT DO NOT AGREE -- NOTHING WRITTEN
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   SUMRYALL RECORD LENGTH 1278 -> 1694 (PER-
      *                     DIVISOR REJECT COUNTS ON THE SUMMARY)
      *    2026-10-15 MOP   WIDE-AMOUNT FEED FORMAT: A WIDE DELIVERY
      *                     (HEADER FORMAT 'W') IS RE-PROVED ON THE
      *                     THIRTEEN-DIGIT HASH AND ANSWERED IN THE
      *                     WIDE ACK LAYOUTS; A NARROW ONE IS ANSWERED
      *                     AS BEFORE.  AN UNKNOWN FORMAT INDICATOR IS
      *                     REJECTED.  REJECTS ARE READ IN EITHER
      *                     LENGTH (53 TO 97) AND SUMRYALL IS 1944
      *    2026-10-15 MOP   REOPEN OF REJECTS FOR THE DETAIL LISTING
      *                     STATUS-CHECKED: ON FAILURE THE DELIVERY IS
      *                     NAKED WITHOUT DETAIL RECORDS, RC 8
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      FEED-ACK.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS ASSIGN TO "TRANSACT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-TRAN-STATUS.
           SELECT FEED-REGISTRY ASSIGN TO "FEEDREG"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-FRG-KEY
              FILE STATUS IS DL-FREG-STATUS.
           SELECT STREAM-SUMMARIES ASSIGN TO "SUMRYALL"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-SUM-STATUS.
           SELECT REJECTS ASSIGN TO "REJECTS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-REJ-STATUS.
           SELECT ACK-FILE ASSIGN TO "ACKFILE"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-ACK-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  TRANSACTIONS
           RECORD IS VARYING IN SIZE FROM 16 TO 44 CHARACTERS
              DEPENDING ON DL-TRAN-LENGTH.
       01  FD-TRAN-RECORD               PIC X(44).
       FD  FEED-REGISTRY.
       01  FD-FEED-REGISTRY-RECORD.
           05  FD-FRG-KEY               PIC X(16).
           05  FILLER                   PIC X(25).
       FD  STREAM-SUMMARIES.
       01  FD-SUMMARY-RECORD            PIC X(1944).
       FD  REJECTS
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-REJ-LENGTH.
       01  FD-REJECT-RECORD             PIC X(97).
       FD  ACK-FILE.
       01  FD-ACK-RECORD                PIC X(80).
       WORKING-STORAGE  SECTION.
           COPY TRANREC.
           COPY FEEDREG.
           COPY SUMREC.
           COPY REJREC.
           COPY ACKREC.
       01  DL-TRAN-STATUS               PIC X(02).
       01  DL-FREG-STATUS               PIC X(02).
       01  DL-SUM-STATUS                PIC X(02).
       01  DL-REJ-STATUS                PIC X(02).
       01  DL-ACK-STATUS                PIC X(02).
       01  DL-TRAN-LENGTH               PIC 9(04).
       01  DL-REJ-LENGTH                PIC 9(04).
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-HEADER-SEEN-SW            PIC X(01) VALUE 'N'.
           88  DL-HEADER-SEEN           VALUE 'Y'.
       01  DL-TRAILER-SEEN-SW           PIC X(01) VALUE 'N'.
           88  DL-TRAILER-SEEN          VALUE 'Y'.
       01  DL-NAK-SW                    PIC X(01) VALUE 'N'.
           88  DL-NAK                   VALUE 'Y'.
       01  DL-REJECTS-PRESENT-SW        PIC X(01) VALUE 'N'.
           88  DL-REJECTS-PRESENT       VALUE 'Y'.
       01  DL-DETAIL-LOST-SW            PIC X(01) VALUE 'N'.
           88  DL-DETAIL-LOST           VALUE 'Y'.
       01  DL-NAK-REASON                PIC X(40) VALUE SPACES.
       01  DL-NEW-REASON                PIC X(40).
       01  DL-FEED-DATE                 PIC 9(08) VALUE ZERO.
       01  DL-FEED-SOURCE-SYS           PIC X(06) VALUE SPACES.
       01  DL-FEED-FORMAT               PIC X(01) VALUE SPACE.
           88  DL-FEED-WIDE             VALUE 'W'.
       01  DL-FORMAT-BAD-SW             PIC X(01) VALUE 'N'.
           88  DL-FORMAT-BAD            VALUE 'Y'.
       01  DL-TRL-EXP-COUNT             PIC 9(06) VALUE ZERO.
       01  DL-TRL-HASH-TOTAL            PIC 9(9)V9(4) VALUE ZERO.
       01  DL-HASH-ACCUM                PIC S9(14)V9(4) VALUE ZERO.
       01  DL-HASH-ACCUM-LOW            PIC 9(9)V9(4) VALUE ZERO.
       01  DL-HASH-NARROW-LOW           PIC 9(4)V9(4).
       01  DL-NARROW-DIVISOR            PIC S9(4)V9(4).
       01  DL-NARROW-DIVISOR-RAW        REDEFINES DL-NARROW-DIVISOR
                                        PIC X(08).
       01  DL-RECORDS-READ              PIC 9(08) VALUE ZERO.
       01  DL-REG-STREAM-COUNT          PIC 9(04) VALUE ZERO.
       01  DL-REG-ENDED-OK-COUNT        PIC 9(04) VALUE ZERO.
       01  DL-REG-STARTED-COUNT         PIC 9(04) VALUE ZERO.
       01  DL-REG-REVERSED-COUNT        PIC 9(04) VALUE ZERO.
       01  DL-REG-PROC-DATE             PIC 9(08) VALUE ZERO.
       01  DL-SUM-STREAMS-READ          PIC 9(04) VALUE ZERO.
       01  DL-SUM-TOT-RECORDS-READ      PIC 9(08) VALUE ZERO.
       01  DL-SUM-TOT-REJECT-COUNT      PIC 9(08) VALUE ZERO.
       01  DL-REJ-ITEM-COUNT            PIC 9(08) VALUE ZERO.
       01  DL-REJ-HASH-ACCUM            PIC S9(14)V9(4) VALUE ZERO.
       01  DL-REJ-HASH-LOW              PIC 9(9)V9(4) VALUE ZERO.
       01  DL-ACCEPTED-COUNT            PIC 9(08) VALUE ZERO.
       01  DL-ACK-RECORDS-WRITTEN       PIC 9(08) VALUE ZERO.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-FEED       THRU 1000-EXIT
           IF NOT DL-ABORT
              PERFORM 2000-CHECK-REGISTRY THRU 2000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3000-CHECK-SUMMARIES THRU 3000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3500-COUNT-REJECTS THRU 3500-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 4000-WRITE-ACK    THRU 4000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-READ-FEED
      *    RE-PROVE THE DELIVERY AGAINST ITS OWN CONTROLS WITH THE
      *    SAME COUNT AND HASH RULES PROG-BATCH AND FEED-SPLIT USE,
      *    SO THE ACK'S RECEIVED FIGURES ARE THE DELIVERY'S AND NOT
      *    A PARTITION'S.  A FEED WITH NO HEADER CANNOT BE TIED TO
      *    A SOURCE SYSTEM OR DATE AND GETS NO ACK AT ALL.
      *----------------------------------------------------------------
       1000-READ-FEED.
           OPEN INPUT TRANSACTIONS
           IF DL-TRAN-STATUS NOT = '00'
              DISPLAY 'FEED-ACK: UNABLE TO OPEN TRANSACT, STATUS '
                      DL-TRAN-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'N' TO DL-EOF-SW
              PERFORM 1100-READ-FEED-RECORD THRU 1100-EXIT
                 UNTIL DL-EOF
              CLOSE TRANSACTIONS
              PERFORM 1900-BALANCE-FEED THRU 1900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-FEED-RECORD.
           READ TRANSACTIONS INTO DL-TRAN-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
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
                       PERFORM 1200-CAPTURE-TRAILER THRU 1200-EXIT
                    ELSE
                       ADD 1 TO DL-RECORDS-READ
                       PERFORM 1300-HASH-DETAIL THRU 1300-EXIT
                    END-IF
                 END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-CAPTURE-TRAILER.
           IF DL-FEED-WIDE
              MOVE DL-TRAN-RECORD TO DL-TRAN-WIDE-RECORD
              MOVE DL-TRAN-W-TRL-EXP-COUNT  TO DL-TRL-EXP-COUNT
              MOVE DL-TRAN-W-TRL-HASH-TOTAL TO DL-TRL-HASH-TOTAL
           ELSE
              MOVE DL-TRAN-TRL-EXP-COUNT    TO DL-TRL-EXP-COUNT
              MOVE DL-TRAN-TRL-HASH-TOTAL   TO DL-TRL-HASH-TOTAL
           END-IF
           MOVE 'Y' TO DL-TRAILER-SEEN-SW.
       1200-EXIT.
           EXIT.

       1300-HASH-DETAIL.
           IF DL-FEED-WIDE
              MOVE DL-TRAN-RECORD TO DL-TRAN-WIDE-RECORD
              IF DL-TRAN-W-DIVIDEND NUMERIC
                 ADD DL-TRAN-W-DIVIDEND TO DL-HASH-ACCUM
              END-IF
           ELSE
              IF DL-TRAN-DIVIDEND NUMERIC
                 ADD DL-TRAN-DIVIDEND TO DL-HASH-ACCUM
              END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1900-BALANCE-FEED
      *    THE RECEIVED HASH KEEPS THE LOW-ORDER EIGHT DIGITS OF A
      *    NARROW FEED'S SUM AND THIRTEEN OF A WIDE FEED'S, AS THE
      *    FEED'S OWN TRAILER DOES.  A DELIVERY WHOSE FORMAT
      *    INDICATOR IS NOT RECOGNISED WAS NEVER PROCESSED AND IS
      *    REJECTED BEFORE ITS BALANCE MEANS ANYTHING.
      *----------------------------------------------------------------
       1900-BALANCE-FEED.
           IF DL-FEED-WIDE
              MOVE DL-HASH-ACCUM TO DL-HASH-ACCUM-LOW
           ELSE
              MOVE DL-HASH-ACCUM TO DL-HASH-NARROW-LOW
              MOVE DL-HASH-NARROW-LOW TO DL-HASH-ACCUM-LOW
           END-IF
           IF NOT DL-HEADER-SEEN
              DISPLAY 'FEED-ACK: NO HEADER RECORD ON TRANSACT - '
                      'SOURCE SYSTEM UNKNOWN, NO ACK WRITTEN'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DL-FORMAT-BAD
                 MOVE 'FORMAT INDICATOR NOT RECOGNISED'
                   TO DL-NEW-REASON
                 PERFORM 1950-SET-NAK THRU 1950-EXIT
              END-IF
              IF NOT DL-TRAILER-SEEN
                 MOVE 'NO TRAILER - DELIVERY TRUNCATED'
                   TO DL-NEW-REASON
                 PERFORM 1950-SET-NAK THRU 1950-EXIT
              ELSE
                 IF DL-TRL-EXP-COUNT NOT = DL-RECORDS-READ
                    MOVE 'RECORD COUNT OUT OF BALANCE'
                      TO DL-NEW-REASON
                    PERFORM 1950-SET-NAK THRU 1950-EXIT
                 END-IF
                 IF DL-TRL-HASH-TOTAL NOT = DL-HASH-ACCUM-LOW
                    MOVE 'DIVIDEND HASH OUT OF BALANCE'
                      TO DL-NEW-REASON
                    PERFORM 1950-SET-NAK THRU 1950-EXIT
                 END-IF
              END-IF
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1950-SET-NAK
      *    REJECT THE DELIVERY.  THE FIRST REASON FOUND IS THE ONE
      *    RETURNED -- THE CHECKS RUN IN ORDER OF WHAT THE SOURCE
      *    MUST FIX FIRST -- AND EVERY REASON IS LOGGED.
      *----------------------------------------------------------------
       1950-SET-NAK.
           DISPLAY 'FEED-ACK: DELIVERY REJECTED - ' DL-NEW-REASON
           IF NOT DL-NAK
              MOVE 'Y' TO DL-NAK-SW
              MOVE DL-NEW-REASON TO DL-NAK-REASON
           END-IF.
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CHECK-REGISTRY
      *    BROWSE EVERY FEEDREG ENTRY FOR THIS FEED DATE AND SOURCE
      *    -- ONE PER STREAM THE DELIVERY RAN IN (ONE, WITH A BLANK
      *    STREAM ID, ON A SINGLE-STREAM DAY).  THE REGISTRY IS
      *    ONLY READ, SO IT IS OPENED INPUT WITHOUT THE EXCLUSIVE
      *    LOCK THE UPDATERS TAKE.  A REGISTRY THAT DOES NOT EXIST
      *    YET HOLDS NO ENTRIES; ONE THAT CANNOT BE OPENED LEAVES
      *    THE OUTCOME UNKNOWN AND STOPS THE STEP.
      *----------------------------------------------------------------
       2000-CHECK-REGISTRY.
           OPEN INPUT FEED-REGISTRY
           IF DL-FREG-STATUS = '00'
              MOVE DL-FEED-DATE       TO DL-FRG-FEED-DATE
              MOVE DL-FEED-SOURCE-SYS TO DL-FRG-SOURCE-SYS
              MOVE LOW-VALUES         TO DL-FRG-STREAM-ID
              MOVE DL-FRG-KEY TO FD-FRG-KEY
              MOVE 'N' TO DL-EOF-SW
              START FEED-REGISTRY KEY >= FD-FRG-KEY
                 INVALID KEY
                    MOVE 'Y' TO DL-EOF-SW
              END-START
              PERFORM 2100-READ-REG-ENTRY THRU 2100-EXIT
                 UNTIL DL-EOF
              CLOSE FEED-REGISTRY
           ELSE
              IF DL-FREG-STATUS NOT = '35'
                 DISPLAY 'FEED-ACK: UNABLE TO OPEN FEEDREG, STATUS '
                         DL-FREG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              IF DL-REG-STREAM-COUNT = ZERO
                 MOVE 'DELIVERY NOT PROCESSED' TO DL-NEW-REASON
                 PERFORM 1950-SET-NAK THRU 1950-EXIT
              END-IF
              IF DL-REG-STARTED-COUNT > ZERO
                 MOVE 'DELIVERY NOT PROCESSED CLEAN'
                   TO DL-NEW-REASON
                 PERFORM 1950-SET-NAK THRU 1950-EXIT
              END-IF
              IF DL-REG-REVERSED-COUNT > ZERO
                 MOVE 'DELIVERY BACKED OUT - REDELIVER'
                   TO DL-NEW-REASON
                 PERFORM 1950-SET-NAK THRU 1950-EXIT
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-REG-ENTRY.
           READ FEED-REGISTRY NEXT RECORD INTO DL-FEED-REGISTRY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-FRG-FEED-DATE NOT = DL-FEED-DATE
                    OR DL-FRG-SOURCE-SYS NOT = DL-FEED-SOURCE-SYS
                    MOVE 'Y' TO DL-EOF-SW
                 ELSE
                    ADD 1 TO DL-REG-STREAM-COUNT
                    IF DL-FRG-ENDED-OK
                       ADD 1 TO DL-REG-ENDED-OK-COUNT
                    END-IF
                    IF DL-FRG-STARTED
                       ADD 1 TO DL-REG-STARTED-COUNT
                    END-IF
                    IF DL-FRG-REVERSED
                       ADD 1 TO DL-REG-REVERSED-COUNT
                    END-IF
                    IF DL-FRG-PROC-DATE > DL-REG-PROC-DATE
                       MOVE DL-FRG-PROC-DATE TO DL-REG-PROC-DATE
                    END-IF
                    DISPLAY 'FEED-ACK: STREAM <' DL-FRG-STREAM-ID
                            '> ' DL-FRG-STATUS ' RUN ' DL-FRG-RUN-ID
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-CHECK-SUMMARIES
      *    TOTAL THE STREAM SUMMARIES.  FOR AN ACCEPTED DELIVERY
      *    THEY MUST BE THERE, ONE PER REGISTERED STREAM, AND MUST
      *    ACCOUNT FOR EVERY DETAIL RECEIVED.  A REJECTED DELIVERY
      *    MAY NEVER HAVE PRODUCED ONE (A FEED-SPLIT OR GUARD
      *    REFUSAL), SO THERE THEY ARE NOT REQUIRED.
      *----------------------------------------------------------------
       3000-CHECK-SUMMARIES.
           OPEN INPUT STREAM-SUMMARIES
           IF DL-SUM-STATUS = '00'
              MOVE 'N' TO DL-EOF-SW
              PERFORM 3100-READ-SUMMARY THRU 3100-EXIT
                 UNTIL DL-EOF
              CLOSE STREAM-SUMMARIES
           ELSE
              IF NOT DL-NAK
                 DISPLAY 'FEED-ACK: UNABLE TO OPEN SUMRYALL, STATUS '
                         DL-SUM-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              AND NOT DL-NAK
              IF DL-SUM-STREAMS-READ NOT = DL-REG-STREAM-COUNT
                 DISPLAY 'FEED-ACK: SUMRYALL HOLDS '
                         DL-SUM-STREAMS-READ ' SUMMARIES, FEEDREG '
                         DL-REG-STREAM-COUNT ' STREAMS - NO ACK '
                         'WRITTEN'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF DL-SUM-TOT-RECORDS-READ NOT = DL-RECORDS-READ
                    DISPLAY 'FEED-ACK: SUMMARIES ACCOUNT FOR '
                            DL-SUM-TOT-RECORDS-READ ' DETAILS, '
                            'DELIVERY HOLDS ' DL-RECORDS-READ
                            ' - NO ACK WRITTEN'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-SUMMARY.
           READ STREAM-SUMMARIES INTO DL-SUMMARY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-SUM-STREAMS-READ
                 ADD DL-SUM-RECORDS-READ TO DL-SUM-TOT-RECORDS-READ
                 ADD DL-SUM-REJECT-COUNT TO DL-SUM-TOT-REJECT-COUNT
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3500-COUNT-REJECTS
      *    COUNT AND HASH THE REJECTED ITEMS BEFORE ANYTHING IS
      *    WRITTEN, SO THE ACK TRAILER CAN BE PROVED AGAINST THE
      *    SUMMARIES FIRST.  AS WITH THE SUMMARIES, A REJECTED
      *    DELIVERY WITH NO REJECTS FILE SIMPLY RETURNS NO DETAILS.
      *----------------------------------------------------------------
       3500-COUNT-REJECTS.
           OPEN INPUT REJECTS
           IF DL-REJ-STATUS = '00'
              MOVE 'Y' TO DL-REJECTS-PRESENT-SW
              MOVE 'N' TO DL-EOF-SW
              PERFORM 3600-COUNT-REJECT THRU 3600-EXIT
                 UNTIL DL-EOF
              CLOSE REJECTS
              IF DL-FEED-WIDE
                 MOVE DL-REJ-HASH-ACCUM TO DL-REJ-HASH-LOW
              ELSE
                 MOVE DL-REJ-HASH-ACCUM TO DL-HASH-NARROW-LOW
                 MOVE DL-HASH-NARROW-LOW TO DL-REJ-HASH-LOW
              END-IF
           ELSE
              IF NOT DL-NAK
                 DISPLAY 'FEED-ACK: UNABLE TO OPEN REJECTS, STATUS '
                         DL-REJ-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              AND NOT DL-NAK
              AND DL-REJ-ITEM-COUNT NOT = DL-SUM-TOT-REJECT-COUNT
              DISPLAY 'FEED-ACK: REJECTS HOLDS ' DL-REJ-ITEM-COUNT
                      ' ITEMS, SUMMARIES COUNT '
                      DL-SUM-TOT-REJECT-COUNT
              DISPLAY 'FEED-ACK: REJECTS IS NOT THIS DELIVERY''S OR '
                      'CARRIES A RESTART OVERLAP - NO ACK WRITTEN'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

       3600-COUNT-REJECT.
           READ REJECTS INTO DL-REJECT-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 PERFORM 3700-NORMALIZE-REJECT THRU 3700-EXIT
                 ADD 1 TO DL-REJ-ITEM-COUNT
                 IF DL-REJ-W-DIVIDEND NUMERIC
                    ADD DL-REJ-W-DIVIDEND TO DL-REJ-HASH-ACCUM
                 END-IF
           END-READ.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3700-NORMALIZE-REJECT
      *    A REJECT FROM BEFORE SOURCE REFERENCES WERE CARRIED IS
      *    SHORTER THAN DL-REJ-REF-LENGTH AND GOES BACK WITH NONE.
      *    ONE WRITTEN BEFORE THE WIDE FIELDS EXISTED HAS ITS NARROW
      *    AMOUNTS MOVED INTO THEM -- A NUMERIC DIVISOR BY VALUE, ANY
      *    OTHER AS ITS RAW BYTES -- SO THE REST OF THE STEP WORKS
      *    FROM THE WIDE FIELDS ONLY.
      *----------------------------------------------------------------
       3700-NORMALIZE-REJECT.
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
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-WRITE-ACK
      *    HEADER, ONE DETAIL PER REJECTED ITEM, TRAILER.  ON AN
      *    ACCEPTED DELIVERY ACCEPTED PLUS REJECTED IS THE COUNT
      *    RECEIVED; ON A REJECTED ONE NOTHING WAS ACCEPTED AND THE
      *    WHOLE DELIVERY COMES BACK.
      *
      *    REJECTS IS REOPENED FOR THE DETAIL BEFORE THE HEADER GOES
      *    OUT.  IF IT WILL NOT OPEN NOW (IT OPENED FOR THE COUNT IN
      *    3500) THE ITEMS CANNOT BE LISTED, AND AN ACK THAT ACCEPTS
      *    THE DELIVERY WITHOUT NAMING ITS REJECTS WOULD LOSE THEM
      *    UPSTREAM -- SO THE DELIVERY IS NAKED INSTEAD, WITH NO DT
      *    RECORDS AND A ZERO REJECT COUNT AND HASH ON THE TRAILER
      *    SO THE FILE STILL BALANCES, AND THE STEP ENDS RC 8.
      *----------------------------------------------------------------
       4000-WRITE-ACK.
           OPEN OUTPUT ACK-FILE
           IF DL-ACK-STATUS NOT = '00'
              DISPLAY 'FEED-ACK: UNABLE TO OPEN ACKFILE, STATUS '
                      DL-ACK-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DL-REJECTS-PRESENT
                 OPEN INPUT REJECTS
                 IF DL-REJ-STATUS NOT = '00'
                    DISPLAY 'FEED-ACK: UNABLE TO REOPEN REJECTS, '
                            'STATUS ' DL-REJ-STATUS
                            ' - NAK WRITTEN WITHOUT DETAIL'
                    MOVE 'Y' TO DL-DETAIL-LOST-SW
                    MOVE 'REJECT DETAIL UNAVAILABLE - SEND AGAIN'
                      TO DL-NEW-REASON
                    PERFORM 1950-SET-NAK THRU 1950-EXIT
                    IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
              MOVE SPACES TO DL-ACK-RECORD
              MOVE 'HD' TO DL-ACK-REC-TYPE
              MOVE DL-FEED-DATE       TO DL-ACK-HDR-FEED-DATE
              MOVE DL-FEED-SOURCE-SYS TO DL-ACK-HDR-SOURCE-SYS
              IF DL-NAK
                 MOVE 'REJECTED' TO DL-ACK-HDR-STATUS
                 MOVE DL-NAK-REASON TO DL-ACK-HDR-REASON
              ELSE
                 MOVE 'ACCEPTED' TO DL-ACK-HDR-STATUS
              END-IF
              MOVE DL-REG-PROC-DATE    TO DL-ACK-HDR-PROC-DATE
              MOVE DL-REG-STREAM-COUNT TO DL-ACK-HDR-STREAM-COUNT
              MOVE DL-FEED-FORMAT      TO DL-ACK-HDR-FORMAT
              PERFORM 4900-PUT-ACK-RECORD THRU 4900-EXIT
              IF DL-REJECTS-PRESENT
                 AND NOT DL-DETAIL-LOST
                 IF NOT DL-ABORT
                    MOVE 'N' TO DL-EOF-SW
                    PERFORM 4100-WRITE-ACK-DETAIL THRU 4100-EXIT
                       UNTIL DL-EOF OR DL-ABORT
                 END-IF
                 CLOSE REJECTS
              END-IF
              IF NOT DL-ABORT
                 IF DL-NAK
                    MOVE ZERO TO DL-ACCEPTED-COUNT
                 ELSE
                    COMPUTE DL-ACCEPTED-COUNT =
                            DL-RECORDS-READ - DL-REJ-ITEM-COUNT
                 END-IF
                 IF DL-FEED-WIDE
                    PERFORM 4300-BUILD-WIDE-TRAILER THRU 4300-EXIT
                 ELSE
                    PERFORM 4200-BUILD-TRAILER THRU 4200-EXIT
                 END-IF
                 PERFORM 4900-PUT-ACK-RECORD THRU 4900-EXIT
              END-IF
              CLOSE ACK-FILE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4100-WRITE-ACK-DETAIL
      *    THE ITEM GOES BACK IN THE LAYOUT OF THE FEED IT CAME ON.
      *    FOR A NARROW FEED A NUMERIC DIVISOR IS NARROWED BACK TO
      *    ITS EIGHT-BYTE FORM (IT CAME ON THE FEED THAT WAY, SO IT
      *    FITS); A NON-NUMERIC ONE WAS KEPT AS ITS RAW BYTES, WHOSE
      *    FIRST EIGHT ARE EXACTLY WHAT WAS DELIVERED.
      *----------------------------------------------------------------
       4100-WRITE-ACK-DETAIL.
           READ REJECTS INTO DL-REJECT-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 PERFORM 3700-NORMALIZE-REJECT THRU 3700-EXIT
                 MOVE SPACES TO DL-ACK-RECORD
                 MOVE 'DT' TO DL-ACK-REC-TYPE
                 IF DL-FEED-WIDE
                    MOVE DL-REJ-W-DIVIDEND   TO DL-ACK-WDT-DIVIDEND
                    MOVE DL-REJ-W-DIVISOR-RAW
                      TO DL-ACK-WDT-DIVISOR-RAW
                    MOVE DL-REJ-REASON-CODE  TO DL-ACK-WDT-REASON-CODE
                    MOVE DL-REJ-REASON-TEXT  TO DL-ACK-WDT-REASON-TEXT
                    MOVE DL-REJ-REF-NUMBER   TO DL-ACK-WDT-REF-NUMBER
                    MOVE DL-REJ-REF-LINE     TO DL-ACK-WDT-REF-LINE
                 ELSE
                    MOVE DL-REJ-W-DIVIDEND   TO DL-ACK-DTL-DIVIDEND
                    IF DL-REJ-W-DIVISOR NUMERIC
                       MOVE DL-REJ-W-DIVISOR TO DL-NARROW-DIVISOR
                       MOVE DL-NARROW-DIVISOR-RAW
                         TO DL-ACK-DTL-DIVISOR-RAW
                    ELSE
                       MOVE DL-REJ-W-DIVISOR-RAW
                         TO DL-ACK-DTL-DIVISOR-RAW
                    END-IF
                    MOVE DL-REJ-REASON-CODE  TO DL-ACK-DTL-REASON-CODE
                    MOVE DL-REJ-REASON-TEXT  TO DL-ACK-DTL-REASON-TEXT
                    MOVE DL-REJ-REF-NUMBER   TO DL-ACK-DTL-REF-NUMBER
                    MOVE DL-REJ-REF-LINE     TO DL-ACK-DTL-REF-LINE
                 END-IF
                 PERFORM 4900-PUT-ACK-RECORD THRU 4900-EXIT
           END-READ.
       4100-EXIT.
           EXIT.

       4200-BUILD-TRAILER.
           MOVE SPACES TO DL-ACK-RECORD
           MOVE 'TR' TO DL-ACK-REC-TYPE
           MOVE DL-TRL-EXP-COUNT   TO DL-ACK-TRL-FEED-COUNT
           MOVE DL-TRL-HASH-TOTAL  TO DL-ACK-TRL-FEED-HASH
           MOVE DL-RECORDS-READ    TO DL-ACK-TRL-RCVD-COUNT
           MOVE DL-HASH-ACCUM-LOW  TO DL-ACK-TRL-RCVD-HASH
           MOVE DL-ACCEPTED-COUNT  TO DL-ACK-TRL-ACCPT-COUNT
           MOVE DL-REJ-ITEM-COUNT  TO DL-ACK-TRL-REJ-COUNT
           MOVE DL-REJ-HASH-LOW    TO DL-ACK-TRL-REJ-HASH
           IF DL-DETAIL-LOST
              MOVE ZERO TO DL-ACK-TRL-REJ-COUNT
              MOVE ZERO TO DL-ACK-TRL-REJ-HASH
           END-IF
           COMPUTE DL-ACK-TRL-RECORD-COUNT =
                   DL-ACK-RECORDS-WRITTEN + 1.
       4200-EXIT.
           EXIT.

       4300-BUILD-WIDE-TRAILER.
           MOVE SPACES TO DL-ACK-RECORD
           MOVE 'TR' TO DL-ACK-REC-TYPE
           MOVE DL-TRL-EXP-COUNT   TO DL-ACK-WTR-FEED-COUNT
           MOVE DL-TRL-HASH-TOTAL  TO DL-ACK-WTR-FEED-HASH
           MOVE DL-RECORDS-READ    TO DL-ACK-WTR-RCVD-COUNT
           MOVE DL-HASH-ACCUM-LOW  TO DL-ACK-WTR-RCVD-HASH
           MOVE DL-ACCEPTED-COUNT  TO DL-ACK-WTR-ACCPT-COUNT
           MOVE DL-REJ-ITEM-COUNT  TO DL-ACK-WTR-REJ-COUNT
           MOVE DL-REJ-HASH-LOW    TO DL-ACK-WTR-REJ-HASH
           IF DL-DETAIL-LOST
              MOVE ZERO TO DL-ACK-WTR-REJ-COUNT
              MOVE ZERO TO DL-ACK-WTR-REJ-HASH
           END-IF
           COMPUTE DL-ACK-WTR-RECORD-COUNT =
                   DL-ACK-RECORDS-WRITTEN + 1.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4900-PUT-ACK-RECORD
      *    A WRITE THAT FAILS PART-WAY LEAVES AN ACK THAT WILL NOT
      *    BALANCE AT THE SOURCE; THE STEP FAILS SO IT IS RERUN
      *    BEFORE THE FILE IS PICKED UP.
      *----------------------------------------------------------------
       4900-PUT-ACK-RECORD.
           MOVE DL-ACK-RECORD TO FD-ACK-RECORD
           WRITE FD-ACK-RECORD
           IF DL-ACK-STATUS = '00'
              ADD 1 TO DL-ACK-RECORDS-WRITTEN
           ELSE
              DISPLAY 'FEED-ACK: ACKFILE WRITE FAILED, STATUS '
                      DL-ACK-STATUS ' - ACK INCOMPLETE, RERUN STEP'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-PRINT-TOTALS
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           DISPLAY 'FEED-ACK SUMMARY'
           DISPLAY '  FEED DATE ............. ' DL-FEED-DATE
                   ' SOURCE ' DL-FEED-SOURCE-SYS
           IF DL-NAK
              DISPLAY '  DELIVERY .............. REJECTED - '
                      DL-NAK-REASON
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY '  DELIVERY .............. ACCEPTED'
           END-IF
           IF DL-FEED-WIDE
              DISPLAY '  FEED FORMAT ........... WIDE'
           END-IF
           DISPLAY '  STREAMS REGISTERED .... ' DL-REG-STREAM-COUNT
           DISPLAY '  TRAILER COUNT ......... ' DL-TRL-EXP-COUNT
                   ' HASH ' DL-TRL-HASH-TOTAL
           DISPLAY '  DETAILS RECEIVED ...... ' DL-RECORDS-READ
                   ' HASH ' DL-HASH-ACCUM-LOW
           DISPLAY '  ITEMS ACCEPTED ........ ' DL-ACCEPTED-COUNT
           DISPLAY '  ITEMS REJECTED ........ ' DL-REJ-ITEM-COUNT
                   ' HASH ' DL-REJ-HASH-LOW
           DISPLAY '  ACK RECORDS WRITTEN ... ' DL-ACK-RECORDS-WRITTEN.
       8000-EXIT.
           EXIT.
