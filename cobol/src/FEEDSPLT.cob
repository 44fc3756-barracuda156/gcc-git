      *    PARTITIONS.  EACH PARTITION GETS A REGENERATED HD RECORD
      *    CARRYING THE ORIGINAL FEED DATE AND SOURCE SYSTEM, A TR
      *    RECORD WITH ITS OWN CORRECT COUNT AND HASH (SIGNED
      *    ACCUMULATION, LOW-ORDER EIGHT DIGITS KEPT -- THIRTEEN FOR
      *    A WIDE FEED -- AS THE EXTRACT SIDE BUILDS THEM), AND ITS
      *    STRMCDNN STREAM CARD
      *    FOR THE JOB TO POINT AT THE STREAM'S STRMCARD DD.
      *    N COMES FROM THE SPLCARDS PARAMETER CARD.  EVERY
      *    PARTITION IS CUT IN THE FORMAT (NARROW OR WIDE) OF THE
      *    FEED IT CAME FROM.
      *
      *    THE DEAL IS ONE PASS OVER THE FEED PER PARTITION --
      *    SEQUENTIAL RE-READS, NO N-WAY OPEN -- SO AN ABEND WHILE
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   TRANSACT AND THE PARTITIONS ARE NOW
      *                     VARIABLE LENGTH.  DETAILS ARE DEALT WITH
      *                     THEIR SOURCE REFERENCE; A DETAIL FROM AN
      *                     OLD 16-BYTE FEED IS DEALT IN THE CURRENT
      *                     FORMAT WITH NO REFERENCE, AND THE
      *                     REGENERATED CONTROLS ARE FULL LENGTH
      *    2026-10-15 MOP   WIDE-AMOUNT FEED FORMAT: A FEED WHOSE
      *                     HEADER CARRIES FORMAT 'W' IS VERIFIED ON
      *                     THE THIRTEEN-DIGIT HASH AND SPLIT INTO
      *                     WIDE PARTITIONS (44-BYTE DETAILS, WIDE
      *                     TRAILER, HEADER FORMAT 'W'); A NARROW FEED
      *                     SPLITS AS BEFORE.  AN UNKNOWN FORMAT
      *                     INDICATOR IS NOT SPLIT (RC 16)
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      FEED-SPLIT.
              FILE STATUS IS DL-CARD-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  TRANSACTIONS
           RECORD IS VARYING IN SIZE FROM 16 TO 44 CHARACTERS
              DEPENDING ON DL-TRAN-LENGTH.
       01  FD-TRAN-RECORD               PIC X(44).
       FD  PARTITION-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 44 CHARACTERS
              DEPENDING ON DL-PART-LENGTH.
       01  FD-PARTITION-RECORD          PIC X(44).
       FD  STREAM-CARD-FILE.
       01  FD-STREAM-CARD-RECORD        PIC X(16).
       FD  SPLIT-CARDS.
       01  DL-PART-STATUS               PIC X(02).
       01  DL-STMC-STATUS               PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-TRAN-LENGTH               PIC 9(04).
       01  DL-PART-LENGTH               PIC 9(04).
       01  DL-PART-FILE-NAME            PIC X(08).
       01  DL-STMC-FILE-NAME            PIC X(08).
       01  DL-EOF-SW                    PIC X(01).
           88  DL-TRAILER-SEEN          VALUE 'Y'.
       01  DL-FEED-DATE                 PIC 9(08) VALUE ZERO.
       01  DL-FEED-SOURCE-SYS           PIC X(06) VALUE SPACES.
       01  DL-FEED-FORMAT               PIC X(01) VALUE SPACE.
           88  DL-FEED-WIDE             VALUE 'W'.
       01  DL-FORMAT-BAD-SW             PIC X(01) VALUE 'N'.
           88  DL-FORMAT-BAD            VALUE 'Y'.
       01  DL-TRL-EXP-COUNT             PIC 9(06) VALUE ZERO.
       01  DL-TRL-HASH-TOTAL            PIC 9(9)V9(4) VALUE ZERO.
       01  DL-HASH-ACCUM                PIC S9(14)V9(4) VALUE ZERO.
       01  DL-HASH-ACCUM-LOW            PIC 9(4)V9(4).
       01  DL-HASH-ACCUM-W-LOW          PIC 9(9)V9(4).
       01  DL-RECORDS-READ              PIC 9(08) VALUE ZERO.
       01  DL-STREAM-NO                 PIC 9(02).
       01  DL-STREAM-ID                 PIC X(02).
       01  DL-DEAL-NEXT                 PIC 9(02).
       01  DL-PART-COUNT                PIC 9(06).
       01  DL-PART-HASH-ACCUM           PIC S9(14)V9(4).
       01  DL-PART-TOTAL-WRITTEN        PIC 9(08) VALUE ZERO.
       PROCEDURE        DIVISION.

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
                       PERFORM 2200-CAPTURE-TRAILER THRU 2200-EXIT
                    ELSE
                       ADD 1 TO DL-RECORDS-READ
                       PERFORM 2300-HASH-DETAIL THRU 2300-EXIT
                    END-IF
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CAPTURE-TRAILER.
           IF DL-FEED-WIDE
              MOVE DL-TRAN-RECORD TO DL-TRAN-WIDE-RECORD
              MOVE DL-TRAN-W-TRL-EXP-COUNT  TO DL-TRL-EXP-COUNT
              MOVE DL-TRAN-W-TRL-HASH-TOTAL TO DL-TRL-HASH-TOTAL
           ELSE
              MOVE DL-TRAN-TRL-EXP-COUNT    TO DL-TRL-EXP-COUNT
              MOVE DL-TRAN-TRL-HASH-TOTAL   TO DL-TRL-HASH-TOTAL
           END-IF
           MOVE 'Y' TO DL-TRAILER-SEEN-SW.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-HASH-DETAIL
      *    EACH FORMAT HASHES ITS OWN DIVIDEND FIELD; 3200-DEAL-RECORD
      *    APPLIES THE SAME RULE TO EACH PARTITION'S HASH.
      *----------------------------------------------------------------
       2300-HASH-DETAIL.
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
       2300-EXIT.
           EXIT.

       2900-BALANCE-FEED.
           IF NOT DL-HEADER-SEEN
              DISPLAY 'FEED-SPLIT: NO HEADER RECORD ON TRANSACT'
              MOVE 'Y' TO DL-ABORT-SW
           END-IF
           IF DL-FORMAT-BAD
              DISPLAY 'FEED-SPLIT: HEADER FORMAT INDICATOR <'
                      DL-FEED-FORMAT '> IS NOT RECOGNISED'
              MOVE 'Y' TO DL-ABORT-SW
           END-IF
           IF NOT DL-TRAILER-SEEN
              DISPLAY 'FEED-SPLIT: NO TRAILER RECORD ON TRANSACT - '
                      'FILE MAY BE TRUNCATED'
                         ' ACTUAL ' DL-RECORDS-READ
                 MOVE 'Y' TO DL-ABORT-SW
              END-IF
              IF DL-FEED-WIDE
                 MOVE DL-HASH-ACCUM TO DL-HASH-ACCUM-W-LOW
              ELSE
                 MOVE DL-HASH-ACCUM TO DL-HASH-ACCUM-LOW
                 MOVE DL-HASH-ACCUM-LOW TO DL-HASH-ACCUM-W-LOW
              END-IF
              IF DL-TRL-HASH-TOTAL NOT = DL-HASH-ACCUM-W-LOW
                 DISPLAY 'FEED-SPLIT: DIVIDEND HASH OUT OF BALANCE - '
                         'TRAILER ' DL-TRL-HASH-TOTAL
                         ' ACTUAL ' DL-HASH-ACCUM-W-LOW
                 MOVE 'Y' TO DL-ABORT-SW
              END-IF
           END-IF
              DISPLAY 'FEED-SPLIT: FEED BALANCED - DATE '
                      DL-FEED-DATE ' SOURCE ' DL-FEED-SOURCE-SYS
                      ' DETAILS ' DL-RECORDS-READ
              IF DL-FEED-WIDE
                 DISPLAY 'FEED-SPLIT: WIDE-FORMAT FEED - PARTITIONS '
                         'CUT WIDE'
              END-IF
           END-IF.
       2900-EXIT.
           EXIT.
      *    THE ORIGINAL HEADER AND TRAILER ARE CONSUMED, NOT COPIED
      *    -- EACH PARTITION GETS ITS OWN REGENERATED CONTROLS.  A
      *    DETAIL RECORD ADVANCES THE ROUND-ROBIN POSITION WHETHER
      *    OR NOT IT BELONGS TO THIS PASS'S STREAM.  A DETAIL
      *    SHORTER THAN DL-TRAN-REF-LENGTH CARRIES NO SOURCE
      *    REFERENCE; IT IS DEALT IN THE CURRENT FORMAT WITH THE
      *    REFERENCE BLANKED.  A WIDE-FORMAT DETAIL IS DEALT AS IT
      *    CAME, AT THE WIDE LENGTH.
      *----------------------------------------------------------------
       3200-DEAL-RECORD.
           READ TRANSACTIONS INTO DL-TRAN-RECORD
                 IF NOT DL-TRAN-HEADER
                    AND NOT DL-TRAN-TRAILER
                    IF DL-DEAL-NEXT = DL-STREAM-NO
                       PERFORM 3250-WRITE-DETAIL THRU 3250-EXIT
                    END-IF
                    ADD 1 TO DL-DEAL-NEXT
                    IF DL-DEAL-NEXT > DL-SPL-STREAM-COUNT
       3200-EXIT.
           EXIT.

       3250-WRITE-DETAIL.
           IF DL-FEED-WIDE
              MOVE DL-TRAN-RECORD TO DL-TRAN-WIDE-RECORD
              MOVE DL-TRAN-WIDE-LENGTH TO DL-PART-LENGTH
              IF DL-TRAN-W-DIVIDEND NUMERIC
                 ADD DL-TRAN-W-DIVIDEND TO DL-PART-HASH-ACCUM
              END-IF
           ELSE
              IF DL-TRAN-LENGTH < DL-TRAN-REF-LENGTH
                 MOVE SPACES TO DL-TRAN-REF-NUMBER
                 MOVE ZERO   TO DL-TRAN-REF-LINE
              END-IF
              MOVE DL-TRAN-REF-LENGTH TO DL-PART-LENGTH
              IF DL-TRAN-DIVIDEND NUMERIC
                 ADD DL-TRAN-DIVIDEND TO DL-PART-HASH-ACCUM
              END-IF
           END-IF
           MOVE DL-TRAN-RECORD TO FD-PARTITION-RECORD
           WRITE FD-PARTITION-RECORD
           ADD 1 TO DL-PART-COUNT.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-WRITE-HEADER
      *----------------------------------------------------------------
           MOVE 'HD' TO DL-TRAN-CTL-TYPE
           MOVE DL-FEED-DATE TO DL-TRAN-HDR-FEED-DATE
           MOVE DL-FEED-SOURCE-SYS TO DL-TRAN-HDR-SOURCE-SYS
           MOVE DL-FEED-FORMAT TO DL-TRAN-HDR-FORMAT
           IF DL-FEED-WIDE
              MOVE DL-TRAN-WIDE-LENGTH TO DL-PART-LENGTH
           ELSE
              MOVE DL-TRAN-REF-LENGTH TO DL-PART-LENGTH
           END-IF
           MOVE DL-TRAN-HEADER-REC TO FD-PARTITION-RECORD
           WRITE FD-PARTITION-RECORD.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    3400-WRITE-TRAILER
      *    THE PARTITION'S OWN COUNT AND THE LOW-ORDER EIGHT DIGITS
      *    (THIRTEEN IN THE WIDE TRAILER) OF ITS SIGNED DIVIDEND
      *    HASH, EXACTLY AS THE UPSTREAM EXTRACT BUILDS THEM, SO THE
      *    STREAM BALANCES ITS PIECE LIKE ANY OTHER FEED.
      *----------------------------------------------------------------
       3400-WRITE-TRAILER.
           IF DL-FEED-WIDE
              MOVE SPACES TO DL-TRAN-WIDE-TRAILER
              MOVE DL-PART-COUNT TO DL-TRAN-W-TRL-EXP-COUNT
              MOVE DL-PART-HASH-ACCUM TO DL-TRAN-W-TRL-HASH-TOTAL
              MOVE DL-TRAN-WIDE-TRAILER TO DL-TRAN-RECORD
              MOVE 'TR' TO DL-TRAN-CTL-TYPE
              MOVE DL-TRAN-WIDE-LENGTH TO DL-PART-LENGTH
           ELSE
              MOVE SPACES TO DL-TRAN-TRAILER-REC
              MOVE 'TR' TO DL-TRAN-CTL-TYPE
              MOVE DL-PART-COUNT TO DL-TRAN-TRL-EXP-COUNT
              MOVE DL-PART-HASH-ACCUM TO DL-TRAN-TRL-HASH-TOTAL
              MOVE DL-TRAN-REF-LENGTH TO DL-PART-LENGTH
           END-IF
           MOVE DL-TRAN-TRAILER-REC TO FD-PARTITION-RECORD
           WRITE FD-PARTITION-RECORD.
       3400-EXIT.
           EXIT.
