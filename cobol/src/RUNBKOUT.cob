      ******************************************************************
      *    PROGRAM-ID:     RUN-BACKOUT
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    BACKS OUT A RUN THAT PROCESSED A BAD DELIVERY.  THE ONLY
      *    WAY TO UNDO A RUN USED TO BE HAND-EDITING POSTINGS, THE
      *    EXCEPTIONS LEDGER, AND THE AUDIT TRAIL, WHICH DESTROYED
      *    THE VERY EVIDENCE THE AUDITORS ASK FOR.  THIS PROGRAM
      *    NEVER DELETES OR CHANGES WHAT THE RUN WROTE; IT WRITES
      *    OFFSETTING REVERSAL RECORDS UNDER ITS OWN REGISTRY RUN
      *    NUMBER (JOB RUNBKOUT) SO BOTH SIDES STAY ON FILE:
      *
      *      POSTREV  A NEGATED COPY OF EVERY POSTING THE RUN WROTE
      *               (DIVIDEND AND REMAINDER NEGATED, DIVISOR KEPT
      *               SO THE REVERSAL CLOSES AGAINST THE SAME
      *               ALLOCATION BASE).  THE JOB CONCATENATES IT
      *               ONTO THE NEXT POSTINGS FILE POST-GATE PROVES,
      *               LIKE A POSTNGNN PARTITION; THE BACKOUT'S OWN
      *               ENDED-OK ENTRY CARRIES THE REVERSAL COUNT, SO
      *               THE GATE BALANCES IT AS THE RUNBKOUT CHAIN.
      *      EXCLEDGR ONE NEW LEDGER ENTRY PER ENTRY OF THE RUN,
      *               SAME ORDER, DIVIDEND NEGATED, DIVISOR AND
      *               EXCEPTION STATUS KEPT, KEYED BY THE BACKOUT'S
      *               RUN NUMBER AND STAMPED WITH TODAY'S DATE.
      *      AUDITTRL ONE NEW AUDIT RECORD PER RECORD OF THE RUN,
      *               DIVIDEND AND RESULT NEGATED, BRANCH KEPT, SO
      *               EXC-RECON PAIRS THE REVERSED EXCEPTIONS WITH
      *               THE REVERSED LEDGER ENTRIES EXACTLY AS IT
      *               PAIRS AN ORDINARY RUN.
      *
      *    EVERY REVERSAL KEEPS THE SOURCE REFERENCE AND LINE OF THE
      *    RECORD IT REVERSES, SO A REFERENCE SEARCH FINDS BOTH THE
      *    ORIGINAL AND ITS REVERSAL.  A RECORD WRITTEN BEFORE
      *    REFERENCES WERE CARRIED IS REVERSED WITH NONE.
      *
      *    THE BACKED-OUT RUN IS THEN MARKED REVERSED ON THE RUN
      *    REGISTRY (RUN-REGISTRY FUNCTION 'REVERSE ', CARRYING THE
      *    COUNTS REVERSED: AUDIT RECORDS AS RECORDS-READ, LEDGER
      *    ENTRIES AS EXCEPTION-COUNT, POSTINGS AS POSTING-COUNT),
      *    AND EVERY FEED REGISTRY ENTRY STILL STAMPED WITH ITS RUN
      *    NUMBER IS MARKED REVERSED, SO PROG-BATCH ACCEPTS THE
      *    CORRECTED DELIVERY WITHOUT THE OPERATIONS OVERRIDE CARD.
      *    THE BKORPRT BACKOUT REGISTER LISTS EVERY RUN BACKED OUT
      *    WITH ITS COUNTS AND CARRIES THE SIGN-OFF BLOCK FOR THE
      *    AUDITORS.
      *
      *    THE BKOCARDS REQUEST CARD NAMES THE RUN NUMBER AND THE
      *    SCOPE.  SCOPE R BACKS OUT THE ONE RUN AND IS REFUSED WHEN
      *    THE RUN IS PART OF A RESTART CHAIN -- A RESTART'S
      *    CUMULATIVE COUNTS INCLUDE THE ABENDED RUNS BEFORE IT, SO
      *    HALF A CHAIN CANNOT BE BACKED OUT CLEANLY.  SCOPE C BACKS
      *    OUT THE WHOLE CHAIN: THE RUNS OF THE SAME JOB NAME BACK
      *    TO (NOT INCLUDING) THE PREVIOUS CLEAN END, AND FORWARD TO
      *    AND INCLUDING THE NEXT CLEAN END -- THE SAME CHAIN
      *    POST-GATE BALANCES.
      *
      *    EVERY CHECK IS MADE, AND EVERY FILE OPENED, BEFORE THE
      *    BACKOUT CLAIMS A RUN NUMBER OR WRITES ANYTHING, SO A
      *    REFUSED REQUEST LEAVES NO TRACE.  THE REVERSALS ARE BUILT
      *    ON THE POSTREV AND AUDTREV WORK FILES FIRST; THE LIVE
      *    LEDGER, AUDIT TRAIL, FEED REGISTRY, AND RUN REGISTRY ARE
      *    TOUCHED ONLY AFTER BOTH ARE COMPLETE.  THE POSTINGS DD
      *    MUST NAME THE POSTINGS FILE THE RUN WROTE TO -- A RUN
      *    WHOSE RECORDS ARE FOUND NOWHERE (ARCHIVED, OR THE WRONG
      *    FILE SUPPLIED) IS STILL MARKED, BUT WARNS.
      *
      *    RETURN CODES:  0 = RUN (OR CHAIN) BACKED OUT
      *                   4 = BACKED OUT WITH A WARNING -- NO RECORDS
      *                       FOUND FOR A RUN, OR A CHAIN WITH NO
      *                       CLEAN END (ITS STREAM'S CHECKPOINT
      *                       MUST BE CLEARED BEFORE THE RERUN)
      *                   8 = REQUEST REFUSED -- RUN NOT ON THE
      *                       REGISTRY, ALREADY REVERSED, A BACKOUT
      *                       RUN ITSELF, OR PART OF A CHAIN UNDER
      *                       SCOPE R; NOTHING WRITTEN
      *                  16 = CARD OR FILE ERROR, OR A TABLE
      *                       OVERFLOW
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   POSTINGS, LEDGER AND AUDIT RECORDS CARRY
      *                     THE SOURCE REFERENCE (POSTINGS 40 -> 58,
      *                     LEDGER 80 -> 98, AUDIT 92 -> 110); ALL
      *                     READ AS VARIABLE LENGTH AND THE
      *                     REVERSALS CARRY THE REFERENCE ACROSS
      *    2026-10-15 MOP   WIDE AMOUNTS: POSTINGS, LEDGER AND AUDIT
      *                     READ TO THEIR WIDE LENGTHS (97/124/149),
      *                     A NARROW RECORD'S AMOUNTS MOVED INTO THE
      *                     WIDE FIELDS; EVERY REVERSAL IS WRITTEN
      *                     WIDE, NEGATED IN THE WIDE FIELDS, WITH
      *                     THE NARROW AMOUNTS ZERO
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      RUN-BACKOUT.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-CARDS ASSIGN TO "BKOCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-REG-STATUS.
           SELECT POSTINGS ASSIGN TO "POSTINGS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-PST-STATUS.
           SELECT POSTING-REVERSALS ASSIGN TO "POSTREV"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-PREV-STATUS.
           SELECT EXCEPTIONS-LEDGER ASSIGN TO "EXCLEDGR"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-LDG-KEY
              ALTERNATE RECORD KEY FD-LDG-TS-DATE WITH DUPLICATES
              FILE STATUS IS DL-LEDGER-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-AUDIT-STATUS.
           SELECT AUDIT-REVERSALS ASSIGN TO "AUDTREV"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-AREV-STATUS.
           SELECT FEED-REGISTRY ASSIGN TO "FEEDREG"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-FRG-KEY
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS DL-FREG-STATUS.
           SELECT BACKOUT-REGISTER ASSIGN TO "BKORPRT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-RPRT-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  BACKOUT-CARDS.
       01  FD-CARD-RECORD               PIC X(80).
       FD  RUN-REGISTRY-FILE.
       01  FD-REGISTRY-RECORD           PIC X(88).
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD            PIC X(97).
       FD  POSTING-REVERSALS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PREV-LENGTH.
       01  FD-PREV-RECORD               PIC X(97).
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
       FD  AUDIT-REVERSALS
           RECORD IS VARYING IN SIZE FROM 92 TO 149 CHARACTERS
              DEPENDING ON DL-AREV-LENGTH.
       01  FD-AREV-RECORD               PIC X(149).
       FD  FEED-REGISTRY.
       01  FD-FEED-REGISTRY-RECORD.
           05  FD-FRG-KEY               PIC X(16).
           05  FILLER                   PIC X(25).
       FD  BACKOUT-REGISTER.
       01  FD-REPORT-LINE               PIC X(132).
       WORKING-STORAGE  SECTION.
           COPY BKOCARD.
           COPY REGREC.
           COPY POSTREC.
           COPY LEDGREC.
           COPY AUDITREC.
           COPY FEEDREG.
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-REG-STATUS                PIC X(02).
       01  DL-PST-STATUS                PIC X(02).
       01  DL-PREV-STATUS               PIC X(02).
       01  DL-LEDGER-STATUS             PIC X(02).
       01  DL-AUDIT-STATUS              PIC X(02).
       01  DL-AREV-STATUS               PIC X(02).
       01  DL-FREG-STATUS               PIC X(02).
       01  DL-RPRT-STATUS               PIC X(02).
       01  DL-PST-LENGTH                PIC 9(04).
       01  DL-PREV-LENGTH               PIC 9(04).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-AUDIT-LENGTH              PIC 9(04).
       01  DL-AREV-LENGTH               PIC 9(04).
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-REFUSED-SW                PIC X(01) VALUE 'N'.
           88  DL-REFUSED               VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-LDG-DONE-SW               PIC X(01).
           88  DL-LDG-DONE              VALUE 'Y'.
       01  DL-WALK-DONE-SW              PIC X(01).
           88  DL-WALK-DONE             VALUE 'Y'.
       01  DL-PST-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-PST-OPEN              VALUE 'Y'.
       01  DL-PREV-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DL-PREV-OPEN             VALUE 'Y'.
       01  DL-LEDGER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  DL-LEDGER-OPEN           VALUE 'Y'.
       01  DL-AREV-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DL-AREV-OPEN             VALUE 'Y'.
       01  DL-RPRT-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DL-RPRT-OPEN             VALUE 'Y'.
       01  DL-FREG-OPENED-SW            PIC X(01).
           88  DL-FREG-OPENED           VALUE 'Y'.
       01  DL-FREG-RETRY-COUNT          PIC 9(04).
       01  DL-FREG-RETRY-LIMIT          PIC 9(04) VALUE 0500.
       01  DL-PROC-DATE                 PIC 9(08).
       01  DL-RUN-ID                    PIC X(08) VALUE SPACES.
       01  DL-BACKOUT-JOB-NAME          PIC X(08) VALUE 'RUNBKOUT'.
       01  DL-REG-FUNCTION              PIC X(08).
       01  DL-REG-JOB-NAME              PIC X(08).
       01  DL-REG-RUN-ID                PIC X(08).
       01  DL-REG-COUNTERS.
           05  DL-REG-RECORDS-READ      PIC 9(08).
           05  DL-REG-EXCEPTION-COUNT   PIC 9(08).
           05  DL-REG-CLEAN-COUNT       PIC 9(08).
           05  DL-REG-RANGE-ERROR-COUNT PIC 9(08).
           05  DL-REG-REJECT-COUNT      PIC 9(08).
           05  DL-REG-POSTING-COUNT     PIC 9(08).
      *    EVERY RUN ON THE REGISTRY, IN THE ORDER ITS FIRST ENTRY
      *    WAS APPENDED (RUN-NUMBER ORDER), SO A RESTART CHAIN IS A
      *    RUN OF NEIGHBOURING SLOTS OF ONE JOB NAME.
       01  DL-RUN-COUNT                 PIC 9(04) VALUE ZERO.
       01  DL-RUN-SUB                   PIC 9(04).
       01  DL-RUN-FOUND-SW              PIC X(01).
       01  DL-RUN-FOUND-IDX             PIC 9(04).
       01  DL-BASE-IDX                  PIC 9(04).
       01  DL-CHAIN-FIRST               PIC 9(04).
       01  DL-CHAIN-JOB-NAME            PIC X(08).
       01  DL-WORK-RUN-NUMBER           PIC 9(08).
       01  DL-RUN-TABLE.
           05  DL-RNT-ENTRY OCCURS 2000 TIMES.
               10  DL-RNT-RUN-NUMBER    PIC 9(08).
               10  DL-RNT-JOB-NAME      PIC X(08).
               10  DL-RNT-DATE          PIC 9(08).
               10  DL-RNT-ENDED-OK-SW   PIC X(01).
               10  DL-RNT-REVERSED-SW   PIC X(01).
      *    THE RUNS BEING BACKED OUT, IN RUN-NUMBER ORDER, WITH
      *    WHAT WAS REVERSED FOR EACH.
       01  DL-TGT-COUNT                 PIC 9(04) VALUE ZERO.
       01  DL-TGT-SUB                   PIC 9(04).
       01  DL-TGT-FOUND-IDX             PIC 9(04).
       01  DL-WORK-RUN-ID               PIC X(08).
       01  DL-TARGET-TABLE.
           05  DL-TGT-ENTRY OCCURS 20 TIMES.
               10  DL-TGT-RUN-ID        PIC X(08).
               10  DL-TGT-JOB-NAME      PIC X(08).
               10  DL-TGT-DATE          PIC 9(08).
               10  DL-TGT-ENDED-OK-SW   PIC X(01).
               10  DL-TGT-REVERSED-SW   PIC X(01).
               10  DL-TGT-POSTINGS      PIC 9(08).
               10  DL-TGT-DIVIDEND      PIC S9(12)V9(4).
               10  DL-TGT-LEDGER        PIC 9(08).
               10  DL-TGT-AUDIT         PIC 9(08).
               10  DL-TGT-FEEDS         PIC 9(08).
       01  DL-BROWSE-KEY.
           05  DL-BRW-RUN-ID            PIC X(08).
           05  DL-BRW-WRITE-SEQ         PIC 9(08).
       01  DL-LDG-WRITE-SEQ-OUT         PIC 9(08) VALUE ZERO.
       01  DL-REG-ENTRIES-READ          PIC 9(08) VALUE ZERO.
       01  DL-POSTINGS-READ             PIC 9(08) VALUE ZERO.
       01  DL-POSTINGS-REVERSED         PIC 9(08) VALUE ZERO.
       01  DL-DIVIDEND-REVERSED         PIC S9(12)V9(4) VALUE ZERO.
       01  DL-LEDGER-REVERSED           PIC 9(08) VALUE ZERO.
       01  DL-AUDIT-REVERSED            PIC 9(08) VALUE ZERO.
       01  DL-AUDIT-APPENDED            PIC 9(08) VALUE ZERO.
       01  DL-FEEDS-RESET               PIC 9(08) VALUE ZERO.
       01  DL-LINE-COUNT                PIC 9(02) VALUE 99.
       01  DL-LINES-PER-PAGE            PIC 9(02) VALUE 55.
       01  DL-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  DL-HEADING-1.
           05  FILLER                   PIC X(31) VALUE
               'RUN-BACKOUT   BACKOUT REGISTER '.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
               'BACKOUT RUN '.
           05  DL-HD1-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'DATE '.
           05  DL-HD1-DATE              PIC 9(08).
           05  FILLER                   PIC X(43) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DL-HD1-PAGE              PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  DL-HEADING-2.
           05  FILLER                   PIC X(42) VALUE
               '  RUN NO    JOB       RUN DATE  CLEAN END '.
           05  FILLER                   PIC X(12) VALUE
               '    POSTINGS'.
           05  FILLER                   PIC X(22) VALUE
               '     DIVIDEND REVERSED'.
           05  FILLER                   PIC X(12) VALUE
               '  LEDGER ENT'.
           05  FILLER                   PIC X(12) VALUE
               '   AUDIT REC'.
           05  FILLER                   PIC X(12) VALUE
               '  FEEDS RSET'.
           05  FILLER                   PIC X(20) VALUE SPACES.
       01  DL-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-JOB               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-DATE              PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-ENDED             PIC X(09).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-DTL-POSTINGS          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-DIVIDEND          PIC ---,---,---,--9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-LEDGER            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-AUDIT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-FEEDS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(42) VALUE
               'TOTAL REVERSED                            '.
           05  DL-TTL-POSTINGS          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TTL-DIVIDEND          PIC ---,---,---,--9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TTL-LEDGER            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TTL-AUDIT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TTL-FEEDS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE SPACES.
       01  DL-MESSAGE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MSG-LABEL             PIC X(22).
           05  DL-MSG-TEXT              PIC X(60).
           05  FILLER                   PIC X(48) VALUE SPACES.
       01  DL-SIGNOFF-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SGN-LABEL             PIC X(22).
           05  FILLER                   PIC X(30) VALUE
               '______________________________'.
           05  FILLER                   PIC X(08) VALUE '  DATE  '.
           05  FILLER                   PIC X(10) VALUE
               '__________'.
           05  FILLER                   PIC X(60) VALUE SPACES.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 1500-OPEN-FILES   THRU 1500-EXIT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 1600-START-BACKOUT-RUN THRU 1600-EXIT
              MOVE 'N' TO DL-EOF-SW
              PERFORM 2000-REVERSE-POSTING THRU 2000-EXIT
                 UNTIL DL-EOF OR DL-ABORT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 3000-STAGE-AUDIT  THRU 3000-EXIT
                 VARYING DL-TGT-SUB FROM 1 BY 1
                 UNTIL DL-TGT-SUB > DL-TGT-COUNT
                    OR DL-ABORT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 3900-CLOSE-WORK-FILES THRU 3900-EXIT
              PERFORM 4000-REVERSE-LEDGER THRU 4000-EXIT
                 VARYING DL-TGT-SUB FROM 1 BY 1
                 UNTIL DL-TGT-SUB > DL-TGT-COUNT
                    OR DL-ABORT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 4500-APPEND-AUDIT THRU 4500-EXIT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 5000-RESET-FEEDS  THRU 5000-EXIT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 5500-MARK-REVERSED THRU 5500-EXIT
                 VARYING DL-TGT-SUB FROM 1 BY 1
                 UNTIL DL-TGT-SUB > DL-TGT-COUNT
              PERFORM 5800-END-BACKOUT-RUN THRU 5800-EXIT
              PERFORM 7000-PRINT-REGISTER THRU 7000-EXIT
           END-IF
           PERFORM 8000-PRINT-TOTALS    THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    READ THE REQUEST CARD, LOAD THE RUN REGISTRY, AND WORK
      *    OUT WHICH RUNS THE REQUEST COVERS.  NOTHING IS OPENED
      *    FOR OUTPUT HERE, SO A REFUSAL LEAVES NO TRACE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DL-PROC-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-BACKOUT-CARD THRU 1100-EXIT
           IF NOT DL-ABORT
              PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 1300-SELECT-TARGETS THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-BACKOUT-CARD.
           OPEN INPUT BACKOUT-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN BKOCARDS, STATUS '
                      DL-CARD-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              READ BACKOUT-CARDS INTO DL-BACKOUT-CARD
                 AT END
                    DISPLAY 'RUN-BACKOUT: BKOCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
              END-READ
              CLOSE BACKOUT-CARDS
           END-IF
           IF NOT DL-ABORT
              IF DL-BKO-RUN-NUMBER NOT NUMERIC
                 OR DL-BKO-RUN-NUMBER = ZERO
                 DISPLAY 'RUN-BACKOUT: RUN NUMBER ON BKOCARDS IS '
                         'MISSING OR NOT NUMERIC'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF NOT DL-BKO-SINGLE-RUN
                    AND NOT DL-BKO-WHOLE-CHAIN
                    DISPLAY 'RUN-BACKOUT: SCOPE <' DL-BKO-SCOPE
                            '> ON BKOCARDS MUST BE R OR C'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF NOT DL-ABORT
              IF DL-BKO-WHOLE-CHAIN
                 DISPLAY 'RUN-BACKOUT: BACKOUT REQUESTED FOR THE '
                         'RESTART CHAIN OF RUN ' DL-BKO-RUN-NUMBER
              ELSE
                 DISPLAY 'RUN-BACKOUT: BACKOUT REQUESTED FOR RUN '
                         DL-BKO-RUN-NUMBER
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-LOAD-REGISTRY
      *    ONE PASS OVER THE RUN REGISTRY INTO THE RUN TABLE.  A
      *    FULL TABLE CANNOT PROVE WHERE A CHAIN BEGINS OR ENDS, SO
      *    IT STOPS THE BACKOUT RATHER THAN GUESS.
      *----------------------------------------------------------------
       1200-LOAD-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           IF DL-REG-STATUS NOT = '00'
              DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN RUNREGF, STATUS '
                      DL-REG-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'N' TO DL-EOF-SW
              PERFORM 1210-LOAD-REGISTRY-ENTRY THRU 1210-EXIT
                 UNTIL DL-EOF OR DL-ABORT
              CLOSE RUN-REGISTRY-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-REGISTRY-ENTRY.
           READ RUN-REGISTRY-FILE INTO DL-REGISTRY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-REG-ENTRIES-READ
                 MOVE DL-RRG-RUN-NUMBER TO DL-WORK-RUN-NUMBER
                 PERFORM 1220-FIND-RUN-ENTRY THRU 1220-EXIT
                 IF DL-RUN-FOUND-SW = 'N'
                    PERFORM 1240-ADD-RUN-ENTRY THRU 1240-EXIT
                 END-IF
                 IF NOT DL-ABORT
                    IF DL-RRG-ENDED-OK
                       MOVE 'Y'
                         TO DL-RNT-ENDED-OK-SW (DL-RUN-FOUND-IDX)
                    END-IF
                    IF DL-RRG-REVERSED
                       MOVE 'Y'
                         TO DL-RNT-REVERSED-SW (DL-RUN-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1220-FIND-RUN-ENTRY.
           MOVE 'N' TO DL-RUN-FOUND-SW
           MOVE ZERO TO DL-RUN-FOUND-IDX
           PERFORM 1230-TEST-RUN-ENTRY THRU 1230-EXIT
              VARYING DL-RUN-SUB FROM 1 BY 1
              UNTIL DL-RUN-SUB > DL-RUN-COUNT
                 OR DL-RUN-FOUND-SW = 'Y'.
       1220-EXIT.
           EXIT.

       1230-TEST-RUN-ENTRY.
           IF DL-RNT-RUN-NUMBER (DL-RUN-SUB) = DL-WORK-RUN-NUMBER
              MOVE 'Y' TO DL-RUN-FOUND-SW
              MOVE DL-RUN-SUB TO DL-RUN-FOUND-IDX
           END-IF.
       1230-EXIT.
           EXIT.

       1240-ADD-RUN-ENTRY.
           IF DL-RUN-COUNT >= 2000
              DISPLAY 'RUN-BACKOUT: RUN TABLE OVERFLOW AT 2000 RUNS '
                      '- CANNOT TRACE THE RESTART CHAIN; TRIM THE '
                      'REGISTRY'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO DL-RUN-COUNT
              MOVE DL-RUN-COUNT TO DL-RUN-FOUND-IDX
              MOVE DL-RRG-RUN-NUMBER
                TO DL-RNT-RUN-NUMBER (DL-RUN-FOUND-IDX)
              MOVE DL-RRG-JOB-NAME
                TO DL-RNT-JOB-NAME (DL-RUN-FOUND-IDX)
              MOVE DL-RRG-DATE TO DL-RNT-DATE (DL-RUN-FOUND-IDX)
              MOVE 'N' TO DL-RNT-ENDED-OK-SW (DL-RUN-FOUND-IDX)
              MOVE 'N' TO DL-RNT-REVERSED-SW (DL-RUN-FOUND-IDX)
           END-IF.
       1240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1300-SELECT-TARGETS
      *    FIND THE NAMED RUN AND ITS RESTART CHAIN.  THE CHAIN
      *    STARTS AFTER THE PREVIOUS RUN OF THE SAME JOB THAT ENDED
      *    CLEAN (OR WAS ALREADY BACKED OUT) AND ENDS AT THE FIRST
      *    CLEAN END AT OR AFTER THE NAMED RUN.  SCOPE R IS REFUSED
      *    WHEN THAT CHAIN IS LONGER THAN THE ONE RUN, AND ANY RUN
      *    IN THE CHAIN ALREADY REVERSED REFUSES THE WHOLE REQUEST
      *    -- A SECOND REVERSAL WOULD UNDO THE FIRST.
      *----------------------------------------------------------------
       1300-SELECT-TARGETS.
           MOVE DL-BKO-RUN-NUMBER TO DL-WORK-RUN-NUMBER
           PERFORM 1220-FIND-RUN-ENTRY THRU 1220-EXIT
           IF DL-RUN-FOUND-SW = 'N'
              DISPLAY 'RUN-BACKOUT: RUN ' DL-BKO-RUN-NUMBER
                      ' IS NOT ON THE RUN REGISTRY - NOTHING BACKED '
                      'OUT'
              MOVE 'Y' TO DL-REFUSED-SW
           ELSE
              MOVE DL-RUN-FOUND-IDX TO DL-BASE-IDX
              MOVE DL-RNT-JOB-NAME (DL-BASE-IDX) TO DL-CHAIN-JOB-NAME
              IF DL-CHAIN-JOB-NAME = DL-BACKOUT-JOB-NAME
                 DISPLAY 'RUN-BACKOUT: RUN ' DL-BKO-RUN-NUMBER
                         ' IS ITSELF A BACKOUT RUN AND CANNOT BE '
                         'BACKED OUT'
                 MOVE 'Y' TO DL-REFUSED-SW
              ELSE
                 PERFORM 1320-FIND-CHAIN-START THRU 1320-EXIT
                 MOVE 'N' TO DL-WALK-DONE-SW
                 PERFORM 1340-COLLECT-CHAIN-RUN THRU 1340-EXIT
                    VARYING DL-RUN-SUB FROM DL-CHAIN-FIRST BY 1
                    UNTIL DL-RUN-SUB > DL-RUN-COUNT
                       OR DL-WALK-DONE
                       OR DL-ABORT
              END-IF
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              IF DL-BKO-SINGLE-RUN
                 AND DL-TGT-COUNT > 1
                 DISPLAY 'RUN-BACKOUT: RUN ' DL-BKO-RUN-NUMBER
                         ' IS ONE OF ' DL-TGT-COUNT ' RUNS IN THE '
                         DL-CHAIN-JOB-NAME ' RESTART CHAIN - SCOPE C '
                         'IS REQUIRED'
                 MOVE 'Y' TO DL-REFUSED-SW
              END-IF
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 1360-CHECK-NOT-REVERSED THRU 1360-EXIT
                 VARYING DL-TGT-SUB FROM 1 BY 1
                 UNTIL DL-TGT-SUB > DL-TGT-COUNT
           END-IF
           IF DL-REFUSED
              MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

       1320-FIND-CHAIN-START.
           MOVE DL-BASE-IDX TO DL-CHAIN-FIRST
           MOVE DL-BASE-IDX TO DL-RUN-SUB
           MOVE 'N' TO DL-WALK-DONE-SW
           PERFORM 1330-STEP-BACK THRU 1330-EXIT
              UNTIL DL-RUN-SUB < 2
                 OR DL-WALK-DONE.
       1320-EXIT.
           EXIT.

       1330-STEP-BACK.
           SUBTRACT 1 FROM DL-RUN-SUB
           IF DL-RNT-JOB-NAME (DL-RUN-SUB) = DL-CHAIN-JOB-NAME
              IF DL-RNT-ENDED-OK-SW (DL-RUN-SUB) = 'Y'
                 OR DL-RNT-REVERSED-SW (DL-RUN-SUB) = 'Y'
                 MOVE 'Y' TO DL-WALK-DONE-SW
              ELSE
                 MOVE DL-RUN-SUB TO DL-CHAIN-FIRST
              END-IF
           END-IF.
       1330-EXIT.
           EXIT.

       1340-COLLECT-CHAIN-RUN.
           IF DL-RNT-JOB-NAME (DL-RUN-SUB) = DL-CHAIN-JOB-NAME
              IF DL-TGT-COUNT >= 20
                 DISPLAY 'RUN-BACKOUT: RESTART CHAIN OF MORE THAN 20 '
                         'RUNS - NOTHING BACKED OUT'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO DL-TGT-COUNT
                 MOVE DL-RNT-RUN-NUMBER (DL-RUN-SUB)
                   TO DL-TGT-RUN-ID (DL-TGT-COUNT)
                 MOVE DL-RNT-JOB-NAME (DL-RUN-SUB)
                   TO DL-TGT-JOB-NAME (DL-TGT-COUNT)
                 MOVE DL-RNT-DATE (DL-RUN-SUB)
                   TO DL-TGT-DATE (DL-TGT-COUNT)
                 MOVE DL-RNT-ENDED-OK-SW (DL-RUN-SUB)
                   TO DL-TGT-ENDED-OK-SW (DL-TGT-COUNT)
                 MOVE DL-RNT-REVERSED-SW (DL-RUN-SUB)
                   TO DL-TGT-REVERSED-SW (DL-TGT-COUNT)
                 MOVE ZERO TO DL-TGT-POSTINGS (DL-TGT-COUNT)
                 MOVE ZERO TO DL-TGT-DIVIDEND (DL-TGT-COUNT)
                 MOVE ZERO TO DL-TGT-LEDGER (DL-TGT-COUNT)
                 MOVE ZERO TO DL-TGT-AUDIT (DL-TGT-COUNT)
                 MOVE ZERO TO DL-TGT-FEEDS (DL-TGT-COUNT)
                 IF DL-RNT-ENDED-OK-SW (DL-RUN-SUB) = 'Y'
                    MOVE 'Y' TO DL-WALK-DONE-SW
                 END-IF
              END-IF
           END-IF.
       1340-EXIT.
           EXIT.

       1360-CHECK-NOT-REVERSED.
           IF DL-TGT-REVERSED-SW (DL-TGT-SUB) = 'Y'
              DISPLAY 'RUN-BACKOUT: RUN ' DL-TGT-RUN-ID (DL-TGT-SUB)
                      ' (JOB ' DL-TGT-JOB-NAME (DL-TGT-SUB)
                      ') IS ALREADY REVERSED - NOTHING BACKED OUT'
              MOVE 'Y' TO DL-REFUSED-SW
           END-IF.
       1360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1500-OPEN-FILES
      *    EVERY FILE THE BACKOUT TOUCHES MUST OPEN CLEANLY BEFORE
      *    ANYTHING IS WRITTEN, AS EXC-ARCHIVE VERIFIES ITS LIVE
      *    FILES BEFORE EITHER PASS.  THE AUDIT TRAIL AND THE FEED
      *    REGISTRY ARE OPENED AND CLOSED AGAIN HERE -- THEY ARE
      *    REOPENED FOR THEIR OWN PASSES.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN INPUT POSTINGS
           IF DL-PST-STATUS NOT = '00'
              DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN POSTINGS, STATUS '
                      DL-PST-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO DL-PST-OPEN-SW
           END-IF
           IF NOT DL-ABORT
              OPEN I-O EXCEPTIONS-LEDGER
              IF DL-LEDGER-STATUS NOT = '00'
                 DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN EXCLEDGR, '
                         'STATUS ' DL-LEDGER-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-LEDGER-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN INPUT AUDIT-TRAIL
              IF DL-AUDIT-STATUS NOT = '00'
                 DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN AUDITTRL, '
                         'STATUS ' DL-AUDIT-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 CLOSE AUDIT-TRAIL
              END-IF
           END-IF
           IF NOT DL-ABORT
              PERFORM 5100-OPEN-FEED-REGISTRY THRU 5100-EXIT
              IF NOT DL-FREG-OPENED
                 DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN FEEDREG, LAST '
                         'STATUS ' DL-FREG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 CLOSE FEED-REGISTRY
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT POSTING-REVERSALS
              IF DL-PREV-STATUS NOT = '00'
                 DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN POSTREV, '
                         'STATUS ' DL-PREV-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-PREV-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT AUDIT-REVERSALS
              IF DL-AREV-STATUS NOT = '00'
                 DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN AUDTREV, '
                         'STATUS ' DL-AREV-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-AREV-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT BACKOUT-REGISTER
              IF DL-RPRT-STATUS NOT = '00'
                 DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN BKORPRT, '
                         'STATUS ' DL-RPRT-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-RPRT-OPEN-SW
              END-IF
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1600-START-BACKOUT-RUN
      *    THE BACKOUT IS A RUN IN ITS OWN RIGHT: ITS REVERSALS
      *    CARRY ITS OWN REGISTRY RUN NUMBER, AND A BACKOUT THAT
      *    STOPS PART WAY IS VISIBLE ON THE REGISTRY AS A RUNBKOUT
      *    RUN WITH NO CLEAN END.
      *----------------------------------------------------------------
       1600-START-BACKOUT-RUN.
           MOVE 'START   ' TO DL-REG-FUNCTION
           MOVE DL-BACKOUT-JOB-NAME TO DL-REG-JOB-NAME
           INITIALIZE DL-REG-COUNTERS
           CALL 'RUN-REGISTRY' USING DL-REG-FUNCTION
                                     DL-RUN-ID
                                     DL-REG-JOB-NAME
                                     DL-REG-COUNTERS
           DISPLAY 'RUN-BACKOUT: REVERSALS WRITTEN UNDER RUN '
                   DL-RUN-ID.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-REVERSE-POSTING
      *    ONE PASS OVER POSTINGS: EVERY POSTING OF A RUN BEING
      *    BACKED OUT IS WRITTEN TO POSTREV NEGATED, UNDER THE
      *    BACKOUT'S RUN NUMBER AND TODAY'S PROCESSING DATE.
      *----------------------------------------------------------------
       2000-REVERSE-POSTING.
           READ POSTINGS INTO DL-POSTING-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-POSTINGS-READ
                 MOVE DL-PST-RUN-ID TO DL-WORK-RUN-ID
                 PERFORM 2100-FIND-TARGET THRU 2100-EXIT
                 IF DL-TGT-FOUND-IDX > ZERO
                    PERFORM 2300-WRITE-POSTING-REVERSAL
                       THRU 2300-EXIT
                 END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FIND-TARGET.
           MOVE ZERO TO DL-TGT-FOUND-IDX
           PERFORM 2200-TEST-TARGET THRU 2200-EXIT
              VARYING DL-TGT-SUB FROM 1 BY 1
              UNTIL DL-TGT-SUB > DL-TGT-COUNT
                 OR DL-TGT-FOUND-IDX > ZERO.
       2100-EXIT.
           EXIT.

       2200-TEST-TARGET.
           IF DL-TGT-RUN-ID (DL-TGT-SUB) = DL-WORK-RUN-ID
              MOVE DL-TGT-SUB TO DL-TGT-FOUND-IDX
           END-IF.
       2200-EXIT.
           EXIT.

       2300-WRITE-POSTING-REVERSAL.
           IF DL-PST-LENGTH < DL-PST-REF-LENGTH
              MOVE SPACES TO DL-PST-REF-NUMBER
              MOVE ZERO   TO DL-PST-REF-LINE
           END-IF
           IF DL-PST-LENGTH < DL-PST-WIDE-LENGTH
              MOVE DL-PST-DIVIDEND  TO DL-PST-W-DIVIDEND
              MOVE DL-PST-DIVISOR   TO DL-PST-W-DIVISOR
              MOVE DL-PST-REMAINDER TO DL-PST-W-REMAINDER
           END-IF
           ADD 1 TO DL-TGT-POSTINGS (DL-TGT-FOUND-IDX)
           ADD DL-PST-W-DIVIDEND TO DL-TGT-DIVIDEND (DL-TGT-FOUND-IDX)
           ADD DL-PST-W-DIVIDEND TO DL-DIVIDEND-REVERSED
           COMPUTE DL-PST-W-DIVIDEND = DL-PST-W-DIVIDEND * -1
           COMPUTE DL-PST-W-REMAINDER = DL-PST-W-REMAINDER * -1
           MOVE ZERO TO DL-PST-DIVIDEND
           MOVE ZERO TO DL-PST-DIVISOR
           MOVE ZERO TO DL-PST-REMAINDER
           MOVE DL-RUN-ID TO DL-PST-RUN-ID
           MOVE DL-PROC-DATE TO DL-PST-PROC-DATE
           MOVE DL-POSTING-RECORD TO FD-PREV-RECORD
           MOVE DL-PST-WIDE-LENGTH TO DL-PREV-LENGTH
           WRITE FD-PREV-RECORD
           IF DL-PREV-STATUS = '00'
              ADD 1 TO DL-POSTINGS-REVERSED
           ELSE
              DISPLAY 'RUN-BACKOUT: POSTREV WRITE FAILED, STATUS '
                      DL-PREV-STATUS ' - BACKOUT STOPPED BEFORE THE '
                      'LIVE FILES WERE TOUCHED'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-STAGE-AUDIT
      *    ONE PASS OVER THE AUDIT TRAIL PER RUN BEING BACKED OUT,
      *    IN RUN-NUMBER ORDER, STAGING THE REVERSED RECORDS ON
      *    AUDTREV.  A PASS PER RUN (RATHER THAN ONE PASS FOR ALL)
      *    KEEPS THE REVERSED EXCEPTIONS IN THE SAME RUN ORDER AS
      *    THE REVERSED LEDGER ENTRIES 4000 WRITES, WHICH IS THE
      *    ORDER EXC-RECON PAIRS THEM IN -- THE STREAM FILES ARE
      *    NOT ALWAYS CONCATENATED IN RUN-NUMBER ORDER.
      *----------------------------------------------------------------
       3000-STAGE-AUDIT.
           OPEN INPUT AUDIT-TRAIL
           IF DL-AUDIT-STATUS NOT = '00'
              DISPLAY 'RUN-BACKOUT: UNABLE TO REOPEN AUDITTRL, '
                      'STATUS ' DL-AUDIT-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'N' TO DL-EOF-SW
              PERFORM 3100-STAGE-AUDIT-RECORD THRU 3100-EXIT
                 UNTIL DL-EOF OR DL-ABORT
              CLOSE AUDIT-TRAIL
           END-IF.
       3000-EXIT.
           EXIT.

       3100-STAGE-AUDIT-RECORD.
           READ AUDIT-TRAIL INTO DL-AUDIT-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-AUD-RUN-ID = DL-TGT-RUN-ID (DL-TGT-SUB)
                    IF DL-AUDIT-LENGTH < DL-AUD-REF-LENGTH
                       MOVE SPACES TO DL-AUD-REF-NUMBER
                       MOVE ZERO   TO DL-AUD-REF-LINE
                    END-IF
                    IF DL-AUDIT-LENGTH < DL-AUD-WIDE-LENGTH
                       MOVE DL-AUD-DIVIDEND TO DL-AUD-W-DIVIDEND
                       MOVE DL-AUD-DIVISOR  TO DL-AUD-W-DIVISOR
                       MOVE DL-AUD-RESULT   TO DL-AUD-W-RESULT
                    END-IF
                    COMPUTE DL-AUD-W-DIVIDEND = DL-AUD-W-DIVIDEND * -1
                    COMPUTE DL-AUD-W-RESULT = DL-AUD-W-RESULT * -1
                    MOVE ZERO TO DL-AUD-DIVIDEND
                    MOVE ZERO TO DL-AUD-DIVISOR
                    MOVE ZERO TO DL-AUD-RESULT
                    MOVE DL-RUN-ID TO DL-AUD-RUN-ID
                    MOVE DL-PROC-DATE TO DL-AUD-JOB-DATE
                    MOVE DL-AUDIT-RECORD TO FD-AREV-RECORD
                    MOVE DL-AUD-WIDE-LENGTH TO DL-AREV-LENGTH
                    WRITE FD-AREV-RECORD
                    IF DL-AREV-STATUS = '00'
                       ADD 1 TO DL-TGT-AUDIT (DL-TGT-SUB)
                       ADD 1 TO DL-AUDIT-REVERSED
                    ELSE
                       DISPLAY 'RUN-BACKOUT: AUDTREV WRITE FAILED, '
                               'STATUS ' DL-AREV-STATUS
                               ' - BACKOUT STOPPED BEFORE THE LIVE '
                               'FILES WERE TOUCHED'
                       MOVE 'Y' TO DL-ABORT-SW
                       MOVE 16 TO RETURN-CODE
                    END-IF
                 END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3900-CLOSE-WORK-FILES.
           CLOSE POSTINGS
           MOVE 'N' TO DL-PST-OPEN-SW
           CLOSE POSTING-REVERSALS
           MOVE 'N' TO DL-PREV-OPEN-SW
           CLOSE AUDIT-REVERSALS
           MOVE 'N' TO DL-AREV-OPEN-SW.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-REVERSE-LEDGER
      *    BROWSE ONE RUN'S LEDGER ENTRIES BY KEY (RUN ID + WRITE
      *    SEQUENCE) AND WRITE A REVERSAL FOR EACH UNDER THE
      *    BACKOUT'S RUN ID, ITS SEQUENCE STEPPING FROM 1 ACROSS
      *    THE WHOLE BACKOUT.  EACH STEP RE-POSITIONS PAST THE LAST
      *    ENTRY READ BEFORE READING ON, SO THE WRITES IN BETWEEN
      *    CANNOT DISTURB THE BROWSE.  A DUPLICATE KEY WOULD MEAN
      *    THE BACKOUT'S REGISTRY-ASSIGNED RUN ID WAS ALREADY IN
      *    USE AND STOPS THE BACKOUT, AS IT STOPS PROG.
      *----------------------------------------------------------------
       4000-REVERSE-LEDGER.
           MOVE DL-TGT-RUN-ID (DL-TGT-SUB) TO DL-BRW-RUN-ID
           MOVE ZERO TO DL-BRW-WRITE-SEQ
           MOVE 'N' TO DL-LDG-DONE-SW
           PERFORM 4100-NEXT-LEDGER-ENTRY THRU 4100-EXIT
              UNTIL DL-LDG-DONE OR DL-ABORT.
       4000-EXIT.
           EXIT.

       4100-NEXT-LEDGER-ENTRY.
           MOVE DL-BROWSE-KEY TO FD-LDG-KEY
           START EXCEPTIONS-LEDGER KEY > FD-LDG-KEY
              INVALID KEY
                 MOVE 'Y' TO DL-LDG-DONE-SW
           END-START
           IF NOT DL-LDG-DONE
              READ EXCEPTIONS-LEDGER NEXT RECORD INTO DL-LEDGER-RECORD
                 AT END
                    MOVE 'Y' TO DL-LDG-DONE-SW
                 NOT AT END
                    IF DL-LDG-RUN-ID NOT = DL-BRW-RUN-ID
                       MOVE 'Y' TO DL-LDG-DONE-SW
                    ELSE
                       MOVE DL-LDG-WRITE-SEQ TO DL-BRW-WRITE-SEQ
                       PERFORM 4200-WRITE-LEDGER-REVERSAL
                          THRU 4200-EXIT
                    END-IF
              END-READ
           END-IF.
       4100-EXIT.
           EXIT.

       4200-WRITE-LEDGER-REVERSAL.
           IF DL-LEDGER-LENGTH < DL-LDG-REF-LENGTH
              MOVE SPACES TO DL-LDG-REF-NUMBER
              MOVE ZERO   TO DL-LDG-REF-LINE
           END-IF
           IF DL-LEDGER-LENGTH < DL-LDG-WIDE-LENGTH
              MOVE DL-LDG-DIVIDEND TO DL-LDG-W-DIVIDEND
              MOVE DL-LDG-DIVISOR  TO DL-LDG-W-DIVISOR
           END-IF
           COMPUTE DL-LDG-W-DIVIDEND = DL-LDG-W-DIVIDEND * -1
           MOVE ZERO TO DL-LDG-DIVIDEND
           MOVE ZERO TO DL-LDG-DIVISOR
           MOVE DL-RUN-ID TO DL-LDG-RUN-ID
           ADD 1 TO DL-LDG-WRITE-SEQ-OUT
           MOVE DL-LDG-WRITE-SEQ-OUT TO DL-LDG-WRITE-SEQ
           ACCEPT DL-LDG-TS-DATE FROM DATE YYYYMMDD
           ACCEPT DL-LDG-TS-TIME FROM TIME
           MOVE DL-LEDGER-RECORD TO FD-LEDGER-RECORD
           MOVE DL-LDG-WIDE-LENGTH TO DL-LEDGER-LENGTH
           WRITE FD-LEDGER-RECORD
              INVALID KEY
                 DISPLAY 'RUN-BACKOUT: DUPLICATE LEDGER KEY FOR RUN '
                         DL-RUN-ID ' SEQ ' DL-LDG-WRITE-SEQ-OUT
                         ' - BACKOUT STOPPED'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1 TO DL-TGT-LEDGER (DL-TGT-SUB)
                 ADD 1 TO DL-LEDGER-REVERSED
           END-WRITE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4500-APPEND-AUDIT
      *    APPEND THE STAGED AUDIT REVERSALS TO THE LIVE AUDIT TRAIL.
      *----------------------------------------------------------------
       4500-APPEND-AUDIT.
           OPEN INPUT AUDIT-REVERSALS
           IF DL-AREV-STATUS NOT = '00'
              DISPLAY 'RUN-BACKOUT: UNABLE TO REOPEN AUDTREV, STATUS '
                      DL-AREV-STATUS ' - AUDIT TRAIL NOT UPDATED'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN EXTEND AUDIT-TRAIL
              IF DL-AUDIT-STATUS NOT = '00'
                 DISPLAY 'RUN-BACKOUT: UNABLE TO EXTEND AUDITTRL, '
                         'STATUS ' DL-AUDIT-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'N' TO DL-EOF-SW
                 PERFORM 4600-COPY-AUDIT-REVERSAL THRU 4600-EXIT
                    UNTIL DL-EOF OR DL-ABORT
                 CLOSE AUDIT-TRAIL
              END-IF
              CLOSE AUDIT-REVERSALS
           END-IF.
       4500-EXIT.
           EXIT.

       4600-COPY-AUDIT-REVERSAL.
           READ AUDIT-REVERSALS INTO DL-AUDIT-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 MOVE DL-AUDIT-RECORD TO FD-AUDIT-RECORD
                 MOVE DL-AREV-LENGTH TO DL-AUDIT-LENGTH
                 WRITE FD-AUDIT-RECORD
                 IF DL-AUDIT-STATUS = '00'
                    ADD 1 TO DL-AUDIT-APPENDED
                 ELSE
                    DISPLAY 'RUN-BACKOUT: AUDITTRL WRITE FAILED, '
                            'STATUS ' DL-AUDIT-STATUS
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 END-IF
           END-READ.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-RESET-FEEDS
      *    EVERY FEED REGISTRY ENTRY STILL STAMPED WITH THE RUN
      *    NUMBER OF A RUN BEING BACKED OUT IS MARKED REVERSED, SO
      *    PROG-BATCH TAKES THE CORRECTED DELIVERY WITHOUT THE
      *    OVERRIDE CARD.  AN ENTRY SINCE RESTAMPED BY A LATER RUN
      *    BELONGS TO THAT RUN AND IS LEFT ALONE.  THE SHARED
      *    REGISTRY IS TAKEN UNDER THE SAME EXCLUSIVE LOCK, WITH
      *    RETRY, THAT PROG-BATCH USES.
      *----------------------------------------------------------------
       5000-RESET-FEEDS.
           PERFORM 5100-OPEN-FEED-REGISTRY THRU 5100-EXIT
           IF NOT DL-FREG-OPENED
              DISPLAY 'RUN-BACKOUT: UNABLE TO OPEN FEEDREG, LAST '
                      'STATUS ' DL-FREG-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'N' TO DL-EOF-SW
              PERFORM 5300-RESET-FEED-ENTRY THRU 5300-EXIT
                 UNTIL DL-EOF OR DL-ABORT
              CLOSE FEED-REGISTRY
           END-IF.
       5000-EXIT.
           EXIT.

       5100-OPEN-FEED-REGISTRY.
           MOVE ZERO TO DL-FREG-RETRY-COUNT
           MOVE 'N' TO DL-FREG-OPENED-SW
           PERFORM 5200-TRY-FEED-REG-OPEN THRU 5200-EXIT
              UNTIL DL-FREG-OPENED
                 OR DL-FREG-RETRY-COUNT > DL-FREG-RETRY-LIMIT.
       5100-EXIT.
           EXIT.

       5200-TRY-FEED-REG-OPEN.
           ADD 1 TO DL-FREG-RETRY-COUNT
           OPEN I-O FEED-REGISTRY
           IF DL-FREG-STATUS = '35'
              OPEN OUTPUT FEED-REGISTRY
              CLOSE FEED-REGISTRY
              OPEN I-O FEED-REGISTRY
           END-IF
           IF DL-FREG-STATUS = '00'
              MOVE 'Y' TO DL-FREG-OPENED-SW
           END-IF.
       5200-EXIT.
           EXIT.

       5300-RESET-FEED-ENTRY.
           READ FEED-REGISTRY NEXT RECORD INTO DL-FEED-REGISTRY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 MOVE DL-FRG-RUN-ID TO DL-WORK-RUN-ID
                 PERFORM 2100-FIND-TARGET THRU 2100-EXIT
                 IF DL-TGT-FOUND-IDX > ZERO
                    AND NOT DL-FRG-REVERSED
                    MOVE 'REVERSED' TO DL-FRG-STATUS
                    MOVE DL-FEED-REGISTRY-RECORD
                      TO FD-FEED-REGISTRY-RECORD
                    REWRITE FD-FEED-REGISTRY-RECORD
                    IF DL-FREG-STATUS = '00'
                       ADD 1 TO DL-TGT-FEEDS (DL-TGT-FOUND-IDX)
                       ADD 1 TO DL-FEEDS-RESET
                       DISPLAY 'RUN-BACKOUT: FEED ' DL-FRG-FEED-DATE
                               '/' DL-FRG-SOURCE-SYS ' STREAM <'
                               DL-FRG-STREAM-ID '> RESET FOR '
                               'REPROCESS'
                    ELSE
                       DISPLAY 'RUN-BACKOUT: FEEDREG REWRITE FAILED, '
                               'STATUS ' DL-FREG-STATUS
                       MOVE 'Y' TO DL-ABORT-SW
                       MOVE 16 TO RETURN-CODE
                    END-IF
                 END-IF
           END-READ.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5500-MARK-REVERSED
      *    THE REVERSED ENTRY FOR ONE BACKED-OUT RUN, UNDER THAT
      *    RUN'S OWN JOB NAME, WITH WHAT WAS REVERSED FOR IT.
      *----------------------------------------------------------------
       5500-MARK-REVERSED.
           MOVE 'REVERSE ' TO DL-REG-FUNCTION
           MOVE DL-TGT-RUN-ID (DL-TGT-SUB) TO DL-REG-RUN-ID
           MOVE DL-TGT-JOB-NAME (DL-TGT-SUB) TO DL-REG-JOB-NAME
           INITIALIZE DL-REG-COUNTERS
           MOVE DL-TGT-AUDIT (DL-TGT-SUB)    TO DL-REG-RECORDS-READ
           MOVE DL-TGT-LEDGER (DL-TGT-SUB)   TO DL-REG-EXCEPTION-COUNT
           MOVE DL-TGT-POSTINGS (DL-TGT-SUB) TO DL-REG-POSTING-COUNT
           CALL 'RUN-REGISTRY' USING DL-REG-FUNCTION
                                     DL-REG-RUN-ID
                                     DL-REG-JOB-NAME
                                     DL-REG-COUNTERS.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5800-END-BACKOUT-RUN
      *    THE BACKOUT'S OWN CLEAN END.  ITS POSTING COUNT IS THE
      *    NUMBER OF REVERSALS ON POSTREV, WHICH IS WHAT POST-GATE
      *    BALANCES THE RUNBKOUT CHAIN AGAINST.
      *----------------------------------------------------------------
       5800-END-BACKOUT-RUN.
           MOVE 'END-OK  ' TO DL-REG-FUNCTION
           MOVE DL-BACKOUT-JOB-NAME TO DL-REG-JOB-NAME
           INITIALIZE DL-REG-COUNTERS
           MOVE DL-LEDGER-REVERSED   TO DL-REG-EXCEPTION-COUNT
           MOVE DL-POSTINGS-REVERSED TO DL-REG-POSTING-COUNT
           CALL 'RUN-REGISTRY' USING DL-REG-FUNCTION
                                     DL-RUN-ID
                                     DL-REG-JOB-NAME
                                     DL-REG-COUNTERS.
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6000-PAGE-HEADING
      *----------------------------------------------------------------
       6000-PAGE-HEADING.
           ADD 1 TO DL-PAGE-COUNT
           MOVE DL-PAGE-COUNT TO DL-HD1-PAGE
           MOVE DL-RUN-ID TO DL-HD1-RUN-ID
           MOVE DL-PROC-DATE TO DL-HD1-DATE
           MOVE DL-HEADING-1 TO FD-REPORT-LINE
           IF DL-PAGE-COUNT = 1
              WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
              WRITE FD-REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE DL-HEADING-2 TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 5 TO DL-LINE-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6100-PRINT-LINE
      *    TAKE THE PAGE BREAK BEFORE THE NEXT LINE WHEN THE CURRENT
      *    PAGE IS FULL, AS IN EXC-REPORT.
      *----------------------------------------------------------------
       6100-PRINT-LINE.
           IF DL-LINE-COUNT >= DL-LINES-PER-PAGE
              PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-PRINT-REGISTER
      *    THE BACKOUT REGISTER: THE REQUEST, ONE LINE PER RUN
      *    BACKED OUT, THE TOTALS, AND THE SIGN-OFF BLOCK.
      *----------------------------------------------------------------
       7000-PRINT-REGISTER.
           MOVE 'REQUESTED BY ........' TO DL-MSG-LABEL
           MOVE DL-BKO-REQUESTED-BY TO DL-MSG-TEXT
           PERFORM 7300-PRINT-MESSAGE THRU 7300-EXIT
           MOVE 'REASON ..............' TO DL-MSG-LABEL
           MOVE DL-BKO-REASON TO DL-MSG-TEXT
           PERFORM 7300-PRINT-MESSAGE THRU 7300-EXIT
           MOVE 'SCOPE ...............' TO DL-MSG-LABEL
           IF DL-BKO-WHOLE-CHAIN
              MOVE 'WHOLE RESTART CHAIN OF THE NAMED RUN'
                TO DL-MSG-TEXT
           ELSE
              MOVE 'THE NAMED RUN ONLY' TO DL-MSG-TEXT
           END-IF
           PERFORM 7300-PRINT-MESSAGE THRU 7300-EXIT
           PERFORM 7100-PRINT-TARGET-LINE THRU 7100-EXIT
              VARYING DL-TGT-SUB FROM 1 BY 1
              UNTIL DL-TGT-SUB > DL-TGT-COUNT
           MOVE DL-POSTINGS-REVERSED TO DL-TTL-POSTINGS
           MOVE DL-DIVIDEND-REVERSED TO DL-TTL-DIVIDEND
           MOVE DL-LEDGER-REVERSED   TO DL-TTL-LEDGER
           MOVE DL-AUDIT-REVERSED    TO DL-TTL-AUDIT
           MOVE DL-FEEDS-RESET       TO DL-TTL-FEEDS
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-TOTAL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO DL-LINE-COUNT
           MOVE 'POSTING REVERSALS ...' TO DL-MSG-LABEL
           MOVE 'ON POSTREV - CONCATENATE ONTO THE NEXT POSTINGS FILE'
             TO DL-MSG-TEXT
           PERFORM 7300-PRINT-MESSAGE THRU 7300-EXIT
           PERFORM 7200-PRINT-SIGNOFF THRU 7200-EXIT.
       7000-EXIT.
           EXIT.

       7100-PRINT-TARGET-LINE.
           MOVE DL-TGT-RUN-ID (DL-TGT-SUB)   TO DL-DTL-RUN-ID
           MOVE DL-TGT-JOB-NAME (DL-TGT-SUB) TO DL-DTL-JOB
           MOVE DL-TGT-DATE (DL-TGT-SUB)     TO DL-DTL-DATE
           IF DL-TGT-ENDED-OK-SW (DL-TGT-SUB) = 'Y'
              MOVE 'ENDED-OK ' TO DL-DTL-ENDED
           ELSE
              MOVE '*ABEND*  ' TO DL-DTL-ENDED
           END-IF
           MOVE DL-TGT-POSTINGS (DL-TGT-SUB) TO DL-DTL-POSTINGS
           MOVE DL-TGT-DIVIDEND (DL-TGT-SUB) TO DL-DTL-DIVIDEND
           MOVE DL-TGT-LEDGER (DL-TGT-SUB)   TO DL-DTL-LEDGER
           MOVE DL-TGT-AUDIT (DL-TGT-SUB)    TO DL-DTL-AUDIT
           MOVE DL-TGT-FEEDS (DL-TGT-SUB)    TO DL-DTL-FEEDS
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-DETAIL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       7100-EXIT.
           EXIT.

       7200-PRINT-SIGNOFF.
           MOVE 'PREPARED BY .........' TO DL-SGN-LABEL
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-SIGNOFF-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 3 LINES
           ADD 3 TO DL-LINE-COUNT
           MOVE 'APPROVED BY .........' TO DL-SGN-LABEL
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-SIGNOFF-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO DL-LINE-COUNT
           MOVE 'AUDIT REVIEW ........' TO DL-SGN-LABEL
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-SIGNOFF-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO DL-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PRINT-MESSAGE.
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-MESSAGE-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-PRINT-TOTALS
      *    THE WARNINGS ARE RAISED HERE, AFTER THE BACKOUT HAS
      *    COMPLETED: A RUN WITH NOTHING FOUND ON ANY FILE, AND A
      *    CHAIN THAT NEVER REACHED A CLEAN END.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           DISPLAY 'RUN-BACKOUT TOTALS'
           DISPLAY '  REGISTRY ENTRIES READ .... ' DL-REG-ENTRIES-READ
           DISPLAY '  RUNS BACKED OUT .......... ' DL-TGT-COUNT
           DISPLAY '  POSTINGS READ ............ ' DL-POSTINGS-READ
           DISPLAY '  POSTINGS REVERSED ........ ' DL-POSTINGS-REVERSED
           DISPLAY '  LEDGER ENTRIES REVERSED .. ' DL-LEDGER-REVERSED
           DISPLAY '  AUDIT RECORDS REVERSED ... ' DL-AUDIT-REVERSED
           DISPLAY '  AUDIT RECORDS APPENDED ... ' DL-AUDIT-APPENDED
           DISPLAY '  FEED ENTRIES RESET ....... ' DL-FEEDS-RESET
           IF DL-ABORT
              IF DL-RUN-ID NOT = SPACES
                 DISPLAY '  *** BACKOUT RUN ' DL-RUN-ID ' STOPPED - '
                         'ITS PARTIAL REVERSALS CARRY THAT RUN ID ***'
              END-IF
           ELSE
              IF DL-REFUSED
                 DISPLAY '  *** BACKOUT REFUSED - NOTHING WRITTEN ***'
              ELSE
                 PERFORM 8100-CHECK-TARGET THRU 8100-EXIT
                    VARYING DL-TGT-SUB FROM 1 BY 1
                    UNTIL DL-TGT-SUB > DL-TGT-COUNT
                 IF DL-TGT-ENDED-OK-SW (DL-TGT-COUNT) = 'N'
                    DISPLAY '  CHAIN HAS NO CLEAN END - CLEAR THE '
                            DL-CHAIN-JOB-NAME ' CHECKPOINT BEFORE '
                            'THE RERUN'
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CHECK-TARGET.
           IF DL-TGT-POSTINGS (DL-TGT-SUB) = ZERO
              AND DL-TGT-LEDGER (DL-TGT-SUB) = ZERO
              AND DL-TGT-AUDIT (DL-TGT-SUB) = ZERO
              DISPLAY '  RUN ' DL-TGT-RUN-ID (DL-TGT-SUB)
                      ' HAD NO RECORDS ON ANY LIVE FILE - ARCHIVED, '
                      'OR THE WRONG POSTINGS FILE SUPPLIED?'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF DL-PST-OPEN
              CLOSE POSTINGS
           END-IF
           IF DL-PREV-OPEN
              CLOSE POSTING-REVERSALS
           END-IF
           IF DL-AREV-OPEN
              CLOSE AUDIT-REVERSALS
           END-IF
           IF DL-LEDGER-OPEN
              CLOSE EXCEPTIONS-LEDGER
           END-IF
           IF DL-RPRT-OPEN
              CLOSE BACKOUT-REGISTER
           END-IF.
       9000-EXIT.
           EXIT.
