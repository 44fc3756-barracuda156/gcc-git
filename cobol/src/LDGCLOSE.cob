      ******************************************************************
      *    PROGRAM-ID:     LEDGER-CLOSE
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    THE LEDGER-CLOSING STEP.  EVERY LAYOUT FROM POSTREC TO
      *    POST-GATE WAS BUILT FOR IT, BUT UNTIL NOW THE POSTINGS
      *    TOTALS WERE RE-KEYED INTO THE GENERAL LEDGER BY HAND
      *    AFTER THE GATE PASSED.  THIS PROGRAM CONSUMES THE GATED
      *    POSTINGS FILE AND PRODUCES THE THREE THINGS THE GENERAL
      *    LEDGER NEEDS:
      *
      *      PTDBAL   THE PERIOD-TO-DATE BALANCES, ONE INDEXED
      *               RECORD PER ALLOCATION BASE PER ACCOUNTING
      *               PERIOD, WITH THE DAY ADDED IN (BALREC)
      *      JRNLOUT  THE DAY'S BALANCED JOURNAL ENTRY WITH HEADER
      *               AND TRAILER CONTROLS (JRNREC)
      *      CLSRPRT  THE CLOSING REGISTER FOR THE CLOSING PACKAGE
      *
      *    THE CLSCARDS REQUEST CARD NAMES THE BUSINESS DATE, THE
      *    PERIOD, AND THE JOURNAL ACCOUNTS.  FOR EACH ALLOCATION
      *    BASE THE JOURNAL DEBITS THE CLEARING ACCOUNT WITH THE
      *    DAY'S DIVIDENDS AND CREDITS THE DISTRIBUTED ACCOUNT WITH
      *    THE EVENLY ALLOCATED PART (DIVIDEND LESS REMAINDER) AND
      *    THE REMAINDER ACCOUNT WITH THE REMAINDERS, SO EVERY BASE
      *    BALANCES ON ITS OWN AND THE FILE BALANCES AS A WHOLE.
      *
      *    CLOSING RUNS ONLY ON A POST-GATE PASS.  THE GATE'S
      *    VERDICT RECORD (GATERSLT) MUST SAY PASSED FOR THE SAME
      *    BUSINESS DATE, AND THE POSTINGS FILE READ HERE MUST
      *    CARRY THE SAME RECORD COUNT AND DIVIDEND TOTAL THE GATE
      *    PROVED -- OTHERWISE THE FILE CHANGED BETWEEN THE TWO
      *    STEPS AND NOTHING IS CLOSED.  THE WHOLE FILE IS
      *    ACCUMULATED BY BASE IN STORAGE AND EVERY CHECK IS MADE
      *    BEFORE THE FIRST BALANCE IS TOUCHED, SO A REFUSED CLOSE
      *    LEAVES PTDBAL EXACTLY AS IT FOUND IT.  A BASE WHOSE
      *    BALANCE ALREADY HOLDS THIS DATE (OR A LATER ONE) MEANS
      *    THE DAY WAS ALREADY CLOSED, AND IS REFUSED THE SAME WAY.
      *
      *    RETURN CODES:  0 = DAY CLOSED, JOURNAL BALANCED
      *                   8 = CLOSE REFUSED -- GATE NOT PASSED FOR
      *                       THIS DATE, POSTINGS CHANGED SINCE THE
      *                       GATE, OR DATE ALREADY CLOSED; NOTHING
      *                       WAS UPDATED
      *                  16 = CARD OR FILE ERROR, BASE TABLE
      *                       OVERFLOW, OR A BALANCE UPDATE FAILURE
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   POSTINGS CARRY THE SOURCE REFERENCE
      *                     (RECORD 40 -> 58); READ AS VARIABLE
      *                     LENGTH SO A FILE WRITTEN BEFORE THE
      *                     CHANGE STILL READS
      *    2026-10-15 MOP   WIDE-AMOUNT POSTINGS (RECORD 58 -> 97),
      *                     READ IN EITHER LENGTH AND ACCUMULATED ON
      *                     THEIR WIDE FIELDS.  THE ALLOCATION BASE IS
      *                     9(9)V9(4) THROUGH THE BASE TABLE AND THE
      *                     PTDBAL KEY; THE JOURNAL GOES OUT IN THE
      *                     WIDE DETAIL LAYOUT WHEN ANY BASE CLOSED IS
      *                     ABOVE 9999.9999.  THE REGISTER COLUMNS ARE
      *                     REWORKED TO PRINT TWELVE INTEGER DIGITS
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      LEDGER-CLOSE.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT POSTINGS ASSIGN TO "POSTINGS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-PST-STATUS.
           SELECT GATE-RESULT ASSIGN TO "GATERSLT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-GTR-STATUS.
           SELECT CLOSE-CARDS ASSIGN TO "CLSCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT PTD-BALANCES ASSIGN TO "PTDBAL"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-BAL-KEY
              FILE STATUS IS DL-BAL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLOUT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-JRN-STATUS.
           SELECT CLOSING-REGISTER ASSIGN TO "CLSRPRT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-RPRT-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD            PIC X(97).
       FD  GATE-RESULT.
       01  FD-GATE-RESULT-RECORD        PIC X(42).
       FD  CLOSE-CARDS.
       01  FD-CARD-RECORD               PIC X(40).
       FD  PTD-BALANCES.
       01  FD-BALANCE-RECORD.
           05  FD-BAL-KEY               PIC X(19).
           05  FILLER                   PIC X(76).
       FD  JOURNAL-FILE.
       01  FD-JOURNAL-RECORD            PIC X(80).
       FD  CLOSING-REGISTER.
       01  FD-REPORT-LINE               PIC X(132).
       WORKING-STORAGE  SECTION.
           COPY POSTREC.
           COPY GATEREC.
           COPY CLSCARD.
           COPY BALREC.
           COPY JRNREC.
       01  DL-PST-STATUS                PIC X(02).
       01  DL-PST-LENGTH                PIC 9(04).
       01  DL-GTR-STATUS                PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-BAL-STATUS                PIC X(02).
       01  DL-JRN-STATUS                PIC X(02).
       01  DL-RPRT-STATUS               PIC X(02).
       01  DL-PST-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL-PST-EOF               VALUE 'Y'.
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-REFUSED-SW                PIC X(01) VALUE 'N'.
           88  DL-REFUSED               VALUE 'Y'.
       01  DL-BAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-BAL-OPEN              VALUE 'Y'.
       01  DL-JRN-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-JRN-OPEN              VALUE 'Y'.
       01  DL-RPRT-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DL-RPRT-OPEN             VALUE 'Y'.
       01  DL-BAL-NEW-SW                PIC X(01).
           88  DL-BAL-NEW               VALUE 'Y'.
       01  DL-PROC-DATE                 PIC 9(08).
       01  DL-CLOSE-PERIOD              PIC 9(06).
       01  DL-CLOSE-PERIOD-PARTS REDEFINES DL-CLOSE-PERIOD.
           05  DL-CLOSE-PERIOD-YYYY     PIC 9(04).
           05  DL-CLOSE-PERIOD-MM       PIC 9(02).
       01  DL-JOURNAL-ID                PIC X(08).
       01  DL-CLEARING-ACCT             PIC X(08).
       01  DL-DISTRIB-ACCT              PIC X(08).
       01  DL-REMAINDER-ACCT            PIC X(08).
      *    ONE SLOT PER ALLOCATION BASE ON THE DAY'S POSTINGS, KEPT
      *    IN ASCENDING DIVISOR ORDER AS IT IS BUILT SO THE JOURNAL
      *    AND REGISTER COME OUT IN BASE ORDER WITH NO SORT STEP.
       01  DL-BASE-COUNT                PIC 9(04) VALUE ZERO.
       01  DL-BASE-SUB                  PIC 9(04).
       01  DL-SHIFT-SUB                 PIC 9(04).
       01  DL-INSERT-IDX                PIC 9(04).
       01  DL-BASE-FOUND-SW             PIC X(01).
           88  DL-BASE-FOUND            VALUE 'Y'.
       01  DL-JRN-WIDE-SW               PIC X(01) VALUE 'N'.
           88  DL-JRN-WIDE              VALUE 'Y'.
       01  DL-BASE-TABLE.
           05  DL-CBT-ENTRY OCCURS 500 TIMES.
               10  DL-CBT-DIVISOR       PIC 9(9)V9(4).
               10  DL-CBT-COUNT         PIC 9(08).
               10  DL-CBT-DIVIDEND      PIC S9(12)V9(4).
               10  DL-CBT-REMAINDER     PIC S9(12)V9(4).
       01  DL-WORK-DIVISOR              PIC 9(9)V9(4).
       01  DL-WORK-DISTRIB              PIC S9(12)V9(4).
       01  DL-WORK-ACCOUNT              PIC X(08).
       01  DL-WORK-AMOUNT               PIC S9(12)V9(4).
       01  DL-WORK-DR-CR                PIC X(01).
       01  DL-POSTINGS-READ             PIC 9(08) VALUE ZERO.
       01  DL-DIVIDEND-TOTAL            PIC S9(14)V9(4) VALUE ZERO.
       01  DL-REMAINDER-TOTAL           PIC S9(14)V9(4) VALUE ZERO.
       01  DL-DISTRIB-TOTAL             PIC S9(14)V9(4) VALUE ZERO.
       01  DL-BASES-CLOSED              PIC 9(04) VALUE ZERO.
       01  DL-BASES-OPENED              PIC 9(04) VALUE ZERO.
       01  DL-BASES-ALREADY-CLOSED      PIC 9(04) VALUE ZERO.
       01  DL-JOURNAL-LINES             PIC 9(08) VALUE ZERO.
       01  DL-TOTAL-DEBITS              PIC 9(14)V9(4) VALUE ZERO.
       01  DL-TOTAL-CREDITS             PIC 9(14)V9(4) VALUE ZERO.
       01  DL-LINE-COUNT                PIC 9(02) VALUE 99.
       01  DL-LINES-PER-PAGE            PIC 9(02) VALUE 55.
       01  DL-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  DL-HEADING-1.
           05  FILLER                   PIC X(31) VALUE
               'LEDGER-CLOSE   CLOSING REGISTER'.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'DATE '.
           05  DL-HD1-DATE              PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'PERIOD '.
           05  DL-HD1-PERIOD            PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'JOURNAL '.
           05  DL-HD1-JOURNAL-ID        PIC X(08).
           05  FILLER                   PIC X(32) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DL-HD1-PAGE              PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  DL-HEADING-2.
           05  FILLER                   PIC X(15) VALUE
               '     ALLOC BASE'.
           05  FILLER                   PIC X(11) VALUE
               '   POSTINGS'.
           05  FILLER                   PIC X(19) VALUE
               '           DIVIDEND'.
           05  FILLER                   PIC X(19) VALUE
               '        DISTRIBUTED'.
           05  FILLER                   PIC X(19) VALUE
               '          REMAINDER'.
           05  FILLER                   PIC X(11) VALUE
               ' PTD POSTNG'.
           05  FILLER                   PIC X(19) VALUE
               '       PTD DIVIDEND'.
           05  FILLER                   PIC X(19) VALUE
               '      PTD REMAINDER'.
       01  DL-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-BASE              PIC Z(8)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-COUNT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-DIVIDEND          PIC -(12)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-DISTRIB           PIC -(12)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-REMAINDER         PIC -(12)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-PTD-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-PTD-DIVIDEND      PIC -(12)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-PTD-REMAINDER     PIC -(12)9.9999.
       01  DL-TOTAL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'DAY TOTAL'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TTL-COUNT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TTL-DIVIDEND          PIC -(12)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TTL-DISTRIB           PIC -(12)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TTL-REMAINDER         PIC -(12)9.9999.
           05  FILLER                   PIC X(49) VALUE SPACES.
       01  DL-CTL-COUNT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CCL-LABEL             PIC X(40).
           05  DL-CCL-COUNT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(80) VALUE SPACES.
       01  DL-CTL-AMOUNT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CAL-LABEL             PIC X(40).
           05  DL-CAL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(67) VALUE SPACES.
       01  DL-MESSAGE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MSG-TEXT              PIC X(80).
           05  FILLER                   PIC X(50) VALUE SPACES.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 2000-ACCUMULATE-POSTING THRU 2000-EXIT
                 UNTIL DL-PST-EOF OR DL-ABORT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 3000-VERIFY-CLOSE THRU 3000-EXIT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              PERFORM 4000-CLOSE-DAY THRU 4000-EXIT
           END-IF
           PERFORM 8000-PRINT-TOTALS    THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    READ AND VET THE REQUEST CARD, CHECK THE GATE'S VERDICT,
      *    AND OPEN THE POSTINGS AND THE BALANCES.  THE JOURNAL AND
      *    THE REGISTER ARE NOT OPENED UNTIL EVERY CHECK HAS PASSED,
      *    SO A REFUSED CLOSE LEAVES NO HALF-WRITTEN JOURNAL FOR THE
      *    GENERAL LEDGER LOAD TO PICK UP.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DL-PROC-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CLOSE-CARD THRU 1100-EXIT
           IF NOT DL-ABORT
              PERFORM 1200-CHECK-GATE-RESULT THRU 1200-EXIT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              OPEN INPUT POSTINGS
              IF DL-PST-STATUS NOT = '00'
                 DISPLAY 'LEDGER-CLOSE: UNABLE TO OPEN POSTINGS, '
                         'STATUS ' DL-PST-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              OPEN I-O PTD-BALANCES
              IF DL-BAL-STATUS = '35'
                 OPEN OUTPUT PTD-BALANCES
                 CLOSE PTD-BALANCES
                 OPEN I-O PTD-BALANCES
              END-IF
              IF DL-BAL-STATUS NOT = '00'
                 DISPLAY 'LEDGER-CLOSE: UNABLE TO OPEN PTDBAL, '
                         'STATUS ' DL-BAL-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-BAL-OPEN-SW
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-READ-CLOSE-CARD
      *    THE DATE IS MANDATORY.  A ZERO PERIOD DEFAULTS TO THE
      *    CLOSING DATE'S OWN MONTH; AN EXPLICIT PERIOD MUST BE A
      *    REAL MONTH.  BLANK ACCOUNTS TAKE THE STANDARD CODES.
      *----------------------------------------------------------------
       1100-READ-CLOSE-CARD.
           OPEN INPUT CLOSE-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'LEDGER-CLOSE: UNABLE TO OPEN CLSCARDS, STATUS '
                      DL-CARD-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              READ CLOSE-CARDS INTO DL-CLOSE-CARD
                 AT END
                    DISPLAY 'LEDGER-CLOSE: CLSCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
              END-READ
              CLOSE CLOSE-CARDS
           END-IF
           IF NOT DL-ABORT
              IF DL-CLS-DATE NOT NUMERIC
                 OR DL-CLS-DATE = ZERO
                 DISPLAY 'LEDGER-CLOSE: CLOSING DATE ON CLSCARDS IS '
                         'MISSING OR NOT NUMERIC'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              IF DL-CLS-PERIOD NOT NUMERIC
                 OR DL-CLS-PERIOD = ZERO
                 MOVE DL-CLS-DATE (1:6) TO DL-CLOSE-PERIOD
              ELSE
                 MOVE DL-CLS-PERIOD TO DL-CLOSE-PERIOD
              END-IF
              IF DL-CLOSE-PERIOD-MM < 1
                 OR DL-CLOSE-PERIOD-MM > 12
                 DISPLAY 'LEDGER-CLOSE: ACCOUNTING PERIOD '
                         DL-CLOSE-PERIOD ' IS NOT A VALID YYYYMM'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              MOVE 'CL' TO DL-JOURNAL-ID (1:2)
              MOVE DL-CLS-DATE (3:6) TO DL-JOURNAL-ID (3:6)
              MOVE 'ALLOCCLR' TO DL-CLEARING-ACCT
              MOVE 'ALLOCDST' TO DL-DISTRIB-ACCT
              MOVE 'ALLOCREM' TO DL-REMAINDER-ACCT
              IF DL-CLS-CLEARING-ACCT NOT = SPACES
                 MOVE DL-CLS-CLEARING-ACCT TO DL-CLEARING-ACCT
              END-IF
              IF DL-CLS-DISTRIB-ACCT NOT = SPACES
                 MOVE DL-CLS-DISTRIB-ACCT TO DL-DISTRIB-ACCT
              END-IF
              IF DL-CLS-REMAINDER-ACCT NOT = SPACES
                 MOVE DL-CLS-REMAINDER-ACCT TO DL-REMAINDER-ACCT
              END-IF
              DISPLAY 'LEDGER-CLOSE: CLOSING BUSINESS DATE '
                      DL-CLS-DATE ' INTO PERIOD ' DL-CLOSE-PERIOD
                      ' JOURNAL ' DL-JOURNAL-ID
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-CHECK-GATE-RESULT
      *    A MISSING VERDICT MEANS THE GATE NEVER RAN -- A
      *    SCHEDULING ERROR.  A VERDICT FOR ANOTHER DATE, OR ANY
      *    VERDICT BUT PASSED, REFUSES THE CLOSE.
      *----------------------------------------------------------------
       1200-CHECK-GATE-RESULT.
           OPEN INPUT GATE-RESULT
           IF DL-GTR-STATUS NOT = '00'
              DISPLAY 'LEDGER-CLOSE: UNABLE TO OPEN GATERSLT, STATUS '
                      DL-GTR-STATUS ' - HAS POST-GATE RUN?'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              READ GATE-RESULT INTO DL-GATE-RESULT-RECORD
                 AT END
                    DISPLAY 'LEDGER-CLOSE: GATERSLT IS EMPTY - '
                            'POST-GATE DID NOT COMPLETE'
                    MOVE 'Y' TO DL-REFUSED-SW
              END-READ
              CLOSE GATE-RESULT
           END-IF
           IF NOT DL-ABORT AND NOT DL-REFUSED
              IF DL-GTR-GATE-DATE NOT = DL-CLS-DATE
                 DISPLAY 'LEDGER-CLOSE: GATE RESULT IS FOR '
                         DL-GTR-GATE-DATE ', NOT ' DL-CLS-DATE
                 MOVE 'Y' TO DL-REFUSED-SW
              ELSE
                 IF NOT DL-GTR-PASSED
                    DISPLAY 'LEDGER-CLOSE: POST-GATE VERDICT FOR '
                            DL-CLS-DATE ' IS ' DL-GTR-VERDICT
                    MOVE 'Y' TO DL-REFUSED-SW
                 END-IF
              END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-ACCUMULATE-POSTING
      *    ONE PASS OVER THE POSTINGS, ADDING EACH INTO ITS BASE'S
      *    SLOT AND INTO THE FILE CONTROLS THE GATE RESULT IS
      *    CHECKED AGAINST.  AN OVERFLOWED BASE TABLE CANNOT CLOSE
      *    THE WHOLE FILE AND ABORTS BEFORE ANYTHING IS UPDATED.
      *----------------------------------------------------------------
       2000-ACCUMULATE-POSTING.
           READ POSTINGS INTO DL-POSTING-RECORD
              AT END
                 MOVE 'Y' TO DL-PST-EOF-SW
              NOT AT END
                 ADD 1 TO DL-POSTINGS-READ
                 IF DL-PST-LENGTH < DL-PST-WIDE-LENGTH
                    MOVE DL-PST-DIVIDEND  TO DL-PST-W-DIVIDEND
                    MOVE DL-PST-DIVISOR   TO DL-PST-W-DIVISOR
                    MOVE DL-PST-REMAINDER TO DL-PST-W-REMAINDER
                 END-IF
                 ADD DL-PST-W-DIVIDEND  TO DL-DIVIDEND-TOTAL
                 ADD DL-PST-W-REMAINDER TO DL-REMAINDER-TOTAL
                 MOVE DL-PST-W-DIVISOR TO DL-WORK-DIVISOR
                 PERFORM 2100-FIND-BASE THRU 2100-EXIT
                 IF NOT DL-BASE-FOUND
                    PERFORM 2300-INSERT-BASE THRU 2300-EXIT
                 END-IF
                 IF NOT DL-ABORT
                    ADD 1 TO DL-CBT-COUNT (DL-INSERT-IDX)
                    ADD DL-PST-W-DIVIDEND
                       TO DL-CBT-DIVIDEND (DL-INSERT-IDX)
                    ADD DL-PST-W-REMAINDER
                       TO DL-CBT-REMAINDER (DL-INSERT-IDX)
                 END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-FIND-BASE
      *    THE TABLE IS IN ASCENDING DIVISOR ORDER: THE SCAN STOPS
      *    AT THE FIRST SLOT NOT BELOW THE WORK DIVISOR, WHICH IS
      *    EITHER THE BASE ITSELF OR THE PLACE IT BELONGS.
      *----------------------------------------------------------------
       2100-FIND-BASE.
           MOVE 'N' TO DL-BASE-FOUND-SW
           COMPUTE DL-INSERT-IDX = DL-BASE-COUNT + 1
           PERFORM 2200-TEST-BASE THRU 2200-EXIT
              VARYING DL-BASE-SUB FROM 1 BY 1
              UNTIL DL-BASE-SUB > DL-BASE-COUNT
                 OR DL-INSERT-IDX NOT > DL-BASE-COUNT
           IF DL-INSERT-IDX NOT > DL-BASE-COUNT
              IF DL-CBT-DIVISOR (DL-INSERT-IDX) = DL-WORK-DIVISOR
                 MOVE 'Y' TO DL-BASE-FOUND-SW
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-TEST-BASE.
           IF DL-CBT-DIVISOR (DL-BASE-SUB) NOT < DL-WORK-DIVISOR
              MOVE DL-BASE-SUB TO DL-INSERT-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-INSERT-BASE
      *    OPEN A ZEROED SLOT AT DL-INSERT-IDX, MOVING THE HIGHER
      *    BASES DOWN ONE.
      *----------------------------------------------------------------
       2300-INSERT-BASE.
           IF DL-BASE-COUNT >= 500
              DISPLAY 'LEDGER-CLOSE: BASE TABLE OVERFLOW AT 500 '
                      'ALLOCATION BASES - NOTHING CLOSED'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 2350-SHIFT-BASE THRU 2350-EXIT
                 VARYING DL-SHIFT-SUB FROM DL-BASE-COUNT BY -1
                 UNTIL DL-SHIFT-SUB < DL-INSERT-IDX
              ADD 1 TO DL-BASE-COUNT
              MOVE DL-WORK-DIVISOR TO DL-CBT-DIVISOR (DL-INSERT-IDX)
              MOVE ZERO TO DL-CBT-COUNT (DL-INSERT-IDX)
              MOVE ZERO TO DL-CBT-DIVIDEND (DL-INSERT-IDX)
              MOVE ZERO TO DL-CBT-REMAINDER (DL-INSERT-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2350-SHIFT-BASE.
           MOVE DL-CBT-ENTRY (DL-SHIFT-SUB)
             TO DL-CBT-ENTRY (DL-SHIFT-SUB + 1).
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-VERIFY-CLOSE
      *    THE POSTINGS MUST BE THE FILE THE GATE PROVED, AND NO
      *    BASE MAY ALREADY HOLD THIS DATE.  EVERY BASE IS CHECKED
      *    AND LISTED BEFORE THE VERDICT, SO ONE RUN SHOWS THE
      *    OPERATOR THE WHOLE PROBLEM.
      *----------------------------------------------------------------
       3000-VERIFY-CLOSE.
           IF DL-POSTINGS-READ NOT = DL-GTR-POSTINGS-COUNT
              OR DL-DIVIDEND-TOTAL NOT = DL-GTR-DIVIDEND-TOTAL
              DISPLAY 'LEDGER-CLOSE: POSTINGS CHANGED SINCE THE GATE '
                      '- GATE ' DL-GTR-POSTINGS-COUNT ' RECORDS, '
                      'FILE NOW ' DL-POSTINGS-READ ' RECORDS'
              IF DL-DIVIDEND-TOTAL NOT = DL-GTR-DIVIDEND-TOTAL
                 DISPLAY 'LEDGER-CLOSE: DIVIDEND TOTAL DIFFERS FROM '
                         'THE GATED TOTAL'
              END-IF
              MOVE 'Y' TO DL-REFUSED-SW
           END-IF
           PERFORM 3100-CHECK-BASE-OPEN THRU 3100-EXIT
              VARYING DL-BASE-SUB FROM 1 BY 1
              UNTIL DL-BASE-SUB > DL-BASE-COUNT
                 OR DL-ABORT
           IF DL-BASES-ALREADY-CLOSED > ZERO
              DISPLAY 'LEDGER-CLOSE: ' DL-BASES-ALREADY-CLOSED
                      ' BASE(S) ALREADY HOLD ' DL-CLS-DATE
                      ' OR LATER - DAY ALREADY CLOSED'
              MOVE 'Y' TO DL-REFUSED-SW
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-BASE-OPEN.
           MOVE DL-CBT-DIVISOR (DL-BASE-SUB) TO DL-BAL-DIVISOR
           MOVE DL-CLOSE-PERIOD TO DL-BAL-PERIOD
           MOVE DL-BAL-KEY TO FD-BAL-KEY
           READ PTD-BALANCES INTO DL-BALANCE-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DL-BAL-LAST-CLOSE-DATE NOT < DL-CLS-DATE
                    DISPLAY 'LEDGER-CLOSE: BASE '
                            DL-CBT-DIVISOR (DL-BASE-SUB)
                            ' PERIOD ' DL-CLOSE-PERIOD
                            ' LAST CLOSED ' DL-BAL-LAST-CLOSE-DATE
                    ADD 1 TO DL-BASES-ALREADY-CLOSED
                 END-IF
           END-READ
           IF DL-BAL-STATUS NOT = '00' AND DL-BAL-STATUS NOT = '23'
              DISPLAY 'LEDGER-CLOSE: PTDBAL READ FAILED, STATUS '
                      DL-BAL-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-CLOSE-DAY
      *    OPEN THE JOURNAL AND THE REGISTER, THEN CLOSE EACH BASE
      *    IN TURN: BALANCE, JOURNAL LINES, REGISTER LINE.  THE
      *    TRAILER IS WRITTEN ONLY WHEN DEBITS EQUAL CREDITS; A
      *    JOURNAL WITH NO TRAILER IS REFUSED BY THE LEDGER LOAD.
      *    THE BASE TABLE IS IN ASCENDING ORDER, SO ITS LAST SLOT
      *    SAYS WHETHER ANY BASE NEEDS THE WIDE JOURNAL LAYOUT.
      *----------------------------------------------------------------
       4000-CLOSE-DAY.
           OPEN OUTPUT JOURNAL-FILE
           IF DL-JRN-STATUS NOT = '00'
              DISPLAY 'LEDGER-CLOSE: UNABLE TO OPEN JRNLOUT, STATUS '
                      DL-JRN-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO DL-JRN-OPEN-SW
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT CLOSING-REGISTER
              IF DL-RPRT-STATUS NOT = '00'
                 DISPLAY 'LEDGER-CLOSE: UNABLE TO OPEN CLSRPRT, '
                         'STATUS ' DL-RPRT-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-RPRT-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              MOVE DL-CLS-DATE       TO DL-HD1-DATE
              MOVE DL-CLOSE-PERIOD   TO DL-HD1-PERIOD
              MOVE DL-JOURNAL-ID     TO DL-HD1-JOURNAL-ID
              IF DL-BASE-COUNT > ZERO
                 IF DL-CBT-DIVISOR (DL-BASE-COUNT) > 9999.9999
                    MOVE 'Y' TO DL-JRN-WIDE-SW
                 END-IF
              END-IF
              PERFORM 4100-WRITE-JOURNAL-HEADER THRU 4100-EXIT
              PERFORM 4200-CLOSE-ONE-BASE THRU 4200-EXIT
                 VARYING DL-BASE-SUB FROM 1 BY 1
                 UNTIL DL-BASE-SUB > DL-BASE-COUNT
                    OR DL-ABORT
           END-IF
           IF NOT DL-ABORT
              PERFORM 4500-WRITE-JOURNAL-TRAILER THRU 4500-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 7000-PRINT-REGISTER-TOTALS THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO DL-JOURNAL-RECORD
           MOVE 'JH'                  TO DL-JRN-REC-TYPE
           MOVE DL-JOURNAL-ID         TO DL-JRN-JOURNAL-ID
           MOVE DL-CLS-DATE           TO DL-JRH-BUSINESS-DATE
           MOVE DL-CLOSE-PERIOD       TO DL-JRH-PERIOD
           MOVE 'LDGCLOSE'            TO DL-JRH-SOURCE
           MOVE DL-GTR-POSTINGS-COUNT TO DL-JRH-GATE-COUNT
           MOVE DL-PROC-DATE          TO DL-JRH-CREATED-DATE
           IF DL-JRN-WIDE
              MOVE 'W'                TO DL-JRH-FORMAT
           END-IF
           PERFORM 4900-PUT-JOURNAL-RECORD THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4200-CLOSE-ONE-BASE
      *    ADD THE DAY INTO THE BASE'S PERIOD BALANCE (OPENING THE
      *    BALANCE ON THE BASE'S FIRST DAY IN THE PERIOD), THEN
      *    WRITE ITS THREE JOURNAL LINES AND ITS REGISTER LINE.  A
      *    FAILED BALANCE WRITE STOPS THE CLOSE: EARLIER BASES ARE
      *    ALREADY UPDATED, AND THE MESSAGE SAYS SO FOR RECOVERY.
      *----------------------------------------------------------------
       4200-CLOSE-ONE-BASE.
           COMPUTE DL-WORK-DISTRIB = DL-CBT-DIVIDEND (DL-BASE-SUB)
                                   - DL-CBT-REMAINDER (DL-BASE-SUB)
           ADD DL-WORK-DISTRIB TO DL-DISTRIB-TOTAL
           MOVE DL-CBT-DIVISOR (DL-BASE-SUB) TO DL-BAL-DIVISOR
           MOVE DL-CLOSE-PERIOD TO DL-BAL-PERIOD
           MOVE DL-BAL-KEY TO FD-BAL-KEY
           MOVE 'N' TO DL-BAL-NEW-SW
           READ PTD-BALANCES INTO DL-BALANCE-RECORD
              INVALID KEY
                 MOVE 'Y' TO DL-BAL-NEW-SW
           END-READ
           IF DL-BAL-NEW
              MOVE SPACES TO DL-BALANCE-RECORD
              MOVE DL-CBT-DIVISOR (DL-BASE-SUB) TO DL-BAL-DIVISOR
              MOVE DL-CLOSE-PERIOD TO DL-BAL-PERIOD
              MOVE ZERO TO DL-BAL-POSTING-COUNT
              MOVE ZERO TO DL-BAL-DIVIDEND-PTD
              MOVE ZERO TO DL-BAL-DISTRIB-PTD
              MOVE ZERO TO DL-BAL-REMAINDER-PTD
              MOVE DL-CLS-DATE TO DL-BAL-OPENED-DATE
           END-IF
           ADD DL-CBT-COUNT (DL-BASE-SUB)     TO DL-BAL-POSTING-COUNT
           ADD DL-CBT-DIVIDEND (DL-BASE-SUB)  TO DL-BAL-DIVIDEND-PTD
           ADD DL-WORK-DISTRIB                TO DL-BAL-DISTRIB-PTD
           ADD DL-CBT-REMAINDER (DL-BASE-SUB) TO DL-BAL-REMAINDER-PTD
           MOVE DL-CLS-DATE TO DL-BAL-LAST-CLOSE-DATE
           MOVE DL-BALANCE-RECORD TO FD-BALANCE-RECORD
           IF DL-BAL-NEW
              WRITE FD-BALANCE-RECORD
              ADD 1 TO DL-BASES-OPENED
           ELSE
              REWRITE FD-BALANCE-RECORD
           END-IF
           IF DL-BAL-STATUS NOT = '00'
              DISPLAY 'LEDGER-CLOSE: PTDBAL UPDATE FAILED, STATUS '
                      DL-BAL-STATUS ' AT BASE '
                      DL-CBT-DIVISOR (DL-BASE-SUB)
                      ' - ' DL-BASES-CLOSED ' BASE(S) BEFORE IT '
                      'WERE ALREADY UPDATED; RESTORE PTDBAL BEFORE '
                      'RERUNNING'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO DL-BASES-CLOSED
              MOVE DL-CLEARING-ACCT TO DL-WORK-ACCOUNT
              MOVE DL-CBT-DIVIDEND (DL-BASE-SUB) TO DL-WORK-AMOUNT
              MOVE 'D' TO DL-WORK-DR-CR
              PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
              MOVE DL-DISTRIB-ACCT TO DL-WORK-ACCOUNT
              MOVE DL-WORK-DISTRIB TO DL-WORK-AMOUNT
              MOVE 'C' TO DL-WORK-DR-CR
              PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
              MOVE DL-REMAINDER-ACCT TO DL-WORK-ACCOUNT
              MOVE DL-CBT-REMAINDER (DL-BASE-SUB) TO DL-WORK-AMOUNT
              MOVE 'C' TO DL-WORK-DR-CR
              PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
              PERFORM 6200-PRINT-BASE-LINE THRU 6200-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4300-WRITE-JOURNAL-LINE
      *    A ZERO AMOUNT POSTS NOTHING.  A NEGATIVE AMOUNT POSTS ITS
      *    MAGNITUDE WITH THE DIRECTION EXCHANGED.  A WIDE JOURNAL
      *    CARRIES THE SAME FIELDS IN THE WIDE DETAIL LAYOUT.
      *----------------------------------------------------------------
       4300-WRITE-JOURNAL-LINE.
           IF DL-WORK-AMOUNT NOT = ZERO
              IF DL-WORK-AMOUNT < ZERO
                 COMPUTE DL-WORK-AMOUNT = ZERO - DL-WORK-AMOUNT
                 IF DL-WORK-DR-CR = 'D'
                    MOVE 'C' TO DL-WORK-DR-CR
                 ELSE
                    MOVE 'D' TO DL-WORK-DR-CR
                 END-IF
              END-IF
              ADD 1 TO DL-JOURNAL-LINES
              MOVE SPACES TO DL-JOURNAL-RECORD
              MOVE 'JD'                TO DL-JRN-REC-TYPE
              MOVE DL-JOURNAL-ID       TO DL-JRN-JOURNAL-ID
              MOVE DL-JOURNAL-LINES    TO DL-JRN-LINE-SEQ
              MOVE DL-WORK-ACCOUNT     TO DL-JRN-ACCOUNT
              IF DL-JRN-WIDE
                 MOVE DL-CBT-DIVISOR (DL-BASE-SUB)
                   TO DL-JRW-ALLOC-BASE
                 MOVE DL-WORK-DR-CR    TO DL-JRW-DR-CR
                 MOVE DL-WORK-AMOUNT   TO DL-JRW-AMOUNT
                 MOVE DL-CLOSE-PERIOD  TO DL-JRW-PERIOD
                 MOVE DL-CLS-DATE      TO DL-JRW-POST-DATE
                 MOVE DL-CBT-COUNT (DL-BASE-SUB)
                   TO DL-JRW-POSTING-COUNT
              ELSE
                 MOVE DL-CBT-DIVISOR (DL-BASE-SUB)
                   TO DL-JRN-ALLOC-BASE
                 MOVE DL-WORK-DR-CR    TO DL-JRN-DR-CR
                 MOVE DL-WORK-AMOUNT   TO DL-JRN-AMOUNT
                 MOVE DL-CLOSE-PERIOD  TO DL-JRN-PERIOD
                 MOVE DL-CLS-DATE      TO DL-JRN-POST-DATE
                 MOVE DL-CBT-COUNT (DL-BASE-SUB)
                   TO DL-JRN-POSTING-COUNT
              END-IF
              IF DL-WORK-DR-CR = 'D'
                 ADD DL-WORK-AMOUNT TO DL-TOTAL-DEBITS
              ELSE
                 ADD DL-WORK-AMOUNT TO DL-TOTAL-CREDITS
              END-IF
              PERFORM 4900-PUT-JOURNAL-RECORD THRU 4900-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4500-WRITE-JOURNAL-TRAILER
      *    EACH BASE BALANCES BY CONSTRUCTION, SO AN IMBALANCE HERE
      *    MEANS STORAGE WAS CORRUPTED.  THE TRAILER IS WITHHELD AND
      *    THE RUN FAILS RATHER THAN HAND THE LEDGER AN UNBALANCED
      *    ENTRY.
      *----------------------------------------------------------------
       4500-WRITE-JOURNAL-TRAILER.
           IF DL-TOTAL-DEBITS NOT = DL-TOTAL-CREDITS
              DISPLAY 'LEDGER-CLOSE: JOURNAL OUT OF BALANCE - DEBITS '
                      DL-TOTAL-DEBITS ' CREDITS ' DL-TOTAL-CREDITS
                      ' - TRAILER WITHHELD'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO DL-JOURNAL-RECORD
              MOVE 'JT'             TO DL-JRN-REC-TYPE
              MOVE DL-JOURNAL-ID    TO DL-JRN-JOURNAL-ID
              MOVE DL-JOURNAL-LINES TO DL-JRT-DETAIL-COUNT
              MOVE DL-TOTAL-DEBITS  TO DL-JRT-TOTAL-DEBITS
              MOVE DL-TOTAL-CREDITS TO DL-JRT-TOTAL-CREDITS
              PERFORM 4900-PUT-JOURNAL-RECORD THRU 4900-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

       4900-PUT-JOURNAL-RECORD.
           MOVE DL-JOURNAL-RECORD TO FD-JOURNAL-RECORD
           WRITE FD-JOURNAL-RECORD
           IF DL-JRN-STATUS NOT = '00'
              DISPLAY 'LEDGER-CLOSE: JRNLOUT WRITE FAILED, STATUS '
                      DL-JRN-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6000-PAGE-HEADING
      *----------------------------------------------------------------
       6000-PAGE-HEADING.
           ADD 1 TO DL-PAGE-COUNT
           MOVE DL-PAGE-COUNT TO DL-HD1-PAGE
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

       6200-PRINT-BASE-LINE.
           MOVE DL-CBT-DIVISOR (DL-BASE-SUB)   TO DL-DTL-BASE
           MOVE DL-CBT-COUNT (DL-BASE-SUB)     TO DL-DTL-COUNT
           MOVE DL-CBT-DIVIDEND (DL-BASE-SUB)  TO DL-DTL-DIVIDEND
           MOVE DL-WORK-DISTRIB                TO DL-DTL-DISTRIB
           MOVE DL-CBT-REMAINDER (DL-BASE-SUB) TO DL-DTL-REMAINDER
           MOVE DL-BAL-POSTING-COUNT           TO DL-DTL-PTD-COUNT
           MOVE DL-BAL-DIVIDEND-PTD            TO DL-DTL-PTD-DIVIDEND
           MOVE DL-BAL-REMAINDER-PTD           TO DL-DTL-PTD-REMAINDER
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-DETAIL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-PRINT-REGISTER-TOTALS
      *    THE DAY TOTAL LINE AND THE JOURNAL CONTROLS, SO THE
      *    SIGNED REGISTER PROVES THE JOURNAL THE LEDGER LOADED.
      *----------------------------------------------------------------
       7000-PRINT-REGISTER-TOTALS.
           IF DL-BASE-COUNT = ZERO
              MOVE 'NO POSTINGS FOR THIS DATE - EMPTY JOURNAL WRITTEN'
                TO DL-MSG-TEXT
              PERFORM 6100-PRINT-LINE THRU 6100-EXIT
              MOVE DL-MESSAGE-LINE TO FD-REPORT-LINE
              WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
              ADD 1 TO DL-LINE-COUNT
           END-IF
           MOVE DL-POSTINGS-READ   TO DL-TTL-COUNT
           MOVE DL-DIVIDEND-TOTAL  TO DL-TTL-DIVIDEND
           MOVE DL-DISTRIB-TOTAL   TO DL-TTL-DISTRIB
           MOVE DL-REMAINDER-TOTAL TO DL-TTL-REMAINDER
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-TOTAL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO DL-LINE-COUNT
           MOVE 'POSTINGS PROVEN BY POST-GATE ..........'
             TO DL-CCL-LABEL
           MOVE DL-GTR-POSTINGS-COUNT TO DL-CCL-COUNT
           PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
           MOVE 'ALLOCATION BASES CLOSED ...............'
             TO DL-CCL-LABEL
           MOVE DL-BASES-CLOSED TO DL-CCL-COUNT
           PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
           MOVE '  OF WHICH NEW TO THE PERIOD ..........'
             TO DL-CCL-LABEL
           MOVE DL-BASES-OPENED TO DL-CCL-COUNT
           PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
           MOVE 'JOURNAL DETAIL LINES ..................'
             TO DL-CCL-LABEL
           MOVE DL-JOURNAL-LINES TO DL-CCL-COUNT
           PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
           MOVE 'JOURNAL TOTAL DEBITS ..................'
             TO DL-CAL-LABEL
           MOVE DL-TOTAL-DEBITS TO DL-CAL-AMOUNT
           PERFORM 7200-PRINT-AMOUNT-LINE THRU 7200-EXIT
           MOVE 'JOURNAL TOTAL CREDITS .................'
             TO DL-CAL-LABEL
           MOVE DL-TOTAL-CREDITS TO DL-CAL-AMOUNT
           PERFORM 7200-PRINT-AMOUNT-LINE THRU 7200-EXIT
           MOVE 'JOURNAL BALANCED - DEBITS EQUAL CREDITS'
             TO DL-MSG-TEXT
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-MESSAGE-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO DL-LINE-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-COUNT-LINE.
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-CTL-COUNT-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       7100-EXIT.
           EXIT.

       7200-PRINT-AMOUNT-LINE.
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-CTL-AMOUNT-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-PRINT-TOTALS
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           DISPLAY 'LEDGER-CLOSE TOTALS'
           DISPLAY '  POSTINGS READ ............ ' DL-POSTINGS-READ
           DISPLAY '  ALLOCATION BASES ......... ' DL-BASE-COUNT
           DISPLAY '  BASES CLOSED ............. ' DL-BASES-CLOSED
           DISPLAY '  BASES NEW TO PERIOD ...... ' DL-BASES-OPENED
           DISPLAY '  JOURNAL DETAIL LINES ..... ' DL-JOURNAL-LINES
           DISPLAY '  TOTAL DEBITS ............. ' DL-TOTAL-DEBITS
           DISPLAY '  TOTAL CREDITS ............ ' DL-TOTAL-CREDITS
           IF DL-ABORT
              DISPLAY '  *** CLOSE FAILED - SEE MESSAGES ABOVE ***'
           ELSE
              IF DL-REFUSED
                 DISPLAY '  *** CLOSE REFUSED - NOTHING UPDATED ***'
                 IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY '  DAY CLOSED - JOURNAL ' DL-JOURNAL-ID
                         ' BALANCED'
              END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF DL-PST-STATUS = '00' OR DL-PST-STATUS = '10'
              CLOSE POSTINGS
           END-IF
           IF DL-BAL-OPEN
              CLOSE PTD-BALANCES
           END-IF
           IF DL-JRN-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           IF DL-RPRT-OPEN
              CLOSE CLOSING-REGISTER
           END-IF.
       9000-EXIT.
           EXIT.
