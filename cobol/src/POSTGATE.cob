      *    FILE THAT CANNOT BE OPENED IS A SCHEDULING ERROR AND
      *    FAILS HARD.
      *
      *    THE VERDICT IS ALSO WRITTEN TO GATERSLT, ONE RECORD
      *    CARRYING THE GATED DATE, PASSED/FAILED/ERROR, AND THE
      *    COUNT AND DIVIDEND TOTAL OF THE POSTINGS FILE JUST
      *    PROVED.  LEDGER-CLOSE READS IT AND CLOSES ONLY A PASSED
      *    DATE WHOSE POSTINGS STILL MATCH THOSE CONTROLS.
      *
      *    RETURN CODES:  0 = POSTINGS BALANCED, CLOSING MAY RUN
      *                   8 = OUT OF BALANCE, UNRECOVERED ABEND, OR
      *                       AN EXPECTED RUN'S POSTINGS MISSING --
      *                     ITS OWN-RECORDS-ONLY TALLY, HOLDING
      *                     CLOSING FOREVER ON A PERFECTLY
      *                     RECOVERED DAY
      *    2026-10-15 MOP   WRITES ITS VERDICT TO GATERSLT (GATED
      *                     DATE, VERDICT, POSTINGS COUNT AND
      *                     DIVIDEND TOTAL) FOR LEDGER-CLOSE, WHICH
      *                     NOW REFUSES TO CLOSE ANYTHING THE GATE
      *                     DID NOT PASS.  THE FILE IS OPENED OUTPUT
      *                     FIRST SO NO STALE PASS SURVIVES A RERUN
      *    2026-10-15 MOP   POSTINGS CARRY THE SOURCE REFERENCE
      *                     (RECORD 40 -> 58); READ AS VARIABLE
      *                     LENGTH SO A FILE WRITTEN BEFORE THE
      *                     CHANGE STILL READS
      *    2026-10-15 MOP   WIDE-AMOUNT POSTINGS (RECORD 58 -> 97): THE
      *                     DIVIDEND TOTAL IS TAKEN FROM THE WIDE
      *                     FIELD, A SHORTER RECORD'S NARROW DIVIDEND
      *                     BEING MOVED ACROSS FIRST.  THE TOTAL AND
      *                     GATERSLT'S COPY OF IT ARE S9(14)V9(4)
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      POST-GATE.
           SELECT GATE-CARDS ASSIGN TO "GTECARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT GATE-RESULT ASSIGN TO "GATERSLT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-GTR-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD            PIC X(97).
       FD  RUN-REGISTRY-FILE.
       01  FD-REGISTRY-RECORD           PIC X(88).
       FD  GATE-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       FD  GATE-RESULT.
       01  FD-GATE-RESULT-RECORD        PIC X(42).
       WORKING-STORAGE  SECTION.
           COPY POSTREC.
           COPY REGREC.
           COPY GTECARD.
           COPY GATEREC.
       01  DL-PST-STATUS                PIC X(02).
       01  DL-PST-LENGTH                PIC 9(04).
       01  DL-REG-STATUS                PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-GTR-STATUS                PIC X(02).
       01  DL-GTR-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-GTR-OPEN              VALUE 'Y'.
       01  DL-DIVIDEND-TOTAL            PIC S9(14)V9(4) VALUE ZERO.
       01  DL-PST-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL-PST-EOF               VALUE 'Y'.
       01  DL-REG-EOF-SW                PIC X(01) VALUE 'N'.
           IF NOT DL-ABORT
              PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 8500-WRITE-GATE-RESULT THRU 8500-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.

      *    WOULD SILENTLY DISARM THE REVERSE CHECK, AND A MISSING
      *    POSTINGS FILE IS NOT AN EMPTY DAY -- IT MEANS THE GATE
      *    RAN OUT OF SEQUENCE -- SO BOTH FAIL HARD RATHER THAN
      *    WAVING CLOSING THROUGH.  GATERSLT IS OPENED FIRST OF ALL,
      *    SO WHATEVER HAPPENS NEXT, THE PREVIOUS RUN'S VERDICT IS
      *    GONE AND LEDGER-CLOSE CANNOT ACT ON IT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT GATE-RESULT
           IF DL-GTR-STATUS NOT = '00'
              DISPLAY 'POST-GATE: UNABLE TO OPEN GATERSLT, STATUS '
                      DL-GTR-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO DL-GTR-OPEN-SW
           END-IF
           IF NOT DL-ABORT
              PERFORM 1100-READ-GATE-CARD THRU 1100-EXIT
           END-IF
           IF NOT DL-ABORT
              OPEN INPUT POSTINGS
              IF DL-PST-STATUS NOT = '00'
                 DISPLAY 'POST-GATE: UNABLE TO OPEN POSTINGS, STATUS '
                         DL-PST-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN INPUT RUN-REGISTRY-FILE
              IF DL-REG-STATUS NOT = '00'
                 DISPLAY 'POST-GATE: UNABLE TO OPEN RUNREGF, STATUS '
                         DL-REG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-GATE-CARD.
           OPEN INPUT GATE-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'POST-GATE: UNABLE TO OPEN GTECARDS, STATUS '
                 DISPLAY 'POST-GATE: GATING BUSINESS DATE '
                         DL-GTE-DATE
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
                 MOVE 'Y' TO DL-PST-EOF-SW
              NOT AT END
                 ADD 1 TO DL-POSTINGS-READ
                 IF DL-PST-LENGTH < DL-PST-WIDE-LENGTH
                    MOVE DL-PST-DIVIDEND TO DL-PST-W-DIVIDEND
                 END-IF
                 ADD DL-PST-W-DIVIDEND TO DL-DIVIDEND-TOTAL
                 PERFORM 2100-FIND-RUN-ENTRY THRU 2100-EXIT
                 IF DL-RUN-FOUND-SW = 'Y'
                    ADD 1 TO DL-RNT-POSTING-COUNT (DL-RUN-FOUND-IDX)
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8500-WRITE-GATE-RESULT
      *    RECORD THE VERDICT FOR LEDGER-CLOSE.  AN ABORTED GATE
      *    PROVED NOTHING AND SAYS ERROR; A GATE WHOSE RESULT
      *    CANNOT BE WRITTEN HAS NOT PASSED ANYTHING EITHER.
      *----------------------------------------------------------------
       8500-WRITE-GATE-RESULT.
           IF DL-GTR-OPEN
              MOVE DL-GTE-DATE       TO DL-GTR-GATE-DATE
              MOVE DL-POSTINGS-READ  TO DL-GTR-POSTINGS-COUNT
              MOVE DL-DIVIDEND-TOTAL TO DL-GTR-DIVIDEND-TOTAL
              IF DL-ABORT
                 MOVE 'ERROR   ' TO DL-GTR-VERDICT
              ELSE
                 IF DL-GATE-FAIL
                    MOVE 'FAILED  ' TO DL-GTR-VERDICT
                 ELSE
                    MOVE 'PASSED  ' TO DL-GTR-VERDICT
                 END-IF
              END-IF
              MOVE DL-GATE-RESULT-RECORD TO FD-GATE-RESULT-RECORD
              WRITE FD-GATE-RESULT-RECORD
              IF DL-GTR-STATUS NOT = '00'
                 DISPLAY 'POST-GATE: GATERSLT WRITE FAILED, STATUS '
                         DL-GTR-STATUS ' - CLOSING CANNOT RUN'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
           END-IF
           IF DL-REG-STATUS = '00' OR DL-REG-STATUS = '10'
              CLOSE RUN-REGISTRY-FILE
           END-IF
           IF DL-GTR-OPEN
              CLOSE GATE-RESULT
           END-IF.
       9000-EXIT.
           EXIT.
