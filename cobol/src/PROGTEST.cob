      *                     CHANGE TO PROG.  A CARD WITH NO
      *                     EXPECTATIONS STILL JUST DISPLAYS.
      *                     CARD LENGTH 16 -> 47
      *    2026-10-15 MOP   PROG'S CALLING CONVENTION GAINED A SOURCE
      *                     REFERENCE; THE TEST HARNESS PASSES
      *                     'CTLCARDS' AND THE CARD NUMBER, SO A TEST
      *                     RUN'S LEDGER AND AUDIT RECORDS TRACE BACK
      *                     TO THE CARD THAT DROVE THEM
      *    2026-10-15 MOP   PROG'S LINKAGE WIDENED FOR THE WIDE-AMOUNT
      *                     FEED.  A CARD MAY NOW CARRY A WIDE
      *                     DIVIDEND, DIVISOR AND EXPECTED REMAINDER;
      *                     THE CARD FILE IS VARIABLE LENGTH (16 TO
      *                     90) SO EXISTING DECKS STILL READ
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PROG-TEST.
              FILE STATUS IS DL-CTL-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  CONTROL-CARDS
           RECORD IS VARYING IN SIZE FROM 16 TO 90 CHARACTERS
              DEPENDING ON DL-CTL-LENGTH.
       01  FD-CTL-RECORD                PIC X(90).
       WORKING-STORAGE  SECTION.
           COPY CTLCARD.
           COPY EXCTAB.
       01  DL-CTL-STATUS                PIC X(02).
       01  DL-CTL-LENGTH                PIC 9(04).
       01  DL-WIDE-CARD-SW              PIC X(01).
           88  DL-WIDE-CARD             VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  DL-EOF                   VALUE 'Y'.
       01  DL-CALL-DIVIDEND             PIC S9(11)V9(4).
       01  DL-CALL-DIVISOR              PIC S9(11)V9(4).
       01  DL-RESULT                    PIC S9(9)V9(4) COMP-5.
       01  DL-EXCEPTION-STATUS-OUT      PIC X(32).
       01  DL-RANGE-ERROR-OUT           PIC X(01).
       01  DL-RUN-ID                    PIC X(08).
       01  DL-STREAM-ID                 PIC X(02) VALUE SPACES.
       01  DL-SOURCE-REF.
           05  DL-SOURCE-REF-NUMBER     PIC X(12) VALUE 'CTLCARDS'.
           05  DL-SOURCE-REF-LINE       PIC 9(06) VALUE ZERO.
       01  DL-EXC-SUB                   PIC 9(02).
       01  DL-EXC-DESC-OUT              PIC X(32).
       01  DL-CARD-COUNT                PIC 9(08) VALUE ZERO.
      *    2000-PROCESS-CARD
      *    CALL PROG DIRECTLY WITH WHATEVER THE CARD SAYS -- NO
      *    VALIDATION -- AND DISPLAY THE OUTCOME FOR THE TESTER.  THE
      *    CARD'S DIVIDEND/DIVISOR ARE MOVED INTO PROG'S WIDE LINKAGE
      *    FIELDS BEFORE THE CALL -- FROM THE WIDE CARD FIELDS WHEN
      *    BOTH ARE FILLED IN, SO A BOUNDARY-VALUE CARD CAN ACTUALLY
      *    DRIVE A REMAINDER LARGE ENOUGH TO EXERCISE PROG'S RANGE
      *    CHECK, OTHERWISE FROM THE ORIGINAL NARROW FIELDS.
      *----------------------------------------------------------------
       2000-PROCESS-CARD.
           ADD 1 TO DL-CARD-COUNT
           IF DL-CTL-W-DIVIDEND NUMERIC
              AND DL-CTL-W-DIVISOR NUMERIC
              MOVE 'Y' TO DL-WIDE-CARD-SW
              MOVE DL-CTL-W-DIVIDEND TO DL-CALL-DIVIDEND
              MOVE DL-CTL-W-DIVISOR  TO DL-CALL-DIVISOR
           ELSE
              MOVE 'N' TO DL-WIDE-CARD-SW
              MOVE DL-CTL-DIVIDEND TO DL-CALL-DIVIDEND
              MOVE DL-CTL-DIVISOR  TO DL-CALL-DIVISOR
           END-IF
           MOVE DL-CARD-COUNT   TO DL-SOURCE-REF-LINE
           CALL 'PROG' USING DL-CALL-DIVIDEND
                             DL-CALL-DIVISOR
                             DL-RESULT
                             DL-RANGE-ERROR-OUT
                             DL-RUN-ID
                             DL-STREAM-ID
                             DL-SOURCE-REF
           MOVE SPACES TO DL-EXC-DESC-OUT
           PERFORM 4000-LOOKUP-EXC-DESC THRU 4000-EXIT
           DISPLAY 'CARD ' DL-CARD-COUNT ': '
                   DL-CALL-DIVIDEND ' / ' DL-CALL-DIVISOR
                   ' = ' DL-RESULT
           DISPLAY '    EXCEPTION-STATUS: ' DL-EXCEPTION-STATUS-OUT
                   ' (' DL-EXC-DESC-OUT ')'
                 DISPLAY '    EXPECTED STATUS:  ' DL-CTL-EXP-STATUS
              END-IF
           END-IF
           IF DL-WIDE-CARD
              IF DL-CTL-W-EXP-REMAINDER NUMERIC
                 MOVE 'Y' TO DL-CARD-CHECKED-SW
                 IF DL-RESULT NOT = DL-CTL-W-EXP-REMAINDER
                    MOVE 'Y' TO DL-CARD-FAIL-SW
                    DISPLAY '    EXPECTED REMAINDER: '
                            DL-CTL-W-EXP-REMAINDER
                 END-IF
              END-IF
           ELSE
              IF DL-CTL-EXP-REMAINDER NUMERIC
                 MOVE 'Y' TO DL-CARD-CHECKED-SW
                 IF DL-RESULT NOT = DL-CTL-EXP-REMAINDER
                    MOVE 'Y' TO DL-CARD-FAIL-SW
                    DISPLAY '    EXPECTED REMAINDER: '
                            DL-CTL-EXP-REMAINDER
                 END-IF
              END-IF
           END-IF
           IF DL-CTL-EXP-RANGE-ERROR = 'Y'

      *----------------------------------------------------------------
      *    3000-READ-CARD
      *    A CARD SHORTER THAN DL-CTL-WIDE-LENGTH WAS PUNCHED BEFORE
      *    THE WIDE FIELDS EXISTED, SO WHATEVER THE CARD AREA HELD
      *    BEYOND IT IS BLANKED AND THE CARD READS AS NARROW.
      *----------------------------------------------------------------
       3000-READ-CARD.
           READ CONTROL-CARDS INTO DL-CONTROL-CARD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-CTL-LENGTH < DL-CTL-WIDE-LENGTH
                    MOVE SPACES TO DL-CTL-WIDE
                 END-IF
           END-READ.
       3000-EXIT.
           EXIT.
