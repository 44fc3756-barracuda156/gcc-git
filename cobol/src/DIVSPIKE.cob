      ******************************************************************
      *    PROGRAM-ID:     DIVISOR-SPIKE
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    PER-DIVISOR EXCEPTION AND REJECT RATE ANALYSIS OVER THE
      *    DIVISOR HISTORY FILE (DIVHIST, KEPT BY STREAM-CONSOL).
      *    RUN-REPORT TRENDS THE DAY TOTALS, BUT A PROBLEM WITH ONE
      *    ALLOCATION BASE DISAPPEARS INSIDE THEM.  THIS REPORT
      *    PUTS EACH DIVISOR'S FIGURES FOR THE ANALYSIS DATE BESIDE
      *    ITS OWN BASELINE -- THE PREVIOUS N PROCESSING DAYS ON THE
      *    HISTORY, N FROM THE SPKCARDS REQUEST CARD (LAYOUT AND
      *    DEFAULTS IN SPKCARD) -- AND FLAGS:
      *      - A SPIKE: AN EXCEPTION RATE (EXCEPTIONS OVER ITEMS
      *        PROCESSED) OR REJECT RATE (REJECTS OVER ALL ITEMS)
      *        THAT IS BOTH THE CARD'S NUMBER OF STANDARD
      *        DEVIATIONS AND ITS MINIMUM NUMBER OF PERCENTAGE
      *        POINTS ABOVE THE DIVISOR'S BASELINE MEAN, ON A DAY
      *        WITH AT LEAST THE CARD'S MINIMUM VOLUME
      *      - A NEW DIVISOR: ACTIVE TODAY, NOT SEEN ON ANY
      *        BASELINE DAY
      *      - A STOPPED DIVISOR: SEEN ON AT LEAST THE CARD'S
      *        MINIMUM NUMBER OF BASELINE DAYS, ABSENT TODAY
      *
      *    A PROCESSING DAY IS A DATE THAT HAS ANY RECORD ON THE
      *    HISTORY, SO WEEKENDS AND HOLIDAYS WITH NO RUN DO NOT
      *    DILUTE THE BASELINE.  THE BASELINE MEAN AND DEVIATION
      *    ARE TAKEN OVER THE DAYS THE DIVISOR WAS ACTUALLY SEEN.
      *    THE VARIANCE IS COMPARED SQUARED AGAINST THE SQUARED
      *    RISE, SO NO SQUARE ROOT IS NEEDED.
      *
      *    THE HISTORY IS KEYED DIVISOR THEN DATE, SO THE ANALYSIS
      *    PASS IS A CONTROL BREAK ON DIVISOR.  A FIRST PASS
      *    COLLECTS THE ANALYSIS DATE AND THE BASELINE DATES.
      *
      *    RETURN CODES:  0 = NO DIVISOR FLAGGED
      *                   4 = ONE OR MORE DIVISORS FLAGGED -- THE
      *                       SHIFT LEAD LOOKS BEFORE CLOSING
      *                  16 = CARD, HISTORY OR PRINT FILE ERROR, OR
      *                       NO HISTORY FOR THE ANALYSIS DATE
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   DIVISOR WIDENED TO S9(9)V9(4) WITH THE
      *                     DIVHIST KEY (16 -> 21); THE REPORT'S
      *                     DIVISOR COLUMN PRINTS ALL NINE DIGITS
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      DIVISOR-SPIKE.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT SPIKE-CARDS ASSIGN TO "SPKCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT DIVISOR-HISTORY ASSIGN TO "DIVHIST"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY FD-DVH-KEY
              FILE STATUS IS DL-DVH-STATUS.
           SELECT SPIKE-REPORT ASSIGN TO "SPIKRPT"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-RPRT-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  SPIKE-CARDS.
       01  FD-CARD-RECORD               PIC X(32).
       FD  DIVISOR-HISTORY.
       01  FD-DIV-HISTORY-RECORD.
           05  FD-DVH-KEY               PIC X(21).
           05  FILLER                   PIC X(27).
       FD  SPIKE-REPORT.
       01  FD-REPORT-LINE               PIC X(132).
       WORKING-STORAGE  SECTION.
           COPY SPKCARD.
           COPY DVHREC.
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-DVH-STATUS                PIC X(02).
       01  DL-RPRT-STATUS               PIC X(02).
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-HIST-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DL-HIST-OPEN             VALUE 'Y'.
       01  DL-RPRT-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DL-RPRT-OPEN             VALUE 'Y'.
      *    THE ANALYSIS DATE IN SLOT 1, THEN THE BASELINE DATES,
      *    NEWEST FIRST.
       01  DL-DAY-LIMIT                 PIC 9(04).
       01  DL-DAY-COUNT                 PIC 9(04) VALUE ZERO.
       01  DL-DAY-SUB                   PIC 9(04).
       01  DL-DAY-POS                   PIC 9(04).
       01  DL-DAY-FOUND-SW              PIC X(01).
           88  DL-DAY-FOUND             VALUE 'Y'.
       01  DL-DAY-TABLE.
           05  DL-DAY-DATE              PIC 9(08) OCCURS 61 TIMES.
       01  DL-TODAY                     PIC 9(08) VALUE ZERO.
       01  DL-BASE-DAY-COUNT            PIC 9(04) VALUE ZERO.
       01  DL-MIN-ACTIVE                PIC 9(04).
      *    ONE DIVISOR'S ACCUMULATORS FOR THE CONTROL BREAK.
       01  DL-CUR-DIVISOR               PIC S9(9)V9(4).
       01  DL-CUR-ACTIVE-SW             PIC X(01) VALUE 'N'.
           88  DL-CUR-ACTIVE            VALUE 'Y'.
       01  DL-TDY-PRESENT-SW            PIC X(01).
           88  DL-TDY-PRESENT           VALUE 'Y'.
       01  DL-TDY-EXC-COUNT             PIC 9(08).
       01  DL-TDY-CLEAN-COUNT           PIC 9(08).
       01  DL-TDY-REJ-COUNT             PIC 9(08).
       01  DL-TDY-VOLUME                PIC 9(09).
       01  DL-TDY-EXC-RATE              PIC 9(03)V9(04).
       01  DL-TDY-REJ-RATE              PIC 9(03)V9(04).
       01  DL-BAS-DAYS                  PIC 9(04).
       01  DL-BAS-EXC-SUM               PIC 9(06)V9(04).
       01  DL-BAS-EXC-SQ                PIC 9(08)V9(08).
       01  DL-BAS-REJ-SUM               PIC 9(06)V9(04).
       01  DL-BAS-REJ-SQ                PIC 9(08)V9(08).
       01  DL-BAS-EXC-MEAN              PIC 9(03)V9(04).
       01  DL-BAS-REJ-MEAN              PIC 9(03)V9(04).
      *    WORK FIELDS FOR ONE DAY'S RATES AND THE SPIKE TEST.
       01  DL-WRK-PROCESSED             PIC 9(09).
       01  DL-WRK-VOLUME                PIC 9(09).
       01  DL-WRK-PCT-BASE              PIC 9(11).
       01  DL-WRK-EXC-RATE              PIC 9(03)V9(04).
       01  DL-WRK-REJ-RATE              PIC 9(03)V9(04).
       01  DL-TST-RATE                  PIC 9(03)V9(04).
       01  DL-TST-MEAN                  PIC 9(03)V9(04).
       01  DL-TST-SQ                    PIC 9(08)V9(08).
       01  DL-TST-VARIANCE              PIC S9(08)V9(08).
       01  DL-TST-RISE                  PIC S9(03)V9(04).
       01  DL-TST-RISE-SQ               PIC 9(08)V9(08).
       01  DL-TST-LIMIT-SQ              PIC 9(10)V9(08).
       01  DL-TST-SPIKE-SW              PIC X(01).
           88  DL-TST-SPIKE             VALUE 'Y'.
       01  DL-EXC-SPIKE-SW              PIC X(01).
           88  DL-EXC-SPIKE             VALUE 'Y'.
       01  DL-REJ-SPIKE-SW              PIC X(01).
           88  DL-REJ-SPIKE             VALUE 'Y'.
       01  DL-FLAG-TEXT                 PIC X(30).
      *    RUN TOTALS.
       01  DL-RECORDS-READ              PIC 9(08) VALUE ZERO.
       01  DL-DIVISORS-SEEN             PIC 9(06) VALUE ZERO.
       01  DL-FLAGGED-COUNT             PIC 9(06) VALUE ZERO.
       01  DL-SPIKE-COUNT               PIC 9(06) VALUE ZERO.
       01  DL-NEW-COUNT                 PIC 9(06) VALUE ZERO.
       01  DL-STOPPED-COUNT             PIC 9(06) VALUE ZERO.
       01  DL-UNTESTED-COUNT            PIC 9(06) VALUE ZERO.
       01  DL-LINE-COUNT                PIC 9(02) VALUE 99.
       01  DL-LINES-PER-PAGE            PIC 9(02) VALUE 55.
       01  DL-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  DL-HEADING-1.
           05  FILLER                   PIC X(44) VALUE
               'DIVISOR-SPIKE   DIVISOR RATE ANALYSIS FOR   '.
           05  DL-HD1-TODAY             PIC 9(08).
           05  FILLER                   PIC X(66) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DL-HD1-PAGE              PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  DL-HEADING-2.
           05  FILLER                   PIC X(17) VALUE
               '  BASELINE DAYS  '.
           05  DL-HD2-BASE-DAYS         PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-HD2-FROM-DATE         PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  DL-HD2-TO-DATE           PIC 9(08).
           05  FILLER                   PIC X(08) VALUE '  SIGMA '.
           05  DL-HD2-SIGMA             PIC 9.9.
           05  FILLER                   PIC X(12) VALUE '  MIN RISE '.
           05  DL-HD2-MIN-RISE          PIC Z9.9.
           05  FILLER                   PIC X(14) VALUE
               ' PTS  MIN VOL '.
           05  DL-HD2-MIN-VOLUME        PIC ZZZZZ9.
           05  FILLER                   PIC X(45) VALUE SPACES.
       01  DL-HEADING-3.
           05  FILLER                   PIC X(51) VALUE
               '            DIVISOR   EXCEPTS     CLEAN   REJECTS  '.
           05  FILLER                   PIC X(44) VALUE
               'EXC RATE BASE EXC  REJ RATE BASE REJ DAYS   '.
           05  FILLER                   PIC X(37) VALUE
               'FLAG                                 '.
       01  DL-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-DIVISOR           PIC -ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-EXC               PIC ZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-CLEAN             PIC ZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-REJ               PIC ZZZZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-DTL-EXC-RATE          PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-DTL-BAS-EXC           PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-DTL-REJ-RATE          PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-DTL-BAS-REJ           PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-DAYS              PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-FLAG              PIC X(30).
           05  FILLER                   PIC X(08) VALUE SPACES.
       01  DL-NO-BASELINE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(50) VALUE
               'NO EARLIER PROCESSING DAY ON THE HISTORY - FIGURES'.
           05  FILLER                   PIC X(27) VALUE
               ' LISTED, NOTHING FLAGGED   '.
           05  FILLER                   PIC X(53) VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TOT-LABEL             PIC X(30).
           05  DL-TOT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT DL-ABORT
              PERFORM 2000-FIND-DAYS    THRU 2000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3000-ANALYZE      THRU 3000-EXIT
              PERFORM 8000-FINAL-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    READ AND DEFAULT THE REQUEST CARD, OPEN THE REPORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT SPIKE-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'DIVISOR-SPIKE: UNABLE TO OPEN SPKCARDS, STATUS '
                      DL-CARD-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              READ SPIKE-CARDS INTO DL-SPIKE-CARD
                 AT END
                    DISPLAY 'DIVISOR-SPIKE: SPKCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
              END-READ
              CLOSE SPIKE-CARDS
           END-IF
           IF NOT DL-ABORT
              PERFORM 1100-CHECK-CARD THRU 1100-EXIT
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT SPIKE-REPORT
              IF DL-RPRT-STATUS NOT = '00'
                 DISPLAY 'DIVISOR-SPIKE: UNABLE TO OPEN SPIKRPT, '
                         'STATUS ' DL-RPRT-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-RPRT-OPEN-SW
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CHECK-CARD.
           IF DL-SPK-ANALYSIS-DATE NOT NUMERIC
              OR DL-SPK-BASELINE-DAYS NOT NUMERIC
              OR DL-SPK-SIGMA-LIMIT NOT NUMERIC
              OR DL-SPK-MIN-RISE-PCT NOT NUMERIC
              OR DL-SPK-MIN-VOLUME NOT NUMERIC
              OR DL-SPK-MIN-ACTIVE-DAYS NOT NUMERIC
              DISPLAY 'DIVISOR-SPIKE: SPKCARDS FIELDS MUST BE NUMERIC '
                      '<' DL-SPIKE-CARD (1:23) '>'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DL-SPK-BASELINE-DAYS > 60
                 DISPLAY 'DIVISOR-SPIKE: BASELINE DAYS '
                         DL-SPK-BASELINE-DAYS ' OVER THE 60 ALLOWED'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              IF DL-SPK-BASELINE-DAYS = ZERO
                 MOVE 20 TO DL-SPK-BASELINE-DAYS
              END-IF
              IF DL-SPK-SIGMA-LIMIT = ZERO
                 MOVE 3.0 TO DL-SPK-SIGMA-LIMIT
              END-IF
              IF DL-SPK-MIN-RISE-PCT = ZERO
                 MOVE 5.0 TO DL-SPK-MIN-RISE-PCT
              END-IF
              IF DL-SPK-MIN-VOLUME = ZERO
                 MOVE 20 TO DL-SPK-MIN-VOLUME
              END-IF
              IF DL-SPK-MIN-ACTIVE-DAYS = ZERO
                 MOVE 3 TO DL-SPK-MIN-ACTIVE-DAYS
              END-IF
              COMPUTE DL-DAY-LIMIT = DL-SPK-BASELINE-DAYS + 1
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-FIND-DAYS
      *    FIRST PASS: KEEP THE NEWEST N+1 DISTINCT DATES ON THE
      *    HISTORY THAT ARE NOT AFTER THE ANALYSIS DATE.  THE
      *    NEWEST IS THE ANALYSIS DATE ITSELF (OR, WITH A ZERO
      *    CARD DATE, BECOMES IT); THE REST ARE THE BASELINE.
      *----------------------------------------------------------------
       2000-FIND-DAYS.
           PERFORM 2900-OPEN-HISTORY THRU 2900-EXIT
           IF NOT DL-ABORT
              MOVE 'N' TO DL-EOF-SW
              PERFORM 2100-READ-FOR-DAYS THRU 2100-EXIT
                 UNTIL DL-EOF
              CLOSE DIVISOR-HISTORY
              MOVE 'N' TO DL-HIST-OPEN-SW
              IF DL-DAY-COUNT = ZERO
                 DISPLAY 'DIVISOR-SPIKE: NO DIVISOR HISTORY ON OR '
                         'BEFORE ' DL-SPK-ANALYSIS-DATE
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF DL-SPK-ANALYSIS-DATE NOT = ZERO
                    AND DL-DAY-DATE (1) NOT = DL-SPK-ANALYSIS-DATE
                    DISPLAY 'DIVISOR-SPIKE: NO DIVISOR HISTORY FOR '
                            DL-SPK-ANALYSIS-DATE ' - LATEST EARLIER '
                            'DATE IS ' DL-DAY-DATE (1)
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    MOVE DL-DAY-DATE (1) TO DL-TODAY
                    COMPUTE DL-BASE-DAY-COUNT = DL-DAY-COUNT - 1
                    MOVE DL-SPK-MIN-ACTIVE-DAYS TO DL-MIN-ACTIVE
                    IF DL-MIN-ACTIVE > DL-BASE-DAY-COUNT
                       MOVE DL-BASE-DAY-COUNT TO DL-MIN-ACTIVE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-FOR-DAYS.
           READ DIVISOR-HISTORY NEXT RECORD
              INTO DL-DIV-HISTORY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-SPK-ANALYSIS-DATE = ZERO
                    OR DL-DVH-PROC-DATE NOT > DL-SPK-ANALYSIS-DATE
                    PERFORM 2200-NOTE-DATE THRU 2200-EXIT
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-NOTE-DATE
      *    INSERT THE RECORD'S DATE INTO THE DESCENDING DAY TABLE
      *    UNLESS IT IS ALREADY THERE OR FALLS BEYOND THE NEWEST
      *    N+1.
      *----------------------------------------------------------------
       2200-NOTE-DATE.
           MOVE 'N' TO DL-DAY-FOUND-SW
           MOVE ZERO TO DL-DAY-POS
           PERFORM 2210-FIND-DAY-SLOT THRU 2210-EXIT
              VARYING DL-DAY-SUB FROM 1 BY 1
              UNTIL DL-DAY-SUB > DL-DAY-COUNT
                 OR DL-DAY-FOUND
                 OR DL-DAY-POS > ZERO
           IF NOT DL-DAY-FOUND
              IF DL-DAY-POS = ZERO
                 COMPUTE DL-DAY-POS = DL-DAY-COUNT + 1
              END-IF
              IF DL-DAY-POS NOT > DL-DAY-LIMIT
                 IF DL-DAY-COUNT < DL-DAY-LIMIT
                    ADD 1 TO DL-DAY-COUNT
                 END-IF
                 PERFORM 2300-SHIFT-DAY THRU 2300-EXIT
                    VARYING DL-DAY-SUB FROM DL-DAY-COUNT BY -1
                    UNTIL DL-DAY-SUB NOT > DL-DAY-POS
                 MOVE DL-DVH-PROC-DATE TO DL-DAY-DATE (DL-DAY-POS)
              END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-FIND-DAY-SLOT.
           IF DL-DAY-DATE (DL-DAY-SUB) = DL-DVH-PROC-DATE
              MOVE 'Y' TO DL-DAY-FOUND-SW
           ELSE
              IF DL-DAY-DATE (DL-DAY-SUB) < DL-DVH-PROC-DATE
                 MOVE DL-DAY-SUB TO DL-DAY-POS
              END-IF
           END-IF.
       2210-EXIT.
           EXIT.

       2300-SHIFT-DAY.
           MOVE DL-DAY-DATE (DL-DAY-SUB - 1)
             TO DL-DAY-DATE (DL-DAY-SUB).
       2300-EXIT.
           EXIT.

       2900-OPEN-HISTORY.
           OPEN INPUT DIVISOR-HISTORY
           IF DL-DVH-STATUS NOT = '00'
              DISPLAY 'DIVISOR-SPIKE: UNABLE TO OPEN DIVHIST, STATUS '
                      DL-DVH-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO DL-HIST-OPEN-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-ANALYZE
      *    SECOND PASS: CONTROL BREAK ON DIVISOR.  EVERY RECORD ON
      *    A WINDOW DATE IS FOLDED INTO THE CURRENT DIVISOR'S
      *    ACCUMULATORS; EACH BREAK JUDGES AND PRINTS THE DIVISOR
      *    JUST FINISHED.
      *----------------------------------------------------------------
       3000-ANALYZE.
           MOVE DL-TODAY TO DL-HD1-TODAY
           MOVE DL-BASE-DAY-COUNT TO DL-HD2-BASE-DAYS
           IF DL-BASE-DAY-COUNT > ZERO
              MOVE DL-DAY-DATE (DL-DAY-COUNT) TO DL-HD2-FROM-DATE
              MOVE DL-DAY-DATE (2)            TO DL-HD2-TO-DATE
           ELSE
              MOVE ZERO TO DL-HD2-FROM-DATE
              MOVE ZERO TO DL-HD2-TO-DATE
           END-IF
           MOVE DL-SPK-SIGMA-LIMIT  TO DL-HD2-SIGMA
           MOVE DL-SPK-MIN-RISE-PCT TO DL-HD2-MIN-RISE
           MOVE DL-SPK-MIN-VOLUME   TO DL-HD2-MIN-VOLUME
           IF DL-BASE-DAY-COUNT = ZERO
              PERFORM 6100-PRINT-LINE THRU 6100-EXIT
              MOVE DL-NO-BASELINE-LINE TO FD-REPORT-LINE
              WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
              ADD 1 TO DL-LINE-COUNT
           END-IF
           PERFORM 2900-OPEN-HISTORY THRU 2900-EXIT
           IF NOT DL-ABORT
              MOVE 'N' TO DL-EOF-SW
              PERFORM 3100-READ-HISTORY THRU 3100-EXIT
                 UNTIL DL-EOF
              IF DL-CUR-ACTIVE
                 PERFORM 3500-JUDGE-DIVISOR THRU 3500-EXIT
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-HISTORY.
           READ DIVISOR-HISTORY NEXT RECORD
              INTO DL-DIV-HISTORY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-RECORDS-READ
                 MOVE 'N' TO DL-DAY-FOUND-SW
                 PERFORM 3150-FIND-WINDOW-DAY THRU 3150-EXIT
                    VARYING DL-DAY-SUB FROM 1 BY 1
                    UNTIL DL-DAY-SUB > DL-DAY-COUNT
                       OR DL-DAY-FOUND
                 IF DL-DAY-FOUND
                    IF NOT DL-CUR-ACTIVE
                       OR DL-DVH-DIVISOR NOT = DL-CUR-DIVISOR
                       IF DL-CUR-ACTIVE
                          PERFORM 3500-JUDGE-DIVISOR THRU 3500-EXIT
                       END-IF
                       PERFORM 3300-START-DIVISOR THRU 3300-EXIT
                    END-IF
                    PERFORM 3200-FOLD-RECORD THRU 3200-EXIT
                 END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3150-FIND-WINDOW-DAY.
           IF DL-DAY-DATE (DL-DAY-SUB) = DL-DVH-PROC-DATE
              MOVE 'Y' TO DL-DAY-FOUND-SW
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-FOLD-RECORD
      *    THE ANALYSIS DATE'S RECORD BECOMES TODAY'S FIGURES; A
      *    BASELINE DAY ADDS ITS RATES (AND THEIR SQUARES, FOR THE
      *    VARIANCE) TO THE DIVISOR'S BASELINE SUMS.
      *----------------------------------------------------------------
       3200-FOLD-RECORD.
           PERFORM 3250-DAY-RATES THRU 3250-EXIT
           IF DL-DVH-PROC-DATE = DL-TODAY
              MOVE 'Y' TO DL-TDY-PRESENT-SW
              MOVE DL-DVH-EXC-COUNT   TO DL-TDY-EXC-COUNT
              MOVE DL-DVH-CLEAN-COUNT TO DL-TDY-CLEAN-COUNT
              MOVE DL-DVH-REJ-COUNT   TO DL-TDY-REJ-COUNT
              MOVE DL-WRK-VOLUME      TO DL-TDY-VOLUME
              MOVE DL-WRK-EXC-RATE    TO DL-TDY-EXC-RATE
              MOVE DL-WRK-REJ-RATE    TO DL-TDY-REJ-RATE
           ELSE
              ADD 1 TO DL-BAS-DAYS
              ADD DL-WRK-EXC-RATE TO DL-BAS-EXC-SUM
              ADD DL-WRK-REJ-RATE TO DL-BAS-REJ-SUM
              COMPUTE DL-BAS-EXC-SQ = DL-BAS-EXC-SQ
                    + DL-WRK-EXC-RATE * DL-WRK-EXC-RATE
              COMPUTE DL-BAS-REJ-SQ = DL-BAS-REJ-SQ
                    + DL-WRK-REJ-RATE * DL-WRK-REJ-RATE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3250-DAY-RATES
      *    EXCEPTION RATE = EXCEPTIONS OVER ITEMS PROCESSED (EXC +
      *    CLEAN); REJECT RATE = REJECTS OVER ALL ITEMS.  BOTH AS
      *    PERCENTAGES; A ZERO BASE GIVES A ZERO RATE.
      *----------------------------------------------------------------
       3250-DAY-RATES.
           COMPUTE DL-WRK-PROCESSED = DL-DVH-EXC-COUNT
                                    + DL-DVH-CLEAN-COUNT
           COMPUTE DL-WRK-VOLUME = DL-WRK-PROCESSED + DL-DVH-REJ-COUNT
           IF DL-WRK-PROCESSED > ZERO
              COMPUTE DL-WRK-PCT-BASE = DL-DVH-EXC-COUNT * 100
              DIVIDE DL-WRK-PCT-BASE BY DL-WRK-PROCESSED
                 GIVING DL-WRK-EXC-RATE ROUNDED
           ELSE
              MOVE ZERO TO DL-WRK-EXC-RATE
           END-IF
           IF DL-WRK-VOLUME > ZERO
              COMPUTE DL-WRK-PCT-BASE = DL-DVH-REJ-COUNT * 100
              DIVIDE DL-WRK-PCT-BASE BY DL-WRK-VOLUME
                 GIVING DL-WRK-REJ-RATE ROUNDED
           ELSE
              MOVE ZERO TO DL-WRK-REJ-RATE
           END-IF.
       3250-EXIT.
           EXIT.

       3300-START-DIVISOR.
           MOVE 'Y' TO DL-CUR-ACTIVE-SW
           MOVE DL-DVH-DIVISOR TO DL-CUR-DIVISOR
           MOVE 'N'  TO DL-TDY-PRESENT-SW
           MOVE ZERO TO DL-TDY-EXC-COUNT
           MOVE ZERO TO DL-TDY-CLEAN-COUNT
           MOVE ZERO TO DL-TDY-REJ-COUNT
           MOVE ZERO TO DL-TDY-VOLUME
           MOVE ZERO TO DL-TDY-EXC-RATE
           MOVE ZERO TO DL-TDY-REJ-RATE
           MOVE ZERO TO DL-BAS-DAYS
           MOVE ZERO TO DL-BAS-EXC-SUM
           MOVE ZERO TO DL-BAS-EXC-SQ
           MOVE ZERO TO DL-BAS-REJ-SUM
           MOVE ZERO TO DL-BAS-REJ-SQ.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3500-JUDGE-DIVISOR
      *    APPLY THE THREE TESTS TO THE DIVISOR JUST FINISHED AND
      *    PRINT ITS LINE.  WITH NO BASELINE DAY ON THE HISTORY AT
      *    ALL THE FIGURES ARE LISTED AND NOTHING IS FLAGGED.
      *----------------------------------------------------------------
       3500-JUDGE-DIVISOR.
           ADD 1 TO DL-DIVISORS-SEEN
           MOVE SPACES TO DL-FLAG-TEXT
           MOVE 'N' TO DL-EXC-SPIKE-SW
           MOVE 'N' TO DL-REJ-SPIKE-SW
           IF DL-BAS-DAYS > ZERO
              DIVIDE DL-BAS-EXC-SUM BY DL-BAS-DAYS
                 GIVING DL-BAS-EXC-MEAN ROUNDED
              DIVIDE DL-BAS-REJ-SUM BY DL-BAS-DAYS
                 GIVING DL-BAS-REJ-MEAN ROUNDED
           ELSE
              MOVE ZERO TO DL-BAS-EXC-MEAN
              MOVE ZERO TO DL-BAS-REJ-MEAN
           END-IF
           IF DL-BASE-DAY-COUNT > ZERO
              IF DL-TDY-PRESENT
                 IF DL-BAS-DAYS = ZERO
                    MOVE 'NEW DIVISOR' TO DL-FLAG-TEXT
                    ADD 1 TO DL-NEW-COUNT
                 ELSE
                    IF DL-TDY-VOLUME < DL-SPK-MIN-VOLUME
                       ADD 1 TO DL-UNTESTED-COUNT
                    ELSE
                       PERFORM 3600-TEST-SPIKES THRU 3600-EXIT
                    END-IF
                 END-IF
              ELSE
                 IF DL-BAS-DAYS NOT < DL-MIN-ACTIVE
                    MOVE 'STOPPED APPEARING' TO DL-FLAG-TEXT
                    ADD 1 TO DL-STOPPED-COUNT
                 END-IF
              END-IF
           END-IF
           IF DL-FLAG-TEXT NOT = SPACES
              ADD 1 TO DL-FLAGGED-COUNT
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 3800-PRINT-DIVISOR THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3600-TEST-SPIKES
      *----------------------------------------------------------------
       3600-TEST-SPIKES.
           MOVE DL-TDY-EXC-RATE TO DL-TST-RATE
           MOVE DL-BAS-EXC-MEAN TO DL-TST-MEAN
           MOVE DL-BAS-EXC-SQ   TO DL-TST-SQ
           PERFORM 3700-TEST-ONE-RATE THRU 3700-EXIT
           MOVE DL-TST-SPIKE-SW TO DL-EXC-SPIKE-SW
           MOVE DL-TDY-REJ-RATE TO DL-TST-RATE
           MOVE DL-BAS-REJ-MEAN TO DL-TST-MEAN
           MOVE DL-BAS-REJ-SQ   TO DL-TST-SQ
           PERFORM 3700-TEST-ONE-RATE THRU 3700-EXIT
           MOVE DL-TST-SPIKE-SW TO DL-REJ-SPIKE-SW
           IF DL-EXC-SPIKE AND DL-REJ-SPIKE
              MOVE 'EXCEPTION + REJECT RATE SPIKE' TO DL-FLAG-TEXT
           ELSE
              IF DL-EXC-SPIKE
                 MOVE 'EXCEPTION RATE SPIKE' TO DL-FLAG-TEXT
              END-IF
              IF DL-REJ-SPIKE
                 MOVE 'REJECT RATE SPIKE' TO DL-FLAG-TEXT
              END-IF
           END-IF
           IF DL-EXC-SPIKE OR DL-REJ-SPIKE
              ADD 1 TO DL-SPIKE-COUNT
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3700-TEST-ONE-RATE
      *    SPIKE WHEN RISE >= MINIMUM POINTS AND RISE SQUARED >
      *    SIGMA SQUARED TIMES THE BASELINE VARIANCE (MEAN OF THE
      *    SQUARES LESS THE SQUARE OF THE MEAN, FLOORED AT ZERO
      *    AGAINST ROUNDING).
      *----------------------------------------------------------------
       3700-TEST-ONE-RATE.
           MOVE 'N' TO DL-TST-SPIKE-SW
           COMPUTE DL-TST-RISE = DL-TST-RATE - DL-TST-MEAN
           IF DL-TST-RISE NOT < DL-SPK-MIN-RISE-PCT
              DIVIDE DL-TST-SQ BY DL-BAS-DAYS
                 GIVING DL-TST-VARIANCE ROUNDED
              COMPUTE DL-TST-VARIANCE = DL-TST-VARIANCE
                    - DL-TST-MEAN * DL-TST-MEAN
              IF DL-TST-VARIANCE < ZERO
                 MOVE ZERO TO DL-TST-VARIANCE
              END-IF
              COMPUTE DL-TST-RISE-SQ = DL-TST-RISE * DL-TST-RISE
              COMPUTE DL-TST-LIMIT-SQ ROUNDED =
                      DL-SPK-SIGMA-LIMIT * DL-SPK-SIGMA-LIMIT
                    * DL-TST-VARIANCE
              IF DL-TST-RISE-SQ > DL-TST-LIMIT-SQ
                 MOVE 'Y' TO DL-TST-SPIKE-SW
              END-IF
           END-IF.
       3700-EXIT.
           EXIT.

       3800-PRINT-DIVISOR.
           MOVE DL-CUR-DIVISOR     TO DL-DTL-DIVISOR
           MOVE DL-TDY-EXC-COUNT   TO DL-DTL-EXC
           MOVE DL-TDY-CLEAN-COUNT TO DL-DTL-CLEAN
           MOVE DL-TDY-REJ-COUNT   TO DL-DTL-REJ
           MOVE DL-TDY-EXC-RATE    TO DL-DTL-EXC-RATE
           MOVE DL-BAS-EXC-MEAN    TO DL-DTL-BAS-EXC
           MOVE DL-TDY-REJ-RATE    TO DL-DTL-REJ-RATE
           MOVE DL-BAS-REJ-MEAN    TO DL-DTL-BAS-REJ
           MOVE DL-BAS-DAYS        TO DL-DTL-DAYS
           MOVE SPACES TO DL-DTL-FLAG
           IF DL-FLAG-TEXT NOT = SPACES
              STRING '*** ' DELIMITED BY SIZE
                     DL-FLAG-TEXT DELIMITED BY '  '
                     INTO DL-DTL-FLAG
           END-IF
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-DETAIL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       3800-EXIT.
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
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE DL-HEADING-3 TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 6 TO DL-LINE-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6100-PRINT-LINE
      *    TAKE THE PAGE BREAK BEFORE THE NEXT LINE WHEN THE CURRENT
      *    PAGE IS FULL, AS IN RUN-REPORT.
      *----------------------------------------------------------------
       6100-PRINT-LINE.
           IF DL-LINE-COUNT >= DL-LINES-PER-PAGE
              PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-FINAL-TOTALS
      *----------------------------------------------------------------
       8000-FINAL-TOTALS.
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE 'DIVISORS ANALYSED' TO DL-TOT-LABEL
           MOVE DL-DIVISORS-SEEN TO DL-TOT-COUNT
           MOVE DL-TOTAL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 3 LINES
           ADD 3 TO DL-LINE-COUNT
           MOVE 'RATE SPIKES' TO DL-TOT-LABEL
           MOVE DL-SPIKE-COUNT TO DL-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE 'NEW DIVISORS' TO DL-TOT-LABEL
           MOVE DL-NEW-COUNT TO DL-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE 'STOPPED DIVISORS' TO DL-TOT-LABEL
           MOVE DL-STOPPED-COUNT TO DL-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE 'BELOW MINIMUM VOLUME (UNTESTED)' TO DL-TOT-LABEL
           MOVE DL-UNTESTED-COUNT TO DL-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           DISPLAY 'DIVISOR-SPIKE: ANALYSIS DATE      ' DL-TODAY
           DISPLAY 'DIVISOR-SPIKE: BASELINE DAYS      '
                   DL-BASE-DAY-COUNT
           DISPLAY 'DIVISOR-SPIKE: HISTORY RECORDS    ' DL-RECORDS-READ
           DISPLAY 'DIVISOR-SPIKE: DIVISORS ANALYSED  '
                   DL-DIVISORS-SEEN
           DISPLAY 'DIVISOR-SPIKE: DIVISORS FLAGGED   '
                   DL-FLAGGED-COUNT
           IF DL-FLAGGED-COUNT > ZERO
              DISPLAY 'DIVISOR-SPIKE: *** DIVISORS FLAGGED - REVIEW '
                      'SPIKRPT BEFORE CLOSING ***'
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-TOTAL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO DL-LINE-COUNT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF DL-HIST-OPEN
              CLOSE DIVISOR-HISTORY
           END-IF
           IF DL-RPRT-OPEN
              CLOSE SPIKE-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
