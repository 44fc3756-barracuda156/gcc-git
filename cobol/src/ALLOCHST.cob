      *    DATE-COMPILED:
      *
      *    CHANGE-HISTORY REPORT OVER THE ALLOCATION-BASE MASTER
      *    CHANGE LOG (ALLOCLOG, APPENDED BY ALLOC-APPROVE).  DRIVEN
      *    BY A DIVISOR KEY AND/OR DATE RANGE ON THE HSTCARDS
      *    REQUEST CARD, IT LISTS EVERY LOGGED ACTION WITH ITS
      *    BEFORE AND AFTER IMAGES, SO WHEN A BASE SUDDENLY STARTS
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   EACH LISTED CHANGE NOW SHOWS ITS CHANGE
      *                     NUMBER AND WHO REQUESTED AND APPROVED IT;
      *                     THE LOG IS READ VARIABLE LENGTH (121-145)
      *                     SO RECORDS LOGGED BEFORE MAKER-CHECKER
      *                     STILL LIST, WITHOUT USER IDS
      *    2026-10-15 MOP   WIDE DIVISOR KEY: THE LOG IS READ 121-155
      *                     AND A RECORD LOGGED IN THE NARROW LAYOUT
      *                     IS REBUILT WIDE BEFORE IT IS FILTERED OR
      *                     LISTED; THE REQUEST CARD MAY GIVE THE KEY
      *                     IN COLUMNS 25-37 (24-COLUMN CARDS STILL
      *                     READ)
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ALLOC-HISTORY.
              FILE STATUS IS DL-CARD-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  CHANGE-LOG
           RECORD IS VARYING IN SIZE FROM 121 TO 155 CHARACTERS
              DEPENDING ON DL-LOG-LENGTH.
       01  FD-CHANGE-LOG-RECORD         PIC X(155).
       FD  HISTORY-CARDS
           RECORD IS VARYING IN SIZE FROM 24 TO 37 CHARACTERS
              DEPENDING ON DL-CARD-LENGTH.
       01  FD-CARD-RECORD               PIC X(37).
       WORKING-STORAGE  SECTION.
           COPY ALBLOG.
           COPY ALLOCREC.
           COPY HSTCARD.
       01  DL-LOG-STATUS                PIC X(02).
       01  DL-LOG-LENGTH                PIC 9(04).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-CARD-LENGTH               PIC 9(04).
       01  DL-NARROW-IMAGE              PIC X(55).
       01  DL-WIDE-IMAGE                PIC X(60).
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  DL-EOF                   VALUE 'Y'.
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
                    DISPLAY 'ALLOC-HISTORY: HSTCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 NOT AT END
                    PERFORM 1100-NORMALIZE-CARD THRU 1100-EXIT
              END-READ
              CLOSE HISTORY-CARDS
           END-IF
           END-IF
           IF NOT DL-ABORT
              DISPLAY 'ALLOC-HISTORY: MASTER CHANGE HISTORY FOR '
                      'DIVISOR <' DL-HST-W-DIVISOR-RAW '> DATES '
                      DL-FROM-DATE ' - ' DL-TO-DATE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-NORMALIZE-CARD
      *    A 24-COLUMN CARD, OR ONE WITH COLUMNS 25-37 BLANK, HAS ITS
      *    NARROW DIVISOR MOVED INTO THE WIDE FIELD -- BY VALUE WHEN
      *    NUMERIC, OTHERWISE AS PUNCHED.  BOTH BLANK LISTS EVERY
      *    DIVISOR.
      *----------------------------------------------------------------
       1100-NORMALIZE-CARD.
           IF DL-CARD-LENGTH < DL-HST-WIDE-LENGTH
              MOVE SPACES TO DL-HST-W-DIVISOR-RAW
           END-IF
           IF DL-HST-W-DIVISOR-RAW = SPACES
              AND DL-HST-DIVISOR-RAW NOT = SPACES
              IF DL-HST-DIVISOR NUMERIC
                 MOVE DL-HST-DIVISOR TO DL-HST-W-DIVISOR
              ELSE
                 MOVE DL-HST-DIVISOR-RAW TO DL-HST-W-DIVISOR-RAW
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-LIST-CHANGE
      *    ONE LOG RECORD: WHEN IT IS IN SCOPE, PRINT THE ACTION
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-RECORDS-READ
                 IF DL-LOG-LENGTH < DL-ALG-WIDE-LENGTH
                    PERFORM 2200-WIDEN-LOG-RECORD THRU 2200-EXIT
                 END-IF
                 IF DL-ALG-RUN-DATE >= DL-FROM-DATE
                    AND DL-ALG-RUN-DATE <= DL-TO-DATE
                    AND (DL-HST-W-DIVISOR-RAW = SPACES
                         OR DL-ALG-AFT-KEY = DL-HST-W-DIVISOR-RAW)
                    PERFORM 2100-PRINT-CHANGE THRU 2100-EXIT
                 END-IF
           END-READ.
           ADD 1 TO DL-RECORDS-LISTED
           DISPLAY '  ' DL-ALG-RUN-DATE ' ' DL-ALG-ACTION
                   ' DIVISOR ' DL-ALG-AFT-KEY
           IF DL-ALG-CHANGE-NUMBER = ZERO
              DISPLAY '    CHANGE:  (LOGGED BEFORE APPROVAL WAS '
                      'REQUIRED)'
           ELSE
              DISPLAY '    CHANGE:  ' DL-ALG-CHANGE-NUMBER
                      ' REQUESTED BY ' DL-ALG-MAKER-ID
                      ' APPROVED BY ' DL-ALG-CHECKER-ID
           END-IF
           IF DL-ALG-BEFORE-IMAGE = SPACES
              DISPLAY '    BEFORE: (NOT ON MASTER)'
           ELSE
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-WIDEN-LOG-RECORD
      *    A RECORD LOGGED BEFORE THE WIDE DIVISOR KEY HAS 55-BYTE
      *    IMAGES; EACH IS REBUILT IN THE 60-BYTE LAYOUT, AND A
      *    RECORD LOGGED BEFORE MAKER-CHECKER GETS EMPTY APPROVAL
      *    FIELDS.
      *----------------------------------------------------------------
       2200-WIDEN-LOG-RECORD.
           MOVE DL-CHANGE-LOG-RECORD TO DL-CHANGE-LOG-NARROW
           IF DL-LOG-LENGTH < DL-ALG-APPROVAL-LENGTH
              MOVE ZERO   TO DL-ALG-N-CHANGE-NUMBER
              MOVE SPACES TO DL-ALG-N-MAKER-ID
              MOVE SPACES TO DL-ALG-N-CHECKER-ID
           END-IF
           MOVE DL-ALG-N-RUN-DATE      TO DL-ALG-RUN-DATE
           MOVE DL-ALG-N-ACTION        TO DL-ALG-ACTION
           MOVE DL-ALG-N-BEFORE-IMAGE  TO DL-NARROW-IMAGE
           PERFORM 2300-WIDEN-IMAGE    THRU 2300-EXIT
           MOVE DL-WIDE-IMAGE          TO DL-ALG-BEFORE-IMAGE
           MOVE DL-ALG-N-AFTER-IMAGE   TO DL-NARROW-IMAGE
           PERFORM 2300-WIDEN-IMAGE    THRU 2300-EXIT
           MOVE DL-WIDE-IMAGE          TO DL-ALG-AFTER-IMAGE
           MOVE DL-ALG-N-CHANGE-NUMBER TO DL-ALG-CHANGE-NUMBER
           MOVE DL-ALG-N-MAKER-ID      TO DL-ALG-MAKER-ID
           MOVE DL-ALG-N-CHECKER-ID    TO DL-ALG-CHECKER-ID.
       2200-EXIT.
           EXIT.

       2300-WIDEN-IMAGE.
           IF DL-NARROW-IMAGE = SPACES
              MOVE SPACES TO DL-WIDE-IMAGE
           ELSE
              MOVE DL-NARROW-IMAGE  TO DL-ALLOC-NARROW-RECORD
              MOVE DL-ALN-DIVISOR   TO DL-ALB-DIVISOR
              MOVE DL-ALN-STATUS    TO DL-ALB-STATUS
              MOVE DL-ALN-EFF-DATE  TO DL-ALB-EFF-DATE
              MOVE DL-ALN-EXP-DATE  TO DL-ALB-EXP-DATE
              MOVE DL-ALN-DESC      TO DL-ALB-DESC
              MOVE DL-ALLOC-RECORD  TO DL-WIDE-IMAGE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-PRINT-TOTALS
      *----------------------------------------------------------------
