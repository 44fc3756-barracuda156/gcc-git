      *    CARRY-FORWARD FILE FOR THREE WEEKS BEFORE ANYONE NOTICED.
      *    THIS PROGRAM READS REJFWD AND PRINTS:
      *      - EVERY OPEN ITEM OLDER THAN THE ESCALATION THRESHOLD
      *        ON THE AGECARDS REQUEST CARD, WITH ITS SOURCE
      *        REFERENCE, DIVIDEND AND RAW DIVISOR BYTES SO THE
      *        SUPERVISOR CAN ACT ON IT
      *      - THE OPEN ITEMS BUCKETED BY AGE (1 CYCLE, 2-5 CYCLES,
      *        OVER 5) AND BROKEN OUT BY REASON CODE
      *
      *    THE REASON BREAKOUT COVERS R1-R4 FROM THE DIVISOR
      *    VALIDATION PLUS R0 (NO CORRECTION ON FILE) AND R5
      *    (CORRECTION DISAGREES WITH ITEM) FROM REJ-REPAIR;
      *    ANYTHING ELSE FALLS TO THE *OT CATCH-ALL
      *    ROW SO NO OPEN REJECT CAN DROP OFF THE REPORT.
      *
      *    RETURN CODES:  0 = NO ITEM PAST THE THRESHOLD
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   ESCALATED ITEMS SHOW THE SOURCE REFERENCE
      *                     NUMBER AND LINE SEQUENCE; REJFWD IS NOW
      *                     VARIABLE LENGTH (53 OR 71) AND AN OLD
      *                     53-BYTE ITEM SHOWS NO REFERENCE.  ADDED
      *                     THE R5 ROW FOR REJ-REPAIR'S MISMATCHED
      *                     CORRECTIONS
      *    2026-10-15 MOP   REJFWD READ 53-97 FOR THE WIDE AMOUNTS; A
      *                     NARROW ITEM'S DIVIDEND AND DIVISOR ARE
      *                     MOVED INTO THE WIDE FIELDS AND ESCALATED
      *                     ITEMS SHOW THE WIDE VALUES
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      REJ-AGING.
              FILE STATUS IS DL-CARD-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  REJECTS-FORWARD
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-FWD-LENGTH.
       01  FD-FORWARD-RECORD            PIC X(97).
       FD  AGING-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       WORKING-STORAGE  SECTION.
           COPY REJREC.
           COPY AGECARD.
       01  DL-FWD-STATUS                PIC X(02).
       01  DL-FWD-LENGTH                PIC 9(04).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  DL-EOF                   VALUE 'Y'.
               'R3  DIVISOR NOT ON ALLOC MASTER   '.
           05  FILLER PIC X(34) VALUE
               'R4  ALLOC BASE NOT ACTIVE FOR DATE'.
           05  FILLER PIC X(34) VALUE
               'R5  CORRECTION DISAGREES WITH ITEM'.
           05  FILLER PIC X(34) VALUE
               '*OT OTHER / UNRECOGNIZED REASON   '.
       01  DL-RSN-TABLE REDEFINES DL-RSN-TABLE-DATA.
           05  DL-RSN-ENTRY OCCURS 7 TIMES.
               10  DL-RSN-CODE          PIC X(04).
               10  DL-RSN-DESC          PIC X(30).
       01  DL-BUCKET-TABLE              VALUE ZEROS.
           05  DL-BKT-ENTRY OCCURS 7 TIMES.
               10  DL-BKT-1-CYCLE       PIC 9(08).
               10  DL-BKT-2-5-CYCLES    PIC 9(08).
               10  DL-BKT-OVER-5        PIC 9(08).
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-REJECTS-READ
                 IF DL-FWD-LENGTH < DL-REJ-REF-LENGTH
                    MOVE SPACES TO DL-REJ-REF-NUMBER
                    MOVE ZERO   TO DL-REJ-REF-LINE
                 END-IF
                 IF DL-FWD-LENGTH < DL-REJ-WIDE-LENGTH
                    MOVE DL-REJ-DIVIDEND TO DL-REJ-W-DIVIDEND
                    IF DL-REJ-DIVISOR NUMERIC
                       MOVE DL-REJ-DIVISOR TO DL-REJ-W-DIVISOR
                    ELSE
                       MOVE DL-REJ-DIVISOR-RAW TO DL-REJ-W-DIVISOR-RAW
                    END-IF
                 END-IF
                 IF DL-REJ-AGE-COUNT > DL-AGE-ESC-THRESHOLD
                    PERFORM 2500-ESCALATE-ITEM THRU 2500-EXIT
                 END-IF

       2500-ESCALATE-ITEM.
           ADD 1 TO DL-ESCALATED-COUNT
           IF DL-REJ-REF-NUMBER = SPACES
              MOVE 'NONE' TO DL-REJ-REF-NUMBER
           END-IF
           DISPLAY '  *** AGE ' DL-REJ-AGE-COUNT
                   ' REASON ' DL-REJ-REASON-CODE
                   ' REF ' DL-REJ-REF-NUMBER '/' DL-REJ-REF-LINE
                   ' DIVIDEND ' DL-REJ-W-DIVIDEND
                   ' RAW DIVISOR <' DL-REJ-W-DIVISOR-RAW
                   '> ' DL-REJ-REASON-TEXT.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------
       3100-FIND-REASON-ROW.
           MOVE 'N' TO DL-RSN-FOUND-SW
           MOVE 7 TO DL-RSN-FOUND-IDX
           PERFORM 3200-TEST-REASON-ROW THRU 3200-EXIT
              VARYING DL-RSN-SUB FROM 1 BY 1
              UNTIL DL-RSN-SUB > 6
                 OR DL-RSN-FOUND-SW = 'Y'.
       3100-EXIT.
           EXIT.
                   '1 CYCLE   2-5 CYCLES  OVER 5'
           PERFORM 8100-PRINT-BUCKET-ROW THRU 8100-EXIT
              VARYING DL-RSN-SUB FROM 1 BY 1
              UNTIL DL-RSN-SUB > 7
           DISPLAY '  ------------------------------------'
                   '--------------------------'
           DISPLAY '  TOTAL                               '
