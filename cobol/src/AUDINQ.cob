      *    STITCHING THEM TOGETHER BY HAND -- HALF A DAY PER
      *    PACKAGE, THREE OR FOUR PACKAGES PER QUARTERLY AUDIT.
      *
      *    DRIVEN BY A RUN ID, A DATE RANGE AND/OR A SOURCE
      *    REFERENCE ON THE INQCARDS REQUEST CARD, THIS PROGRAM
      *    SEARCHES THE LIVE FILES AND THE ARCHIVE FILES (THE JOB
      *    THAT RUNS IT POINTS LEDGARCH/AUDTARCH AT THE DATED
      *    PHYSICAL FILES, CONCATENATED WHERE THE RANGE SPANS
      *    SEVERAL) AND WRITES ONE CONSOLIDATED
      *    EVIDENCE EXTRACT, FOLLOWED BY A COVERAGE NOTE SAYING
      *    WHICH PHYSICAL FILES WERE SEARCHED AND WHICH WERE NOT
      *    AVAILABLE.
      *                     PACKAGE ABORTED RC 16 ON THE EXACT JOB
      *                     THE PROGRAM EXISTS FOR.  THE MERGE HOLDS
      *                     ONE RECORD PER SOURCE AND HAS NO CEILING
      *    2026-10-15 MOP   LEDGER AND AUDIT RECORDS CARRY THE FEED
      *                     ITEM'S SOURCE REFERENCE NUMBER AND LINE
      *                     SEQUENCE (LEDGER 80 -> 98, AUDIT 92 ->
      *                     110; ALL FOUR FILES VARIABLE LENGTH SO
      *                     RECORDS WRITTEN BEFORE THE CHANGE STILL
      *                     READ, WITH NO REFERENCE).  THE EXTRACT
      *                     PRINTS IT IN A SOURCE REF/LINE COLUMN --
      *                     THE SOURCE LITERAL COLUMN IS DROPPED
      *                     (THE FILE NAME ALREADY SAYS LEDGER OR
      *                     AUDIT) AND THE COLUMN GAPS TIGHTENED TO
      *                     MAKE ROOM -- AND THE CARD CAN NOW SEARCH
      *                     BY REFERENCE (CARD 24 -> 42)
      *    2026-10-15 MOP   WIDE AMOUNTS: LEDGER 80-124 AND AUDIT
      *                     92-149, A NARROW RECORD'S AMOUNTS MOVED
      *                     INTO THE WIDE FIELDS AS READ.  AMOUNT
      *                     COLUMNS WIDENED TO NINE INTEGER DIGITS;
      *                     TO MAKE ROOM AN AUDIT EVENT'S EXCEPTION
      *                     STATUS PRINTS ON A SECOND LINE UNDER ITS
      *                     BRANCH
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      AUDIT-INQUIRY.
              FILE STATUS IS DL-EXTR-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  EXCEPTIONS-LEDGER
           RECORD IS VARYING IN SIZE FROM 80 TO 124 CHARACTERS
              DEPENDING ON DL-LEDGER-LENGTH.
       01  FD-LEDGER-RECORD.
           05  FD-LDG-KEY               PIC X(16).
           05  FILLER                   PIC X(48).
           05  FD-LDG-TS-DATE           PIC 9(08).
           05  FILLER                   PIC X(52).
       FD  LEDGER-ARCHIVE
           RECORD IS VARYING IN SIZE FROM 80 TO 124 CHARACTERS
              DEPENDING ON DL-LARCH-LENGTH.
       01  FD-LARCH-RECORD              PIC X(124).
       FD  AUDIT-TRAIL
           RECORD IS VARYING IN SIZE FROM 92 TO 149 CHARACTERS
              DEPENDING ON DL-AUDIT-LENGTH.
       01  FD-AUDIT-RECORD              PIC X(149).
       FD  AUDIT-ARCHIVE
           RECORD IS VARYING IN SIZE FROM 92 TO 149 CHARACTERS
              DEPENDING ON DL-AARCH-LENGTH.
       01  FD-AARCH-RECORD              PIC X(149).
       FD  INQUIRY-CARDS.
       01  FD-CARD-RECORD               PIC X(42).
       FD  EVIDENCE-EXTRACT.
       01  FD-EXTRACT-LINE              PIC X(132).
       WORKING-STORAGE  SECTION.
       01  DL-AARCH-STATUS              PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-EXTR-STATUS               PIC X(02).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-LARCH-LENGTH              PIC 9(04).
       01  DL-AUDIT-LENGTH              PIC 9(04).
       01  DL-AARCH-LENGTH              PIC 9(04).
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-COVERAGE-GAP-SW           PIC X(01) VALUE 'N'.
           88  DL-COVERAGE-GAP          VALUE 'Y'.
       01  DL-FETCHED-SW                PIC X(01).
           88  DL-FETCHED               VALUE 'Y'.
       01  DL-REF-MATCH-SW              PIC X(01).
           88  DL-REF-MATCH             VALUE 'Y'.
       01  DL-CHK-REF.
           05  DL-CHK-REF-NUMBER        PIC X(12).
           05  DL-CHK-REF-LINE          PIC 9(06).
       01  DL-FROM-DATE                 PIC 9(08).
       01  DL-TO-DATE                   PIC 9(08).
       01  DL-EVENTS-PRINTED            PIC 9(08) VALUE ZERO.
                   15  DL-STR-TYPE-RANK PIC X(01).
                   15  DL-STR-FILE-RANK PIC X(01).
               10  DL-STR-SOURCE        PIC X(08).
               10  DL-STR-IMAGE         PIC X(149).
       01  DL-STR-SUB                   PIC 9(02).
       01  DL-STR-MIN-IDX               PIC 9(02).
       01  DL-FILE-SUB                  PIC 9(02).
           05  DL-HD1-FROM-DATE         PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  DL-HD1-TO-DATE           PIC 9(08).
           05  FILLER                   PIC X(06) VALUE '  REF '.
           05  DL-HD1-REF-NUMBER        PIC X(12).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  DL-HD1-REF-LINE          PIC 9(06).
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DL-HD1-PAGE              PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  DL-HEADING-2.
           05  FILLER                   PIC X(38) VALUE
               '  DATE     TIME     FILE     RUN NO   '.
           05  FILLER                   PIC X(20) VALUE
               'SOURCE REF/LINE     '.
           05  FILLER                   PIC X(48) VALUE
               '       DIVIDEND         DIVISOR          RESULT '.
           05  FILLER                   PIC X(13) VALUE
               'BRANCH/STATUS'.
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  DL-LEDGER-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LGL-DATE              PIC 9(08).
           05  DL-LGL-MM                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  DL-LGL-SS                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LGL-FILE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LGL-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LGL-REF.
               10  DL-LGL-REF-NUMBER    PIC X(12).
               10  DL-LGL-REF-SLASH     PIC X(01).
               10  DL-LGL-REF-LINE      PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LGL-DIVIDEND          PIC -(9)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LGL-DIVISOR           PIC -(9)9.9999.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  DL-LGL-STATUS            PIC X(26).
       01  DL-AUDIT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ADL-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE '--:--:--'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-FILE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-REF.
               10  DL-ADL-REF-NUMBER    PIC X(12).
               10  DL-ADL-REF-SLASH     PIC X(01).
               10  DL-ADL-REF-LINE      PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-DIVIDEND          PIC -(9)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-DIVISOR           PIC -(9)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-RESULT            PIC -(9)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ADL-BRANCH            PIC X(20).
           05  FILLER                   PIC X(06) VALUE SPACES.
       01  DL-AUDIT-STATUS-LINE.
           05  FILLER                   PIC X(106) VALUE SPACES.
           05  DL-ASL-STATUS            PIC X(26).
       01  DL-COVERAGE-HEAD-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
      *    1000-INITIALIZE
      *    READ AND VET THE REQUEST CARD, RESOLVE THE DATE RANGE,
      *    AND OPEN THE EXTRACT PRINT FILE.  A CARD THAT NAMES
      *    NEITHER A RUN, A FROM-DATE NOR A SOURCE REFERENCE WOULD
      *    EXTRACT THE ENTIRE HISTORY AND IS REFUSED AS AN OPERATOR
      *    ERROR.  A BLANK OR NON-NUMERIC REFERENCE LINE MEANS EVERY
      *    LINE OF THE REFERENCE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT INQUIRY-CARDS
              CLOSE INQUIRY-CARDS
           END-IF
           IF NOT DL-ABORT
              IF DL-INQ-REF-LINE NOT NUMERIC
                 MOVE ZERO TO DL-INQ-REF-LINE
              END-IF
              IF DL-INQ-RUN-ID = SPACES
                 AND DL-INQ-REF-NUMBER = SPACES
                 AND (DL-INQ-FROM-DATE NOT NUMERIC
                      OR DL-INQ-FROM-DATE = ZERO)
                 DISPLAY 'AUDIT-INQUIRY: CARD NAMES NEITHER A RUN, '
                         'A FROM-DATE NOR A REFERENCE - REFUSED'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
              MOVE DL-INQ-RUN-ID TO DL-HD1-RUN-ID
              MOVE DL-FROM-DATE  TO DL-HD1-FROM-DATE
              MOVE DL-TO-DATE    TO DL-HD1-TO-DATE
              MOVE DL-INQ-REF-NUMBER TO DL-HD1-REF-NUMBER
              MOVE DL-INQ-REF-LINE   TO DL-HD1-REF-LINE
              PERFORM 1100-PRIME-COVERAGE THRU 1100-EXIT
              DISPLAY 'AUDIT-INQUIRY: EXTRACTING RUN <'
                      DL-INQ-RUN-ID '> DATES ' DL-FROM-DATE
                      ' - ' DL-TO-DATE ' REF <' DL-INQ-REF-NUMBER
                      '/' DL-INQ-REF-LINE '>'
           END-IF.
       1000-EXIT.
           EXIT.
      *    RECORD INTO THE MERGE SLOT, OR MARKS THE STREAM DONE.
      *    THE ARCHIVES ARE FLAT FILES AND ARE FILTERED AS THEY
      *    STREAM PAST; THE LIVE LEDGER WAS POSITIONED BY THE DATE
      *    KEY AND STOPS AT THE FIRST ENTRY PAST THE TO-DATE.  A
      *    RECORD SHORTER THAN ITS FULL LENGTH WAS WRITTEN BEFORE
      *    SOURCE REFERENCES WERE ADDED AND CARRIES NONE; ONE
      *    SHORTER THAN ITS WIDE LENGTH HAS ITS NARROW AMOUNTS MOVED
      *    INTO THE WIDE FIELDS.
      *----------------------------------------------------------------
       2100-ADVANCE-ARCH-LEDGER.
           MOVE 'N' TO DL-FETCHED-SW
                 MOVE 'Y' TO DL-STR-EOF-SW (1)
              NOT AT END
                 ADD 1 TO DL-CVG-READ-COUNT (2)
                 IF DL-LARCH-LENGTH < DL-LDG-REF-LENGTH
                    MOVE SPACES TO DL-LDG-REF-NUMBER
                    MOVE ZERO   TO DL-LDG-REF-LINE
                 END-IF
                 IF DL-LARCH-LENGTH < DL-LDG-WIDE-LENGTH
                    MOVE DL-LDG-DIVIDEND TO DL-LDG-W-DIVIDEND
                    MOVE DL-LDG-DIVISOR  TO DL-LDG-W-DIVISOR
                 END-IF
                 MOVE DL-LDG-REF TO DL-CHK-REF
                 PERFORM 2900-TEST-REFERENCE THRU 2900-EXIT
                 IF DL-LDG-TS-DATE >= DL-FROM-DATE
                    AND DL-LDG-TS-DATE <= DL-TO-DATE
                    AND (DL-INQ-RUN-ID = SPACES
                         OR DL-LDG-RUN-ID = DL-INQ-RUN-ID)
                    AND DL-REF-MATCH
                    ADD 1 TO DL-CVG-PICKED-COUNT (2)
                    MOVE DL-LDG-TS-DATE TO DL-STR-DATE (1)
                    MOVE SPACES TO DL-STR-IMAGE (1)
                    MOVE DL-LEDGER-RECORD
                      TO DL-STR-IMAGE (1) (1:124)
                    MOVE 'Y' TO DL-FETCHED-SW
                 END-IF
           END-READ.
                    MOVE 'Y' TO DL-STR-EOF-SW (2)
                 ELSE
                    ADD 1 TO DL-CVG-READ-COUNT (1)
                    IF DL-LEDGER-LENGTH < DL-LDG-REF-LENGTH
                       MOVE SPACES TO DL-LDG-REF-NUMBER
                       MOVE ZERO   TO DL-LDG-REF-LINE
                    END-IF
                    IF DL-LEDGER-LENGTH < DL-LDG-WIDE-LENGTH
                       MOVE DL-LDG-DIVIDEND TO DL-LDG-W-DIVIDEND
                       MOVE DL-LDG-DIVISOR  TO DL-LDG-W-DIVISOR
                    END-IF
                    MOVE DL-LDG-REF TO DL-CHK-REF
                    PERFORM 2900-TEST-REFERENCE THRU 2900-EXIT
                    IF (DL-INQ-RUN-ID = SPACES
                        OR DL-LDG-RUN-ID = DL-INQ-RUN-ID)
                       AND DL-REF-MATCH
                       ADD 1 TO DL-CVG-PICKED-COUNT (1)
                       MOVE DL-LDG-TS-DATE TO DL-STR-DATE (2)
                       MOVE SPACES TO DL-STR-IMAGE (2)
                       MOVE DL-LEDGER-RECORD
                         TO DL-STR-IMAGE (2) (1:124)
                       MOVE 'Y' TO DL-FETCHED-SW
                    END-IF
                 END-IF
                 MOVE 'Y' TO DL-STR-EOF-SW (3)
              NOT AT END
                 ADD 1 TO DL-CVG-READ-COUNT (4)
                 IF DL-AARCH-LENGTH < DL-AUD-REF-LENGTH
                    MOVE SPACES TO DL-AUD-REF-NUMBER
                    MOVE ZERO   TO DL-AUD-REF-LINE
                 END-IF
                 IF DL-AARCH-LENGTH < DL-AUD-WIDE-LENGTH
                    MOVE DL-AUD-DIVIDEND TO DL-AUD-W-DIVIDEND
                    MOVE DL-AUD-DIVISOR  TO DL-AUD-W-DIVISOR
                    MOVE DL-AUD-RESULT   TO DL-AUD-W-RESULT
                 END-IF
                 MOVE DL-AUD-REF TO DL-CHK-REF
                 PERFORM 2900-TEST-REFERENCE THRU 2900-EXIT
                 IF DL-AUD-JOB-DATE >= DL-FROM-DATE
                    AND DL-AUD-JOB-DATE <= DL-TO-DATE
                    AND (DL-INQ-RUN-ID = SPACES
                         OR DL-AUD-RUN-ID = DL-INQ-RUN-ID)
                    AND DL-REF-MATCH
                    ADD 1 TO DL-CVG-PICKED-COUNT (4)
                    MOVE DL-AUD-JOB-DATE TO DL-STR-DATE (3)
                    MOVE DL-AUDIT-RECORD TO DL-STR-IMAGE (3)
                 MOVE 'Y' TO DL-STR-EOF-SW (4)
              NOT AT END
                 ADD 1 TO DL-CVG-READ-COUNT (3)
                 IF DL-AUDIT-LENGTH < DL-AUD-REF-LENGTH
                    MOVE SPACES TO DL-AUD-REF-NUMBER
                    MOVE ZERO   TO DL-AUD-REF-LINE
                 END-IF
                 IF DL-AUDIT-LENGTH < DL-AUD-WIDE-LENGTH
                    MOVE DL-AUD-DIVIDEND TO DL-AUD-W-DIVIDEND
                    MOVE DL-AUD-DIVISOR  TO DL-AUD-W-DIVISOR
                    MOVE DL-AUD-RESULT   TO DL-AUD-W-RESULT
                 END-IF
                 MOVE DL-AUD-REF TO DL-CHK-REF
                 PERFORM 2900-TEST-REFERENCE THRU 2900-EXIT
                 IF DL-AUD-JOB-DATE >= DL-FROM-DATE
                    AND DL-AUD-JOB-DATE <= DL-TO-DATE
                    AND (DL-INQ-RUN-ID = SPACES
                         OR DL-AUD-RUN-ID = DL-INQ-RUN-ID)
                    AND DL-REF-MATCH
                    ADD 1 TO DL-CVG-PICKED-COUNT (3)
                    MOVE DL-AUD-JOB-DATE TO DL-STR-DATE (4)
                    MOVE DL-AUDIT-RECORD TO DL-STR-IMAGE (4)
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2900-TEST-REFERENCE
      *    DOES THE RECORD'S SOURCE REFERENCE (MOVED TO DL-CHK-REF BY
      *    THE CALLER) SATISFY THE CARD?  NO REFERENCE ON THE CARD
      *    PASSES EVERYTHING; A REFERENCE WITH LINE ZERO PASSES EVERY
      *    LINE OF THAT REFERENCE.
      *----------------------------------------------------------------
       2900-TEST-REFERENCE.
           MOVE 'Y' TO DL-REF-MATCH-SW
           IF DL-INQ-REF-NUMBER NOT = SPACES
              IF DL-CHK-REF-NUMBER NOT = DL-INQ-REF-NUMBER
                 MOVE 'N' TO DL-REF-MATCH-SW
              ELSE
                 IF DL-INQ-REF-LINE NOT = ZERO
                    AND DL-CHK-REF-LINE NOT = DL-INQ-REF-LINE
                    MOVE 'N' TO DL-REF-MATCH-SW
                 END-IF
              END-IF
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-MERGE-EVENTS
      *    THE FOUR-WAY MERGE: EACH PASS EMITS THE STREAM WHOSE
           EXIT.

       5300-PRINT-LEDGER-EVENT.
           MOVE DL-STR-IMAGE (DL-STR-MIN-IDX) (1:124)
             TO DL-LEDGER-RECORD
           MOVE DL-LDG-TS-DATE       TO DL-LGL-DATE
           MOVE DL-LDG-TS-TIME (1:2) TO DL-LGL-HH
           MOVE DL-LDG-TS-TIME (5:2) TO DL-LGL-SS
           MOVE DL-STR-SOURCE (DL-STR-MIN-IDX) TO DL-LGL-FILE
           MOVE DL-LDG-RUN-ID        TO DL-LGL-RUN-ID
           IF DL-LDG-REF-NUMBER = SPACES
              MOVE SPACES            TO DL-LGL-REF
           ELSE
              MOVE DL-LDG-REF-NUMBER TO DL-LGL-REF-NUMBER
              MOVE '/'               TO DL-LGL-REF-SLASH
              MOVE DL-LDG-REF-LINE   TO DL-LGL-REF-LINE
           END-IF
           MOVE DL-LDG-W-DIVIDEND    TO DL-LGL-DIVIDEND
           MOVE DL-LDG-W-DIVISOR     TO DL-LGL-DIVISOR
           MOVE DL-LDG-EXC-STATUS (1:26) TO DL-LGL-STATUS
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-LEDGER-LINE TO FD-EXTRACT-LINE
           WRITE FD-EXTRACT-LINE AFTER ADVANCING 1 LINE
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5400-PRINT-AUDIT-EVENT
      *    TWO LINES -- THE STATUS PRINTS UNDER THE BRANCH -- SO THE
      *    PAGE BREAK IS TAKEN WHEN BOTH WILL NOT FIT.
      *----------------------------------------------------------------
       5400-PRINT-AUDIT-EVENT.
           MOVE DL-STR-IMAGE (DL-STR-MIN-IDX) TO DL-AUDIT-RECORD
           MOVE DL-AUD-JOB-DATE      TO DL-ADL-DATE
           MOVE DL-STR-SOURCE (DL-STR-MIN-IDX) TO DL-ADL-FILE
           MOVE DL-AUD-RUN-ID        TO DL-ADL-RUN-ID
           IF DL-AUD-REF-NUMBER = SPACES
              MOVE SPACES            TO DL-ADL-REF
           ELSE
              MOVE DL-AUD-REF-NUMBER TO DL-ADL-REF-NUMBER
              MOVE '/'               TO DL-ADL-REF-SLASH
              MOVE DL-AUD-REF-LINE   TO DL-ADL-REF-LINE
           END-IF
           MOVE DL-AUD-W-DIVIDEND    TO DL-ADL-DIVIDEND
           MOVE DL-AUD-W-DIVISOR     TO DL-ADL-DIVISOR
           MOVE DL-AUD-W-RESULT      TO DL-ADL-RESULT
           MOVE DL-AUD-BRANCH-TAKEN  TO DL-ADL-BRANCH
           MOVE DL-AUD-EXC-STATUS (1:26) TO DL-ASL-STATUS
           IF DL-LINE-COUNT + 1 >= DL-LINES-PER-PAGE
              PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
           END-IF
           MOVE DL-AUDIT-LINE TO FD-EXTRACT-LINE
           WRITE FD-EXTRACT-LINE AFTER ADVANCING 1 LINE
           MOVE DL-AUDIT-STATUS-LINE TO FD-EXTRACT-LINE
           WRITE FD-EXTRACT-LINE AFTER ADVANCING 1 LINE
           ADD 2 TO DL-LINE-COUNT.
       5400-EXIT.
           EXIT.

