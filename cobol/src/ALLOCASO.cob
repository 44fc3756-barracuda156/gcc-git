      ******************************************************************
      *    PROGRAM-ID:     ALLOC-ASOF
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    POINT-IN-TIME RECONSTRUCTION OF THE ALLOCATION-BASE
      *    MASTER.  WHEN A PAST REJECT OR POSTING IS QUESTIONED THE
      *    AUDITORS ASK "WAS DIVISOR 120.0000 VALID ON THE 3RD?" --
      *    ALLOCMST HOLDS ONLY TODAY'S STATE AND ALLOC-HISTORY ONLY
      *    LISTS THE RAW BEFORE/AFTER IMAGES, SO THE ANSWER WAS
      *    WORKED OUT BY HAND FROM THE LOG.
      *
      *    DRIVEN BY THE AS-OF DATE ON THE ASOCARDS REQUEST CARD,
      *    THIS PROGRAM LOADS THE CURRENT MASTER AND REPLAYS THE
      *    CHANGE LOG (ALLOCLOG) BACKWARDS OVER IT: EVERY ACTION
      *    LOGGED AFTER THE AS-OF DATE IS UNDONE BY PUTTING BACK ITS
      *    BEFORE IMAGE, AND AN ADD LOGGED AFTER THE DATE TAKES THE
      *    ENTRY OFF THE IMAGE ALTOGETHER.  THE LOG IS READ FORWARD,
      *    SO THE FIRST ACTION AFTER THE DATE FOR A KEY IS THE ONE
      *    WHOSE BEFORE IMAGE IS THE ENTRY AS IT STOOD THAT DAY; THE
      *    LATER ONES ARE ONLY COUNTED.  THE IMAGE IS THE MASTER AS
      *    IT STOOD AT THE END OF THE AS-OF DATE -- AN ACTION LOGGED
      *    ON THE DATE ITSELF IS KEPT, AND NOTED ON THE LOG, SINCE
      *    IT MAY HAVE BEEN APPLIED AFTER THAT DAY'S BATCH RAN.
      *
      *    THE IMAGE IS LISTED ENTRY BY ENTRY WITH WHETHER EACH WAS
      *    USABLE ON THE DATE, AND, WHEN THE CARD ASKS, WRITTEN TO
      *    THE ASOFMST WORK FILE IN ALLOCREC FORMAT IN KEY ORDER.
      *    THE CARD CAN ALSO NAME ONE OF THE DAY'S FILES TO
      *    RE-VALIDATE AGAINST THE IMAGE WITH THE SAME CHECKS
      *    PROG-BATCH MAKES (R1-R4), USING THE AS-OF DATE AS THE
      *    PROCESSING DATE:
      *      REJECTS   EVERY REJECT THAT WOULD HAVE PASSED UNDER
      *                THE MASTER AS IT STOOD IS LISTED.
      *      POSTINGS  EVERY POSTING OF THE AS-OF DATE THAT WOULD
      *                HAVE FAILED IS LISTED WITH THE REASON;
      *                POSTINGS OF OTHER DATES ON THE FILE ARE
      *                COUNTED AND SKIPPED.
      *
      *    A LOGGED ACTION WHOSE DIVISOR IS NOT ON THE CURRENT
      *    MASTER CANNOT HAPPEN THROUGH ALLOC-APPROVE (NOTHING IS EVER
      *    DELETED), SO IT MEANS THE MASTER AND LOG DISAGREE; IT IS
      *    REPORTED AND IGNORED, AND WARNS.
      *
      *    RETURN CODES:  0 = IMAGE BUILT, NOTHING FLAGGED
      *                   4 = IMAGE BUILT -- REJECTS THAT WOULD HAVE
      *                       PASSED, POSTINGS THAT WOULD HAVE
      *                       FAILED, OR LOG ACTIONS FOR DIVISORS
      *                       NOT ON THE CURRENT MASTER
      *                  16 = CARD OR FILE ERROR, OR IMAGE TABLE
      *                       OVERFLOW
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   CHANGE LOG READ VARIABLE LENGTH (121-145)
      *                     NOW THAT APPROVED CHANGES CARRY THE
      *                     CHANGE NUMBER AND USER IDS
      *    2026-10-15 MOP   WIDE DIVISOR KEY: MASTER KEY 13 BYTES,
      *                     ASOFMST IMAGE IN THE 60-BYTE ALLOCREC
      *                     LAYOUT, LOG READ 121-155 WITH NARROW-
      *                     LAYOUT RECORDS REBUILT WIDE, REJECTS AND
      *                     POSTINGS READ TO THEIR WIDE LENGTHS AND
      *                     RE-VALIDATED ON THE WIDE DIVISOR
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ALLOC-ASOF.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT ALLOC-MASTER ASSIGN TO "ALLOCMST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-ALB-KEY
              FILE STATUS IS DL-MST-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "ALLOCLOG"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-LOG-STATUS.
           SELECT ASOF-CARDS ASSIGN TO "ASOCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT ASOF-IMAGE ASSIGN TO "ASOFMST"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-IMG-STATUS.
           SELECT REJECTS ASSIGN TO "REJECTS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-REJ-STATUS.
           SELECT POSTINGS ASSIGN TO "POSTINGS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-PST-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY               PIC X(13).
           05  FILLER                   PIC X(47).
       FD  CHANGE-LOG
           RECORD IS VARYING IN SIZE FROM 121 TO 155 CHARACTERS
              DEPENDING ON DL-LOG-LENGTH.
       01  FD-CHANGE-LOG-RECORD         PIC X(155).
       FD  ASOF-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       FD  ASOF-IMAGE.
       01  FD-IMAGE-RECORD              PIC X(60).
       FD  REJECTS
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-REJ-LENGTH.
       01  FD-REJECT-RECORD             PIC X(97).
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD            PIC X(97).
       WORKING-STORAGE  SECTION.
           COPY ALLOCREC.
           COPY ALBLOG.
           COPY REJREC.
           COPY POSTREC.
           COPY ASOCARD.
       01  DL-MST-STATUS                PIC X(02).
       01  DL-LOG-STATUS                PIC X(02).
       01  DL-LOG-LENGTH                PIC 9(04).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-IMG-STATUS                PIC X(02).
       01  DL-REJ-STATUS                PIC X(02).
       01  DL-REJ-LENGTH                PIC 9(04).
       01  DL-PST-STATUS                PIC X(02).
       01  DL-PST-LENGTH                PIC 9(04).
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-MASTER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  DL-MASTER-OPEN           VALUE 'Y'.
       01  DL-LOG-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-LOG-OPEN              VALUE 'Y'.
       01  DL-IMAGE-OPEN-SW             PIC X(01) VALUE 'N'.
           88  DL-IMAGE-OPEN            VALUE 'Y'.
       01  DL-CHECK-OPEN-SW             PIC X(01) VALUE 'N'.
           88  DL-CHECK-OPEN            VALUE 'Y'.
       01  DL-ENTRY-USABLE-SW           PIC X(01).
           88  DL-ENTRY-USABLE          VALUE 'Y'.
       01  DL-AS-OF-DATE                PIC 9(08).
       01  DL-WORK-KEY                  PIC X(13).
       01  DL-WORK-DIVISOR              PIC 9(9)V9(4).
       01  DL-WORK-DIVISOR-RAW          REDEFINES DL-WORK-DIVISOR
                                         PIC X(13).
      *    THE DIVISOR UNDER RE-VALIDATION, SEEN BOTH AS THE RAW
      *    FEED BYTES AND AS THE SIGNED VALUE PROG-BATCH TESTS --
      *    THE SAME PAIR AS DL-TRAN-W-DIVISOR.  THE MASTER KEY IS
      *    FORMED FROM THE VALUE THROUGH THE UNSIGNED WORK FIELD.
       01  DL-CHK-DIVISOR               PIC S9(9)V9(4).
       01  DL-CHK-DIVISOR-RAW           REDEFINES DL-CHK-DIVISOR
                                         PIC X(13).
       01  DL-CHK-REASON-CODE           PIC X(04).
       01  DL-CHK-REASON-TEXT           PIC X(30).
       01  DL-NARROW-IMAGE              PIC X(55).
       01  DL-WIDE-IMAGE                PIC X(60).
       01  DL-EDIT-DIVIDEND             PIC ---,---,--9.9999.
       01  DL-EDIT-DIVISOR              PIC ---,---,--9.9999.
      *    THE MASTER AS IT STOOD ON THE AS-OF DATE, IN KEY ORDER --
      *    LOADED FROM THE CURRENT MASTER, THEN WOUND BACK BY THE
      *    LOG.  AN ENTRY ADDED AFTER THE DATE STAYS IN ITS SLOT
      *    MARKED NOT PRESENT.
       01  DL-AST-COUNT                 PIC 9(04) VALUE ZERO.
       01  DL-AST-MAX                   PIC 9(04) VALUE 3000.
       01  DL-AST-SUB                   PIC 9(04).
       01  DL-AST-FOUND-IDX             PIC 9(04).
       01  DL-ASOF-TABLE.
           05  DL-AST-ENTRY OCCURS 3000 TIMES.
               10  DL-AST-KEY           PIC X(13).
               10  DL-AST-IMAGE         PIC X(60).
               10  DL-AST-PRESENT-SW    PIC X(01).
               10  DL-AST-RESTORED-SW   PIC X(01).
               10  DL-AST-UNDONE-COUNT  PIC 9(04).
       01  DL-MASTERS-READ              PIC 9(08) VALUE ZERO.
       01  DL-LOG-READ                  PIC 9(08) VALUE ZERO.
       01  DL-LOG-UNDONE                PIC 9(08) VALUE ZERO.
       01  DL-SAME-DAY-COUNT            PIC 9(08) VALUE ZERO.
       01  DL-ORPHAN-COUNT              PIC 9(08) VALUE ZERO.
       01  DL-IMAGE-ENTRIES             PIC 9(08) VALUE ZERO.
       01  DL-IMAGE-USABLE              PIC 9(08) VALUE ZERO.
       01  DL-IMAGE-WRITTEN             PIC 9(08) VALUE ZERO.
       01  DL-ITEMS-READ                PIC 9(08) VALUE ZERO.
       01  DL-ITEMS-SKIPPED             PIC 9(08) VALUE ZERO.
       01  DL-ITEMS-FLAGGED             PIC 9(08) VALUE ZERO.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT DL-ABORT
              PERFORM 2000-LOAD-MASTER  THRU 2000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3000-REPLAY-LOG   THRU 3000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 4000-LIST-IMAGE   THRU 4000-EXIT
           END-IF
           IF NOT DL-ABORT
              IF DL-ASO-CHECK-REJECTS
                 PERFORM 5000-CHECK-REJECTS THRU 5000-EXIT
              END-IF
              IF DL-ASO-CHECK-POSTING
                 PERFORM 6000-CHECK-POSTINGS THRU 6000-EXIT
              END-IF
              PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    READ THE REQUEST CARD AND OPEN THE FILES.  THE MASTER AND
      *    THE LOG ARE BOTH REQUIRED -- AN IMAGE BUILT WITHOUT THE
      *    LOG WOULD SIMPLY BE TODAY'S MASTER PASSED OFF AS THE
      *    PAST.  THE FILE TO RE-VALIDATE AND THE IMAGE WORK FILE
      *    ARE OPENED ONLY WHEN THE CARD ASKS FOR THEM.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT ASOF-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'ALLOC-ASOF: UNABLE TO OPEN ASOCARDS, STATUS '
                      DL-CARD-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              READ ASOF-CARDS INTO DL-ASOF-CARD
                 AT END
                    DISPLAY 'ALLOC-ASOF: ASOCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
              END-READ
              CLOSE ASOF-CARDS
           END-IF
           IF NOT DL-ABORT
              IF DL-ASO-AS-OF-DATE NOT NUMERIC
                 OR DL-ASO-AS-OF-DATE = ZERO
                 DISPLAY 'ALLOC-ASOF: AS-OF DATE ON ASOCARDS IS '
                         'MISSING OR NOT NUMERIC'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
              IF NOT DL-ASO-CHECK-VALID
                 DISPLAY 'ALLOC-ASOF: CHECK FILE <' DL-ASO-CHECK-FILE
                         '> ON ASOCARDS IS NOT R, P OR BLANK'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
              IF NOT DL-ASO-IMAGE-VALID
                 DISPLAY 'ALLOC-ASOF: IMAGE OPTION <'
                         DL-ASO-WRITE-IMAGE
                         '> ON ASOCARDS IS NOT Y, N OR BLANK'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-ABORT
              MOVE DL-ASO-AS-OF-DATE TO DL-AS-OF-DATE
              OPEN INPUT ALLOC-MASTER
              IF DL-MST-STATUS NOT = '00'
                 DISPLAY 'ALLOC-ASOF: UNABLE TO OPEN ALLOCMST, '
                         'STATUS ' DL-MST-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-MASTER-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN INPUT CHANGE-LOG
              IF DL-LOG-STATUS NOT = '00'
                 DISPLAY 'ALLOC-ASOF: UNABLE TO OPEN ALLOCLOG, '
                         'STATUS ' DL-LOG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-LOG-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              PERFORM 1100-OPEN-CHECK-FILE THRU 1100-EXIT
           END-IF
           IF NOT DL-ABORT
              AND DL-ASO-IMAGE-WANTED
              OPEN OUTPUT ASOF-IMAGE
              IF DL-IMG-STATUS NOT = '00'
                 DISPLAY 'ALLOC-ASOF: UNABLE TO OPEN ASOFMST, '
                         'STATUS ' DL-IMG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-IMAGE-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              DISPLAY 'ALLOC-ASOF: RECONSTRUCTING ALLOCATION-BASE '
                      'MASTER AS OF ' DL-AS-OF-DATE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-OPEN-CHECK-FILE.
           IF DL-ASO-CHECK-REJECTS
              OPEN INPUT REJECTS
              IF DL-REJ-STATUS NOT = '00'
                 DISPLAY 'ALLOC-ASOF: UNABLE TO OPEN REJECTS, '
                         'STATUS ' DL-REJ-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-CHECK-OPEN-SW
              END-IF
           END-IF
           IF DL-ASO-CHECK-POSTING
              OPEN INPUT POSTINGS
              IF DL-PST-STATUS NOT = '00'
                 DISPLAY 'ALLOC-ASOF: UNABLE TO OPEN POSTINGS, '
                         'STATUS ' DL-PST-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-CHECK-OPEN-SW
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-LOAD-MASTER
      *    THE CURRENT MASTER, IN KEY ORDER, IS THE STARTING POINT
      *    OF THE BACKWARD REPLAY.
      *----------------------------------------------------------------
       2000-LOAD-MASTER.
           MOVE 'N' TO DL-EOF-SW
           MOVE LOW-VALUES TO FD-ALB-KEY
           START ALLOC-MASTER KEY >= FD-ALB-KEY
              INVALID KEY
                 MOVE 'Y' TO DL-EOF-SW
           END-START
           PERFORM 2100-LOAD-MASTER-ENTRY THRU 2100-EXIT
              UNTIL DL-EOF OR DL-ABORT.
       2000-EXIT.
           EXIT.

       2100-LOAD-MASTER-ENTRY.
           READ ALLOC-MASTER NEXT RECORD INTO DL-ALLOC-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-MASTERS-READ
                 IF DL-AST-COUNT NOT < DL-AST-MAX
                    DISPLAY 'ALLOC-ASOF: MASTER HAS MORE THAN '
                            DL-AST-MAX ' ENTRIES - IMAGE TABLE '
                            'OVERFLOW, NOTHING RECONSTRUCTED'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    ADD 1 TO DL-AST-COUNT
                    MOVE FD-ALB-KEY TO DL-AST-KEY (DL-AST-COUNT)
                    MOVE DL-ALLOC-RECORD
                      TO DL-AST-IMAGE (DL-AST-COUNT)
                    MOVE 'Y' TO DL-AST-PRESENT-SW (DL-AST-COUNT)
                    MOVE 'N' TO DL-AST-RESTORED-SW (DL-AST-COUNT)
                    MOVE ZERO TO DL-AST-UNDONE-COUNT (DL-AST-COUNT)
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-REPLAY-LOG
      *    ONE FORWARD PASS OVER THE LOG.  AN ACTION AFTER THE
      *    AS-OF DATE IS UNDONE; AN ACTION ON THE DATE ITSELF IS
      *    KEPT AND NOTED; EARLIER ACTIONS ARE ALREADY REFLECTED IN
      *    THE MASTER AND NEED NOTHING.
      *----------------------------------------------------------------
       3000-REPLAY-LOG.
           MOVE 'N' TO DL-EOF-SW
           PERFORM 3100-REPLAY-LOG-RECORD THRU 3100-EXIT
              UNTIL DL-EOF.
       3000-EXIT.
           EXIT.

       3100-REPLAY-LOG-RECORD.
           READ CHANGE-LOG INTO DL-CHANGE-LOG-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-LOG-READ
                 IF DL-LOG-LENGTH < DL-ALG-WIDE-LENGTH
                    PERFORM 3400-WIDEN-LOG-RECORD THRU 3400-EXIT
                 END-IF
                 IF DL-ALG-RUN-DATE NOT < DL-AS-OF-DATE
                    MOVE DL-ALG-AFT-KEY TO DL-WORK-KEY
                    PERFORM 3200-FIND-ENTRY THRU 3200-EXIT
                    IF DL-AST-FOUND-IDX = ZERO
                       ADD 1 TO DL-ORPHAN-COUNT
                       DISPLAY 'ALLOC-ASOF: ' DL-ALG-ACTION
                               ' OF DIVISOR ' DL-ALG-AFT-KEY
                               ' LOGGED ' DL-ALG-RUN-DATE
                               ' IS NOT ON THE CURRENT MASTER - '
                               'IGNORED'
                    ELSE
                       IF DL-ALG-RUN-DATE > DL-AS-OF-DATE
                          PERFORM 3300-UNDO-ACTION THRU 3300-EXIT
                       ELSE
                          ADD 1 TO DL-SAME-DAY-COUNT
                          DISPLAY 'ALLOC-ASOF: NOTE - ' DL-ALG-ACTION
                                  ' OF DIVISOR ' DL-ALG-AFT-KEY
                                  ' WAS LOGGED ON THE AS-OF DATE '
                                  'AND IS IN THE IMAGE; IT MAY '
                                  'POST-DATE THAT DAY''S BATCH'
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-FIND-ENTRY.
           MOVE ZERO TO DL-AST-FOUND-IDX
           PERFORM 3210-TEST-ENTRY THRU 3210-EXIT
              VARYING DL-AST-SUB FROM 1 BY 1
              UNTIL DL-AST-SUB > DL-AST-COUNT
                 OR DL-AST-FOUND-IDX > ZERO.
       3200-EXIT.
           EXIT.

       3210-TEST-ENTRY.
           IF DL-AST-KEY (DL-AST-SUB) = DL-WORK-KEY
              MOVE DL-AST-SUB TO DL-AST-FOUND-IDX
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-UNDO-ACTION
      *    ONLY THE FIRST ACTION AFTER THE DATE RESTORES THE ENTRY:
      *    ITS BEFORE IMAGE IS THE ENTRY AS IT STOOD ON THE DATE
      *    (SPACES FOR AN ADD -- THE ENTRY DID NOT EXIST YET).
      *----------------------------------------------------------------
       3300-UNDO-ACTION.
           ADD 1 TO DL-LOG-UNDONE
           ADD 1 TO DL-AST-UNDONE-COUNT (DL-AST-FOUND-IDX)
           IF DL-AST-RESTORED-SW (DL-AST-FOUND-IDX) NOT = 'Y'
              MOVE 'Y' TO DL-AST-RESTORED-SW (DL-AST-FOUND-IDX)
              IF DL-ALG-BEFORE-IMAGE = SPACES
                 MOVE 'N' TO DL-AST-PRESENT-SW (DL-AST-FOUND-IDX)
              ELSE
                 MOVE DL-ALG-BEFORE-IMAGE
                   TO DL-AST-IMAGE (DL-AST-FOUND-IDX)
              END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3400-WIDEN-LOG-RECORD
      *    A RECORD LOGGED BEFORE THE WIDE DIVISOR KEY HAS 55-BYTE
      *    IMAGES; EACH IS REBUILT IN THE 60-BYTE LAYOUT SO IT CAN BE
      *    MATCHED AND PUT BACK LIKE ANY OTHER.  ONLY THE RUN DATE,
      *    ACTION AND IMAGES ARE USED HERE.
      *----------------------------------------------------------------
       3400-WIDEN-LOG-RECORD.
           MOVE DL-CHANGE-LOG-RECORD   TO DL-CHANGE-LOG-NARROW
           MOVE DL-ALG-N-RUN-DATE      TO DL-ALG-RUN-DATE
           MOVE DL-ALG-N-ACTION        TO DL-ALG-ACTION
           MOVE DL-ALG-N-BEFORE-IMAGE  TO DL-NARROW-IMAGE
           PERFORM 3500-WIDEN-IMAGE    THRU 3500-EXIT
           MOVE DL-WIDE-IMAGE          TO DL-ALG-BEFORE-IMAGE
           MOVE DL-ALG-N-AFTER-IMAGE   TO DL-NARROW-IMAGE
           PERFORM 3500-WIDEN-IMAGE    THRU 3500-EXIT
           MOVE DL-WIDE-IMAGE          TO DL-ALG-AFTER-IMAGE.
       3400-EXIT.
           EXIT.

       3500-WIDEN-IMAGE.
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
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-LIST-IMAGE
      *    LIST THE RECONSTRUCTED MASTER, AND WRITE EACH ENTRY THAT
      *    EXISTED ON THE DATE TO THE IMAGE FILE WHEN ASKED.  USE
      *    IS Y WHEN THE ENTRY WAS ACTIVE AND IN DATE ON THE AS-OF
      *    DATE; CHGS IS THE NUMBER OF LOGGED ACTIONS UNDONE.
      *----------------------------------------------------------------
       4000-LIST-IMAGE.
           DISPLAY ' '
           DISPLAY 'ALLOCATION-BASE MASTER AS OF ' DL-AS-OF-DATE
           DISPLAY '  DIVISOR       S EFFECTIVE EXPIRY   U CHGS '
                   'DESCRIPTION'
           PERFORM 4100-LIST-IMAGE-ENTRY THRU 4100-EXIT
              VARYING DL-AST-SUB FROM 1 BY 1
              UNTIL DL-AST-SUB > DL-AST-COUNT
                 OR DL-ABORT.
       4000-EXIT.
           EXIT.

       4100-LIST-IMAGE-ENTRY.
           IF DL-AST-PRESENT-SW (DL-AST-SUB) NOT = 'Y'
              DISPLAY '  ' DL-AST-KEY (DL-AST-SUB)
                      '   (NOT YET ON THE MASTER - ADDED LATER)'
           ELSE
              ADD 1 TO DL-IMAGE-ENTRIES
              MOVE DL-AST-IMAGE (DL-AST-SUB) TO DL-ALLOC-RECORD
              PERFORM 7100-TEST-USABLE THRU 7100-EXIT
              IF DL-ENTRY-USABLE
                 ADD 1 TO DL-IMAGE-USABLE
              END-IF
              DISPLAY '  ' DL-ALB-DIVISOR ' ' DL-ALB-STATUS
                      ' ' DL-ALB-EFF-DATE '  ' DL-ALB-EXP-DATE
                      ' ' DL-ENTRY-USABLE-SW
                      ' ' DL-AST-UNDONE-COUNT (DL-AST-SUB)
                      ' ' DL-ALB-DESC
              IF DL-IMAGE-OPEN
                 MOVE DL-ALLOC-RECORD TO FD-IMAGE-RECORD
                 WRITE FD-IMAGE-RECORD
                 IF DL-IMG-STATUS = '00'
                    ADD 1 TO DL-IMAGE-WRITTEN
                 ELSE
                    DISPLAY 'ALLOC-ASOF: ASOFMST WRITE FAILED, '
                            'STATUS ' DL-IMG-STATUS
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-CHECK-REJECTS
      *    RE-VALIDATE EACH REJECT'S RAW DIVISOR AGAINST THE IMAGE
      *    AND LIST THE ONES THAT WOULD HAVE PASSED.
      *----------------------------------------------------------------
       5000-CHECK-REJECTS.
           DISPLAY ' '
           DISPLAY 'REJECTS THAT WOULD HAVE PASSED UNDER THE MASTER '
                   'AS OF ' DL-AS-OF-DATE
           MOVE 'N' TO DL-EOF-SW
           PERFORM 5100-CHECK-REJECT THRU 5100-EXIT
              UNTIL DL-EOF.
       5000-EXIT.
           EXIT.

       5100-CHECK-REJECT.
           READ REJECTS INTO DL-REJECT-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-ITEMS-READ
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
                 END-IF
                 MOVE DL-REJ-W-DIVISOR-RAW TO DL-CHK-DIVISOR-RAW
                 PERFORM 7000-VALIDATE-DIVISOR THRU 7000-EXIT
                 IF DL-CHK-REASON-CODE = SPACES
                    ADD 1 TO DL-ITEMS-FLAGGED
                    MOVE DL-REJ-W-DIVIDEND TO DL-EDIT-DIVIDEND
                    DISPLAY '  DIVISOR ' DL-REJ-W-DIVISOR-RAW
                            ' DIVIDEND ' DL-EDIT-DIVIDEND
                            ' REJECTED ' DL-REJ-REASON-CODE
                            ' REF ' DL-REJ-REF-NUMBER
                            '/' DL-REJ-REF-LINE
                            ' - WOULD HAVE PASSED'
                 END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6000-CHECK-POSTINGS
      *    RE-VALIDATE EACH POSTING OF THE AS-OF DATE AGAINST THE
      *    IMAGE AND LIST THE ONES THAT WOULD HAVE FAILED.  A
      *    POSTING WRITTEN BEFORE THE WIDE FIELDS HAS ITS NARROW
      *    AMOUNTS MOVED INTO THEM FIRST.
      *----------------------------------------------------------------
       6000-CHECK-POSTINGS.
           DISPLAY ' '
           DISPLAY 'POSTINGS THAT WOULD HAVE FAILED UNDER THE MASTER '
                   'AS OF ' DL-AS-OF-DATE
           MOVE 'N' TO DL-EOF-SW
           PERFORM 6100-CHECK-POSTING THRU 6100-EXIT
              UNTIL DL-EOF.
       6000-EXIT.
           EXIT.

       6100-CHECK-POSTING.
           READ POSTINGS INTO DL-POSTING-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-ITEMS-READ
                 IF DL-PST-LENGTH < DL-PST-REF-LENGTH
                    MOVE SPACES TO DL-PST-REF-NUMBER
                    MOVE ZERO   TO DL-PST-REF-LINE
                 END-IF
                 IF DL-PST-LENGTH < DL-PST-WIDE-LENGTH
                    MOVE DL-PST-DIVIDEND  TO DL-PST-W-DIVIDEND
                    MOVE DL-PST-DIVISOR   TO DL-PST-W-DIVISOR
                    MOVE DL-PST-REMAINDER TO DL-PST-W-REMAINDER
                 END-IF
                 IF DL-PST-PROC-DATE NOT = DL-AS-OF-DATE
                    ADD 1 TO DL-ITEMS-SKIPPED
                 ELSE
                    MOVE DL-PST-W-DIVISOR TO DL-CHK-DIVISOR
                    PERFORM 7000-VALIDATE-DIVISOR THRU 7000-EXIT
                    IF DL-CHK-REASON-CODE NOT = SPACES
                       ADD 1 TO DL-ITEMS-FLAGGED
                       MOVE DL-PST-W-DIVISOR  TO DL-EDIT-DIVISOR
                       MOVE DL-PST-W-DIVIDEND TO DL-EDIT-DIVIDEND
                       DISPLAY '  DIVISOR ' DL-EDIT-DIVISOR
                               ' DIVIDEND ' DL-EDIT-DIVIDEND
                               ' RUN ' DL-PST-RUN-ID
                               ' REF ' DL-PST-REF-NUMBER
                               '/' DL-PST-REF-LINE
                       DISPLAY '      - WOULD HAVE FAILED '
                               DL-CHK-REASON-CODE DL-CHK-REASON-TEXT
                    END-IF
                 END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-VALIDATE-DIVISOR
      *    PROG-BATCH'S 1500/1600 CHECKS, AGAINST THE IMAGE INSTEAD
      *    OF THE LIVE MASTER AND WITH THE AS-OF DATE AS THE
      *    PROCESSING DATE.  LEAVES THE REASON CODE SPACES WHEN THE
      *    DIVISOR PASSES.
      *----------------------------------------------------------------
       7000-VALIDATE-DIVISOR.
           MOVE SPACES TO DL-CHK-REASON-CODE
           MOVE SPACES TO DL-CHK-REASON-TEXT
           IF DL-CHK-DIVISOR NOT NUMERIC
              MOVE 'R1  ' TO DL-CHK-REASON-CODE
              MOVE 'DIVISOR NOT NUMERIC' TO DL-CHK-REASON-TEXT
           ELSE
              IF DL-CHK-DIVISOR <= ZERO
                 MOVE 'R2  ' TO DL-CHK-REASON-CODE
                 MOVE 'DIVISOR ZERO OR NEGATIVE' TO DL-CHK-REASON-TEXT
              ELSE
                 MOVE DL-CHK-DIVISOR TO DL-WORK-DIVISOR
                 MOVE DL-WORK-DIVISOR-RAW TO DL-WORK-KEY
                 PERFORM 3200-FIND-ENTRY THRU 3200-EXIT
                 IF DL-AST-FOUND-IDX = ZERO
                    MOVE 'R3  ' TO DL-CHK-REASON-CODE
                    MOVE 'DIVISOR NOT ON ALLOC MASTER'
                      TO DL-CHK-REASON-TEXT
                 ELSE
                    IF DL-AST-PRESENT-SW (DL-AST-FOUND-IDX) NOT = 'Y'
                       MOVE 'R3  ' TO DL-CHK-REASON-CODE
                       MOVE 'DIVISOR NOT ON ALLOC MASTER'
                         TO DL-CHK-REASON-TEXT
                    ELSE
                       MOVE DL-AST-IMAGE (DL-AST-FOUND-IDX)
                         TO DL-ALLOC-RECORD
                       PERFORM 7100-TEST-USABLE THRU 7100-EXIT
                       IF NOT DL-ENTRY-USABLE
                          MOVE 'R4  ' TO DL-CHK-REASON-CODE
                          MOVE 'ALLOC BASE NOT ACTIVE FOR DATE'
                            TO DL-CHK-REASON-TEXT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7100-TEST-USABLE
      *    THE ALLOCREC USABILITY RULE, AT THE AS-OF DATE.
      *----------------------------------------------------------------
       7100-TEST-USABLE.
           MOVE 'N' TO DL-ENTRY-USABLE-SW
           IF DL-ALB-ACTIVE
              AND DL-ALB-EFF-DATE <= DL-AS-OF-DATE
              AND (DL-ALB-EXP-DATE = ZERO
                   OR DL-ALB-EXP-DATE >= DL-AS-OF-DATE)
              MOVE 'Y' TO DL-ENTRY-USABLE-SW
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-PRINT-TOTALS
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           IF (DL-ASO-CHECK-REJECTS OR DL-ASO-CHECK-POSTING)
              AND DL-ITEMS-FLAGGED = ZERO
              DISPLAY '  NONE'
           END-IF
           DISPLAY ' '
           DISPLAY 'ALLOC-ASOF TOTALS'
           DISPLAY '  MASTER ENTRIES READ ...... ' DL-MASTERS-READ
           DISPLAY '  LOG RECORDS READ ......... ' DL-LOG-READ
           DISPLAY '  LOG ACTIONS UNDONE ....... ' DL-LOG-UNDONE
           DISPLAY '  SAME-DAY ACTIONS KEPT .... ' DL-SAME-DAY-COUNT
           DISPLAY '  ENTRIES ON THE IMAGE ..... ' DL-IMAGE-ENTRIES
           DISPLAY '  USABLE ON THE DATE ....... ' DL-IMAGE-USABLE
           IF DL-IMAGE-OPEN
              DISPLAY '  WRITTEN TO ASOFMST ....... ' DL-IMAGE-WRITTEN
           END-IF
           IF DL-ASO-CHECK-REJECTS
              DISPLAY '  REJECTS RE-VALIDATED ..... ' DL-ITEMS-READ
              DISPLAY '  WOULD HAVE PASSED ........ ' DL-ITEMS-FLAGGED
           END-IF
           IF DL-ASO-CHECK-POSTING
              DISPLAY '  POSTINGS READ ............ ' DL-ITEMS-READ
              DISPLAY '  OTHER DATES SKIPPED ...... ' DL-ITEMS-SKIPPED
              DISPLAY '  WOULD HAVE FAILED ........ ' DL-ITEMS-FLAGGED
           END-IF
           IF DL-ORPHAN-COUNT > ZERO
              DISPLAY '  LOG ACTIONS NOT ON MASTER  ' DL-ORPHAN-COUNT
           END-IF
           IF DL-ITEMS-FLAGGED > ZERO
              OR DL-ORPHAN-COUNT > ZERO
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF DL-MASTER-OPEN
              CLOSE ALLOC-MASTER
           END-IF
           IF DL-LOG-OPEN
              CLOSE CHANGE-LOG
           END-IF
           IF DL-IMAGE-OPEN
              CLOSE ASOF-IMAGE
           END-IF
           IF DL-CHECK-OPEN
              IF DL-ASO-CHECK-REJECTS
                 CLOSE REJECTS
              ELSE
                 CLOSE POSTINGS
              END-IF
           END-IF.
       9000-EXIT.
           EXIT.
