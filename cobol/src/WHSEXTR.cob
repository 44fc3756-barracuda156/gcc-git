      ******************************************************************
      *    PROGRAM-ID:     WHSE-EXTRACT
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    DELIMITED EXTRACT OF ONE PROCESSING DATE FOR THE FINANCE
      *    DATA WAREHOUSE.  FINANCE HAD OUR NUMBERS ONLY AS THE
      *    PRINTED EXC-REPORT, RUN-REPORT AND REJ-AGING OUTPUT AND
      *    RE-KEYED WHAT IT NEEDED.  RUN AFTER THE NIGHTLY CLOSE,
      *    THIS PROGRAM WRITES A COLUMN-HEADED, '|'-DELIMITED FILE
      *    FOR EACH OF (LAYOUTS IN WHXREC):
      *      - THE POSTINGS OF THE DATE (WHXPOST)
      *      - THE EXCEPTIONS-LEDGER ENTRIES OF THE DATE, THE STATUS
      *        EXPANDED THROUGH THE EXCTAB DESCRIPTIONS (WHXEXCP)
      *      - THE OPEN ITEMS ON THE REJECT CARRY-FORWARD FILE WITH
      *        THEIR AGE, AGE BUCKET AND REASON (WHXREJS)
      *      - THE RUN-REGISTRY ENTRIES OF THE DATE (WHXRUNS)
      *    AND LAST A MANIFEST (WHXMANF) LISTING EACH FILE'S ROW
      *    COUNT AND TWO CONTROL TOTALS, SO THE WAREHOUSE LOAD CAN
      *    PROVE IT RECEIVED EVERYTHING.  THE MANIFEST IS WRITTEN
      *    ONLY WHEN ALL FOUR FILES WERE WRITTEN COMPLETE -- NO
      *    MANIFEST MEANS NOTHING IS TO BE LOADED.
      *
      *    THE DATE ON THE WHXCARDS REQUEST CARD SELECTS THE ROWS:
      *    A POSTING BY ITS PROCESSING DATE, A LEDGER ENTRY BY ITS
      *    TIMESTAMP DATE (POSITIONED ON THE ALTERNATE DATE KEY AS
      *    EXC-REPORT DOES), A REGISTRY ENTRY BY ITS OWN DATE.  THE
      *    CARRY-FORWARD FILE HAS NO DATE: IT IS THE OPEN ITEMS AS
      *    REJ-REPAIR LEFT THEM, SO THE JOB POINTS REJFWD AT THE
      *    GENERATION OF THE DATE BEING EXTRACTED AND EVERY ITEM ON
      *    IT IS STAMPED WITH THAT DATE.  EVERY ROW CARRIES THE
      *    DATE AND THE OUTPUT FILES ARE REWRITTEN, NOT EXTENDED, SO
      *    A MISSED DAY IS RE-EXTRACTED BY RUNNING WITH ITS DATE AND
      *    THE LOAD REPLACES THAT DATE WITHOUT DUPLICATING ROWS.
      *
      *    AMOUNTS GO OUT AT THE FULL WIDE PRECISION.  RECORDS
      *    WRITTEN IN THE NARROW LAYOUT ARE READ BY LENGTH AND THEIR
      *    AMOUNTS MOVED INTO THE WIDE FIELDS, AS EVERY READER DOES.
      *
      *    ON A MULTI-STREAM DAY THE JOB CONCATENATES THE POSTNGNN
      *    FILES ONTO POSTINGS, AS IT DOES FOR THE POST-GATE STEP.
      *    A MISSING POSTINGS OR REJFWD FILE GIVES AN EXTRACT WITH
      *    ONLY ITS HEADER ROW AND A ZERO MANIFEST ROW, AND IS NOTED.
      *
      *    RETURN CODES:  0 = EXTRACT AND MANIFEST WRITTEN
      *                   4 = WRITTEN, BUT POSTINGS OR REJFWD WAS
      *                       MISSING AND EXTRACTED AS EMPTY
      *                  16 = CARD OR FILE ERROR, NO MANIFEST
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      WHSE-EXTRACT.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-CARDS ASSIGN TO "WHXCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT POSTINGS ASSIGN TO "POSTINGS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-PST-STATUS.
           SELECT EXCEPTIONS-LEDGER ASSIGN TO "EXCLEDGR"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-LDG-KEY
              ALTERNATE RECORD KEY FD-LDG-TS-DATE WITH DUPLICATES
              FILE STATUS IS DL-LEDGER-STATUS.
           SELECT REJECTS-FORWARD ASSIGN TO "REJFWD"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-FWD-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-REG-STATUS.
           SELECT POSTING-EXTRACT ASSIGN TO "WHXPOST"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-XPST-STATUS.
           SELECT LEDGER-EXTRACT ASSIGN TO "WHXEXCP"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-XLDG-STATUS.
           SELECT REJECT-EXTRACT ASSIGN TO "WHXREJS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-XREJ-STATUS.
           SELECT REGISTRY-EXTRACT ASSIGN TO "WHXRUNS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-XREG-STATUS.
           SELECT EXTRACT-MANIFEST ASSIGN TO "WHXMANF"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-XMAN-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  EXTRACT-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       FD  POSTINGS
           RECORD IS VARYING IN SIZE FROM 40 TO 97 CHARACTERS
              DEPENDING ON DL-PST-LENGTH.
       01  FD-POSTING-RECORD            PIC X(97).
       FD  EXCEPTIONS-LEDGER
           RECORD IS VARYING IN SIZE FROM 80 TO 124 CHARACTERS
              DEPENDING ON DL-LEDGER-LENGTH.
       01  FD-LEDGER-RECORD.
           05  FD-LDG-KEY               PIC X(16).
           05  FILLER                   PIC X(48).
           05  FD-LDG-TS-DATE           PIC 9(08).
           05  FILLER                   PIC X(52).
       FD  REJECTS-FORWARD
           RECORD IS VARYING IN SIZE FROM 53 TO 97 CHARACTERS
              DEPENDING ON DL-FWD-LENGTH.
       01  FD-FORWARD-RECORD            PIC X(97).
       FD  RUN-REGISTRY-FILE.
       01  FD-REGISTRY-RECORD           PIC X(88).
       FD  POSTING-EXTRACT
           RECORD IS VARYING IN SIZE FROM 1 TO 85 CHARACTERS
              DEPENDING ON DL-XPST-LENGTH.
       01  FD-XPST-RECORD               PIC X(85).
       FD  LEDGER-EXTRACT
           RECORD IS VARYING IN SIZE FROM 1 TO 153 CHARACTERS
              DEPENDING ON DL-XLDG-LENGTH.
       01  FD-XLDG-RECORD               PIC X(153).
       FD  REJECT-EXTRACT
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
              DEPENDING ON DL-XREJ-LENGTH.
       01  FD-XREJ-RECORD               PIC X(121).
       FD  REGISTRY-EXTRACT
           RECORD IS VARYING IN SIZE FROM 1 TO 139 CHARACTERS
              DEPENDING ON DL-XREG-LENGTH.
       01  FD-XREG-RECORD               PIC X(139).
       FD  EXTRACT-MANIFEST
           RECORD IS VARYING IN SIZE FROM 1 TO 120 CHARACTERS
              DEPENDING ON DL-XMAN-LENGTH.
       01  FD-XMAN-RECORD               PIC X(120).
       WORKING-STORAGE  SECTION.
           COPY WHXCARD.
           COPY WHXREC.
           COPY POSTREC.
           COPY LEDGREC.
           COPY REJREC.
           COPY REGREC.
           COPY EXCTAB.
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-PST-STATUS                PIC X(02).
       01  DL-LEDGER-STATUS             PIC X(02).
       01  DL-FWD-STATUS                PIC X(02).
       01  DL-REG-STATUS                PIC X(02).
       01  DL-XPST-STATUS               PIC X(02).
       01  DL-XLDG-STATUS               PIC X(02).
       01  DL-XREJ-STATUS               PIC X(02).
       01  DL-XREG-STATUS               PIC X(02).
       01  DL-XMAN-STATUS               PIC X(02).
       01  DL-PST-LENGTH                PIC 9(04).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-FWD-LENGTH                PIC 9(04).
       01  DL-XPST-LENGTH               PIC 9(04).
       01  DL-XLDG-LENGTH               PIC 9(04).
       01  DL-XREJ-LENGTH               PIC 9(04).
       01  DL-XREG-LENGTH               PIC 9(04).
       01  DL-XMAN-LENGTH               PIC 9(04).
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-INPUT-OPEN-SW             PIC X(01).
           88  DL-INPUT-OPEN            VALUE 'Y'.
       01  DL-EXC-SUB                   PIC 9(02).
       01  DL-EXC-DESC-OUT              PIC X(32).
       01  DL-CREATED-DATE              PIC 9(08).
       01  DL-CREATED-TIME              PIC 9(08).
       01  DL-PST-ROWS                  PIC 9(08) VALUE ZERO.
       01  DL-PST-DIVIDEND-TOTAL        PIC S9(14)V9(4) VALUE ZERO.
       01  DL-PST-REMAINDER-TOTAL       PIC S9(14)V9(4) VALUE ZERO.
       01  DL-LDG-ROWS                  PIC 9(08) VALUE ZERO.
       01  DL-LDG-DIVIDEND-TOTAL        PIC S9(14)V9(4) VALUE ZERO.
       01  DL-LDG-DIVISOR-TOTAL         PIC S9(14)V9(4) VALUE ZERO.
       01  DL-REJ-ROWS                  PIC 9(08) VALUE ZERO.
       01  DL-REJ-DIVIDEND-TOTAL        PIC S9(14)V9(4) VALUE ZERO.
       01  DL-REJ-AGE-TOTAL             PIC S9(14)V9(4) VALUE ZERO.
       01  DL-REG-ROWS                  PIC 9(08) VALUE ZERO.
       01  DL-REG-READ-TOTAL            PIC S9(14)V9(4) VALUE ZERO.
       01  DL-REG-POSTING-TOTAL         PIC S9(14)V9(4) VALUE ZERO.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT DL-ABORT
              PERFORM 2000-EXTRACT-POSTINGS THRU 2000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3000-EXTRACT-LEDGER THRU 3000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 4000-EXTRACT-REJECTS THRU 4000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 5000-EXTRACT-REGISTRY THRU 5000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 8000-WRITE-MANIFEST THRU 8000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INITIALIZE
      *    READ THE PROCESSING DATE.  A MISSING OR NON-NUMERIC DATE
      *    IS AN OPERATOR ERROR: AN ASSUMED DATE COULD LOAD THE
      *    WRONG DAY INTO THE WAREHOUSE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DL-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT DL-CREATED-TIME FROM TIME
           OPEN INPUT EXTRACT-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN WHXCARDS, STATUS '
                      DL-CARD-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              READ EXTRACT-CARDS INTO DL-EXTRACT-CARD
                 AT END
                    DISPLAY 'WHSE-EXTRACT: WHXCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
              END-READ
              CLOSE EXTRACT-CARDS
           END-IF
           IF NOT DL-ABORT
              IF DL-WHX-PROC-DATE NOT NUMERIC
                 OR DL-WHX-PROC-DATE = ZERO
                 DISPLAY 'WHSE-EXTRACT: PROCESSING DATE ON WHXCARDS '
                         'IS MISSING OR NOT NUMERIC'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 DISPLAY 'WHSE-EXTRACT: EXTRACTING PROCESSING DATE '
                         DL-WHX-PROC-DATE
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-EXTRACT-POSTINGS
      *    EVERY POSTING WHOSE PROCESSING DATE IS THE CARD DATE.
      *    A MISSING POSTINGS FILE IS A ZERO-TRAFFIC DAY (AS FOR
      *    ALLOC-USAGE): THE EXTRACT IS WRITTEN WITH ITS HEADER
      *    ONLY AND THE RUN ENDS RC 4 SO THE GAP IS SEEN.
      *----------------------------------------------------------------
       2000-EXTRACT-POSTINGS.
           MOVE 'N' TO DL-INPUT-OPEN-SW
           OPEN INPUT POSTINGS
           IF DL-PST-STATUS = '35'
              DISPLAY 'WHSE-EXTRACT: NO POSTINGS FILE - POSTINGS '
                      'EXTRACTED AS EMPTY'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF DL-PST-STATUS NOT = '00'
                 DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN POSTINGS, '
                         'STATUS ' DL-PST-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-INPUT-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT POSTING-EXTRACT
              IF DL-XPST-STATUS NOT = '00'
                 DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN WHXPOST, '
                         'STATUS ' DL-XPST-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE DL-WXP-HEADER TO FD-XPST-RECORD
                 MOVE DL-WXP-HEADER-LENGTH TO DL-XPST-LENGTH
                 PERFORM 2200-WRITE-POSTING-ROW THRU 2200-EXIT
                 MOVE 'N' TO DL-EOF-SW
                 IF NOT DL-INPUT-OPEN
                    MOVE 'Y' TO DL-EOF-SW
                 END-IF
                 PERFORM 2100-EXTRACT-POSTING THRU 2100-EXIT
                    UNTIL DL-EOF OR DL-ABORT
                 CLOSE POSTING-EXTRACT
              END-IF
           END-IF
           IF DL-INPUT-OPEN
              CLOSE POSTINGS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXTRACT-POSTING.
           READ POSTINGS INTO DL-POSTING-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-PST-LENGTH < DL-PST-REF-LENGTH
                    MOVE SPACES TO DL-PST-REF-NUMBER
                    MOVE ZERO   TO DL-PST-REF-LINE
                 END-IF
                 IF DL-PST-LENGTH < DL-PST-WIDE-LENGTH
                    MOVE DL-PST-DIVIDEND  TO DL-PST-W-DIVIDEND
                    MOVE DL-PST-DIVISOR   TO DL-PST-W-DIVISOR
                    MOVE DL-PST-REMAINDER TO DL-PST-W-REMAINDER
                 END-IF
                 IF DL-PST-PROC-DATE = DL-WHX-PROC-DATE
                    MOVE DL-PST-PROC-DATE   TO DL-WXP-PROC-DATE
                    MOVE DL-PST-RUN-ID      TO DL-WXP-RUN-ID
                    MOVE DL-PST-REF-NUMBER  TO DL-WXP-REF-NUMBER
                    MOVE DL-PST-REF-LINE    TO DL-WXP-REF-LINE
                    MOVE DL-PST-W-DIVIDEND  TO DL-WXP-DIVIDEND
                    MOVE DL-PST-W-DIVISOR   TO DL-WXP-DIVISOR
                    MOVE DL-PST-W-REMAINDER TO DL-WXP-REMAINDER
                    INSPECT DL-WXP-RUN-ID
                       REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                    INSPECT DL-WXP-REF-NUMBER
                       REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                    MOVE DL-WXP-ROW TO FD-XPST-RECORD
                    MOVE DL-WXP-ROW-LENGTH TO DL-XPST-LENGTH
                    PERFORM 2200-WRITE-POSTING-ROW THRU 2200-EXIT
                    IF NOT DL-ABORT
                       ADD 1 TO DL-PST-ROWS
                       ADD DL-PST-W-DIVIDEND  TO DL-PST-DIVIDEND-TOTAL
                       ADD DL-PST-W-REMAINDER TO DL-PST-REMAINDER-TOTAL
                    END-IF
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-WRITE-POSTING-ROW.
           WRITE FD-XPST-RECORD
           IF DL-XPST-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: WHXPOST WRITE FAILED, STATUS '
                      DL-XPST-STATUS ' - NO MANIFEST WRITTEN'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-EXTRACT-LEDGER
      *    THE LEDGER ENTRIES OF THE DATE, POSITIONED ON THE
      *    ALTERNATE DATE KEY; THE FIRST ENTRY PAST THE DATE ENDS
      *    THE PASS.  NOTHING ON THE DATE IS AN EMPTY EXTRACT, NOT
      *    AN ERROR -- A CLEAN DAY HAS NO EXCEPTIONS.
      *----------------------------------------------------------------
       3000-EXTRACT-LEDGER.
           OPEN INPUT EXCEPTIONS-LEDGER
           IF DL-LEDGER-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN EXCLEDGR, STATUS '
                      DL-LEDGER-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT LEDGER-EXTRACT
              IF DL-XLDG-STATUS NOT = '00'
                 DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN WHXEXCP, '
                         'STATUS ' DL-XLDG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE DL-WXE-HEADER TO FD-XLDG-RECORD
                 MOVE DL-WXE-HEADER-LENGTH TO DL-XLDG-LENGTH
                 PERFORM 3300-WRITE-LEDGER-ROW THRU 3300-EXIT
                 MOVE 'N' TO DL-EOF-SW
                 MOVE DL-WHX-PROC-DATE TO FD-LDG-TS-DATE
                 START EXCEPTIONS-LEDGER KEY >= FD-LDG-TS-DATE
                    INVALID KEY
                       MOVE 'Y' TO DL-EOF-SW
                 END-START
                 PERFORM 3100-EXTRACT-LEDGER-ENTRY THRU 3100-EXIT
                    UNTIL DL-EOF OR DL-ABORT
                 CLOSE LEDGER-EXTRACT
              END-IF
              CLOSE EXCEPTIONS-LEDGER
           END-IF.
       3000-EXIT.
           EXIT.

       3100-EXTRACT-LEDGER-ENTRY.
           READ EXCEPTIONS-LEDGER NEXT RECORD INTO DL-LEDGER-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-LDG-TS-DATE > DL-WHX-PROC-DATE
                    MOVE 'Y' TO DL-EOF-SW
                 ELSE
                    IF DL-LEDGER-LENGTH < DL-LDG-REF-LENGTH
                       MOVE SPACES TO DL-LDG-REF-NUMBER
                       MOVE ZERO   TO DL-LDG-REF-LINE
                    END-IF
                    IF DL-LEDGER-LENGTH < DL-LDG-WIDE-LENGTH
                       MOVE DL-LDG-DIVIDEND TO DL-LDG-W-DIVIDEND
                       MOVE DL-LDG-DIVISOR  TO DL-LDG-W-DIVISOR
                    END-IF
                    PERFORM 3200-LOOKUP-EXC-DESC THRU 3200-EXIT
                    MOVE DL-LDG-TS-DATE     TO DL-WXE-PROC-DATE
                    MOVE DL-LDG-RUN-ID      TO DL-WXE-RUN-ID
                    MOVE DL-LDG-WRITE-SEQ   TO DL-WXE-WRITE-SEQ
                    MOVE DL-LDG-TS-TIME     TO DL-WXE-TS-TIME
                    MOVE DL-LDG-REF-NUMBER  TO DL-WXE-REF-NUMBER
                    MOVE DL-LDG-REF-LINE    TO DL-WXE-REF-LINE
                    MOVE DL-LDG-W-DIVIDEND  TO DL-WXE-DIVIDEND
                    MOVE DL-LDG-W-DIVISOR   TO DL-WXE-DIVISOR
                    MOVE DL-LDG-EXC-STATUS  TO DL-WXE-EXC-STATUS
                    MOVE DL-EXC-DESC-OUT    TO DL-WXE-EXC-DESC
                    INSPECT DL-WXE-RUN-ID
                       REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                    INSPECT DL-WXE-REF-NUMBER
                       REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                    INSPECT DL-WXE-EXC-STATUS
                       REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                    MOVE DL-WXE-ROW TO FD-XLDG-RECORD
                    MOVE DL-WXE-ROW-LENGTH TO DL-XLDG-LENGTH
                    PERFORM 3300-WRITE-LEDGER-ROW THRU 3300-EXIT
                    IF NOT DL-ABORT
                       ADD 1 TO DL-LDG-ROWS
                       ADD DL-LDG-W-DIVIDEND TO DL-LDG-DIVIDEND-TOTAL
                       ADD DL-LDG-W-DIVISOR  TO DL-LDG-DIVISOR-TOTAL
                    END-IF
                 END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-LOOKUP-EXC-DESC
      *    THE EXCTAB DESCRIPTION FOR THE ENTRY'S STATUS, AS
      *    EXC-REPORT PRINTS IT.  A STATUS NOT IN THE TABLE GOES
      *    OUT WITH A BLANK DESCRIPTION BESIDE ITS RAW CODE.
      *----------------------------------------------------------------
       3200-LOOKUP-EXC-DESC.
           MOVE SPACES TO DL-EXC-DESC-OUT
           PERFORM 3210-SEARCH-EXC-ENTRY THRU 3210-EXIT
              VARYING DL-EXC-SUB FROM 1 BY 1
              UNTIL DL-EXC-SUB > 8.
       3200-EXIT.
           EXIT.

       3210-SEARCH-EXC-ENTRY.
           IF DL-LDG-EXC-STATUS (1:22) = DL-EXC-CODE (DL-EXC-SUB)
              MOVE DL-EXC-DESC (DL-EXC-SUB) TO DL-EXC-DESC-OUT
              MOVE 8 TO DL-EXC-SUB
           END-IF.
       3210-EXIT.
           EXIT.

       3300-WRITE-LEDGER-ROW.
           WRITE FD-XLDG-RECORD
           IF DL-XLDG-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: WHXEXCP WRITE FAILED, STATUS '
                      DL-XLDG-STATUS ' - NO MANIFEST WRITTEN'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-EXTRACT-REJECTS
      *    EVERY OPEN ITEM ON THE CARRY-FORWARD FILE, STAMPED WITH
      *    THE CARD DATE.  A MISSING FILE IS EXTRACTED AS EMPTY AND
      *    NOTED, AS FOR POSTINGS.
      *----------------------------------------------------------------
       4000-EXTRACT-REJECTS.
           MOVE 'N' TO DL-INPUT-OPEN-SW
           OPEN INPUT REJECTS-FORWARD
           IF DL-FWD-STATUS = '35'
              DISPLAY 'WHSE-EXTRACT: NO REJFWD FILE - OPEN REJECTS '
                      'EXTRACTED AS EMPTY'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF DL-FWD-STATUS NOT = '00'
                 DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN REJFWD, '
                         'STATUS ' DL-FWD-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO DL-INPUT-OPEN-SW
              END-IF
           END-IF
           IF NOT DL-ABORT
              OPEN OUTPUT REJECT-EXTRACT
              IF DL-XREJ-STATUS NOT = '00'
                 DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN WHXREJS, '
                         'STATUS ' DL-XREJ-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE DL-WXR-HEADER TO FD-XREJ-RECORD
                 MOVE DL-WXR-HEADER-LENGTH TO DL-XREJ-LENGTH
                 PERFORM 4200-WRITE-REJECT-ROW THRU 4200-EXIT
                 MOVE 'N' TO DL-EOF-SW
                 IF NOT DL-INPUT-OPEN
                    MOVE 'Y' TO DL-EOF-SW
                 END-IF
                 PERFORM 4100-EXTRACT-REJECT THRU 4100-EXIT
                    UNTIL DL-EOF OR DL-ABORT
                 CLOSE REJECT-EXTRACT
              END-IF
           END-IF
           IF DL-INPUT-OPEN
              CLOSE REJECTS-FORWARD
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4100-EXTRACT-REJECT
      *    THE AGE BUCKETS ARE REJ-AGING'S: 1 CYCLE (AN UNEXPECTED
      *    ZERO INCLUDED), 2-5 CYCLES, OVER 5.  THE DIVISOR COLUMN IS
      *    BLANK WHEN THE RAW BYTES ARE NOT NUMERIC; THE RAW BYTES
      *    ALWAYS GO OUT BESIDE IT.
      *----------------------------------------------------------------
       4100-EXTRACT-REJECT.
           READ REJECTS-FORWARD INTO DL-REJECT-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
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
                 MOVE DL-WHX-PROC-DATE      TO DL-WXR-PROC-DATE
                 MOVE DL-REJ-REF-NUMBER     TO DL-WXR-REF-NUMBER
                 MOVE DL-REJ-REF-LINE       TO DL-WXR-REF-LINE
                 MOVE DL-REJ-W-DIVIDEND     TO DL-WXR-DIVIDEND
                 IF DL-REJ-W-DIVISOR NUMERIC
                    MOVE DL-REJ-W-DIVISOR   TO DL-WXR-DIVISOR
                 ELSE
                    MOVE SPACES             TO DL-WXR-DIVISOR-TEXT
                 END-IF
                 MOVE DL-REJ-W-DIVISOR-RAW  TO DL-WXR-DIVISOR-RAW
                 MOVE DL-REJ-REASON-CODE    TO DL-WXR-REASON-CODE
                 MOVE DL-REJ-REASON-TEXT    TO DL-WXR-REASON-TEXT
                 MOVE DL-REJ-AGE-COUNT      TO DL-WXR-AGE-CYCLES
                 IF DL-REJ-AGE-COUNT <= 1
                    MOVE '1'                TO DL-WXR-AGE-BUCKET
                 ELSE
                    IF DL-REJ-AGE-COUNT <= 5
                       MOVE '2-5'           TO DL-WXR-AGE-BUCKET
                    ELSE
                       MOVE 'OVER 5'        TO DL-WXR-AGE-BUCKET
                    END-IF
                 END-IF
                 INSPECT DL-WXR-REF-NUMBER
                    REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                 INSPECT DL-WXR-DIVISOR-RAW
                    REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                 INSPECT DL-WXR-REASON-TEXT
                    REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                 MOVE DL-WXR-ROW TO FD-XREJ-RECORD
                 MOVE DL-WXR-ROW-LENGTH TO DL-XREJ-LENGTH
                 PERFORM 4200-WRITE-REJECT-ROW THRU 4200-EXIT
                 IF NOT DL-ABORT
                    ADD 1 TO DL-REJ-ROWS
                    ADD DL-REJ-W-DIVIDEND TO DL-REJ-DIVIDEND-TOTAL
                    ADD DL-REJ-AGE-COUNT  TO DL-REJ-AGE-TOTAL
                 END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-WRITE-REJECT-ROW.
           WRITE FD-XREJ-RECORD
           IF DL-XREJ-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: WHXREJS WRITE FAILED, STATUS '
                      DL-XREJ-STATUS ' - NO MANIFEST WRITTEN'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-EXTRACT-REGISTRY
      *    EVERY REGISTRY ENTRY (STARTED, ENDED-OK, REVERSED) DATED
      *    THE CARD DATE.  EACH ENTRY CARRIES ITS OWN DATE, SO A RUN
      *    STRADDLING MIDNIGHT HAS ITS STARTED ENTRY IN ONE DAY'S
      *    EXTRACT AND ITS ENDED-OK ENTRY IN THE NEXT -- EVERY ENTRY
      *    IS EXTRACTED EXACTLY ONCE.  THE REGISTRY IS READ END TO
      *    END, AS RUN-REPORT READS IT.
      *----------------------------------------------------------------
       5000-EXTRACT-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           IF DL-REG-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN RUNREGF, STATUS '
                      DL-REG-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT REGISTRY-EXTRACT
              IF DL-XREG-STATUS NOT = '00'
                 DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN WHXRUNS, '
                         'STATUS ' DL-XREG-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE DL-WXU-HEADER TO FD-XREG-RECORD
                 MOVE DL-WXU-HEADER-LENGTH TO DL-XREG-LENGTH
                 PERFORM 5200-WRITE-REGISTRY-ROW THRU 5200-EXIT
                 MOVE 'N' TO DL-EOF-SW
                 PERFORM 5100-EXTRACT-REGISTRY-ENTRY THRU 5100-EXIT
                    UNTIL DL-EOF OR DL-ABORT
                 CLOSE REGISTRY-EXTRACT
              END-IF
              CLOSE RUN-REGISTRY-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-EXTRACT-REGISTRY-ENTRY.
           READ RUN-REGISTRY-FILE INTO DL-REGISTRY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-RRG-DATE = DL-WHX-PROC-DATE
                    MOVE DL-RRG-DATE        TO DL-WXU-PROC-DATE
                    MOVE DL-RRG-RUN-NUMBER  TO DL-WXU-RUN-NUMBER
                    MOVE DL-RRG-STATUS      TO DL-WXU-STATUS
                    MOVE DL-RRG-TIME        TO DL-WXU-TIME
                    MOVE DL-RRG-JOB-NAME    TO DL-WXU-JOB-NAME
                    MOVE DL-RRG-RECORDS-READ
                                         TO DL-WXU-RECORDS-READ
                    MOVE DL-RRG-EXCEPTION-COUNT
                                         TO DL-WXU-EXCEPTION-COUNT
                    MOVE DL-RRG-CLEAN-COUNT TO DL-WXU-CLEAN-COUNT
                    MOVE DL-RRG-RANGE-ERROR-COUNT
                                         TO DL-WXU-RANGE-ERROR-COUNT
                    MOVE DL-RRG-REJECT-COUNT
                                         TO DL-WXU-REJECT-COUNT
                    MOVE DL-RRG-POSTING-COUNT
                                         TO DL-WXU-POSTING-COUNT
                    INSPECT DL-WXU-JOB-NAME
                       REPLACING ALL '|' BY '/' ALL LOW-VALUE BY SPACE
                    MOVE DL-WXU-ROW TO FD-XREG-RECORD
                    MOVE DL-WXU-ROW-LENGTH TO DL-XREG-LENGTH
                    PERFORM 5200-WRITE-REGISTRY-ROW THRU 5200-EXIT
                    IF NOT DL-ABORT
                       ADD 1 TO DL-REG-ROWS
                       ADD DL-RRG-RECORDS-READ  TO DL-REG-READ-TOTAL
                       ADD DL-RRG-POSTING-COUNT TO DL-REG-POSTING-TOTAL
                    END-IF
                 END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-WRITE-REGISTRY-ROW.
           WRITE FD-XREG-RECORD
           IF DL-XREG-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: WHXRUNS WRITE FAILED, STATUS '
                      DL-XREG-STATUS ' - NO MANIFEST WRITTEN'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-WRITE-MANIFEST
      *    ONE ROW PER EXTRACT FILE: ROWS WRITTEN (HEADER NOT
      *    COUNTED) AND ITS TWO CONTROL TOTALS, SUMMED FROM THE
      *    SAME FIELDS THE ROWS CARRY SO THE LOAD CAN RE-ADD THEM.
      *----------------------------------------------------------------
       8000-WRITE-MANIFEST.
           OPEN OUTPUT EXTRACT-MANIFEST
           IF DL-XMAN-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: UNABLE TO OPEN WHXMANF, STATUS '
                      DL-XMAN-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE DL-WXM-HEADER TO FD-XMAN-RECORD
              MOVE DL-WXM-HEADER-LENGTH TO DL-XMAN-LENGTH
              PERFORM 8200-WRITE-MANIFEST-ROW THRU 8200-EXIT
              MOVE DL-WHX-PROC-DATE      TO DL-WXM-PROC-DATE
              MOVE DL-CREATED-DATE       TO DL-WXM-CREATED-DATE
              MOVE DL-CREATED-TIME       TO DL-WXM-CREATED-TIME
              MOVE 'POSTINGS'            TO DL-WXM-FILE-NAME
              MOVE DL-PST-ROWS           TO DL-WXM-ROW-COUNT
              MOVE 'DIVIDEND'            TO DL-WXM-TOTAL-1-NAME
              MOVE DL-PST-DIVIDEND-TOTAL TO DL-WXM-TOTAL-1
              MOVE 'REMAINDER'           TO DL-WXM-TOTAL-2-NAME
              MOVE DL-PST-REMAINDER-TOTAL TO DL-WXM-TOTAL-2
              PERFORM 8100-PUT-MANIFEST-ROW THRU 8100-EXIT
              MOVE 'EXCLEDGR'            TO DL-WXM-FILE-NAME
              MOVE DL-LDG-ROWS           TO DL-WXM-ROW-COUNT
              MOVE 'DIVIDEND'            TO DL-WXM-TOTAL-1-NAME
              MOVE DL-LDG-DIVIDEND-TOTAL TO DL-WXM-TOTAL-1
              MOVE 'DIVISOR'             TO DL-WXM-TOTAL-2-NAME
              MOVE DL-LDG-DIVISOR-TOTAL  TO DL-WXM-TOTAL-2
              PERFORM 8100-PUT-MANIFEST-ROW THRU 8100-EXIT
              MOVE 'REJFWD'              TO DL-WXM-FILE-NAME
              MOVE DL-REJ-ROWS           TO DL-WXM-ROW-COUNT
              MOVE 'DIVIDEND'            TO DL-WXM-TOTAL-1-NAME
              MOVE DL-REJ-DIVIDEND-TOTAL TO DL-WXM-TOTAL-1
              MOVE 'AGE_CYCLES'          TO DL-WXM-TOTAL-2-NAME
              MOVE DL-REJ-AGE-TOTAL      TO DL-WXM-TOTAL-2
              PERFORM 8100-PUT-MANIFEST-ROW THRU 8100-EXIT
              MOVE 'RUNREGF'             TO DL-WXM-FILE-NAME
              MOVE DL-REG-ROWS           TO DL-WXM-ROW-COUNT
              MOVE 'RECORDS_READ'        TO DL-WXM-TOTAL-1-NAME
              MOVE DL-REG-READ-TOTAL     TO DL-WXM-TOTAL-1
              MOVE 'POSTING_COUNT'       TO DL-WXM-TOTAL-2-NAME
              MOVE DL-REG-POSTING-TOTAL  TO DL-WXM-TOTAL-2
              PERFORM 8100-PUT-MANIFEST-ROW THRU 8100-EXIT
              CLOSE EXTRACT-MANIFEST
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PUT-MANIFEST-ROW.
           IF NOT DL-ABORT
              MOVE DL-WXM-ROW TO FD-XMAN-RECORD
              MOVE DL-WXM-ROW-LENGTH TO DL-XMAN-LENGTH
              PERFORM 8200-WRITE-MANIFEST-ROW THRU 8200-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

       8200-WRITE-MANIFEST-ROW.
           WRITE FD-XMAN-RECORD
           IF DL-XMAN-STATUS NOT = '00'
              DISPLAY 'WHSE-EXTRACT: WHXMANF WRITE FAILED, STATUS '
                      DL-XMAN-STATUS ' - MANIFEST INCOMPLETE'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           END-IF.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8500-PRINT-TOTALS
      *----------------------------------------------------------------
       8500-PRINT-TOTALS.
           DISPLAY 'WHSE-EXTRACT TOTALS FOR ' DL-WHX-PROC-DATE
           DISPLAY '  POSTINGS ROWS ............ ' DL-PST-ROWS
           DISPLAY '  EXCLEDGR ROWS ............ ' DL-LDG-ROWS
           DISPLAY '  REJFWD OPEN ITEM ROWS .... ' DL-REJ-ROWS
           DISPLAY '  RUNREGF ROWS ............. ' DL-REG-ROWS
           DISPLAY '  MANIFEST WRITTEN TO WHXMANF'.
       8500-EXIT.
           EXIT.
