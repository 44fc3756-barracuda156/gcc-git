      *    SAME OVERFLOW BUCKET PROG-BATCH USES, SO THE MERGED
      *    REPORT NEVER MISATTRIBUTES A DIVISOR'S COUNTS.
      *
      *    THE MERGED DAY IS THEN KEPT ON THE DIVISOR HISTORY FILE
      *    (DIVHIST, LAYOUT IN DVHREC), ONE RECORD PER DIVISOR FOR
      *    THE STREAMS' PROCESSING DATE, FOR THE DIVISOR-SPIKE
      *    ANALYSIS.  A SINGLE-STREAM DAY RUNS THIS STEP TOO, WITH
      *    PROG-BATCH'S ONE SUMMARY FILE AS SUMRYALL, SO EVERY DAY
      *    REACHES THE HISTORY.  A RERUN FOR THE SAME DATE REPLACES
      *    THAT DATE'S RECORDS: EVERY RECORD ALREADY ON FILE FOR THE
      *    DATE IS DELETED FIRST, SO A DIVISOR THE EARLIER RUN SAW
      *    AND THE RERUN DID NOT LEAVES NOTHING BEHIND.
      *
      *    RETURN CODES:  0 = CONSOLIDATED
      *                   4 = CONSOLIDATED, BUT THE DIVISOR HISTORY
      *                       COULD NOT BE (FULLY) UPDATED
      *                  16 = SUMRYALL MISSING OR EMPTY
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-21 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   PER-DIVISOR REJECT COUNTS MERGED AND
      *                     PRINTED; THE MERGED DIVISOR TABLE IS NOW
      *                     KEPT ON THE DIVHIST DIVISOR HISTORY FILE
      *                     UNDER THE STREAMS' PROCESSING DATE.
      *                     SUMRYALL RECORD LENGTH 1278 -> 1694
      *    2026-10-15 MOP   DIVISOR TABLE WIDENED TO S9(9)V9(4) FOR
      *                     THE WIDE-AMOUNT FEED: SUMRYALL RECORD
      *                     LENGTH 1694 -> 1944, DIVHIST KEY 16 -> 21
      *    2026-10-15 MOP   A RERUN NOW PURGES THE DATE'S EXISTING
      *                     DIVHIST RECORDS BEFORE WRITING THE NEW
      *                     ONES (DIVHIST ACCESS RANDOM -> DYNAMIC);
      *                     A FAILED PURGE WRITES NOTHING, RC 4
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      STREAM-CONSOL.
           SELECT STREAM-SUMMARIES ASSIGN TO "SUMRYALL"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-SUM-STATUS.
           SELECT DIVISOR-HISTORY ASSIGN TO "DIVHIST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-DVH-KEY
              FILE STATUS IS DL-DVH-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  STREAM-SUMMARIES.
       01  FD-SUMMARY-RECORD            PIC X(1944).
       FD  DIVISOR-HISTORY.
       01  FD-DIV-HISTORY-RECORD.
           05  FD-DVH-KEY               PIC X(21).
           05  FILLER                   PIC X(27).
       WORKING-STORAGE  SECTION.
           COPY SUMREC.
           COPY DVHREC.
       01  DL-SUM-STATUS                PIC X(02).
       01  DL-DVH-STATUS                PIC X(02).
       01  DL-PROC-DATE                 PIC 9(08) VALUE ZERO.
       01  DL-HIST-ADDED                PIC 9(04) VALUE ZERO.
       01  DL-HIST-REPLACED             PIC 9(04) VALUE ZERO.
       01  DL-HIST-FAILED               PIC 9(04) VALUE ZERO.
       01  DL-HIST-PURGED               PIC 9(04) VALUE ZERO.
       01  DL-PURGE-EOF-SW              PIC X(01) VALUE 'N'.
           88  DL-PURGE-EOF             VALUE 'Y'.
       01  DL-PURGE-FAILED-SW           PIC X(01) VALUE 'N'.
           88  DL-PURGE-FAILED          VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  DL-EOF                   VALUE 'Y'.
       01  DL-STREAMS-READ              PIC 9(04) VALUE ZERO.
       01  DL-MRG-OVFL-EXC-COUNT        PIC 9(08) VALUE ZERO.
       01  DL-MRG-OVFL-CLEAN-COUNT      PIC 9(08) VALUE ZERO.
       01  DL-MRG-OVFL-HIT-COUNT        PIC 9(08) VALUE ZERO.
       01  DL-MRG-OVFL-REJ-COUNT        PIC 9(08) VALUE ZERO.
       01  DL-MERGED-DIVISOR-TABLE.
           05  DL-MRG-ENTRY OCCURS 50 TIMES.
               10  DL-MRG-DIVISOR       PIC S9(9)V9(4).
               10  DL-MRG-EXC-COUNT     PIC 9(08).
               10  DL-MRG-CLEAN-COUNT   PIC 9(08).
               10  DL-MRG-REJ-COUNT     PIC 9(08).
               10  DL-MRG-STREAM-COUNT  PIC 9(02).
       01  DL-SUM-SUB                   PIC 9(04).
       01  DL-MRG-SUB                   PIC 9(04).
       01  DL-MRG-FOUND-SW              PIC X(01).
       01  DL-MRG-FOUND-IDX             PIC 9(04).
       01  DL-GRAND-EXC-TOTAL           PIC 9(08).
       01  DL-GRAND-CLEAN-TOTAL         PIC 9(08).
       01  DL-GRAND-REJ-TOTAL           PIC 9(08).
       PROCEDURE        DIVISION.

       0000-MAINLINE.
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-STREAMS-READ
                 IF DL-STREAMS-READ = 1
                    MOVE DL-SUM-PROC-DATE TO DL-PROC-DATE
                 ELSE
                    IF DL-SUM-PROC-DATE NOT = DL-PROC-DATE
                       DISPLAY 'STREAM-CONSOL: STREAM <'
                               DL-SUM-STREAM-ID '> PROCESSED '
                               DL-SUM-PROC-DATE ', FIRST STREAM '
                               DL-PROC-DATE ' - HISTORY KEPT UNDER '
                               DL-PROC-DATE
                    END-IF
                 END-IF
                 DISPLAY 'STREAM-CONSOL: STREAM <' DL-SUM-STREAM-ID
                         '> READ ' DL-SUM-RECORDS-READ
                         ' REJECTS ' DL-SUM-REJECT-COUNT
                 ADD DL-SUM-OVFL-CLEAN-COUNT
                    TO DL-MRG-OVFL-CLEAN-COUNT
                 ADD DL-SUM-OVFL-HIT-COUNT TO DL-MRG-OVFL-HIT-COUNT
                 ADD DL-SUM-OVFL-REJ-COUNT TO DL-MRG-OVFL-REJ-COUNT
                 PERFORM 3000-MERGE-DIVISOR-ENTRY THRU 3000-EXIT
                    VARYING DL-SUM-SUB FROM 1 BY 1
                    UNTIL DL-SUM-SUB > DL-SUM-DIVISOR-COUNT
                 TO DL-MRG-EXC-COUNT (DL-MRG-FOUND-IDX)
              ADD DL-SUM-DVT-CLEAN-COUNT (DL-SUM-SUB)
                 TO DL-MRG-CLEAN-COUNT (DL-MRG-FOUND-IDX)
              ADD DL-SUM-DVT-REJ-COUNT (DL-SUM-SUB)
                 TO DL-MRG-REJ-COUNT (DL-MRG-FOUND-IDX)
              ADD 1 TO DL-MRG-STREAM-COUNT (DL-MRG-FOUND-IDX)
           ELSE
              IF DL-MRG-DIVISOR-COUNT < 50
                 ADD 1 TO DL-MRG-DIVISOR-COUNT
                   TO DL-MRG-EXC-COUNT (DL-MRG-DIVISOR-COUNT)
                 MOVE DL-SUM-DVT-CLEAN-COUNT (DL-SUM-SUB)
                   TO DL-MRG-CLEAN-COUNT (DL-MRG-DIVISOR-COUNT)
                 MOVE DL-SUM-DVT-REJ-COUNT (DL-SUM-SUB)
                   TO DL-MRG-REJ-COUNT (DL-MRG-DIVISOR-COUNT)
                 MOVE 1 TO DL-MRG-STREAM-COUNT (DL-MRG-DIVISOR-COUNT)
              ELSE
                 ADD DL-SUM-DVT-EXC-COUNT (DL-SUM-SUB)
                    TO DL-MRG-OVFL-EXC-COUNT
                 ADD DL-SUM-DVT-CLEAN-COUNT (DL-SUM-SUB)
                    TO DL-MRG-OVFL-CLEAN-COUNT
                 ADD DL-SUM-DVT-REJ-COUNT (DL-SUM-SUB)
                    TO DL-MRG-OVFL-REJ-COUNT
                 ADD 1 TO DL-MRG-OVFL-HIT-COUNT
              END-IF
           END-IF.
              DISPLAY '  POSTINGS WRITTEN ...... '
                      DL-TOT-POSTING-COUNT
              PERFORM 8100-PRINT-DIVISOR-REPORT THRU 8100-EXIT
              PERFORM 8500-KEEP-DIVISOR-HISTORY THRU 8500-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-DIVISOR-REPORT.
           MOVE ZERO TO DL-GRAND-EXC-TOTAL
           MOVE ZERO TO DL-GRAND-CLEAN-TOTAL
           MOVE ZERO TO DL-GRAND-REJ-TOTAL
           DISPLAY ' '
           DISPLAY 'DIVISOR BREAKDOWN'
           DISPLAY '  DIVISOR          EXCEPTIONS  CLEAN     REJECTS'
           PERFORM 8110-PRINT-DIVISOR-LINE THRU 8110-EXIT
              VARYING DL-MRG-SUB FROM 1 BY 1
              UNTIL DL-MRG-SUB > DL-MRG-DIVISOR-COUNT
           IF DL-MRG-OVFL-HIT-COUNT > ZERO
              DISPLAY '  *OVERFLOW*      ' DL-MRG-OVFL-EXC-COUNT
                      '  ' DL-MRG-OVFL-CLEAN-COUNT
                      '  ' DL-MRG-OVFL-REJ-COUNT
              ADD DL-MRG-OVFL-EXC-COUNT   TO DL-GRAND-EXC-TOTAL
              ADD DL-MRG-OVFL-CLEAN-COUNT TO DL-GRAND-CLEAN-TOTAL
              ADD DL-MRG-OVFL-REJ-COUNT   TO DL-GRAND-REJ-TOTAL
           END-IF
           DISPLAY '  ----------------------------------------------'
           DISPLAY '  GRAND TOTAL      ' DL-GRAND-EXC-TOTAL
                   '  ' DL-GRAND-CLEAN-TOTAL
                   '  ' DL-GRAND-REJ-TOTAL.
       8100-EXIT.
           EXIT.

       8110-PRINT-DIVISOR-LINE.
           DISPLAY '  ' DL-MRG-DIVISOR (DL-MRG-SUB)
                   ' ' DL-MRG-EXC-COUNT (DL-MRG-SUB)
                   '  ' DL-MRG-CLEAN-COUNT (DL-MRG-SUB)
                   '  ' DL-MRG-REJ-COUNT (DL-MRG-SUB)
           ADD DL-MRG-EXC-COUNT (DL-MRG-SUB)   TO DL-GRAND-EXC-TOTAL
           ADD DL-MRG-CLEAN-COUNT (DL-MRG-SUB) TO DL-GRAND-CLEAN-TOTAL
           ADD DL-MRG-REJ-COUNT (DL-MRG-SUB)   TO DL-GRAND-REJ-TOTAL.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8500-KEEP-DIVISOR-HISTORY
      *    WRITE THE MERGED TABLE TO DIVHIST UNDER THE PROCESSING
      *    DATE, REPLACING WHATEVER AN EARLIER RUN FOR THE SAME DATE
      *    LEFT: 8505 FIRST DELETES EVERY RECORD ON FILE FOR THE
      *    DATE, AND ONLY IF THAT PURGE COMPLETES DOES 8510 WRITE
      *    THE MERGED TABLE, SO THE FILE NEVER HOLDS A DAY MIXED
      *    FROM TWO RUNS.  THE WHOLE-DAY SUMMARY IS ALREADY PRINTED, SO
      *    A HISTORY FILE PROBLEM IS A WARNING (RC 4), NOT A REASON
      *    TO HOLD THE NIGHT.  A MISSING FILE IS CREATED EMPTY ON
      *    FIRST USE.
      *----------------------------------------------------------------
       8500-KEEP-DIVISOR-HISTORY.
           IF DL-PROC-DATE = ZERO
              ACCEPT DL-PROC-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN I-O DIVISOR-HISTORY
           IF DL-DVH-STATUS = '35'
              OPEN OUTPUT DIVISOR-HISTORY
              CLOSE DIVISOR-HISTORY
              OPEN I-O DIVISOR-HISTORY
           END-IF
           IF DL-DVH-STATUS NOT = '00'
              DISPLAY 'STREAM-CONSOL: UNABLE TO OPEN DIVHIST, STATUS '
                      DL-DVH-STATUS ' - DIVISOR HISTORY NOT KEPT'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM 8505-PURGE-PROC-DATE THRU 8505-EXIT
              IF DL-PURGE-FAILED
                 DISPLAY 'STREAM-CONSOL: DIVHIST PURGE FOR '
                         DL-PROC-DATE ' DID NOT COMPLETE - '
                         'NEW ENTRIES NOT WRITTEN'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 PERFORM 8510-PUT-HISTORY-ENTRY THRU 8510-EXIT
                    VARYING DL-MRG-SUB FROM 1 BY 1
                    UNTIL DL-MRG-SUB > DL-MRG-DIVISOR-COUNT
              END-IF
              CLOSE DIVISOR-HISTORY
              DISPLAY ' '
              DISPLAY 'DIVISOR HISTORY FOR ' DL-PROC-DATE
              DISPLAY '  ENTRIES PURGED ........ ' DL-HIST-PURGED
              DISPLAY '  ENTRIES ADDED ......... ' DL-HIST-ADDED
              DISPLAY '  ENTRIES REPLACED ...... ' DL-HIST-REPLACED
              IF DL-HIST-FAILED > ZERO
                 DISPLAY '  *** ENTRIES NOT KEPT .. ' DL-HIST-FAILED
                         ' ***'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              IF DL-MRG-OVFL-HIT-COUNT > ZERO
                 DISPLAY '  OVERFLOW BUCKET COUNTS HAVE NO DIVISOR '
                         'AND ARE NOT KEPT'
              END-IF
           END-IF.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8505-PURGE-PROC-DATE
      *    DELETE EVERY DIVHIST RECORD FOR THE PROCESSING DATE.  THE
      *    KEY IS DIVISOR THEN DATE, SO ONE DATE'S RECORDS ARE SPREAD
      *    THROUGH THE FILE AND THE WHOLE FILE IS BROWSED.  AN EMPTY
      *    FILE (START STATUS 23) HAS NOTHING TO PURGE.  ANY OTHER
      *    BAD STATUS STOPS THE BROWSE AND SETS DL-PURGE-FAILED; THE
      *    RECORDS ALREADY DELETED STAY DELETED AND THE RERUN THAT
      *    FOLLOWS THE WARNING FINISHES THE PURGE.
      *----------------------------------------------------------------
       8505-PURGE-PROC-DATE.
           MOVE 'N' TO DL-PURGE-EOF-SW
           MOVE LOW-VALUES TO FD-DVH-KEY
           START DIVISOR-HISTORY KEY >= FD-DVH-KEY
              INVALID KEY
                 MOVE 'Y' TO DL-PURGE-EOF-SW
           END-START
           IF DL-DVH-STATUS NOT = '00' AND DL-DVH-STATUS NOT = '23'
              DISPLAY 'STREAM-CONSOL: DIVHIST START FAILED, STATUS '
                      DL-DVH-STATUS
              MOVE 'Y' TO DL-PURGE-FAILED-SW
              MOVE 'Y' TO DL-PURGE-EOF-SW
           END-IF
           PERFORM 8506-PURGE-NEXT-ENTRY THRU 8506-EXIT
              UNTIL DL-PURGE-EOF.
       8505-EXIT.
           EXIT.

       8506-PURGE-NEXT-ENTRY.
           READ DIVISOR-HISTORY NEXT RECORD
              INTO DL-DIV-HISTORY-RECORD
              AT END
                 MOVE 'Y' TO DL-PURGE-EOF-SW
           END-READ
           IF DL-DVH-STATUS = '00'
              IF DL-DVH-PROC-DATE = DL-PROC-DATE
                 DELETE DIVISOR-HISTORY RECORD
                 IF DL-DVH-STATUS = '00'
                    ADD 1 TO DL-HIST-PURGED
                 ELSE
                    DISPLAY 'STREAM-CONSOL: DIVHIST DELETE FAILED FOR '
                            'DIVISOR ' DL-DVH-DIVISOR ', STATUS '
                            DL-DVH-STATUS
                    MOVE 'Y' TO DL-PURGE-FAILED-SW
                    MOVE 'Y' TO DL-PURGE-EOF-SW
                 END-IF
              END-IF
           ELSE
              IF DL-DVH-STATUS NOT = '10'
                 DISPLAY 'STREAM-CONSOL: DIVHIST READ FAILED, STATUS '
                         DL-DVH-STATUS
                 MOVE 'Y' TO DL-PURGE-FAILED-SW
                 MOVE 'Y' TO DL-PURGE-EOF-SW
              END-IF
           END-IF.
       8506-EXIT.
           EXIT.

       8510-PUT-HISTORY-ENTRY.
           INITIALIZE DL-DIV-HISTORY-RECORD
           MOVE DL-MRG-DIVISOR (DL-MRG-SUB)     TO DL-DVH-DIVISOR
           MOVE DL-PROC-DATE                    TO DL-DVH-PROC-DATE
           MOVE DL-MRG-EXC-COUNT (DL-MRG-SUB)   TO DL-DVH-EXC-COUNT
           MOVE DL-MRG-CLEAN-COUNT (DL-MRG-SUB) TO DL-DVH-CLEAN-COUNT
           MOVE DL-MRG-REJ-COUNT (DL-MRG-SUB)   TO DL-DVH-REJ-COUNT
           MOVE DL-MRG-STREAM-COUNT (DL-MRG-SUB)
             TO DL-DVH-STREAM-COUNT
           MOVE DL-DVH-KEY TO FD-DVH-KEY
           READ DIVISOR-HISTORY
              INVALID KEY
                 MOVE DL-DIV-HISTORY-RECORD TO FD-DIV-HISTORY-RECORD
                 WRITE FD-DIV-HISTORY-RECORD
                 IF DL-DVH-STATUS = '00'
                    ADD 1 TO DL-HIST-ADDED
                 END-IF
              NOT INVALID KEY
                 MOVE DL-DIV-HISTORY-RECORD TO FD-DIV-HISTORY-RECORD
                 REWRITE FD-DIV-HISTORY-RECORD
                 IF DL-DVH-STATUS = '00'
                    ADD 1 TO DL-HIST-REPLACED
                 END-IF
           END-READ
           IF DL-DVH-STATUS NOT = '00'
              DISPLAY 'STREAM-CONSOL: DIVHIST UPDATE FAILED FOR '
                      'DIVISOR ' DL-DVH-DIVISOR ', STATUS '
                      DL-DVH-STATUS
              ADD 1 TO DL-HIST-FAILED
           END-IF.
       8510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
