      *      - EVERY RUN, DAY BY DAY, WITH ITS JOB NAME (PROGBAT,
      *        PROGB NN STREAMS, PROGTEST) AND FINAL COUNTERS
      *      - A PROMINENT SECTION LISTING RUNS WITH NO CLEAN END
      *        (A RUN SINCE BACKED OUT BY RUN-BACKOUT PRINTS AS
      *        REVERSED AND IS NOT LISTED HERE)
      *      - A DAY-OVER-DAY RECORDS-READ / REJECT-COUNT TREND SO
      *        FEED VOLUME DRIFT IS VISIBLE BEFORE IT BLOWS THE
      *        BATCH WINDOW
      *                     MORNING REPORT WAS DYING ON EXACTLY THE
      *                     REGISTRY DEPTH ITS TREND IS BUILT TO
      *                     COVER
      *    2026-10-15 MOP   A RUN BACKED OUT BY RUN-BACKOUT (A
      *                     REVERSED ENTRY ON THE REGISTRY) NOW
      *                     PRINTS WITH STATUS REVERSED AND IS KEPT
      *                     OUT OF THE NO-CLEAN-END SECTION -- AN
      *                     ABENDED RUN THAT HAS BEEN BACKED OUT IS
      *                     RESOLVED, NOT OUTSTANDING
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      RUN-REPORT.
               10  DL-RNT-DATE          PIC 9(08).
               10  DL-RNT-TIME          PIC 9(08).
               10  DL-RNT-ENDED-OK-SW   PIC X(01).
               10  DL-RNT-REVERSED-SW   PIC X(01).
               10  DL-RNT-RECORDS-READ  PIC 9(08).
               10  DL-RNT-EXC-COUNT     PIC 9(08).
               10  DL-RNT-CLEAN-COUNT   PIC 9(08).
       01  DL-DELTA-EDIT                PIC +ZZZ,ZZZ,ZZ9.
       01  DL-ENTRIES-READ              PIC 9(08) VALUE ZERO.
       01  DL-ABEND-COUNT               PIC 9(04) VALUE ZERO.
       01  DL-REVERSED-COUNT            PIC 9(04) VALUE ZERO.
       01  DL-CUR-DATE                  PIC 9(08).
       01  DL-LINE-COUNT                PIC 9(02) VALUE 99.
       01  DL-LINES-PER-PAGE            PIC 9(02) VALUE 55.
                         DL-RNT-POSTING-COUNT (DL-RUN-FOUND-IDX)
                    PERFORM 2500-ACCUMULATE-TREND THRU 2500-EXIT
                 END-IF
                 IF DL-RUN-FOUND-IDX > ZERO
                    AND DL-RRG-REVERSED
                    MOVE 'Y' TO
                         DL-RNT-REVERSED-SW (DL-RUN-FOUND-IDX)
                 END-IF
           END-READ.
       2000-EXIT.
           EXIT.
              MOVE DL-RRG-DATE TO DL-RNT-DATE (DL-RUN-FOUND-IDX)
              MOVE DL-RRG-TIME TO DL-RNT-TIME (DL-RUN-FOUND-IDX)
              MOVE 'N' TO DL-RNT-ENDED-OK-SW (DL-RUN-FOUND-IDX)
              MOVE 'N' TO DL-RNT-REVERSED-SW (DL-RUN-FOUND-IDX)
              MOVE ZERO TO DL-RNT-RECORDS-READ (DL-RUN-FOUND-IDX)
              MOVE ZERO TO DL-RNT-EXC-COUNT (DL-RUN-FOUND-IDX)
              MOVE ZERO TO DL-RNT-CLEAN-COUNT (DL-RUN-FOUND-IDX)
           MOVE DL-RNT-TIME (DL-RUN-SUB) (1:2) TO DL-DTL-HH
           MOVE DL-RNT-TIME (DL-RUN-SUB) (3:2) TO DL-DTL-MM
           MOVE DL-RNT-TIME (DL-RUN-SUB) (5:2) TO DL-DTL-SS
           IF DL-RNT-REVERSED-SW (DL-RUN-SUB) = 'Y'
              MOVE 'REVERSED' TO DL-DTL-STATUS
              ADD 1 TO DL-REVERSED-COUNT
           ELSE
              IF DL-RNT-ENDED-OK-SW (DL-RUN-SUB) = 'Y'
                 MOVE 'ENDED-OK' TO DL-DTL-STATUS
              ELSE
                 MOVE '*ABEND* ' TO DL-DTL-STATUS
              END-IF
           END-IF
           MOVE DL-RNT-RECORDS-READ (DL-RUN-SUB)  TO DL-DTL-READ
           MOVE DL-RNT-EXC-COUNT (DL-RUN-SUB)     TO DL-DTL-EXC
      *    5500-PRINT-ABENDS
      *    THE PROMINENT SECTION: EVERY RUN WHOSE STARTED ENTRY HAS
      *    NO MATCHING ENDED-OK.  ANY LINE HERE GRADUATES THE RETURN
      *    CODE TO 4 SO THE MORNING SCHEDULE FLAGS THE REPORT.  A
      *    RUN SINCE BACKED OUT IS RESOLVED AND IS NOT LISTED.
      *----------------------------------------------------------------
       5500-PRINT-ABENDS.
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT

       5600-PRINT-ONE-ABEND.
           IF DL-RNT-ENDED-OK-SW (DL-RUN-SUB) = 'N'
              AND DL-RNT-REVERSED-SW (DL-RUN-SUB) = 'N'
              ADD 1 TO DL-ABEND-COUNT
              MOVE DL-RNT-RUN-NUMBER (DL-RUN-SUB) TO DL-ABL-RUN-NO
              MOVE DL-RNT-JOB-NAME (DL-RUN-SUB)   TO DL-ABL-JOB
                   DL-RUN-COUNT
           DISPLAY 'RUN-REPORT: RUNS WITH NO CLEAN END  '
                   DL-ABEND-COUNT
           DISPLAY 'RUN-REPORT: RUNS BACKED OUT         '
                   DL-REVERSED-COUNT
           IF DL-ABEND-COUNT > ZERO
              DISPLAY 'RUN-REPORT: *** ABENDED RUNS ON THE '
                      'REGISTRY ***'
