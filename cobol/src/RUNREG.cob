      *        RUN NUMBER IN DL-RUN-ID CARRYING THE CALLER'S FINAL
      *        COUNTERS.  A RUN WHOSE STARTED ENTRY IS NEVER FOLLOWED
      *        BY AN ENDED-OK ENTRY IS VISIBLY AN ABENDED RUN.
      *    FUNCTION 'REVERSE ':  APPEND A 'REVERSED' ENTRY FOR THE
      *        RUN NUMBER IN DL-RUN-ID UNDER THE JOB NAME GIVEN (THE
      *        REVERSED RUN'S OWN JOB, NOT THE CALLER'S), CARRYING
      *        THE COUNTS OF RECORDS THE CALLER REVERSED.  ONLY
      *        RUN-BACKOUT MAKES THIS CALL, ONCE PER RUN IT BACKS
      *        OUT, BETWEEN ITS OWN START AND END-OK CALLS.
      *
      *    THE REGISTRY IS A PLAIN SEQUENTIAL FILE OPENED AND CLOSED
      *    PER CALL -- EACH RUN MAKES ONLY A FEW CALLS, SO THERE IS
      *    NOTHING TO GAIN FROM HOLDING IT OPEN THE WAY PROG HOLDS
      *    THE LEDGER AND AUDIT FILES.
      *
      *                     ENTRY SO THE POST-GATE STEP CAN BALANCE
      *                     THE POSTINGS FILE AGAINST THE REGISTRY;
      *                     REGISTRY RECORD LENGTH 80 -> 88
      *    2026-10-15 MOP   ADDED THE 'REVERSE ' FUNCTION FOR
      *                     RUN-BACKOUT: IT APPENDS A REVERSED ENTRY
      *                     FOR A BACKED-OUT RUN WITH THE COUNTS OF
      *                     RECORDS REVERSED
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      RUN-REGISTRY.
              IF DL-REG-FUNCTION = 'END-OK  '
                 PERFORM 2000-END-RUN THRU 2000-EXIT
              ELSE
                 IF DL-REG-FUNCTION = 'REVERSE '
                    PERFORM 2500-REVERSE-RUN THRU 2500-EXIT
                 ELSE
                    DISPLAY 'RUN-REGISTRY: UNKNOWN FUNCTION <'
                            DL-REG-FUNCTION '>'
                 END-IF
              END-IF
           END-IF
           GOBACK.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-REVERSE-RUN
      *    APPEND THE REVERSED ENTRY FOR A BACKED-OUT RUN.  THE RUN'S
      *    STARTED AND ENDED-OK ENTRIES STAY ON THE REGISTRY AS THE
      *    RECORD OF WHAT HAPPENED; THE REVERSED ENTRY, WITH THE
      *    COUNTS OF RECORDS THE BACKOUT REVERSED, IS APPENDED AFTER
      *    THEM SO EVERY READER SEES THE WHOLE HISTORY IN ORDER.
      *----------------------------------------------------------------
       2500-REVERSE-RUN.
           INITIALIZE DL-REGISTRY-RECORD
           MOVE DL-REG-RUN-ID TO DL-RRG-RUN-NUMBER
           MOVE 'REVERSED' TO DL-RRG-STATUS
           ACCEPT DL-RRG-DATE FROM DATE YYYYMMDD
           ACCEPT DL-RRG-TIME FROM TIME
           MOVE DL-REG-JOB-NAME TO DL-RRG-JOB-NAME
           MOVE DL-REG-RECORDS-READ      TO DL-RRG-RECORDS-READ
           MOVE DL-REG-EXCEPTION-COUNT   TO DL-RRG-EXCEPTION-COUNT
           MOVE DL-REG-CLEAN-COUNT       TO DL-RRG-CLEAN-COUNT
           MOVE DL-REG-RANGE-ERROR-COUNT TO DL-RRG-RANGE-ERROR-COUNT
           MOVE DL-REG-REJECT-COUNT      TO DL-RRG-REJECT-COUNT
           MOVE DL-REG-POSTING-COUNT     TO DL-RRG-POSTING-COUNT
           PERFORM 3000-APPEND-ENTRY THRU 3000-EXIT
           DISPLAY 'RUN-REGISTRY: RUN ' DL-RRG-RUN-NUMBER
                   ' (JOB ' DL-REG-JOB-NAME ') MARKED REVERSED'.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-APPEND-ENTRY
      *    A REGISTRY ENTRY THAT CANNOT BE WRITTEN MUST STOP THE RUN
