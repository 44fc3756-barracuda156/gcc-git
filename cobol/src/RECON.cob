      *                     RECORDS AGAINST YESTERDAY'S ENTRIES,
      *                     CASCADING FALSE MISMATCHES AND A
      *                     SPURIOUS RC 8 ACROSS THE WHOLE RUN
      *    2026-10-15 MOP   LEDGER AND AUDIT RECORDS CARRY THE SOURCE
      *                     REFERENCE (LEDGER 80 -> 98, AUDIT 92 ->
      *                     110); BOTH FILES READ AS VARIABLE LENGTH
      *                     SO RECORDS WRITTEN BEFORE THE CHANGE
      *                     STILL RECONCILE
      *    2026-10-15 MOP   WIDE AMOUNTS: LEDGER 80-124 AND AUDIT
      *                     92-149.  A NARROW RECORD'S AMOUNTS ARE
      *                     MOVED INTO THE WIDE FIELDS AS READ AND
      *                     PAIRS ARE COMPARED ON THE WIDE FIELDS, SO
      *                     A NARROW ENTRY STILL PAIRS WITH ITS
      *                     NARROW AUDIT RECORD
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      EXC-RECON.
              FILE STATUS IS DL-CARD-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  EXCEPTIONS-LEDGER
           RECORD IS VARYING IN SIZE FROM 80 TO 124 CHARACTERS
              DEPENDING ON DL-LEDGER-LENGTH.
       01  FD-LEDGER-RECORD.
           05  FD-LDG-KEY.
               10  FD-LDG-RUN-ID        PIC X(08).
               10  FD-LDG-WRITE-SEQ     PIC 9(08).
           05  FILLER                   PIC X(48).
           05  FD-LDG-TS-DATE           PIC 9(08).
           05  FILLER                   PIC X(52).
       FD  AUDIT-TRAIL
           RECORD IS VARYING IN SIZE FROM 92 TO 149 CHARACTERS
              DEPENDING ON DL-AUDIT-LENGTH.
       01  FD-AUDIT-RECORD              PIC X(149).
       FD  RECON-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       WORKING-STORAGE  SECTION.
       01  DL-LEDGER-STATUS             PIC X(02).
       01  DL-AUDIT-STATUS              PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-AUDIT-LENGTH              PIC 9(04).
       01  DL-LDG-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DL-LDG-OPEN              VALUE 'Y'.
       01  DL-LDG-EOF-SW                PIC X(01) VALUE 'N'.
                 MOVE 'Y' TO DL-AUD-EOF-SW
              NOT AT END
                 ADD 1 TO DL-AUD-READ-COUNT
                 IF DL-AUDIT-LENGTH < DL-AUD-WIDE-LENGTH
                    MOVE DL-AUD-DIVIDEND TO DL-AUD-W-DIVIDEND
                    MOVE DL-AUD-DIVISOR  TO DL-AUD-W-DIVISOR
                    MOVE DL-AUD-RESULT   TO DL-AUD-W-RESULT
                 END-IF
                 IF DL-AUD-BRANCH-TAKEN = 'EXCEPTION-RAISED'
                    AND DL-AUD-JOB-DATE = DL-REC-DATE
                    AND (DL-REC-RUN-ID = SPACES
                    ADD 1 TO DL-AUD-ORPHAN-COUNT
                    DISPLAY 'EXC-RECON: AUDIT ORPHAN - RUN '
                            DL-AUD-RUN-ID
                            ' DIVIDEND ' DL-AUD-W-DIVIDEND
                            ' DIVISOR ' DL-AUD-W-DIVISOR
                            ' HAS NO LEDGER ENTRY AT SEQ '
                            FD-LDG-WRITE-SEQ
                 NOT INVALID KEY
                    PERFORM 3300-WIDEN-LEDGER THRU 3300-EXIT
                    PERFORM 3200-COMPARE-PAIR THRU 3200-EXIT
              END-READ
           END-IF.
      *    IS CONSUMED EITHER WAY.
      *----------------------------------------------------------------
       3200-COMPARE-PAIR.
           IF DL-LDG-W-DIVIDEND = DL-AUD-W-DIVIDEND
              AND DL-LDG-W-DIVISOR = DL-AUD-W-DIVISOR
              AND DL-LDG-TS-DATE = DL-AUD-JOB-DATE
              ADD 1 TO DL-MATCHED-COUNT
           ELSE
              ADD 1 TO DL-MISMATCH-COUNT
              DISPLAY 'EXC-RECON: PAIR MISMATCH - RUN '
                      DL-AUD-RUN-ID ' SEQ ' DL-LDG-WRITE-SEQ
                      ' LEDGER ' DL-LDG-W-DIVIDEND '/'
                      DL-LDG-W-DIVISOR
                      ' AUDIT ' DL-AUD-W-DIVIDEND '/' DL-AUD-W-DIVISOR
           END-IF
           ADD 1 TO DL-CUR-NEXT-SEQ (DL-CUR-FOUND-IDX).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-WIDEN-LEDGER
      *    AN ENTRY WRITTEN BEFORE THE WIDE FIELDS HAS ITS NARROW
      *    AMOUNTS MOVED INTO THEM.
      *----------------------------------------------------------------
       3300-WIDEN-LEDGER.
           IF DL-LEDGER-LENGTH < DL-LDG-WIDE-LENGTH
              MOVE DL-LDG-DIVIDEND TO DL-LDG-W-DIVIDEND
              MOVE DL-LDG-DIVISOR  TO DL-LDG-W-DIVISOR
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-LEDGER-ORPHANS
      *    POSITION TO THE REQUESTED DATE ON THE ALTERNATE KEY AND
                    IF DL-REC-RUN-ID = SPACES
                       OR DL-LDG-RUN-ID = DL-REC-RUN-ID
                       ADD 1 TO DL-LDG-IN-SCOPE-COUNT
                       PERFORM 3300-WIDEN-LEDGER THRU 3300-EXIT
                       PERFORM 4200-CHECK-CLAIMED THRU 4200-EXIT
                    END-IF
                 END-IF
              ADD 1 TO DL-LDG-ORPHAN-COUNT
              DISPLAY 'EXC-RECON: LEDGER ORPHAN - RUN '
                      DL-LDG-RUN-ID ' SEQ ' DL-LDG-WRITE-SEQ
                      ' DIVIDEND ' DL-LDG-W-DIVIDEND
                      ' DIVISOR ' DL-LDG-W-DIVISOR
                      ' HAS NO AUDIT RECORD'
           END-IF.
       4200-EXIT.
