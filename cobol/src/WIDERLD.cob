      ******************************************************************
      *    PROGRAM-ID:     WIDE-RELOAD
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    ONE-TIME RELOAD OF THE FOUR INDEXED FILES KEYED ON THE
      *    DIVISOR INTO THE WIDE-AMOUNT LAYOUT.  THE SEQUENTIAL
      *    FILES AND THE ARCHIVES STAY READABLE IN THEIR ORIGINAL
      *    LENGTH, BUT A KEYED FILE CANNOT CARRY TWO KEY LENGTHS, SO
      *    THE ALLOCATION-BASE MASTER (ALLOCMST), THE DIVISOR
      *    HISTORY (DIVHIST), THE PERIOD-TO-DATE BALANCES (PTDBAL)
      *    AND THE USAGE FILE (ALLOCUSG) ARE CARRIED ACROSS ONCE.
      *
      *    THE JOB RENAMES EACH EXISTING FILE TO ITS OLDXXXXX DD
      *    (OLDALBM, OLDDVH, OLDBAL, OLDUSG) AND ALLOCATES THE NEW
      *    FILE EMPTY.  EVERY OLD RECORD IS READ IN KEY ORDER AND
      *    WRITTEN TO THE NEW FILE WITH ITS DIVISOR MOVED BY VALUE
      *    INTO THE WIDE KEY, SO 0012.5000 ON THE OLD FILE IS
      *    000000012.5000 ON THE NEW ONE AND EVERY PROGRAM THAT
      *    FORMS A KEY FROM A DIVISOR FINDS IT.  NOTHING ELSE IN THE
      *    RECORD CHANGES.
      *
      *    AN OLD FILE THAT IS NOT THERE (STATUS 35) IS NOTED AND
      *    ITS STEP SKIPPED -- NOT EVERY SITE KEEPS ALL FOUR.  A NEW
      *    FILE THAT ALREADY HOLDS RECORDS IS REFUSED RATHER THAN
      *    OPENED OUTPUT OVER THEM, SO AN ACCIDENTAL SECOND RUN
      *    CANNOT WIPE A FILE THE NIGHTLY JOBS HAVE ALREADY
      *    UPDATED.  AN OLD RECORD WHOSE DIVISOR IS NOT NUMERIC HAS
      *    NO WIDE KEY; IT IS LISTED AND DROPPED.
      *
      *    RETURN CODES:  0 = EVERY FILE PRESENT WAS RELOADED
      *                   4 = RELOADED, SOME RECORDS DROPPED
      *                  16 = FILE ERROR OR NEW FILE NOT EMPTY
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   NEW FILES ACCESS RANDOM -> DYNAMIC SO THE
      *                     EMPTY-FILE READ NEXT IS VALID; ITS STATUS
      *                     AND THE OPEN'S ARE CHECKED (8050), AND A
      *                     FILE WHOSE CONTENTS CANNOT BE TOLD IS NOT
      *                     OPENED OUTPUT, RC 16
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      WIDE-RELOAD.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT OLD-ALLOC-MASTER ASSIGN TO "OLDALBM"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY FD-OAB-KEY
              FILE STATUS IS DL-OAB-STATUS.
           SELECT ALLOC-MASTER ASSIGN TO "ALLOCMST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-ALB-KEY
              FILE STATUS IS DL-MST-STATUS.
           SELECT OLD-DIVISOR-HISTORY ASSIGN TO "OLDDVH"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY FD-ODV-KEY
              FILE STATUS IS DL-ODV-STATUS.
           SELECT DIVISOR-HISTORY ASSIGN TO "DIVHIST"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-DVH-KEY
              FILE STATUS IS DL-DVH-STATUS.
           SELECT OLD-PTD-BALANCES ASSIGN TO "OLDBAL"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY FD-OBL-KEY
              FILE STATUS IS DL-OBL-STATUS.
           SELECT PTD-BALANCES ASSIGN TO "PTDBAL"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-BAL-KEY
              FILE STATUS IS DL-BAL-STATUS.
           SELECT OLD-USAGE-FILE ASSIGN TO "OLDUSG"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY FD-OUS-KEY
              FILE STATUS IS DL-OUS-STATUS.
           SELECT USAGE-FILE ASSIGN TO "ALLOCUSG"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-USG-KEY
              FILE STATUS IS DL-USG-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  OLD-ALLOC-MASTER.
       01  FD-OLD-ALLOC-RECORD.
           05  FD-OAB-KEY               PIC X(08).
           05  FILLER                   PIC X(47).
       FD  ALLOC-MASTER.
       01  FD-ALLOC-RECORD.
           05  FD-ALB-KEY               PIC X(13).
           05  FILLER                   PIC X(47).
       FD  OLD-DIVISOR-HISTORY.
       01  FD-OLD-DIV-HISTORY-RECORD.
           05  FD-ODV-KEY               PIC X(16).
           05  FILLER                   PIC X(32).
       FD  DIVISOR-HISTORY.
       01  FD-DIV-HISTORY-RECORD.
           05  FD-DVH-KEY               PIC X(21).
           05  FILLER                   PIC X(27).
       FD  OLD-PTD-BALANCES.
       01  FD-OLD-BALANCE-RECORD.
           05  FD-OBL-KEY               PIC X(14).
           05  FILLER                   PIC X(76).
       FD  PTD-BALANCES.
       01  FD-BALANCE-RECORD.
           05  FD-BAL-KEY               PIC X(19).
           05  FILLER                   PIC X(76).
       FD  OLD-USAGE-FILE.
       01  FD-OLD-USAGE-RECORD.
           05  FD-OUS-KEY               PIC X(08).
           05  FILLER                   PIC X(16).
       FD  USAGE-FILE.
       01  FD-USAGE-RECORD.
           05  FD-USG-KEY               PIC X(13).
           05  FILLER                   PIC X(16).
       WORKING-STORAGE  SECTION.
           COPY ALLOCREC.
           COPY DVHREC.
           COPY BALREC.
           COPY USAGEREC.
      *----------------------------------------------------------------
      *    THE ORIGINAL LAYOUTS OF THE DIVISOR HISTORY, BALANCE AND
      *    USAGE RECORDS.  THE ORIGINAL MASTER LAYOUT IS IN
      *    ALLOCREC AS DL-ALLOC-NARROW-RECORD.
      *----------------------------------------------------------------
       01  DL-OLD-DIV-HISTORY-RECORD.
           05  DL-ODV-DIVISOR           PIC S9(4)V9(4).
           05  DL-ODV-PROC-DATE         PIC 9(08).
           05  DL-ODV-EXC-COUNT         PIC 9(08).
           05  DL-ODV-CLEAN-COUNT       PIC 9(08).
           05  DL-ODV-REJ-COUNT         PIC 9(08).
           05  DL-ODV-STREAM-COUNT      PIC 9(02).
           05  FILLER                   PIC X(06).
       01  DL-OLD-BALANCE-RECORD.
           05  DL-OBL-DIVISOR           PIC 9(4)V9(4).
           05  DL-OBL-PERIOD            PIC 9(06).
           05  DL-OBL-POSTING-COUNT     PIC 9(08).
           05  DL-OBL-DIVIDEND-PTD      PIC S9(12)V9(4).
           05  DL-OBL-DISTRIB-PTD       PIC S9(12)V9(4).
           05  DL-OBL-REMAINDER-PTD     PIC S9(12)V9(4).
           05  DL-OBL-LAST-CLOSE-DATE   PIC 9(08).
           05  DL-OBL-OPENED-DATE       PIC 9(08).
           05  FILLER                   PIC X(04).
       01  DL-OLD-USAGE-RECORD.
           05  DL-OUS-DIVISOR-RAW       PIC X(08).
           05  DL-OUS-DIVISOR REDEFINES DL-OUS-DIVISOR-RAW
                                        PIC 9(4)V9(4).
           05  DL-OUS-LAST-USED-DATE    PIC 9(08).
           05  DL-OUS-PERIOD-COUNT      PIC 9(08).
       01  DL-WORK-DIVISOR              PIC 9(9)V9(4).
       01  DL-WORK-DIVISOR-RAW REDEFINES DL-WORK-DIVISOR
                                        PIC X(13).
       01  DL-OAB-STATUS                PIC X(02).
       01  DL-MST-STATUS                PIC X(02).
       01  DL-ODV-STATUS                PIC X(02).
       01  DL-DVH-STATUS                PIC X(02).
       01  DL-OBL-STATUS                PIC X(02).
       01  DL-BAL-STATUS                PIC X(02).
       01  DL-OUS-STATUS                PIC X(02).
       01  DL-USG-STATUS                PIC X(02).
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-SKIP-SW                   PIC X(01).
           88  DL-SKIP-STEP             VALUE 'Y'.
       01  DL-STEP-NAME                 PIC X(08).
       01  DL-NEW-OPEN-STATUS           PIC X(02).
       01  DL-NEW-READ-STATUS           PIC X(02).
       01  DL-READ-COUNT                PIC 9(08).
       01  DL-WRITTEN-COUNT             PIC 9(08).
       01  DL-DROPPED-COUNT             PIC 9(08).
       01  DL-TOTAL-DROPPED             PIC 9(08) VALUE ZERO.
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           DISPLAY 'WIDE-RELOAD: WIDE-KEY RELOAD OF THE DIVISOR-KEYED '
                   'FILES'
           PERFORM 1000-RELOAD-MASTER   THRU 1000-EXIT
           IF NOT DL-ABORT
              PERFORM 2000-RELOAD-HISTORY THRU 2000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3000-RELOAD-BALANCES THRU 3000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 4000-RELOAD-USAGE THRU 4000-EXIT
           END-IF
           IF NOT DL-ABORT
              IF DL-TOTAL-DROPPED > ZERO
                 DISPLAY 'WIDE-RELOAD: ' DL-TOTAL-DROPPED
                         ' RECORD(S) DROPPED - SEE ABOVE'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'WIDE-RELOAD: RELOAD COMPLETE'
              END-IF
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-RELOAD-MASTER
      *    ALLOCMST: THE NARROW 55-BYTE ENTRY BECOMES THE 60-BYTE
      *    ENTRY, THE DIVISOR KEY MOVED BY VALUE.
      *----------------------------------------------------------------
       1000-RELOAD-MASTER.
           MOVE 'ALLOCMST' TO DL-STEP-NAME
           PERFORM 8000-RESET-COUNTS    THRU 8000-EXIT
           OPEN INPUT OLD-ALLOC-MASTER
           IF DL-OAB-STATUS = '35'
              DISPLAY 'WIDE-RELOAD: NO OLDALBM FILE - ALLOCMST STEP '
                      'SKIPPED'
              MOVE 'Y' TO DL-SKIP-SW
           ELSE
              IF DL-OAB-STATUS NOT = '00'
                 DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN OLDALBM, STATUS '
                         DL-OAB-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-SKIP-STEP AND NOT DL-ABORT
              MOVE '10' TO DL-NEW-READ-STATUS
              OPEN INPUT ALLOC-MASTER
              MOVE DL-MST-STATUS TO DL-NEW-OPEN-STATUS
              IF DL-MST-STATUS = '00'
                 READ ALLOC-MASTER NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE DL-MST-STATUS TO DL-NEW-READ-STATUS
                 CLOSE ALLOC-MASTER
              END-IF
              PERFORM 8050-CHECK-NEW-FILE THRU 8050-EXIT
              IF DL-ABORT
                 CLOSE OLD-ALLOC-MASTER
              ELSE
                 OPEN OUTPUT ALLOC-MASTER
                 IF DL-MST-STATUS NOT = '00'
                    DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN ALLOCMST, '
                            'STATUS ' DL-MST-STATUS
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLD-ALLOC-MASTER
                 ELSE
                    MOVE 'N' TO DL-EOF-SW
                    PERFORM 1100-RELOAD-MASTER-RECORD THRU 1100-EXIT
                       UNTIL DL-EOF
                    CLOSE OLD-ALLOC-MASTER
                    CLOSE ALLOC-MASTER
                    PERFORM 8200-SHOW-COUNTS THRU 8200-EXIT
                 END-IF
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-RELOAD-MASTER-RECORD.
           READ OLD-ALLOC-MASTER NEXT RECORD
                INTO DL-ALLOC-NARROW-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-READ-COUNT
                 IF DL-ALN-DIVISOR NOT NUMERIC
                    DISPLAY 'WIDE-RELOAD: ALLOCMST ENTRY '
                            FD-OAB-KEY ' - DIVISOR NOT NUMERIC, '
                            'DROPPED'
                    ADD 1 TO DL-DROPPED-COUNT
                 ELSE
                    MOVE DL-ALN-DIVISOR  TO DL-ALB-DIVISOR
                    MOVE DL-ALN-STATUS   TO DL-ALB-STATUS
                    MOVE DL-ALN-EFF-DATE TO DL-ALB-EFF-DATE
                    MOVE DL-ALN-EXP-DATE TO DL-ALB-EXP-DATE
                    MOVE DL-ALN-DESC     TO DL-ALB-DESC
                    MOVE DL-ALLOC-RECORD TO FD-ALLOC-RECORD
                    WRITE FD-ALLOC-RECORD
                       INVALID KEY
                          PERFORM 8300-WRITE-FAILED THRU 8300-EXIT
                       NOT INVALID KEY
                          ADD 1 TO DL-WRITTEN-COUNT
                    END-WRITE
                 END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-RELOAD-HISTORY
      *    DIVHIST: THE SIGNED DIVISOR IN THE KEY WIDENS; THE RECORD
      *    STAYS 48 BYTES, THE EXTRA DIGITS TAKEN FROM FILLER.
      *----------------------------------------------------------------
       2000-RELOAD-HISTORY.
           MOVE 'DIVHIST ' TO DL-STEP-NAME
           PERFORM 8000-RESET-COUNTS    THRU 8000-EXIT
           OPEN INPUT OLD-DIVISOR-HISTORY
           IF DL-ODV-STATUS = '35'
              DISPLAY 'WIDE-RELOAD: NO OLDDVH FILE - DIVHIST STEP '
                      'SKIPPED'
              MOVE 'Y' TO DL-SKIP-SW
           ELSE
              IF DL-ODV-STATUS NOT = '00'
                 DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN OLDDVH, STATUS '
                         DL-ODV-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-SKIP-STEP AND NOT DL-ABORT
              MOVE '10' TO DL-NEW-READ-STATUS
              OPEN INPUT DIVISOR-HISTORY
              MOVE DL-DVH-STATUS TO DL-NEW-OPEN-STATUS
              IF DL-DVH-STATUS = '00'
                 READ DIVISOR-HISTORY NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE DL-DVH-STATUS TO DL-NEW-READ-STATUS
                 CLOSE DIVISOR-HISTORY
              END-IF
              PERFORM 8050-CHECK-NEW-FILE THRU 8050-EXIT
              IF DL-ABORT
                 CLOSE OLD-DIVISOR-HISTORY
              ELSE
                 OPEN OUTPUT DIVISOR-HISTORY
                 IF DL-DVH-STATUS NOT = '00'
                    DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN DIVHIST, '
                            'STATUS ' DL-DVH-STATUS
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLD-DIVISOR-HISTORY
                 ELSE
                    MOVE 'N' TO DL-EOF-SW
                    PERFORM 2100-RELOAD-HISTORY-RECORD THRU 2100-EXIT
                       UNTIL DL-EOF
                    CLOSE OLD-DIVISOR-HISTORY
                    CLOSE DIVISOR-HISTORY
                    PERFORM 8200-SHOW-COUNTS THRU 8200-EXIT
                 END-IF
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-RELOAD-HISTORY-RECORD.
           READ OLD-DIVISOR-HISTORY NEXT RECORD
                INTO DL-OLD-DIV-HISTORY-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-READ-COUNT
                 IF DL-ODV-DIVISOR NOT NUMERIC
                    DISPLAY 'WIDE-RELOAD: DIVHIST RECORD '
                            FD-ODV-KEY ' - DIVISOR NOT NUMERIC, '
                            'DROPPED'
                    ADD 1 TO DL-DROPPED-COUNT
                 ELSE
                    MOVE SPACES              TO DL-DIV-HISTORY-RECORD
                    MOVE DL-ODV-DIVISOR      TO DL-DVH-DIVISOR
                    MOVE DL-ODV-PROC-DATE    TO DL-DVH-PROC-DATE
                    MOVE DL-ODV-EXC-COUNT    TO DL-DVH-EXC-COUNT
                    MOVE DL-ODV-CLEAN-COUNT  TO DL-DVH-CLEAN-COUNT
                    MOVE DL-ODV-REJ-COUNT    TO DL-DVH-REJ-COUNT
                    MOVE DL-ODV-STREAM-COUNT TO DL-DVH-STREAM-COUNT
                    MOVE DL-DIV-HISTORY-RECORD
                                         TO FD-DIV-HISTORY-RECORD
                    WRITE FD-DIV-HISTORY-RECORD
                       INVALID KEY
                          PERFORM 8300-WRITE-FAILED THRU 8300-EXIT
                       NOT INVALID KEY
                          ADD 1 TO DL-WRITTEN-COUNT
                    END-WRITE
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-RELOAD-BALANCES
      *    PTDBAL: THE DIVISOR IN THE KEY WIDENS; RECORD 90 -> 95.
      *----------------------------------------------------------------
       3000-RELOAD-BALANCES.
           MOVE 'PTDBAL  ' TO DL-STEP-NAME
           PERFORM 8000-RESET-COUNTS    THRU 8000-EXIT
           OPEN INPUT OLD-PTD-BALANCES
           IF DL-OBL-STATUS = '35'
              DISPLAY 'WIDE-RELOAD: NO OLDBAL FILE - PTDBAL STEP '
                      'SKIPPED'
              MOVE 'Y' TO DL-SKIP-SW
           ELSE
              IF DL-OBL-STATUS NOT = '00'
                 DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN OLDBAL, STATUS '
                         DL-OBL-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-SKIP-STEP AND NOT DL-ABORT
              MOVE '10' TO DL-NEW-READ-STATUS
              OPEN INPUT PTD-BALANCES
              MOVE DL-BAL-STATUS TO DL-NEW-OPEN-STATUS
              IF DL-BAL-STATUS = '00'
                 READ PTD-BALANCES NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE DL-BAL-STATUS TO DL-NEW-READ-STATUS
                 CLOSE PTD-BALANCES
              END-IF
              PERFORM 8050-CHECK-NEW-FILE THRU 8050-EXIT
              IF DL-ABORT
                 CLOSE OLD-PTD-BALANCES
              ELSE
                 OPEN OUTPUT PTD-BALANCES
                 IF DL-BAL-STATUS NOT = '00'
                    DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN PTDBAL, '
                            'STATUS ' DL-BAL-STATUS
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLD-PTD-BALANCES
                 ELSE
                    MOVE 'N' TO DL-EOF-SW
                    PERFORM 3100-RELOAD-BALANCE-RECORD THRU 3100-EXIT
                       UNTIL DL-EOF
                    CLOSE OLD-PTD-BALANCES
                    CLOSE PTD-BALANCES
                    PERFORM 8200-SHOW-COUNTS THRU 8200-EXIT
                 END-IF
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RELOAD-BALANCE-RECORD.
           READ OLD-PTD-BALANCES NEXT RECORD
                INTO DL-OLD-BALANCE-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-READ-COUNT
                 IF DL-OBL-DIVISOR NOT NUMERIC
                    DISPLAY 'WIDE-RELOAD: PTDBAL RECORD '
                            FD-OBL-KEY ' - DIVISOR NOT NUMERIC, '
                            'DROPPED'
                    ADD 1 TO DL-DROPPED-COUNT
                 ELSE
                    MOVE SPACES TO DL-BALANCE-RECORD
                    MOVE DL-OBL-DIVISOR       TO DL-BAL-DIVISOR
                    MOVE DL-OBL-PERIOD        TO DL-BAL-PERIOD
                    MOVE DL-OBL-POSTING-COUNT TO DL-BAL-POSTING-COUNT
                    MOVE DL-OBL-DIVIDEND-PTD  TO DL-BAL-DIVIDEND-PTD
                    MOVE DL-OBL-DISTRIB-PTD   TO DL-BAL-DISTRIB-PTD
                    MOVE DL-OBL-REMAINDER-PTD TO DL-BAL-REMAINDER-PTD
                    MOVE DL-OBL-LAST-CLOSE-DATE
                                         TO DL-BAL-LAST-CLOSE-DATE
                    MOVE DL-OBL-OPENED-DATE   TO DL-BAL-OPENED-DATE
                    MOVE DL-BALANCE-RECORD TO FD-BALANCE-RECORD
                    WRITE FD-BALANCE-RECORD
                       INVALID KEY
                          PERFORM 8300-WRITE-FAILED THRU 8300-EXIT
                       NOT INVALID KEY
                          ADD 1 TO DL-WRITTEN-COUNT
                    END-WRITE
                 END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-RELOAD-USAGE
      *    ALLOCUSG: THE KEY IS THE MASTER DIVISOR'S DIGITS, SO THE
      *    EIGHT OLD DIGITS ARE TAKEN BY VALUE AND RE-EDITED TO
      *    THIRTEEN THROUGH THE WORK DIVISOR; RECORD 24 -> 29.
      *----------------------------------------------------------------
       4000-RELOAD-USAGE.
           MOVE 'ALLOCUSG' TO DL-STEP-NAME
           PERFORM 8000-RESET-COUNTS    THRU 8000-EXIT
           OPEN INPUT OLD-USAGE-FILE
           IF DL-OUS-STATUS = '35'
              DISPLAY 'WIDE-RELOAD: NO OLDUSG FILE - ALLOCUSG STEP '
                      'SKIPPED'
              MOVE 'Y' TO DL-SKIP-SW
           ELSE
              IF DL-OUS-STATUS NOT = '00'
                 DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN OLDUSG, STATUS '
                         DL-OUS-STATUS
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT DL-SKIP-STEP AND NOT DL-ABORT
              MOVE '10' TO DL-NEW-READ-STATUS
              OPEN INPUT USAGE-FILE
              MOVE DL-USG-STATUS TO DL-NEW-OPEN-STATUS
              IF DL-USG-STATUS = '00'
                 READ USAGE-FILE NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE DL-USG-STATUS TO DL-NEW-READ-STATUS
                 CLOSE USAGE-FILE
              END-IF
              PERFORM 8050-CHECK-NEW-FILE THRU 8050-EXIT
              IF DL-ABORT
                 CLOSE OLD-USAGE-FILE
              ELSE
                 OPEN OUTPUT USAGE-FILE
                 IF DL-USG-STATUS NOT = '00'
                    DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN ALLOCUSG, '
                            'STATUS ' DL-USG-STATUS
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLD-USAGE-FILE
                 ELSE
                    MOVE 'N' TO DL-EOF-SW
                    PERFORM 4100-RELOAD-USAGE-RECORD THRU 4100-EXIT
                       UNTIL DL-EOF
                    CLOSE OLD-USAGE-FILE
                    CLOSE USAGE-FILE
                    PERFORM 8200-SHOW-COUNTS THRU 8200-EXIT
                 END-IF
              END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RELOAD-USAGE-RECORD.
           READ OLD-USAGE-FILE NEXT RECORD INTO DL-OLD-USAGE-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-READ-COUNT
                 IF DL-OUS-DIVISOR NOT NUMERIC
                    DISPLAY 'WIDE-RELOAD: ALLOCUSG RECORD '
                            DL-OUS-DIVISOR-RAW
                            ' - DIVISOR NOT NUMERIC, DROPPED'
                    ADD 1 TO DL-DROPPED-COUNT
                 ELSE
                    MOVE DL-OUS-DIVISOR TO DL-WORK-DIVISOR
                    MOVE DL-WORK-DIVISOR-RAW TO DL-USG-DIVISOR-RAW
                    MOVE DL-OUS-LAST-USED-DATE
                                         TO DL-USG-LAST-USED-DATE
                    MOVE DL-OUS-PERIOD-COUNT TO DL-USG-PERIOD-COUNT
                    MOVE DL-USAGE-RECORD TO FD-USAGE-RECORD
                    WRITE FD-USAGE-RECORD
                       INVALID KEY
                          PERFORM 8300-WRITE-FAILED THRU 8300-EXIT
                       NOT INVALID KEY
                          ADD 1 TO DL-WRITTEN-COUNT
                    END-WRITE
                 END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-RESET-COUNTS
      *----------------------------------------------------------------
       8000-RESET-COUNTS.
           MOVE 'N'  TO DL-SKIP-SW
           MOVE ZERO TO DL-READ-COUNT
           MOVE ZERO TO DL-WRITTEN-COUNT
           MOVE ZERO TO DL-DROPPED-COUNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8050-CHECK-NEW-FILE
      *    JUDGE THE NEW FILE BEFORE IT IS OPENED OUTPUT, FROM THE
      *    STATUS OF ITS OPEN INPUT AND OF THE FIRST READ NEXT.  NOT
      *    THERE (35) OR THERE AND EMPTY (READ AT END, 10) IS SAFE
      *    TO LOAD.  A RECORD READ (00) MEANS IT IS ALREADY LOADED.
      *    ANY OTHER STATUS LEAVES ITS CONTENTS UNKNOWN, AND A FILE
      *    THAT MAY HOLD RECORDS IS NEVER OPENED OUTPUT, SO THAT
      *    STOPS THE RUN AS WELL.
      *----------------------------------------------------------------
       8050-CHECK-NEW-FILE.
           IF DL-NEW-OPEN-STATUS NOT = '00'
              AND DL-NEW-OPEN-STATUS NOT = '35'
              DISPLAY 'WIDE-RELOAD: UNABLE TO OPEN ' DL-STEP-NAME
                      ' FOR INPUT, STATUS ' DL-NEW-OPEN-STATUS
                      ' - NOT RELOADED, RUN STOPPED'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DL-NEW-READ-STATUS = '00'
                 MOVE 'Y' TO DL-ABORT-SW
                 PERFORM 8100-NEW-FILE-NOT-EMPTY THRU 8100-EXIT
              ELSE
                 IF DL-NEW-READ-STATUS NOT = '10'
                    DISPLAY 'WIDE-RELOAD: UNABLE TO READ '
                            DL-STEP-NAME ', STATUS '
                            DL-NEW-READ-STATUS
                            ' - NOT RELOADED, RUN STOPPED'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       8050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8100-NEW-FILE-NOT-EMPTY
      *    THE NEW FILE ALREADY HOLDS RECORDS -- EITHER THE RELOAD
      *    HAS ALREADY RUN OR THE WRONG DATASET IS ALLOCATED.  IT IS
      *    NOT OPENED OUTPUT, AND THE RUN STOPS HERE.
      *----------------------------------------------------------------
       8100-NEW-FILE-NOT-EMPTY.
           DISPLAY 'WIDE-RELOAD: ' DL-STEP-NAME ' ALREADY HOLDS '
                   'RECORDS - NOT RELOADED, RUN STOPPED'
           MOVE 16 TO RETURN-CODE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8200-SHOW-COUNTS
      *----------------------------------------------------------------
       8200-SHOW-COUNTS.
           DISPLAY 'WIDE-RELOAD: ' DL-STEP-NAME
                   '  READ ' DL-READ-COUNT
                   '  WRITTEN ' DL-WRITTEN-COUNT
                   '  DROPPED ' DL-DROPPED-COUNT
           ADD DL-DROPPED-COUNT TO DL-TOTAL-DROPPED.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8300-WRITE-FAILED
      *    THE OLD FILE IS READ IN KEY ORDER AND EVERY OLD KEY MAPS
      *    TO ONE WIDE KEY, SO A DUPLICATE CANNOT ARISE FROM THE
      *    DATA; A FAILED WRITE IS A FILE PROBLEM AND STOPS THE RUN.
      *----------------------------------------------------------------
       8300-WRITE-FAILED.
           DISPLAY 'WIDE-RELOAD: ' DL-STEP-NAME ' WRITE FAILED - '
                   'RUN STOPPED'
           MOVE 'Y' TO DL-EOF-SW
           MOVE 'Y' TO DL-ABORT-SW
           MOVE 16 TO RETURN-CODE.
       8300-EXIT.
           EXIT.
