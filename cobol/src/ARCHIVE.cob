      *                     DELETE WOULD DESTROY THE RECORD ON BOTH
      *                     SIDES; THE PASS NOW ABORTS (RC 16) WITH
      *                     THE RECORD STILL ON THE LIVE LEDGER
      *    2026-10-15 MOP   LEDGER AND AUDIT RECORDS CARRY THE SOURCE
      *                     REFERENCE (LEDGER 80 -> 98, AUDIT 92 ->
      *                     110).  EVERY FILE HERE IS NOW VARIABLE
      *                     LENGTH AND EACH RECORD IS COPIED AT THE
      *                     LENGTH IT WAS READ, SO A RECORD WRITTEN
      *                     BEFORE THE CHANGE ARCHIVES BYTE FOR BYTE
      *    2026-10-15 MOP   LEDGER AND AUDIT RECORDS CARRY THE WIDE
      *                     AMOUNTS (LEDGER 98 -> 124, AUDIT 110 ->
      *                     149); FDS WIDENED.  RECORDS ARE STILL
      *                     COPIED AT THE LENGTH READ, SO NARROW
      *                     RECORDS ARCHIVE NARROW AND NOTHING ON
      *                     FILE IS CONVERTED
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      EXC-ARCHIVE.
              FILE STATUS IS DL-CARD-STATUS.
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
       FD  AUDIT-WORK
           RECORD IS VARYING IN SIZE FROM 92 TO 149 CHARACTERS
              DEPENDING ON DL-AWORK-LENGTH.
       01  FD-AWORK-RECORD              PIC X(149).
       FD  ARCHIVE-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       WORKING-STORAGE  SECTION.
       01  DL-AARCH-STATUS              PIC X(02).
       01  DL-AWORK-STATUS              PIC X(02).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-LARCH-LENGTH              PIC 9(04).
       01  DL-AUDIT-LENGTH              PIC 9(04).
       01  DL-AARCH-LENGTH              PIC 9(04).
       01  DL-AWORK-LENGTH              PIC 9(04).
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-EOF-SW                    PIC X(01).
              NOT AT END
                 IF DL-LDG-TS-DATE < DL-ARC-CUTOFF-DATE
                    MOVE DL-LEDGER-RECORD TO FD-LARCH-RECORD
                    MOVE DL-LEDGER-LENGTH TO DL-LARCH-LENGTH
                    WRITE FD-LARCH-RECORD
                    IF DL-LARCH-STATUS = '00'
                       DELETE EXCEPTIONS-LEDGER RECORD
              NOT AT END
                 IF DL-AUD-JOB-DATE < DL-ARC-CUTOFF-DATE
                    MOVE DL-AUDIT-RECORD TO FD-AARCH-RECORD
                    MOVE DL-AUDIT-LENGTH TO DL-AARCH-LENGTH
                    WRITE FD-AARCH-RECORD
                    ADD 1 TO DL-AUD-MOVED-COUNT
                 ELSE
                    MOVE DL-AUDIT-RECORD TO FD-AWORK-RECORD
                    MOVE DL-AUDIT-LENGTH TO DL-AWORK-LENGTH
                    WRITE FD-AWORK-RECORD
                    ADD 1 TO DL-AUD-KEPT-COUNT
                 END-IF
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 MOVE DL-AUDIT-RECORD TO FD-AUDIT-RECORD
                 MOVE DL-AWORK-LENGTH TO DL-AUDIT-LENGTH
                 WRITE FD-AUDIT-RECORD
           END-READ.
       3600-EXIT.
