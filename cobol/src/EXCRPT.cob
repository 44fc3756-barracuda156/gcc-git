      *                     REPORT POSITIONS STRAIGHT TO THE FROM-
      *                     DATE AND STOPS PAST THE TO-DATE INSTEAD
      *                     OF SCANNING A YEAR OF HISTORY END TO END
      *    2026-10-15 MOP   THE DETAIL LINE PRINTS THE SOURCE
      *                     REFERENCE NUMBER AND LINE SEQUENCE OF THE
      *                     FEED ITEM (BLANK FOR AN ENTRY WRITTEN
      *                     BEFORE REFERENCES WERE ADDED); THE RAW
      *                     STATUS COLUMN NARROWS TO 22 TO MAKE ROOM.
      *                     LEDGER RECORD 80 -> 98, VARIABLE LENGTH
      *    2026-10-15 MOP   WIDE AMOUNTS: LEDGER 80-124, A NARROW
      *                     ENTRY'S AMOUNTS MOVED INTO THE WIDE
      *                     FIELDS AS READ; DIVIDEND AND DIVISOR
      *                     COLUMNS WIDENED TO NINE INTEGER DIGITS,
      *                     THE REFERENCE HEADING SHORTENED TO FIT
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      EXC-REPORT.
              FILE STATUS IS DL-RPRT-STATUS.
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
       FD  REPORT-CARDS.
       01  FD-CARD-RECORD               PIC X(16).
       FD  EXCEPTION-REPORT.
           COPY EXCTAB.
           COPY RPTCARD.
       01  DL-LEDGER-STATUS             PIC X(02).
       01  DL-LEDGER-LENGTH             PIC 9(04).
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-RPRT-STATUS               PIC X(02).
       01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
           05  DL-HD1-PAGE              PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  DL-HEADING-2.
           05  FILLER                   PIC X(43) VALUE
               '  TIME             DIVIDEND         DIVISOR'.
           05  FILLER                   PIC X(13) VALUE
               '  DESCRIPTION'.
           05  FILLER                   PIC X(23) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'RAW STATUS'.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'RUN NO'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
               'SOURCE REF/LINE'.
       01  DL-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-HH                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  DL-DTL-SS                PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-DIVIDEND          PIC -(9)9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DTL-DIVISOR           PIC -(9)9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-DESC              PIC X(32).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-STATUS            PIC X(22).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DTL-REF.
               10  DL-DTL-REF-NUMBER    PIC X(12).
               10  DL-DTL-REF-SLASH     PIC X(01).
               10  DL-DTL-REF-LINE      PIC 9(06).
       01  DL-HOUR-TOTAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
           MOVE DL-LDG-TS-TIME (1:2) TO DL-DTL-HH
           MOVE DL-LDG-TS-TIME (3:2) TO DL-DTL-MM
           MOVE DL-LDG-TS-TIME (5:2) TO DL-DTL-SS
           MOVE DL-LDG-W-DIVIDEND    TO DL-DTL-DIVIDEND
           MOVE DL-LDG-W-DIVISOR     TO DL-DTL-DIVISOR
           MOVE DL-EXC-DESC-OUT      TO DL-DTL-DESC
           MOVE DL-LDG-EXC-STATUS (1:22) TO DL-DTL-STATUS
           MOVE DL-LDG-RUN-ID        TO DL-DTL-RUN-ID
           IF DL-LDG-REF-NUMBER = SPACES
              MOVE SPACES            TO DL-DTL-REF
           ELSE
              MOVE DL-LDG-REF-NUMBER TO DL-DTL-REF-NUMBER
              MOVE '/'               TO DL-DTL-REF-SLASH
              MOVE DL-LDG-REF-LINE   TO DL-DTL-REF-LINE
           END-IF
           PERFORM 6100-PRINT-LINE THRU 6100-EXIT
           MOVE DL-DETAIL-LINE TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 ADD 1 TO DL-RECORDS-READ
                 IF DL-LEDGER-LENGTH < DL-LDG-REF-LENGTH
                    MOVE SPACES TO DL-LDG-REF-NUMBER
                    MOVE ZERO   TO DL-LDG-REF-LINE
                 END-IF
                 IF DL-LEDGER-LENGTH < DL-LDG-WIDE-LENGTH
                    MOVE DL-LDG-DIVIDEND TO DL-LDG-W-DIVIDEND
                    MOVE DL-LDG-DIVISOR  TO DL-LDG-W-DIVISOR
                 END-IF
                 IF DL-LDG-TS-DATE > DL-RPT-TO-DATE
                    MOVE 'Y' TO DL-EOF-SW
                 ELSE
