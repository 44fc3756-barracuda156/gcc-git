      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-21 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED THE PROCESSING DATE AND A REJECT
      *                     COUNT PER DIVISOR (AND FOR THE OVERFLOW
      *                     BUCKET) SO STREAM-CONSOL CAN KEEP EACH
      *                     DAY'S PER-DIVISOR FIGURES ON THE DIVISOR
      *                     HISTORY FILE; RECORD LENGTH 1278 -> 1694
      *    2026-10-15 MOP   WIDENED DL-SUM-DVT-DIVISOR TO S9(9)V9(4)
      *                     FOR THE WIDE-AMOUNT FEED; RECORD LENGTH
      *                     1694 -> 1944
      ******************************************************************
       01  DL-SUMMARY-RECORD.
           05  DL-SUM-STREAM-ID         PIC X(02).
           05  DL-SUM-PROC-DATE         PIC 9(08).
           05  DL-SUM-RECORDS-READ      PIC 9(08).
           05  DL-SUM-EXCEPTION-COUNT   PIC 9(08).
           05  DL-SUM-CLEAN-COUNT       PIC 9(08).
           05  DL-SUM-OVFL-EXC-COUNT    PIC 9(08).
           05  DL-SUM-OVFL-CLEAN-COUNT  PIC 9(08).
           05  DL-SUM-OVFL-HIT-COUNT    PIC 9(08).
           05  DL-SUM-OVFL-REJ-COUNT    PIC 9(08).
           05  DL-SUM-DVT-TABLE.
               10  DL-SUM-DVT-ENTRY OCCURS 50 TIMES.
                   15  DL-SUM-DVT-DIVISOR     PIC S9(9)V9(4).
                   15  DL-SUM-DVT-EXC-COUNT   PIC 9(08).
                   15  DL-SUM-DVT-CLEAN-COUNT PIC 9(08).
                   15  DL-SUM-DVT-REJ-COUNT   PIC 9(08).
