      *    2026-08-10 MOP   ADDED THE POSTING COUNT SO A RESTARTED
      *                     RUN'S SUMMARY STILL REPORTS THE POSTINGS
      *                     WRITTEN BEFORE THE LAST CHECKPOINT
      *    2026-10-15 MOP   ADDED THE PER-DIVISOR AND OVERFLOW REJECT
      *                     COUNTS CARRIED IN THE DIVISOR TABLE;
      *                     RECORD LENGTH 1276 -> 1684
      *    2026-10-15 MOP   WIDENED DL-CKP-DVT-DIVISOR TO S9(9)V9(4)
      *                     FOR THE WIDE-AMOUNT FEED; RECORD LENGTH
      *                     1684 -> 1934
      ******************************************************************
       01  DL-CHECKPOINT-RECORD.
           05  DL-CKP-RECORD-COUNT      PIC 9(08).
           05  DL-CKP-OVFL-EXC-COUNT    PIC 9(08).
           05  DL-CKP-OVFL-CLEAN-COUNT  PIC 9(08).
           05  DL-CKP-OVFL-HIT-COUNT    PIC 9(08).
           05  DL-CKP-OVFL-REJ-COUNT    PIC 9(08).
           05  DL-CKP-DVT-TABLE.
               10  DL-CKP-DVT-ENTRY OCCURS 50 TIMES.
                   15  DL-CKP-DVT-DIVISOR     PIC S9(9)V9(4).
                   15  DL-CKP-DVT-EXC-COUNT   PIC 9(08).
                   15  DL-CKP-DVT-CLEAN-COUNT PIC 9(08).
                   15  DL-CKP-DVT-REJ-COUNT   PIC 9(08).
