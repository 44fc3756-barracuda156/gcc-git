      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-10 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED DL-PST-REF, THE SOURCE REFERENCE
      *                     NUMBER AND LINE SEQUENCE OF THE FEED ITEM
      *                     POSTED (APPENDED, SO EXISTING FIELD
      *                     OFFSETS ARE UNCHANGED); RECORD LENGTH
      *                     40 -> 58.  THE FILE IS VARIABLE LENGTH SO
      *                     40-BYTE POSTINGS WRITTEN BEFORE THE CHANGE
      *                     STILL READ; SUCH A RECORD CARRIES NO
      *                     REFERENCE
      *    2026-10-15 MOP   ADDED THE WIDE AMOUNTS DL-PST-W-DIVIDEND,
      *                     DL-PST-W-DIVISOR AND DL-PST-W-REMAINDER,
      *                     PIC S9(9)V9(4) (APPENDED, SO EXISTING
      *                     FIELD OFFSETS ARE UNCHANGED); RECORD
      *                     LENGTH 58 -> 97.  A 97-BYTE POSTING
      *                     CARRIES ITS AMOUNTS IN THE WIDE FIELDS AND
      *                     ZERO IN THE NARROW ONES, WHICH ARE NOT
      *                     READ.  A SHORTER POSTING WRITTEN BEFORE
      *                     THE CHANGE HAS ONLY THE NARROW AMOUNTS,
      *                     WHICH THE READER MOVES INTO THE WIDE ONES
      ******************************************************************
       01  DL-POSTING-RECORD.
           05  DL-PST-DIVIDEND          PIC S9(4)V9(4).
           05  DL-PST-REMAINDER         PIC S9(4)V9(4).
           05  DL-PST-RUN-ID            PIC X(08).
           05  DL-PST-PROC-DATE         PIC 9(08).
           05  DL-PST-REF.
               10  DL-PST-REF-NUMBER    PIC X(12).
               10  DL-PST-REF-LINE      PIC 9(06).
           05  DL-PST-WIDE.
               10  DL-PST-W-DIVIDEND    PIC S9(9)V9(4).
               10  DL-PST-W-DIVISOR     PIC S9(9)V9(4).
               10  DL-PST-W-REMAINDER   PIC S9(9)V9(4).
       01  DL-PST-LENGTHS.
           05  DL-PST-BASE-LENGTH       PIC 9(04) VALUE 40.
           05  DL-PST-REF-LENGTH        PIC 9(04) VALUE 58.
           05  DL-PST-WIDE-LENGTH       PIC 9(04) VALUE 97.
