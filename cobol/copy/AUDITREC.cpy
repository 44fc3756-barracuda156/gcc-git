      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-09 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED DL-AUD-REF, THE SOURCE REFERENCE
      *                     NUMBER AND LINE SEQUENCE OF THE FEED ITEM
      *                     (APPENDED, SO EXISTING FIELD OFFSETS ARE
      *                     UNCHANGED); RECORD LENGTH 92 -> 110.  THE
      *                     TRAIL AND ITS ARCHIVES ARE VARIABLE LENGTH
      *                     SO 92-BYTE RECORDS WRITTEN BEFORE THE
      *                     CHANGE STILL READ; SUCH A RECORD CARRIES
      *                     NO REFERENCE
      *    2026-10-15 MOP   ADDED THE WIDE AMOUNTS DL-AUD-W-DIVIDEND,
      *                     DL-AUD-W-DIVISOR AND DL-AUD-W-RESULT, PIC
      *                     S9(9)V9(4) (APPENDED, SO EXISTING FIELD
      *                     OFFSETS ARE UNCHANGED); RECORD LENGTH
      *                     110 -> 149.  A 149-BYTE RECORD CARRIES ITS
      *                     AMOUNTS IN THE WIDE FIELDS AND ZERO IN THE
      *                     NARROW ONES, WHICH ARE NOT READ.  A
      *                     SHORTER RECORD WRITTEN BEFORE THE CHANGE
      *                     HAS ONLY THE NARROW AMOUNTS, WHICH THE
      *                     READER MOVES INTO THE WIDE ONES
      ******************************************************************
       01  DL-AUDIT-RECORD.
           05  DL-AUD-JOB-DATE          PIC 9(08).
           05  DL-AUD-RESULT            PIC S9(4)V9(4).
           05  DL-AUD-BRANCH-TAKEN      PIC X(20).
           05  DL-AUD-EXC-STATUS        PIC X(32).
           05  DL-AUD-REF.
               10  DL-AUD-REF-NUMBER    PIC X(12).
               10  DL-AUD-REF-LINE      PIC 9(06).
           05  DL-AUD-WIDE.
               10  DL-AUD-W-DIVIDEND    PIC S9(9)V9(4).
               10  DL-AUD-W-DIVISOR     PIC S9(9)V9(4).
               10  DL-AUD-W-RESULT      PIC S9(9)V9(4).
       01  DL-AUD-LENGTHS.
           05  DL-AUD-BASE-LENGTH       PIC 9(04) VALUE 92.
           05  DL-AUD-REF-LENGTH        PIC 9(04) VALUE 110.
           05  DL-AUD-WIDE-LENGTH       PIC 9(04) VALUE 149.
