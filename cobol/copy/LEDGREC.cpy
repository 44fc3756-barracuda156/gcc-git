      *                     WERE EATING THE BATCH WINDOW AND THE
      *                     EXC-RECON 5000-SLOT TABLE HAD ALREADY
      *                     OVERFLOWED ONCE.  RECORD LENGTH 72 -> 80
      *    2026-10-15 MOP   ADDED DL-LDG-REF, THE SOURCE REFERENCE
      *                     NUMBER AND LINE SEQUENCE OF THE FEED ITEM
      *                     (APPENDED, SO THE KEYS AND EXISTING FIELD
      *                     OFFSETS ARE UNCHANGED); RECORD LENGTH
      *                     80 -> 98.  THE LEDGER AND ITS ARCHIVES ARE
      *                     VARIABLE LENGTH SO 80-BYTE ENTRIES WRITTEN
      *                     BEFORE THE CHANGE STILL READ; SUCH AN
      *                     ENTRY CARRIES NO REFERENCE
      *    2026-10-15 MOP   ADDED THE WIDE AMOUNTS DL-LDG-W-DIVIDEND
      *                     AND DL-LDG-W-DIVISOR, PIC S9(9)V9(4)
      *                     (APPENDED, SO THE KEYS AND EXISTING FIELD
      *                     OFFSETS ARE UNCHANGED); RECORD LENGTH
      *                     98 -> 124.  A 124-BYTE ENTRY CARRIES ITS
      *                     AMOUNTS IN THE WIDE FIELDS AND ZERO IN THE
      *                     NARROW ONES, WHICH ARE NOT READ.  A
      *                     SHORTER ENTRY WRITTEN BEFORE THE CHANGE
      *                     HAS ONLY THE NARROW AMOUNTS, WHICH THE
      *                     READER MOVES INTO THE WIDE ONES
      ******************************************************************
       01  DL-LEDGER-RECORD.
           05  DL-LDG-KEY.
           05  DL-LDG-TIMESTAMP.
               10  DL-LDG-TS-DATE       PIC 9(08).
               10  DL-LDG-TS-TIME       PIC 9(08).
           05  DL-LDG-REF.
               10  DL-LDG-REF-NUMBER    PIC X(12).
               10  DL-LDG-REF-LINE      PIC 9(06).
           05  DL-LDG-WIDE.
               10  DL-LDG-W-DIVIDEND    PIC S9(9)V9(4).
               10  DL-LDG-W-DIVISOR     PIC S9(9)V9(4).
       01  DL-LDG-LENGTHS.
           05  DL-LDG-BASE-LENGTH       PIC 9(04) VALUE 80.
           05  DL-LDG-REF-LENGTH        PIC 9(04) VALUE 98.
           05  DL-LDG-WIDE-LENGTH       PIC 9(04) VALUE 124.
