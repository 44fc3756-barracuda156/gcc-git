      *      'EXP' - EXPIRE AN ENTRY AS OF THE EXPIRY DATE GIVEN
      *      'LST' - LIST THE WHOLE MASTER (DIVISOR/DATES IGNORED)
      *
      *    A DIVISOR ABOVE 9999.9999 IS PUNCHED IN DL-MNT-W-DIVISOR
      *    (COLUMNS 58-70) WITH DL-MNT-DIVISOR LEFT BLANK.  WHEN THE
      *    WIDE FIELD IS BLANK (OR THE CARD STOPS AT COLUMN 57) THE
      *    NARROW DIVISOR IS MOVED INTO IT, SO THE PROGRAMS WORK ON
      *    DL-MNT-W-DIVISOR ALONE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-20 MOP   ORIGINAL COPYBOOK
      *    2026-08-22 MOP   DOCUMENTED THAT CHG REACTIVATES AN
      *                     EXPIRED ENTRY
      *    2026-10-15 MOP   ADD/CHG/EXP CARDS ARE NOW QUEUED ON THE
      *                     PENDING-CHANGES FILE AND APPLIED ONLY
      *                     WHEN ALLOC-APPROVE APPROVES THEM; THE
      *                     CARD IMAGE IS KEPT THERE AS QUEUED.
      *                     LAYOUT UNCHANGED
      *    2026-10-15 MOP   ADDED DL-MNT-W-DIVISOR, PIC 9(9)V9(4),
      *                     IN COLUMNS 58-70 FOR THE WIDE MASTER KEY;
      *                     CARD LENGTH 57 -> 70.  57-COLUMN DECKS
      *                     STILL READ
      ******************************************************************
       01  DL-MAINT-CARD.
           05  DL-MNT-ACTION            PIC X(03).
           05  DL-MNT-EFF-DATE          PIC 9(08).
           05  DL-MNT-EXP-DATE          PIC 9(08).
           05  DL-MNT-DESC              PIC X(30).
           05  DL-MNT-W-DIVISOR         PIC 9(9)V9(4).
           05  DL-MNT-W-DIVISOR-RAW     REDEFINES DL-MNT-W-DIVISOR
                                         PIC X(13).
       01  DL-MNT-LENGTHS.
           05  DL-MNT-BASE-LENGTH       PIC 9(04) VALUE 57.
           05  DL-MNT-WIDE-LENGTH       PIC 9(04) VALUE 70.
