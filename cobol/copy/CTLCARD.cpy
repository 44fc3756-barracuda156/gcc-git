      *    WITH NO EXPECTATIONS AT ALL IS THE ORIGINAL DISPLAY-ONLY
      *    BEHAVIOR.
      *
      *    A WIDE CARD CARRIES ITS DIVIDEND AND DIVISOR IN THE WIDE
      *    FIELDS (COLUMNS 48-77, PIC S9(11)V9(4) -- AS WIDE AS
      *    PROG'S LINKAGE, SO A CARD CAN STILL DRIVE A REMAINDER
      *    PAST PROG'S S9(9)V9(4) RESULT) AND LEAVES THE NARROW ONES
      *    BLANK.  A CARD IS WIDE WHEN BOTH WIDE FIELDS ARE NUMERIC.
      *    ITS EXPECTED REMAINDER, IF ANY, GOES IN
      *    DL-CTL-W-EXP-REMAINDER.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *                     (APPENDED, SO EXISTING DECKS STILL READ
      *                     AS DISPLAY-ONLY CARDS); CARD LENGTH
      *                     16 -> 47
      *    2026-10-15 MOP   ADDED THE WIDE DIVIDEND, DIVISOR AND
      *                     EXPECTED REMAINDER (APPENDED); CARD LENGTH
      *                     47 -> 90.  SHORTER CARDS STILL READ
      ******************************************************************
       01  DL-CONTROL-CARD.
           05  DL-CTL-DIVIDEND          PIC S9(4)V9(4).
           05  DL-CTL-EXP-STATUS        PIC X(22).
           05  DL-CTL-EXP-REMAINDER     PIC S9(4)V9(4).
           05  DL-CTL-EXP-RANGE-ERROR   PIC X(01).
           05  DL-CTL-WIDE.
               10  DL-CTL-W-DIVIDEND    PIC S9(11)V9(4).
               10  DL-CTL-W-DIVISOR     PIC S9(11)V9(4).
               10  DL-CTL-W-EXP-REMAINDER
                                        PIC S9(9)V9(4).
       01  DL-CTL-LENGTHS.
           05  DL-CTL-WIDE-LENGTH       PIC 9(04) VALUE 90.
