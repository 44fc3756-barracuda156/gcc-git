      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   THE KEY FOLLOWS THE ALLOCREC KEY TO
      *                     THIRTEEN DIGITS; RECORD LENGTH 24 -> 29.
      *                     WIDE-RELOAD CARRIES AN EXISTING FILE
      *                     ACROSS
      ******************************************************************
       01  DL-USAGE-RECORD.
           05  DL-USG-DIVISOR-RAW       PIC X(13).
           05  DL-USG-LAST-USED-DATE    PIC 9(08).
           05  DL-USG-PERIOD-COUNT      PIC 9(08).
