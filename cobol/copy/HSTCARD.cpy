      *    UNLIKE THE LEDGER FILES THE LOG IS SMALL, SO A FULL LIST
      *    IS A LEGITIMATE REQUEST.
      *
      *    A DIVISOR ABOVE 9999.9999 IS PUNCHED IN DL-HST-W-DIVISOR
      *    (COLUMNS 25-37) WITH DL-HST-DIVISOR-RAW LEFT BLANK; A
      *    NARROW DIVISOR MAY BE GIVEN IN EITHER FIELD.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED DL-HST-W-DIVISOR, PIC 9(9)V9(4),
      *                     FOR THE WIDE MASTER KEY, AND A NUMERIC
      *                     VIEW OF THE NARROW DIVISOR; CARD LENGTH
      *                     24 -> 37.  24-COLUMN CARDS STILL READ
      ******************************************************************
       01  DL-HISTORY-CARD.
           05  DL-HST-DIVISOR-RAW       PIC X(08).
           05  DL-HST-DIVISOR           REDEFINES DL-HST-DIVISOR-RAW
                                         PIC 9(4)V9(4).
           05  DL-HST-FROM-DATE         PIC 9(08).
           05  DL-HST-TO-DATE           PIC 9(08).
           05  DL-HST-W-DIVISOR         PIC 9(9)V9(4).
           05  DL-HST-W-DIVISOR-RAW     REDEFINES DL-HST-W-DIVISOR
                                         PIC X(13).
       01  DL-HST-LENGTHS.
           05  DL-HST-BASE-LENGTH       PIC 9(04) VALUE 24.
           05  DL-HST-WIDE-LENGTH       PIC 9(04) VALUE 37.
