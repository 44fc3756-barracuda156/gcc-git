      *    RECORD LAYOUT FOR THE TRANSACTIONS INPUT FILE READ BY
      *    PROG-BATCH.  ONE DIVIDEND/DIVISOR PAIR PER RECORD.
      *
      *    THE FEED ALSO CARRIES TWO CONTROL RECORDS: A HEADER
      *    ('HD' + FEED DATE + SOURCE SYSTEM) AS THE FIRST RECORD AND
      *    A TRAILER ('TR' + EXPECTED DETAIL COUNT + HASH TOTAL) AS
      *    THE LAST.  A DETAIL RECORD'S FIRST TWO BYTES ARE ALWAYS
      *    KEPT TO THE LOW-ORDER EIGHT DIGITS (FOUR INTEGER, FOUR
      *    DECIMAL) WITH THE SIGN DISCARDED LAST -- HIGH-ORDER
      *    CARRIES AND THE FINAL SIGN ARE DROPPED ON BOTH SIDES, AS
      *    USUAL FOR A HASH TOTAL, SO THE FIELD FITS THE ORIGINAL
      *    16-BYTE RECORD.  THE RUNNING SUM ITSELF MUST BE ACCUMULATED
      *    SIGNED: AN UNSIGNED ACCUMULATOR TAKES AN ABSOLUTE VALUE
      *    EVERY TIME THE TOTAL DIPS NEGATIVE, MAKING THE RESULT
      *    DEPEND ON RECORD ORDER.
      *
      *    A WIDE-FORMAT FEED (HEADER FORMAT 'W') CARRIES DIVIDENDS
      *    AND DIVISORS OF UP TO NINE INTEGER DIGITS, PIC S9(9)V9(4).
      *    ITS HASH TOTAL FOLLOWS THE SAME RULE WIDENED TO THE FIELD:
      *    THE SIGNED SUM OF THE DETAIL DIVIDENDS, KEPT TO THE
      *    LOW-ORDER THIRTEEN DIGITS (NINE INTEGER, FOUR DECIMAL)
      *    WITH THE SIGN DISCARDED LAST, IN DL-TRAN-W-TRL-HASH-TOTAL.
      *    A NARROW FEED'S HASH IS UNCHANGED.  EVERY WIDE-FEED RECORD
      *    IS 44 BYTES; A DETAIL'S FIRST TWO BYTES ARE STILL DIVIDEND
      *    DIGITS, SO 'HD'/'TR' STILL IDENTIFY THE CONTROL RECORDS.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-22 MOP   PINNED DOWN THE HASH-TOTAL RULE: SIGNED
      *                     ALGEBRAIC SUM, SIGN AND HIGH-ORDER DIGITS
      *                     DISCARDED ONLY AT THE END
      *    2026-10-15 MOP   ADDED DL-TRAN-REF, THE SOURCE SYSTEM'S
      *                     REFERENCE NUMBER AND LINE SEQUENCE FOR THE
      *                     ITEM (APPENDED, SO EXISTING FIELD OFFSETS
      *                     ARE UNCHANGED); EVERY RECORD TYPE IS NOW 34
      *                     BYTES.  THE FEED IS VARIABLE LENGTH SO
      *                     16-BYTE FEEDS CUT BEFORE THE CHANGE STILL
      *                     READ: A RECORD SHORTER THAN
      *                     DL-TRAN-REF-LENGTH CARRIES NO REFERENCE,
      *                     AND THE READER BLANKS DL-TRAN-REF
      *    2026-10-15 MOP   WIDE-AMOUNT FEED FORMAT.  THE HEADER
      *                     CARRIES A FORMAT INDICATOR: 'W' MEANS
      *                     EVERY DETAIL AND THE TRAILER OF THE FEED
      *                     ARE IN THE 44-BYTE WIDE LAYOUT
      *                     (DL-TRAN-WIDE-RECORD / DL-TRAN-WIDE-
      *                     TRAILER), SPACE OR 'N' THE ORIGINAL
      *                     NARROW LAYOUT.  A HEADER SHORTER THAN 17
      *                     BYTES HAS NO INDICATOR AND IS NARROW.
      *                     ADDED DL-TRAN-WIDE-RECORD, WHICH IS ALSO
      *                     THE WORKING FORM OF EVERY DETAIL: A
      *                     READER MOVES A NARROW DETAIL INTO IT
      *                     FIELD BY FIELD AND A WIDE ONE WHOLE, SO
      *                     ONE SET OF FULL-PRECISION FIELDS SERVES
      *                     BOTH FORMATS
      ******************************************************************
       01  DL-TRAN-RECORD.
           05  DL-TRAN-DIVIDEND         PIC S9(4)V9(4).
           05  DL-TRAN-DIVISOR          PIC S9(4)V9(4).
           05  DL-TRAN-DIVISOR-RAW      REDEFINES DL-TRAN-DIVISOR
                                         PIC X(08).
           05  DL-TRAN-REF.
               10  DL-TRAN-REF-NUMBER   PIC X(12).
               10  DL-TRAN-REF-LINE     PIC 9(06).
           05  FILLER                   PIC X(10).
       01  DL-TRAN-HEADER-REC REDEFINES DL-TRAN-RECORD.
           05  DL-TRAN-CTL-TYPE         PIC X(02).
               88  DL-TRAN-HEADER       VALUE 'HD'.
               88  DL-TRAN-TRAILER      VALUE 'TR'.
           05  DL-TRAN-HDR-FEED-DATE    PIC 9(08).
           05  DL-TRAN-HDR-SOURCE-SYS   PIC X(06).
           05  DL-TRAN-HDR-FORMAT       PIC X(01).
               88  DL-TRAN-FMT-WIDE     VALUE 'W'.
               88  DL-TRAN-FMT-VALID    VALUE 'W' 'N' ' '.
           05  FILLER                   PIC X(27).
       01  DL-TRAN-TRAILER-REC REDEFINES DL-TRAN-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-TRAN-TRL-EXP-COUNT    PIC 9(06).
           05  DL-TRAN-TRL-HASH-TOTAL   PIC 9(4)V9(4).
           05  FILLER                   PIC X(28).
       01  DL-TRAN-WIDE-RECORD.
           05  DL-TRAN-W-DIVIDEND       PIC S9(9)V9(4).
           05  DL-TRAN-W-DIVISOR        PIC S9(9)V9(4).
           05  DL-TRAN-W-DIVISOR-RAW    REDEFINES DL-TRAN-W-DIVISOR
                                         PIC X(13).
           05  DL-TRAN-W-REF.
               10  DL-TRAN-W-REF-NUMBER PIC X(12).
               10  DL-TRAN-W-REF-LINE   PIC 9(06).
       01  DL-TRAN-WIDE-TRAILER REDEFINES DL-TRAN-WIDE-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-TRAN-W-TRL-EXP-COUNT  PIC 9(06).
           05  DL-TRAN-W-TRL-HASH-TOTAL PIC 9(9)V9(4).
           05  FILLER                   PIC X(23).
       01  DL-TRAN-LENGTHS.
           05  DL-TRAN-BASE-LENGTH      PIC 9(04) VALUE 16.
           05  DL-TRAN-REF-LENGTH       PIC 9(04) VALUE 34.
           05  DL-TRAN-WIDE-LENGTH      PIC 9(04) VALUE 44.
