      ******************************************************************
      *    COPYBOOK:      ACKREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE ACKNOWLEDGMENT (ACK/NAK) FILE
      *    FEED-ACK RETURNS TO A SOURCE SYSTEM FOR ONE DELIVERY --
      *    ONE FILE PER SOURCE SYSTEM AND FEED DATE.  THREE RECORD
      *    TYPES, ALL 80 BYTES, TELL APART BY BYTES 1-2 EXACTLY AS
      *    THE FEED ITSELF DOES:
      *
      *      'HD'  FIRST RECORD.  FEED DATE AND SOURCE SYSTEM AS
      *            THEY CAME ON THE FEED HEADER, THE VERDICT ON THE
      *            WHOLE DELIVERY (ACCEPTED OR REJECTED) WITH THE
      *            REASON FOR A REJECTION, THE DATE THE DELIVERY WAS
      *            PROCESSED, AND THE NUMBER OF STREAMS IT RAN IN.
      *      'DT'  ONE PER REJECTED ITEM: THE ITEM AS DELIVERED
      *            (DIVIDEND, RAW DIVISOR BYTES, SOURCE REFERENCE)
      *            AND THE REJECTS-FILE REASON CODE AND TEXT.
      *      'TR'  LAST RECORD.  THE FEED TRAILER'S COUNT AND HASH
      *            ECHOED BACK BESIDE THE COUNT AND HASH ACTUALLY
      *            RECEIVED, THE ACCEPTED AND REJECTED ITEM COUNTS,
      *            THE HASH OF THE REJECTED ITEMS' DIVIDENDS, AND
      *            THE NUMBER OF RECORDS ON THIS FILE INCLUDING THE
      *            HEADER AND TRAILER.
      *
      *    EVERY HASH HERE FOLLOWS THE FEED'S OWN RULE (SEE
      *    TRANREC): SIGNED SUM OF THE NUMERIC DIVIDENDS, LOW-ORDER
      *    EIGHT DIGITS KEPT, SIGN DISCARDED LAST.  THE SOURCE
      *    BALANCES THE FILE BY COUNTING ITS DT RECORDS AGAINST
      *    DL-ACK-TRL-REJ-COUNT, HASHING THEIR DIVIDENDS AGAINST
      *    DL-ACK-TRL-REJ-HASH, AND CHECKING DL-ACK-TRL-RECORD-COUNT
      *    AGAINST THE RECORDS IT READ.  ON AN ACCEPTED DELIVERY THE
      *    ACCEPTED AND REJECTED COUNTS ADD UP TO THE COUNT
      *    RECEIVED; ON A REJECTED ONE NOTHING IS ACCEPTED AND THE
      *    WHOLE DELIVERY IS TO BE SENT AGAIN.
      *
      *    THE FILE FOLLOWS THE FORMAT OF THE FEED IT ANSWERS.  FOR
      *    A WIDE-FORMAT FEED THE HEADER'S FORMAT INDICATOR IS 'W'
      *    AND THE DT AND TR RECORDS ARE IN THE WIDE LAYOUTS
      *    (DL-ACK-WIDE-DETAIL-REC, DL-ACK-WIDE-TRAILER-REC):
      *    DIVIDEND S9(9)V9(4), RAW DIVISOR X(13), AND HASHES THAT
      *    KEEP THE LOW-ORDER THIRTEEN DIGITS AS THE WIDE FEED'S DO.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED THE HEADER FORMAT INDICATOR AND
      *                     THE WIDE DT AND TR LAYOUTS FOR AN
      *                     ACKNOWLEDGMENT OF A WIDE-FORMAT FEED
      *                     (RECORD LENGTH UNCHANGED AT 80)
      ******************************************************************
       01  DL-ACK-RECORD.
           05  DL-ACK-REC-TYPE          PIC X(02).
               88  DL-ACK-HEADER        VALUE 'HD'.
               88  DL-ACK-DETAIL        VALUE 'DT'.
               88  DL-ACK-TRAILER       VALUE 'TR'.
           05  DL-ACK-BODY              PIC X(78).
       01  DL-ACK-HEADER-REC REDEFINES DL-ACK-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-ACK-HDR-FEED-DATE     PIC 9(08).
           05  DL-ACK-HDR-SOURCE-SYS    PIC X(06).
           05  DL-ACK-HDR-STATUS        PIC X(08).
               88  DL-ACK-ACCEPTED      VALUE 'ACCEPTED'.
               88  DL-ACK-REJECTED      VALUE 'REJECTED'.
           05  DL-ACK-HDR-REASON        PIC X(40).
           05  DL-ACK-HDR-PROC-DATE     PIC 9(08).
           05  DL-ACK-HDR-STREAM-COUNT  PIC 9(02).
           05  DL-ACK-HDR-FORMAT        PIC X(01).
               88  DL-ACK-FMT-WIDE      VALUE 'W'.
           05  FILLER                   PIC X(05).
       01  DL-ACK-DETAIL-REC REDEFINES DL-ACK-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-ACK-DTL-DIVIDEND      PIC S9(4)V9(4).
           05  DL-ACK-DTL-DIVISOR-RAW   PIC X(08).
           05  DL-ACK-DTL-REASON-CODE   PIC X(04).
           05  DL-ACK-DTL-REASON-TEXT   PIC X(30).
           05  DL-ACK-DTL-REF.
               10  DL-ACK-DTL-REF-NUMBER PIC X(12).
               10  DL-ACK-DTL-REF-LINE  PIC 9(06).
           05  FILLER                   PIC X(10).
       01  DL-ACK-TRAILER-REC REDEFINES DL-ACK-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-ACK-TRL-FEED-COUNT    PIC 9(06).
           05  DL-ACK-TRL-FEED-HASH     PIC 9(4)V9(4).
           05  DL-ACK-TRL-RCVD-COUNT    PIC 9(06).
           05  DL-ACK-TRL-RCVD-HASH     PIC 9(4)V9(4).
           05  DL-ACK-TRL-ACCPT-COUNT   PIC 9(06).
           05  DL-ACK-TRL-REJ-COUNT     PIC 9(06).
           05  DL-ACK-TRL-REJ-HASH      PIC 9(4)V9(4).
           05  DL-ACK-TRL-RECORD-COUNT  PIC 9(06).
           05  FILLER                   PIC X(24).
       01  DL-ACK-WIDE-DETAIL-REC REDEFINES DL-ACK-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-ACK-WDT-DIVIDEND      PIC S9(9)V9(4).
           05  DL-ACK-WDT-DIVISOR-RAW   PIC X(13).
           05  DL-ACK-WDT-REASON-CODE   PIC X(04).
           05  DL-ACK-WDT-REASON-TEXT   PIC X(30).
           05  DL-ACK-WDT-REF.
               10  DL-ACK-WDT-REF-NUMBER PIC X(12).
               10  DL-ACK-WDT-REF-LINE  PIC 9(06).
       01  DL-ACK-WIDE-TRAILER-REC REDEFINES DL-ACK-RECORD.
           05  FILLER                   PIC X(02).
           05  DL-ACK-WTR-FEED-COUNT    PIC 9(06).
           05  DL-ACK-WTR-FEED-HASH     PIC 9(9)V9(4).
           05  DL-ACK-WTR-RCVD-COUNT    PIC 9(06).
           05  DL-ACK-WTR-RCVD-HASH     PIC 9(9)V9(4).
           05  DL-ACK-WTR-ACCPT-COUNT   PIC 9(06).
           05  DL-ACK-WTR-REJ-COUNT     PIC 9(06).
           05  DL-ACK-WTR-REJ-HASH      PIC 9(9)V9(4).
           05  DL-ACK-WTR-RECORD-COUNT  PIC 9(06).
           05  FILLER                   PIC X(09).
