      ******************************************************************
      *    COPYBOOK:      JRNREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE JOURNAL-ENTRY FILE (JRNLOUT) THAT
      *    LEDGER-CLOSE HANDS TO THE GENERAL LEDGER.  ONE FILE PER
      *    CLOSED BUSINESS DATE: A 'JH' HEADER, ONE 'JD' DETAIL PER
      *    JOURNAL LINE, AND A 'JT' TRAILER.  THE GENERAL LEDGER
      *    LOAD BALANCES THE FILE ON THE TRAILER: THE DETAIL COUNT,
      *    AND TOTAL DEBITS EQUAL TO TOTAL CREDITS.
      *
      *    DETAIL AMOUNTS ARE UNSIGNED; THE DIRECTION IS CARRIED IN
      *    DL-JRN-DR-CR ('D' OR 'C').  A NET-NEGATIVE BASE (E.G. A
      *    DAY THAT CARRIES A BACKED-OUT RUN'S REVERSALS) POSTS ITS
      *    LINES WITH THE DIRECTIONS EXCHANGED.
      *
      *    THE JOURNAL ID IS 'CL' PLUS THE YYMMDD OF THE CLOSED
      *    DATE, SO A CLOSE RERUN AFTER A FAILURE REPRODUCES THE
      *    SAME ID AND THE LEDGER LOAD CAN REFUSE A DUPLICATE.
      *
      *    WHEN ANY ALLOCATION BASE CLOSED THAT DAY IS ABOVE
      *    9999.9999 THE HEADER'S FORMAT INDICATOR IS 'W' AND EVERY
      *    DETAIL IS IN THE WIDE LAYOUT (DL-JOURNAL-WIDE-DETAIL),
      *    WHOSE ALLOCATION BASE IS 9(9)V9(4); OTHERWISE THE
      *    INDICATOR IS SPACE AND THE FILE IS EXACTLY AS BEFORE.
      *    THE AMOUNTS AND THE TRAILER ARE THE SAME IN BOTH.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED THE HEADER FORMAT INDICATOR AND
      *                     THE WIDE DETAIL LAYOUT (FROM FILLER,
      *                     RECORD LENGTH UNCHANGED AT 80)
      ******************************************************************
       01  DL-JOURNAL-RECORD.
           05  DL-JRN-REC-TYPE          PIC X(02).
               88  DL-JRN-HEADER        VALUE 'JH'.
               88  DL-JRN-DETAIL        VALUE 'JD'.
               88  DL-JRN-TRAILER       VALUE 'JT'.
           05  DL-JRN-JOURNAL-ID        PIC X(08).
           05  DL-JRN-LINE-SEQ          PIC 9(06).
           05  DL-JRN-ACCOUNT           PIC X(08).
           05  DL-JRN-ALLOC-BASE        PIC 9(4)V9(4).
           05  DL-JRN-DR-CR             PIC X(01).
               88  DL-JRN-DEBIT         VALUE 'D'.
               88  DL-JRN-CREDIT        VALUE 'C'.
           05  DL-JRN-AMOUNT            PIC 9(12)V9(4).
           05  DL-JRN-PERIOD            PIC 9(06).
           05  DL-JRN-POST-DATE         PIC 9(08).
           05  DL-JRN-POSTING-COUNT     PIC 9(08).
           05  FILLER                   PIC X(09).
       01  DL-JOURNAL-HEADER REDEFINES DL-JOURNAL-RECORD.
           05  FILLER                   PIC X(02).
           05  FILLER                   PIC X(08).
           05  DL-JRH-BUSINESS-DATE     PIC 9(08).
           05  DL-JRH-PERIOD            PIC 9(06).
           05  DL-JRH-SOURCE            PIC X(08).
           05  DL-JRH-GATE-COUNT        PIC 9(08).
           05  DL-JRH-CREATED-DATE      PIC 9(08).
           05  DL-JRH-FORMAT            PIC X(01).
               88  DL-JRH-FMT-WIDE      VALUE 'W'.
           05  FILLER                   PIC X(31).
       01  DL-JOURNAL-TRAILER REDEFINES DL-JOURNAL-RECORD.
           05  FILLER                   PIC X(02).
           05  FILLER                   PIC X(08).
           05  DL-JRT-DETAIL-COUNT      PIC 9(08).
           05  DL-JRT-TOTAL-DEBITS      PIC 9(14)V9(4).
           05  DL-JRT-TOTAL-CREDITS     PIC 9(14)V9(4).
           05  FILLER                   PIC X(26).
       01  DL-JOURNAL-WIDE-DETAIL REDEFINES DL-JOURNAL-RECORD.
           05  FILLER                   PIC X(24).
           05  DL-JRW-ALLOC-BASE        PIC 9(9)V9(4).
           05  DL-JRW-DR-CR             PIC X(01).
           05  DL-JRW-AMOUNT            PIC 9(12)V9(4).
           05  DL-JRW-PERIOD            PIC 9(06).
           05  DL-JRW-POST-DATE         PIC 9(08).
           05  DL-JRW-POSTING-COUNT     PIC 9(08).
           05  FILLER                   PIC X(04).
