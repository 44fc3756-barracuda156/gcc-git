      ******************************************************************
      *    COPYBOOK:      WHXREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    ROW LAYOUTS FOR THE FINANCE DATA WAREHOUSE EXTRACT FILES
      *    WRITTEN BY WHSE-EXTRACT FOR ONE PROCESSING DATE.  FIVE
      *    FILES, EACH A HEADER ROW OF COLUMN NAMES FOLLOWED BY ONE
      *    ROW PER ITEM, COLUMNS SEPARATED BY '|':
      *
      *      WHXPOST   THE DATE'S POSTINGS
      *      WHXEXCP   THE DATE'S EXCEPTIONS-LEDGER ENTRIES, THE
      *                STATUS EXPANDED THROUGH EXCTAB
      *      WHXREJS   THE OPEN CARRIED-FORWARD REJECTS AS OF THE
      *                DATE, WITH AGE AND REASON
      *      WHXRUNS   THE DATE'S RUN-REGISTRY ENTRIES
      *      WHXMANF   THE MANIFEST: ONE ROW PER FILE ABOVE WITH ITS
      *                ROW COUNT (HEADER NOT COUNTED) AND TWO
      *                CONTROL TOTALS, NAMED IN THE ROW
      *
      *    EVERY ROW IS FIXED WIDTH: TEXT COLUMNS ARE PADDED WITH
      *    SPACES, AMOUNTS ARE SIGNED WITH FOUR DECIMALS AT THE FULL
      *    WIDE PRECISION (A LEADING SPACE FOR A POSITIVE VALUE),
      *    AND DATES ARE YYYYMMDD.  THE HEADER ROWS ARE SHORTER THAN
      *    THE DATA ROWS AND ARE WRITTEN AT THEIR OWN LENGTH.  EVERY
      *    DATA ROW CARRIES THE PROCESSING DATE IT WAS SELECTED
      *    FOR, SO THE LOAD REPLACES A DATE RATHER THAN ADDING TO
      *    IT AND A RE-EXTRACTED DAY DOES NOT DUPLICATE ROWS.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
      *----------------------------------------------------------------
      *    WHXPOST - POSTINGS
      *----------------------------------------------------------------
       01  DL-WXP-HEADER.
           05  FILLER                   PIC X(45) VALUE
               'PROC_DATE|RUN_ID|REF_NUMBER|REF_LINE|DIVIDEND'.
           05  FILLER                   PIC X(18) VALUE
               '|DIVISOR|REMAINDER'.
       01  DL-WXP-ROW.
           05  DL-WXP-PROC-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXP-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXP-REF-NUMBER        PIC X(12).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXP-REF-LINE          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXP-DIVIDEND          PIC -9(9).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXP-DIVISOR           PIC -9(9).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXP-REMAINDER         PIC -9(9).9(4).
      *----------------------------------------------------------------
      *    WHXEXCP - EXCEPTIONS-LEDGER ENTRIES
      *----------------------------------------------------------------
       01  DL-WXE-HEADER.
           05  FILLER                   PIC X(45) VALUE
               'PROC_DATE|RUN_ID|WRITE_SEQ|TS_TIME|REF_NUMBER'.
           05  FILLER                   PIC X(37) VALUE
               '|REF_LINE|DIVIDEND|DIVISOR|EXC_STATUS'.
           05  FILLER                   PIC X(16) VALUE
               '|EXC_DESCRIPTION'.
       01  DL-WXE-ROW.
           05  DL-WXE-PROC-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-RUN-ID            PIC X(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-WRITE-SEQ         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-TS-TIME           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-REF-NUMBER        PIC X(12).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-REF-LINE          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-DIVIDEND          PIC -9(9).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-DIVISOR           PIC -9(9).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-EXC-STATUS        PIC X(32).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXE-EXC-DESC          PIC X(32).
      *----------------------------------------------------------------
      *    WHXREJS - OPEN CARRIED-FORWARD REJECTS.  DIVISOR IS BLANK
      *    WHEN THE RAW DIVISOR BYTES ARE NOT NUMERIC (REASON R1).
      *    AGE-BUCKET IS REJ-AGING'S: '1', '2-5' OR 'OVER 5' CYCLES.
      *----------------------------------------------------------------
       01  DL-WXR-HEADER.
           05  FILLER                   PIC X(46) VALUE
               'PROC_DATE|REF_NUMBER|REF_LINE|DIVIDEND|DIVISOR'.
           05  FILLER                   PIC X(47) VALUE
               '|DIVISOR_RAW|REASON_CODE|REASON_TEXT|AGE_CYCLES'.
           05  FILLER                   PIC X(11) VALUE
               '|AGE_BUCKET'.
       01  DL-WXR-ROW.
           05  DL-WXR-PROC-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-REF-NUMBER        PIC X(12).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-REF-LINE          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-DIVIDEND          PIC -9(9).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-DIVISOR           PIC -9(9).9(4).
           05  DL-WXR-DIVISOR-TEXT      REDEFINES DL-WXR-DIVISOR
                                        PIC X(15).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-DIVISOR-RAW       PIC X(13).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-REASON-CODE       PIC X(04).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-REASON-TEXT       PIC X(30).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-AGE-CYCLES        PIC 9(03).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXR-AGE-BUCKET        PIC X(06).
      *----------------------------------------------------------------
      *    WHXRUNS - RUN-REGISTRY ENTRIES.  A STARTED ENTRY CARRIES
      *    ZERO COUNTS; THE ENDED-OK ENTRY CARRIES THE RUN'S COUNTS.
      *----------------------------------------------------------------
       01  DL-WXU-HEADER.
           05  FILLER                   PIC X(44) VALUE
               'PROC_DATE|RUN_NUMBER|ENTRY_STATUS|ENTRY_TIME'.
           05  FILLER                   PIC X(38) VALUE
               '|JOB_NAME|RECORDS_READ|EXCEPTION_COUNT'.
           05  FILLER                   PIC X(43) VALUE
               '|CLEAN_COUNT|RANGE_ERROR_COUNT|REJECT_COUNT'.
           05  FILLER                   PIC X(14) VALUE
               '|POSTING_COUNT'.
       01  DL-WXU-ROW.
           05  DL-WXU-PROC-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-RUN-NUMBER        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-STATUS            PIC X(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-TIME              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-JOB-NAME          PIC X(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-RECORDS-READ      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-EXCEPTION-COUNT   PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-CLEAN-COUNT       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-RANGE-ERROR-COUNT PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-REJECT-COUNT      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXU-POSTING-COUNT     PIC 9(08).
      *----------------------------------------------------------------
      *    WHXMANF - MANIFEST.  FILE-NAME IS THE SOURCE FILE THE
      *    EXTRACT WAS TAKEN FROM (POSTINGS, EXCLEDGR, REJFWD,
      *    RUNREGF).  THE MANIFEST IS WRITTEN ONLY WHEN ALL FOUR
      *    EXTRACT FILES WERE WRITTEN COMPLETE.
      *----------------------------------------------------------------
       01  DL-WXM-HEADER.
           05  FILLER                   PIC X(42) VALUE
               'FILE_NAME|PROC_DATE|ROW_COUNT|TOTAL_1_NAME'.
           05  FILLER                   PIC X(42) VALUE
               '|TOTAL_1|TOTAL_2_NAME|TOTAL_2|CREATED_DATE'.
           05  FILLER                   PIC X(13) VALUE
               '|CREATED_TIME'.
       01  DL-WXM-ROW.
           05  DL-WXM-FILE-NAME         PIC X(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-PROC-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-ROW-COUNT         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-TOTAL-1-NAME      PIC X(16).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-TOTAL-1           PIC -9(14).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-TOTAL-2-NAME      PIC X(16).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-TOTAL-2           PIC -9(14).9(4).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-CREATED-DATE      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  DL-WXM-CREATED-TIME      PIC 9(08).
       01  DL-WHX-LENGTHS.
           05  DL-WXP-HEADER-LENGTH     PIC 9(04) VALUE 63.
           05  DL-WXP-ROW-LENGTH        PIC 9(04) VALUE 85.
           05  DL-WXE-HEADER-LENGTH     PIC 9(04) VALUE 98.
           05  DL-WXE-ROW-LENGTH        PIC 9(04) VALUE 153.
           05  DL-WXR-HEADER-LENGTH     PIC 9(04) VALUE 104.
           05  DL-WXR-ROW-LENGTH        PIC 9(04) VALUE 121.
           05  DL-WXU-HEADER-LENGTH     PIC 9(04) VALUE 139.
           05  DL-WXU-ROW-LENGTH        PIC 9(04) VALUE 98.
           05  DL-WXM-HEADER-LENGTH     PIC 9(04) VALUE 97.
           05  DL-WXM-ROW-LENGTH        PIC 9(04) VALUE 120.
