      ******************************************************************
      *    COPYBOOK:      WHXCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE WHSE-EXTRACT REQUEST CARD.  NAMES
      *    THE PROCESSING DATE TO EXTRACT: THE POSTINGS, LEDGER
      *    ENTRIES AND REGISTRY ENTRIES OF THAT DATE ARE SELECTED,
      *    AND THE OPEN REJECTS ON THE CARRY-FORWARD FILE ARE
      *    STAMPED WITH IT.  A MISSED DAY IS RE-EXTRACTED BY
      *    RUNNING WITH ITS DATE AGAINST THAT DAY'S FILES.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-EXTRACT-CARD.
           05  DL-WHX-PROC-DATE         PIC 9(08).
           05  FILLER                   PIC X(08).
