      ******************************************************************
      *    COPYBOOK:      ASOCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE ALLOC-ASOF REQUEST CARD.  NAMES THE
      *    DATE THE ALLOCATION-BASE MASTER IS TO BE RECONSTRUCTED
      *    AS OF (THE MASTER AS IT STOOD AT THE END OF THAT DAY),
      *    WHICH OF THAT DAY'S FILES TO RE-VALIDATE AGAINST THE
      *    RECONSTRUCTED IMAGE -- 'R' THE REJECTS, 'P' THE POSTINGS,
      *    BLANK NEITHER -- AND WHETHER TO WRITE THE IMAGE TO THE
      *    ASOFMST WORK FILE IN ALLOCREC FORMAT ('Y') AS WELL AS
      *    LISTING IT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-ASOF-CARD.
           05  DL-ASO-AS-OF-DATE        PIC 9(08).
           05  DL-ASO-CHECK-FILE        PIC X(01).
               88  DL-ASO-CHECK-NONE    VALUE ' '.
               88  DL-ASO-CHECK-VALID   VALUE ' ' 'R' 'P'.
               88  DL-ASO-CHECK-REJECTS VALUE 'R'.
               88  DL-ASO-CHECK-POSTING VALUE 'P'.
           05  DL-ASO-WRITE-IMAGE       PIC X(01).
               88  DL-ASO-IMAGE-WANTED  VALUE 'Y'.
               88  DL-ASO-IMAGE-VALID   VALUE 'Y' 'N' ' '.
           05  FILLER                   PIC X(06).
