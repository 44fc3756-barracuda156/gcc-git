      *
      *    RECORD LAYOUT FOR THE ALLOCATION-BASE MASTER, THE INDEXED
      *    FILE OF APPROVED DIVISOR VALUES (ALLOCATION BASES).  THE
      *    DIVISOR'S THIRTEEN DISPLAY DIGITS ARE THE RECORD KEY.  A
      *    TRANSACTION DIVISOR THAT IS NOT AN ACTIVE, IN-DATE ENTRY
      *    HERE IS REJECTED BY PROG-BATCH INSTEAD OF COMPUTED -- A
      *    TYPO LIKE 12.0000 FOR 120.0000 IS NUMERIC AND POSITIVE,
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-20 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   WIDENED DL-ALB-DIVISOR (THE KEY) TO
      *                     9(9)V9(4) FOR THE WIDE-AMOUNT FEED; RECORD
      *                     LENGTH 55 -> 60.  THE ORIGINAL LAYOUT IS
      *                     KEPT AS DL-ALLOC-NARROW-RECORD FOR THE
      *                     55-BYTE IMAGES ON CHANGE-LOG RECORDS
      *                     WRITTEN BEFORE THE CHANGE AND FOR
      *                     WIDE-RELOAD, WHICH RELOADS A MASTER IN THE
      *                     ORIGINAL LAYOUT INTO THE WIDE ONE
      ******************************************************************
       01  DL-ALLOC-RECORD.
           05  DL-ALB-DIVISOR           PIC 9(9)V9(4).
           05  DL-ALB-STATUS            PIC X(01).
               88  DL-ALB-ACTIVE        VALUE 'A'.
               88  DL-ALB-EXPIRED       VALUE 'E'.
           05  DL-ALB-EFF-DATE          PIC 9(08).
           05  DL-ALB-EXP-DATE          PIC 9(08).
           05  DL-ALB-DESC              PIC X(30).
       01  DL-ALLOC-NARROW-RECORD.
           05  DL-ALN-DIVISOR           PIC 9(4)V9(4).
           05  DL-ALN-STATUS            PIC X(01).
           05  DL-ALN-EFF-DATE          PIC 9(08).
           05  DL-ALN-EXP-DATE          PIC 9(08).
           05  DL-ALN-DESC              PIC X(30).
