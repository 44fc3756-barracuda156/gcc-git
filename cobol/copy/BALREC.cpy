      ******************************************************************
      *    COPYBOOK:      BALREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE PERIOD-TO-DATE BALANCES FILE
      *    (PTDBAL), THE INDEXED FILE LEDGER-CLOSE ACCUMULATES EACH
      *    GATED DAY INTO.  ONE RECORD PER ALLOCATION BASE (THE
      *    DIVISOR, IN THE SAME UNSIGNED FORM AS THE ALLOCREC KEY)
      *    PER ACCOUNTING PERIOD (YYYYMM), CARRYING THE PERIOD'S
      *    POSTING COUNT AND ITS DIVIDEND, DISTRIBUTED, AND
      *    REMAINDER TOTALS.  DISTRIBUTED PLUS REMAINDER ALWAYS
      *    EQUALS DIVIDEND.
      *
      *    DL-BAL-LAST-CLOSE-DATE IS THE LATEST BUSINESS DATE
      *    CLOSED INTO THE RECORD.  LEDGER-CLOSE REFUSES A DATE NOT
      *    LATER THAN IT, SO A RERUN OF A CLOSE THAT ALREADY
      *    COMPLETED CANNOT DOUBLE THE BALANCES.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   WIDENED DL-BAL-DIVISOR (PART OF THE KEY)
      *                     TO 9(9)V9(4) WITH THE ALLOCREC KEY; RECORD
      *                     LENGTH 90 -> 95.  WIDE-RELOAD CARRIES AN
      *                     EXISTING FILE ACROSS
      ******************************************************************
       01  DL-BALANCE-RECORD.
           05  DL-BAL-KEY.
               10  DL-BAL-DIVISOR       PIC 9(9)V9(4).
               10  DL-BAL-PERIOD        PIC 9(06).
           05  DL-BAL-POSTING-COUNT     PIC 9(08).
           05  DL-BAL-DIVIDEND-PTD      PIC S9(12)V9(4).
           05  DL-BAL-DISTRIB-PTD       PIC S9(12)V9(4).
           05  DL-BAL-REMAINDER-PTD     PIC S9(12)V9(4).
           05  DL-BAL-LAST-CLOSE-DATE   PIC 9(08).
           05  DL-BAL-OPENED-DATE       PIC 9(08).
           05  FILLER                   PIC X(04).
