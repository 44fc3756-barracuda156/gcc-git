      ******************************************************************
      *    COPYBOOK:      CLSCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE LEDGER-CLOSE REQUEST CARD.  NAMES
      *    THE BUSINESS DATE BEING CLOSED (IT MUST BE THE DATE
      *    POST-GATE PASSED) AND THE ACCOUNTING PERIOD THE DAY
      *    CLOSES INTO.  A ZERO PERIOD MEANS THE CALENDAR MONTH OF
      *    THE CLOSING DATE (YYYYMM); A NONZERO PERIOD IS FOR THE
      *    FEW DAYS A YEAR FINANCE CLOSES INTO A NEIGHBOURING MONTH.
      *
      *    THE THREE GENERAL-LEDGER ACCOUNTS ARE THE ONES THE DAY'S
      *    JOURNAL ENTRY POSTS TO: THE ALLOCATION CLEARING ACCOUNT
      *    IS DEBITED WITH THE DIVIDENDS, THE DISTRIBUTED ACCOUNT
      *    CREDITED WITH THE EVENLY ALLOCATED PART, AND THE
      *    REMAINDER ACCOUNT CREDITED WITH THE UNALLOCATED
      *    REMAINDERS.  A BLANK ACCOUNT TAKES THE STANDARD CODE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-CLOSE-CARD.
           05  DL-CLS-DATE              PIC 9(08).
           05  DL-CLS-PERIOD            PIC 9(06).
           05  DL-CLS-CLEARING-ACCT     PIC X(08).
           05  DL-CLS-DISTRIB-ACCT      PIC X(08).
           05  DL-CLS-REMAINDER-ACCT    PIC X(08).
           05  FILLER                   PIC X(02).
