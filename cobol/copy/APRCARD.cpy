      ******************************************************************
      *    COPYBOOK:      APRCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR AN ALLOC-APPROVE DECISION CARD.  ONE
      *    DECISION PER CARD AGAINST THE PENDING-CHANGES FILE:
      *      'APR' - APPROVE CHANGE NUMBER N: APPLY IT TO THE
      *              MASTER AND LOG IT
      *      'DCL' - DECLINE CHANGE NUMBER N; IT NEVER GOES LIVE
      *      'AGE' - REPORT CHANGES PENDING MORE THAN N DAYS (THE
      *              DAYS FIELD; THE DEFAULT IS 5)
      *    THE NOTE IS KEPT ON THE PENDING RECORD WITH THE DECISION.
      *    AN EMPTY DECK IS A LIST-ONLY RUN: EVERY CHANGE STILL
      *    PENDING IS LISTED FOR THE CHECKER TO REVIEW.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-APPROVAL-CARD.
           05  DL-APR-ACTION            PIC X(03).
           05  DL-APR-CHANGE-NUMBER     PIC 9(08).
           05  DL-APR-CHANGE-RAW        REDEFINES DL-APR-CHANGE-NUMBER
                                         PIC X(08).
           05  DL-APR-DAYS              PIC 9(03).
           05  DL-APR-NOTE              PIC X(30).
