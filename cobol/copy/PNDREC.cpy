      ******************************************************************
      *    COPYBOOK:      PNDREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE ALLOCATION-BASE PENDING-CHANGES
      *    FILE (ALLOCPND), THE INDEXED FILE THAT SEPARATES WHO ASKS
      *    FOR A MASTER CHANGE FROM WHO LETS IT GO LIVE.  ALLOC-MAINT
      *    NO LONGER TOUCHES ALLOCMST: EVERY ADD/CHG/EXP CARD IT
      *    ACCEPTS IS WRITTEN HERE UNDER THE NEXT CHANGE NUMBER WITH
      *    THE CARD IMAGE, THE REQUESTING (MAKER) USER ID AND WHEN
      *    IT WAS ASKED FOR.  ALLOC-APPROVE, RUN UNDER A DIFFERENT
      *    USER ID, APPROVES OR DECLINES EACH ONE; AN APPROVED
      *    CHANGE IS APPLIED TO THE MASTER AND LOGGED ON ALLOCLOG
      *    WITH BOTH USER IDS.
      *
      *    A CHANGE IS PENDING UNTIL DECIDED, THEN APPLIED, DECLINED,
      *    OR FAILED (APPROVED BUT NO LONGER APPLICABLE WHEN THE
      *    APPROVAL RAN -- AN ADD WHOSE DIVISOR IS ALREADY ON THE
      *    MASTER, A CHG OR EXP OF ONE THAT IS NOT).  DECIDED
      *    CHANGES STAY ON THE FILE WITH THE CHECKER USER ID, DATE
      *    AND NOTE, SO THE FILE IS ITSELF THE RECORD OF EVERY
      *    REQUEST MADE, INCLUDING THE ONES THAT NEVER WENT LIVE.
      *
      *    THE CARD IMAGE IS THE FIRST 57 BYTES OF THE MNTCARD
      *    LAYOUT; THE CARD'S WIDE DIVISOR IS KEPT SEPARATELY IN
      *    DL-PND-W-DIVISOR-RAW.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED DL-PND-W-DIVISOR-RAW (FROM FILLER,
      *                     LENGTH UNCHANGED) FOR THE WIDE DIVISOR OF
      *                     THE MAINTENANCE CARD.  A CHANGE QUEUED
      *                     BEFORE IT WAS ADDED HAS SPACES THERE AND
      *                     ITS DIVISOR IS THE NARROW ONE IN THE CARD
      *                     IMAGE
      ******************************************************************
       01  DL-PENDING-RECORD.
           05  DL-PND-CHANGE-NUMBER     PIC 9(08).
           05  DL-PND-CHANGE-STATUS     PIC X(01).
               88  DL-PND-PENDING       VALUE 'P'.
               88  DL-PND-APPLIED       VALUE 'A'.
               88  DL-PND-DECLINED      VALUE 'D'.
               88  DL-PND-FAILED        VALUE 'F'.
           05  DL-PND-CARD-IMAGE.
               10  DL-PND-ACTION        PIC X(03).
               10  DL-PND-DIVISOR-RAW   PIC X(08).
               10  FILLER               PIC X(46).
           05  DL-PND-MAKER-ID          PIC X(08).
           05  DL-PND-REQUEST-DATE      PIC 9(08).
           05  DL-PND-REQUEST-TIME      PIC 9(08).
           05  DL-PND-CHECKER-ID        PIC X(08).
           05  DL-PND-DECISION-DATE     PIC 9(08).
           05  DL-PND-DECISION-TIME     PIC 9(08).
           05  DL-PND-NOTE              PIC X(30).
           05  DL-PND-W-DIVISOR-RAW     PIC X(13).
           05  FILLER                   PIC X(03).
