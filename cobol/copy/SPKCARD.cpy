      ******************************************************************
      *    COPYBOOK:      SPKCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE DIVISOR-SPIKE REQUEST CARD.  ONE
      *    CARD NAMES THE PROCESSING DATE TO ANALYSE (ZERO = THE
      *    LATEST DATE ON THE DIVISOR HISTORY) AND THE RULES THE
      *    DAY IS JUDGED BY.  A ZERO RULE FIELD TAKES THE DEFAULT
      *    SHOWN:
      *
      *      BASELINE-DAYS   PROCESSING DAYS BEFORE THE ANALYSIS
      *                      DATE THAT FORM THE BASELINE (20, AT
      *                      MOST 60)
      *      SIGMA-LIMIT     STANDARD DEVIATIONS ABOVE THE BASELINE
      *                      MEAN A RATE MUST REACH TO BE A SPIKE
      *                      (3.0)
      *      MIN-RISE-PCT    PERCENTAGE POINTS ABOVE THE BASELINE
      *                      MEAN A RATE MUST ALSO REACH, SO A
      *                      DIVISOR WITH A FLAT HISTORY IS NOT
      *                      FLAGGED FOR A FRACTION OF A POINT (5.0)
      *      MIN-VOLUME      ITEMS A DIVISOR MUST HAVE TODAY FOR ITS
      *                      RATES TO BE TESTED AT ALL (20)
      *      MIN-ACTIVE-DAYS BASELINE DAYS A DIVISOR MUST HAVE BEEN
      *                      SEEN ON TO BE FLAGGED WHEN IT DOES NOT
      *                      APPEAR TODAY (3, OR EVERY BASELINE DAY
      *                      WHEN THE BASELINE IS SHORTER)
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-SPIKE-CARD.
           05  DL-SPK-ANALYSIS-DATE     PIC 9(08).
           05  DL-SPK-BASELINE-DAYS     PIC 9(02).
           05  DL-SPK-SIGMA-LIMIT       PIC 9(01)V9(01).
           05  DL-SPK-MIN-RISE-PCT      PIC 9(02)V9(01).
           05  DL-SPK-MIN-VOLUME        PIC 9(06).
           05  DL-SPK-MIN-ACTIVE-DAYS   PIC 9(02).
           05  FILLER                   PIC X(09).
