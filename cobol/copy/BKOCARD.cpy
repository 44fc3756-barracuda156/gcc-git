      ******************************************************************
      *    COPYBOOK:      BKOCARD
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE RUN-BACKOUT REQUEST CARD.  NAMES
      *    THE REGISTRY RUN NUMBER TO BACK OUT AND THE SCOPE: 'R'
      *    (OR BLANK) BACKS OUT THAT ONE RUN, 'C' BACKS OUT THE
      *    WHOLE RESTART CHAIN THE RUN BELONGS TO -- THE ABENDED
      *    RUNS OF ITS JOB THAT LED UP TO IT AND THE RESTARTS UP TO
      *    AND INCLUDING THE CLEAN END THAT RECOVERED THEM, THE SAME
      *    CHAIN POST-GATE BALANCES.  THE REQUESTER AND REASON ARE
      *    CARRIED ONTO THE BACKOUT REGISTER FOR THE AUDITORS.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      ******************************************************************
       01  DL-BACKOUT-CARD.
           05  DL-BKO-RUN-NUMBER        PIC 9(08).
           05  DL-BKO-SCOPE             PIC X(01).
               88  DL-BKO-SINGLE-RUN    VALUE 'R' ' '.
               88  DL-BKO-WHOLE-CHAIN   VALUE 'C'.
           05  FILLER                   PIC X(01).
           05  DL-BKO-REQUESTED-BY      PIC X(08).
           05  DL-BKO-REASON            PIC X(50).
           05  FILLER                   PIC X(12).
