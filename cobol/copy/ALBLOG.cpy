      *    DATE-WRITTEN:   2026-09-01
      *
      *    RECORD LAYOUT FOR THE ALLOCATION-BASE MASTER CHANGE LOG.
      *    ALLOC-APPROVE APPENDS ONE RECORD FOR EVERY APPROVED
      *    MAINTENANCE ACTION IT APPLIES (ADD/CHG/EXP), CARRYING THE
      *    ACTION, THE RUN DATE, THE FULL BEFORE AND AFTER IMAGES OF
      *    THE MASTER ENTRY, THE PENDING-CHANGE NUMBER, AND THE USER
      *    IDS OF THE REQUESTER AND THE APPROVER.  SINCE
      *    PROG-BATCH REJECTS TRANSACTIONS OFF THIS MASTER (R3/R4),
      *    A BAD CHG CARD CAN SILENTLY START REJECTING A WHOLE
      *    ALLOCATION BASE -- THE LOG IS HOW THE DATES ARE
      *    RECONSTRUCTED AFTERWARDS, THE SAME DISCIPLINE PROG
      *    ALREADY APPLIES TO ITS OWN EXCEPTION BRANCHES.
      *
      *    THE IMAGES ARE THE 60-BYTE ALLOCREC LAYOUT.  AN ADD HAS
      *    NO PRIOR ENTRY, SO ITS BEFORE IMAGE IS SPACES; THE AFTER
      *    IMAGE ALWAYS CARRIES THE ENTRY AS IT STANDS ON THE
      *    MASTER AFTER THE ACTION, SO ITS FIRST THIRTEEN BYTES ARE
      *    ALWAYS THE DIVISOR KEY.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   CHANGES ARE NOW APPLIED BY ALLOC-APPROVE
      *                     FROM THE PENDING-CHANGES FILE, NOT BY
      *                     ALLOC-MAINT: ADDED DL-ALG-CHANGE-NUMBER,
      *                     DL-ALG-MAKER-ID (WHO REQUESTED THE
      *                     CHANGE) AND DL-ALG-CHECKER-ID (WHO
      *                     APPROVED IT), APPENDED SO EXISTING FIELD
      *                     OFFSETS ARE UNCHANGED; RECORD LENGTH
      *                     121 -> 145.  THE LOG IS VARIABLE LENGTH SO
      *                     121-BYTE RECORDS WRITTEN BEFORE THE CHANGE
      *                     STILL READ; SUCH A RECORD CARRIES NO
      *                     CHANGE NUMBER OR USER IDS
      *    2026-10-15 MOP   THE IMAGES FOLLOW ALLOCREC TO ITS WIDE
      *                     60-BYTE LAYOUT; RECORD LENGTH 145 -> 155.
      *                     A RECORD SHORTER THAN DL-ALG-WIDE-LENGTH
      *                     WAS WRITTEN BEFORE THE CHANGE IN THE
      *                     LAYOUT KEPT AS DL-CHANGE-LOG-NARROW, WITH
      *                     55-BYTE IMAGES (DL-ALLOC-NARROW-RECORD);
      *                     THE READER REBUILDS IT IN THE WIDE LAYOUT
      *                     BEFORE USING IT
      ******************************************************************
       01  DL-CHANGE-LOG-RECORD.
           05  DL-ALG-RUN-DATE          PIC 9(08).
           05  DL-ALG-ACTION            PIC X(03).
           05  DL-ALG-BEFORE-IMAGE.
               10  DL-ALG-BEF-KEY       PIC X(13).
               10  FILLER               PIC X(47).
           05  DL-ALG-AFTER-IMAGE.
               10  DL-ALG-AFT-KEY       PIC X(13).
               10  FILLER               PIC X(47).
           05  DL-ALG-APPROVAL.
               10  DL-ALG-CHANGE-NUMBER PIC 9(08).
               10  DL-ALG-MAKER-ID      PIC X(08).
               10  DL-ALG-CHECKER-ID    PIC X(08).
       01  DL-CHANGE-LOG-NARROW.
           05  DL-ALG-N-RUN-DATE        PIC 9(08).
           05  DL-ALG-N-ACTION          PIC X(03).
           05  DL-ALG-N-BEFORE-IMAGE    PIC X(55).
           05  DL-ALG-N-AFTER-IMAGE     PIC X(55).
           05  DL-ALG-N-APPROVAL.
               10  DL-ALG-N-CHANGE-NUMBER
                                        PIC 9(08).
               10  DL-ALG-N-MAKER-ID    PIC X(08).
               10  DL-ALG-N-CHECKER-ID  PIC X(08).
       01  DL-ALG-LENGTHS.
           05  DL-ALG-BASE-LENGTH       PIC 9(04) VALUE 121.
           05  DL-ALG-APPROVAL-LENGTH   PIC 9(04) VALUE 145.
           05  DL-ALG-WIDE-LENGTH       PIC 9(04) VALUE 155.
