      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED THE 'REVERSED' STATUS: RUN-BACKOUT
      *                     MARKS THE DELIVERY OF A BACKED-OUT RUN
      *                     REVERSED SO THE CORRECTED DELIVERY CAN
      *                     BE REPROCESSED WITHOUT THE OVERRIDE CARD
      ******************************************************************
       01  DL-FEED-REGISTRY-RECORD.
           05  DL-FRG-KEY.
           05  DL-FRG-STATUS            PIC X(08).
               88  DL-FRG-STARTED       VALUE 'STARTED '.
               88  DL-FRG-ENDED-OK      VALUE 'ENDED-OK'.
               88  DL-FRG-REVERSED      VALUE 'REVERSED'.
           05  DL-FRG-RUN-ID            PIC X(08).
           05  DL-FRG-PROC-DATE         PIC 9(08).
           05  DL-FRG-OVERRIDE-SW       PIC X(01).
