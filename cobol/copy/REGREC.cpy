      *                     AGAINST THE REGISTRY BEFORE THE LEDGER-
      *                     CLOSING STEP CONSUMES IT; RECORD LENGTH
      *                     80 -> 88
      *    2026-10-15 MOP   ADDED THE 'REVERSED' STATUS: RUN-BACKOUT
      *                     APPENDS A REVERSED ENTRY FOR EVERY RUN
      *                     IT BACKS OUT, CARRYING THE COUNTS OF
      *                     RECORDS IT REVERSED.  LAYOUT UNCHANGED
      ******************************************************************
       01  DL-REGISTRY-RECORD.
           05  DL-RRG-RUN-NUMBER        PIC 9(08).
           05  DL-RRG-STATUS            PIC X(08).
               88  DL-RRG-STARTED       VALUE 'STARTED '.
               88  DL-RRG-ENDED-OK      VALUE 'ENDED-OK'.
               88  DL-RRG-REVERSED      VALUE 'REVERSED'.
           05  DL-RRG-DATE              PIC 9(08).
           05  DL-RRG-TIME              PIC 9(08).
           05  DL-RRG-JOB-NAME          PIC X(08).
