      *    DATE-WRITTEN:   2026-08-19
      *
      *    RECORD LAYOUT FOR THE REJ-REPAIR CORRECTIONS FILE.  EACH
      *    CORRECTION IS KEYED TO A REJECTED TRANSACTION BY THE
      *    SOURCE REFERENCE NUMBER AND LINE SEQUENCE OF THE ITEM,
      *    AND SUPPLIES THE CORRECTED DIVISOR TO BE VALIDATED AND
      *    RESUBMITTED.  THE DIVIDEND AND THE RAW BYTES OF THE
      *    DIVISOR THAT FAILED VALIDATION ARE STILL CARRIED AND MUST
      *    AGREE WITH THE REJECT; THEY ARE THE WHOLE KEY ONLY FOR A
      *    REJECT THAT CARRIES NO REFERENCE (ONE REJECTED FROM A
      *    FEED CUT BEFORE REFERENCES WERE ADDED).
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-19 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED DL-COR-REF (APPENDED, SO EXISTING
      *                     FIELD OFFSETS ARE UNCHANGED); DIVIDEND PLUS
      *                     RAW DIVISOR WAS AMBIGUOUS WHENEVER TWO
      *                     REJECTS SHARED THOSE VALUES.  RECORD
      *                     LENGTH 24 -> 42.  THE FILE IS VARIABLE
      *                     LENGTH SO A 24-BYTE CORRECTION STILL READS
      *                     AND MATCHES THE OLD WAY
      *    2026-10-15 MOP   ADDED THE WIDE FIELDS DL-COR-W-DIVIDEND,
      *                     DL-COR-W-OLD-RAW (X(13)) AND
      *                     DL-COR-W-NEW-DIVISOR, PIC S9(9)V9(4)
      *                     (APPENDED); RECORD LENGTH 42 -> 81.  AN
      *                     81-BYTE CORRECTION IS MATCHED AND APPLIED
      *                     ON ITS WIDE FIELDS AND ITS NARROW AMOUNT
      *                     FIELDS ARE NOT READ; A SHORTER ONE HAS
      *                     ONLY THE NARROW FIELDS, WHICH THE READER
      *                     MOVES INTO THE WIDE ONES
      ******************************************************************
       01  DL-CORRECTION-RECORD.
           05  DL-COR-DIVIDEND          PIC S9(4)V9(4).
           05  DL-COR-OLD-DIVISOR-RAW   PIC X(08).
           05  DL-COR-OLD-DIVISOR       REDEFINES DL-COR-OLD-DIVISOR-RAW
                                         PIC S9(4)V9(4).
           05  DL-COR-NEW-DIVISOR       PIC S9(4)V9(4).
           05  DL-COR-REF.
               10  DL-COR-REF-NUMBER    PIC X(12).
               10  DL-COR-REF-LINE      PIC 9(06).
           05  DL-COR-WIDE.
               10  DL-COR-W-DIVIDEND    PIC S9(9)V9(4).
               10  DL-COR-W-OLD-RAW     PIC X(13).
               10  DL-COR-W-OLD-DIVISOR REDEFINES DL-COR-W-OLD-RAW
                                         PIC S9(9)V9(4).
               10  DL-COR-W-NEW-DIVISOR PIC S9(9)V9(4).
       01  DL-COR-LENGTHS.
           05  DL-COR-BASE-LENGTH       PIC 9(04) VALUE 24.
           05  DL-COR-REF-LENGTH        PIC 9(04) VALUE 42.
           05  DL-COR-WIDE-LENGTH       PIC 9(04) VALUE 81.
