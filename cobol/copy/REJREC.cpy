      *                     BEEN CARRIED FORWARD THROUGH WITHOUT A
      *                     USABLE CORRECTION, SO NO REJECTED
      *                     TRANSACTION CAN SILENTLY DISAPPEAR
      *    2026-10-15 MOP   ADDED DL-REJ-REF, THE SOURCE REFERENCE
      *                     NUMBER AND LINE SEQUENCE OF THE REJECTED
      *                     FEED ITEM (APPENDED, SO EXISTING FIELD
      *                     OFFSETS ARE UNCHANGED); RECORD LENGTH
      *                     53 -> 71.  THE FILE IS VARIABLE LENGTH SO
      *                     53-BYTE REJECTS AND CARRY-FORWARD FILES
      *                     WRITTEN BEFORE THE CHANGE STILL READ; SUCH
      *                     A RECORD CARRIES NO REFERENCE
      *    2026-10-15 MOP   ADDED THE WIDE AMOUNTS DL-REJ-W-DIVIDEND,
      *                     PIC S9(9)V9(4), AND DL-REJ-W-DIVISOR-RAW,
      *                     X(13) WITH A NUMERIC VIEW (APPENDED, SO
      *                     EXISTING FIELD OFFSETS ARE UNCHANGED);
      *                     RECORD LENGTH 71 -> 97.  A 97-BYTE REJECT
      *                     CARRIES ITS AMOUNTS IN THE WIDE FIELDS AND
      *                     ZERO/SPACES IN THE NARROW ONES, WHICH ARE
      *                     NOT READ.  A SHORTER REJECT WRITTEN BEFORE
      *                     THE CHANGE HAS ONLY THE NARROW FIELDS: THE
      *                     READER MOVES THE DIVIDEND ACROSS, AND THE
      *                     RAW DIVISOR THROUGH DL-REJ-DIVISOR WHEN IT
      *                     IS NUMERIC OR AS RAW BYTES WHEN IT IS NOT
      ******************************************************************
       01  DL-REJECT-RECORD.
           05  DL-REJ-DIVIDEND          PIC S9(4)V9(4).
           05  DL-REJ-DIVISOR-RAW       PIC X(08).
           05  DL-REJ-DIVISOR           REDEFINES DL-REJ-DIVISOR-RAW
                                         PIC S9(4)V9(4).
           05  DL-REJ-REASON-CODE       PIC X(04).
           05  DL-REJ-REASON-TEXT       PIC X(30).
           05  DL-REJ-AGE-COUNT         PIC 9(03).
           05  DL-REJ-REF.
               10  DL-REJ-REF-NUMBER    PIC X(12).
               10  DL-REJ-REF-LINE      PIC 9(06).
           05  DL-REJ-WIDE.
               10  DL-REJ-W-DIVIDEND    PIC S9(9)V9(4).
               10  DL-REJ-W-DIVISOR-RAW PIC X(13).
               10  DL-REJ-W-DIVISOR     REDEFINES DL-REJ-W-DIVISOR-RAW
                                         PIC S9(9)V9(4).
       01  DL-REJ-LENGTHS.
           05  DL-REJ-BASE-LENGTH       PIC 9(04) VALUE 53.
           05  DL-REJ-REF-LENGTH        PIC 9(04) VALUE 71.
           05  DL-REJ-WIDE-LENGTH       PIC 9(04) VALUE 97.
