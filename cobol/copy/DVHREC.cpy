      ******************************************************************
      *    COPYBOOK:      DVHREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE DIVISOR HISTORY FILE (DIVHIST), THE
      *    INDEXED FILE STREAM-CONSOL KEEPS SO THE WHOLE-DAY DIVISOR
      *    BREAKDOWN IS NO LONGER THROWN AWAY ONCE PRINTED.  ONE
      *    RECORD PER DIVISOR (ALLOCATION BASE) PER PROCESSING DATE,
      *    KEYED DIVISOR THEN DATE SO ONE DIVISOR'S DAYS READ
      *    TOGETHER IN DATE ORDER: THE DAY'S EXCEPTION, CLEAN AND
      *    REJECT COUNTS, MERGED ACROSS EVERY STREAM THAT REPORTED
      *    IN, AND THE NUMBER OF STREAMS THE DIVISOR APPEARED IN.
      *
      *    A RERUN OF STREAM-CONSOL FOR THE SAME DATE REPLACES THE
      *    DAY'S RECORDS RATHER THAN ADDING TO THEM: ALL OF THE
      *    DATE'S RECORDS ARE DELETED BEFORE THE RERUN WRITES ITS
      *    OWN.  COUNTS THAT FELL INTO THE DIVISOR-TABLE OVERFLOW
      *    BUCKET HAVE NO DIVISOR VALUE AND ARE NOT KEPT HERE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   WIDENED DL-DVH-DIVISOR (PART OF THE KEY)
      *                     TO S9(9)V9(4) FOR THE WIDE-AMOUNT FEED,
      *                     TAKING THE SPACE FROM FILLER; RECORD
      *                     LENGTH UNCHANGED AT 48.  WIDE-RELOAD
      *                     CARRIES AN EXISTING FILE ACROSS
      *    2026-10-15 MOP   NOTE ON THE RERUN PURGE OF A DATE
      ******************************************************************
       01  DL-DIV-HISTORY-RECORD.
           05  DL-DVH-KEY.
               10  DL-DVH-DIVISOR       PIC S9(9)V9(4).
               10  DL-DVH-PROC-DATE     PIC 9(08).
           05  DL-DVH-EXC-COUNT         PIC 9(08).
           05  DL-DVH-CLEAN-COUNT       PIC 9(08).
           05  DL-DVH-REJ-COUNT         PIC 9(08).
           05  DL-DVH-STREAM-COUNT      PIC 9(02).
           05  FILLER                   PIC X(01).
