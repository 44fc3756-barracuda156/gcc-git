      *    TRAIL.  A RUN ID OF SPACES MEANS EVERY RUN IN THE DATE
      *    RANGE; A FROM-DATE OF ZERO MEANS EVERY DATE FOR THE RUN;
      *    A TO-DATE OF ZERO MEANS THE SINGLE DAY OF THE FROM-DATE.
      *    A SOURCE REFERENCE NUMBER OF SPACES MEANS EVERY ITEM;
      *    ONE GIVEN RESTRICTS THE EXTRACT TO RECORDS CARRYING THAT
      *    REFERENCE, AND A NON-ZERO LINE SEQUENCE TO THAT ONE LINE
      *    OF IT.  AT LEAST ONE OF THE RUN ID, THE FROM-DATE AND THE
      *    REFERENCE MUST BE GIVEN -- AN ALL-SPACES, ALL-ZEROS CARD
      *    WOULD DUMP THE ENTIRE HISTORY AND IS REFUSED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-01 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   ADDED THE SOURCE REFERENCE NUMBER AND LINE
      *                     SEQUENCE SEARCH; CARD LENGTH 24 -> 42
      ******************************************************************
       01  DL-INQUIRY-CARD.
           05  DL-INQ-RUN-ID            PIC X(08).
           05  DL-INQ-FROM-DATE         PIC 9(08).
           05  DL-INQ-TO-DATE           PIC 9(08).
           05  DL-INQ-REF.
               10  DL-INQ-REF-NUMBER    PIC X(12).
               10  DL-INQ-REF-LINE      PIC 9(06).
