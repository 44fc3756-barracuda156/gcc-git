      ******************************************************************
      *    COPYBOOK:      GATEREC
      *    AUTHOR:         M. OKONJO-PATEL
      *    DATE-WRITTEN:   2026-10-15
      *
      *    RECORD LAYOUT FOR THE POST-GATE RESULT FILE (GATERSLT).
      *    POST-GATE REWRITES THE FILE ON EVERY RUN WITH ONE RECORD
      *    CARRYING THE BUSINESS DATE IT GATED, ITS VERDICT, AND THE
      *    RECORD COUNT AND DIVIDEND TOTAL OF THE POSTINGS FILE IT
      *    PROVED.  LEDGER-CLOSE WILL NOT RUN UNLESS THE VERDICT IS
      *    PASSED FOR ITS OWN CLOSING DATE AND THE POSTINGS FILE IT
      *    READS CARRIES THE SAME COUNT AND TOTAL -- A RETURN CODE
      *    ALONE CANNOT PROVE THE FILE WAS NOT REPLACED OR EXTENDED
      *    BETWEEN THE TWO STEPS.  THE FILE IS OPENED OUTPUT BEFORE
      *    THE GATE DOES ANY WORK, SO A GATE THAT ABENDS OR ABORTS
      *    NEVER LEAVES AN EARLIER PASSED VERDICT BEHIND IT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL COPYBOOK
      *    2026-10-15 MOP   DL-GTR-DIVIDEND-TOTAL WIDENED TO
      *                     S9(14)V9(4) FOR THE WIDE-AMOUNT POSTINGS;
      *                     RECORD LENGTH 40 -> 42
      ******************************************************************
       01  DL-GATE-RESULT-RECORD.
           05  DL-GTR-GATE-DATE         PIC 9(08).
           05  DL-GTR-VERDICT           PIC X(08).
               88  DL-GTR-PASSED        VALUE 'PASSED  '.
               88  DL-GTR-FAILED        VALUE 'FAILED  '.
               88  DL-GTR-ERROR         VALUE 'ERROR   '.
           05  DL-GTR-POSTINGS-COUNT    PIC 9(08).
           05  DL-GTR-DIVIDEND-TOTAL    PIC S9(14)V9(4).
