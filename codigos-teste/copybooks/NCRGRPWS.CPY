      ******************************************************************
      * Purpose: shared layout of one NCRGRP result - nCr held
      *      exactly in base-10000 digit groups, group 1 the least
      *      significant, NCR-USED the number of groups in use (up to
      *      1200 digits). NCR-OVERFLOW is 'Y' when the value needed
      *      more groups than the table holds. COPY this into
      *      FATORIALN's combination mode and into AUDSAMPLE, which
      *      builds its hypergeometric probabilities from it.
      ******************************************************************
       01 NCR-RESULT.
           05 NCR-USED PIC 9(3).
           05 NCR-OVERFLOW PIC X(1).
               88 NCR-OVERFLOWED VALUE 'Y'.
           05 NCR-GROUP PIC 9(4) OCCURS 300 TIMES.
