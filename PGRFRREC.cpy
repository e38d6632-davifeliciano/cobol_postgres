      *****************************************************************
      *    COPYBOOK   : PGRFRREC
      *    DESCRIPTION : BALANCE ROLL-FORWARD BREAK REPORT PRINT LINE
      *                  (PGRFRFL). 132-COLUMN PRINT IMAGE -- EVERY
      *                  ACCOUNT WHOSE PRIOR CLOSE PLUS POSTED AND
      *                  DELTA MOVEMENTS DOES NOT EQUAL ITS BALANCE,
      *                  THEN THE GRAND TOTALS TIED TO THE TRIAL
      *                  BALANCE NET MOVEMENT.
      *****************************************************************
       01  PGRFR-RECORD.
           05  PGRFR-LINE                  PIC X(132).
