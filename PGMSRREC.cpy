      *****************************************************************
      *    COPYBOOK   : PGMSRREC
      *    DESCRIPTION : MASKED DATA REFRESH REPORT PRINT LINE
      *                  (PGMSRFL). 132-COLUMN PRINT IMAGE -- THE
      *                  SOURCE AND TARGET DATABASES, THEN ONE LINE PER
      *                  TABLE REFRESHED WITH ROW COUNTS AND BALANCE
      *                  HASH TOTALS TAKEN ON BOTH SIDES, THEN WHETHER
      *                  THE REFRESH WAS COMMITTED.
      *****************************************************************
       01  PGMSR-RECORD.
           05  PGMSR-LINE                  PIC X(132).
