      *****************************************************************
      *    COPYBOOK   : PGFMRREC
      *    DESCRIPTION : EXPECTED-FEED MONITOR REPORT PRINT LINE
      *                  (PGFMRFL). 132-COLUMN PRINT IMAGE -- ONE LINE
      *                  PER PGFSCFL SCHEDULE ENTRY FOR THE BUSINESS
      *                  DAY, SHOWING THE RUN FOUND ON COBPG_RUN_
      *                  CONTROL (IF ANY) AND WHETHER THE FEED ARRIVED,
      *                  IS LATE, MISSING, OR FAILED, THEN THE COUNTS.
      *****************************************************************
       01  PGFMR-RECORD.
           05  PGFMR-LINE                  PIC X(132).
