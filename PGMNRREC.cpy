      *****************************************************************
      *    COPYBOOK   : PGMNRREC
      *    DESCRIPTION : ACCOUNT MAINTENANCE REPORT PRINT LINE
      *                  (PGMNRFL). 132-COLUMN PRINT IMAGE -- EVERY
      *                  CHANGE STILL PENDING, AND EVERY CHANGE
      *                  ENTERED OR DECIDED ON THE REPORT DATE, GROUPED
      *                  PENDING / APPROVED / REJECTED, WITH WHO
      *                  ENTERED AND WHO DECIDED EACH.
      *****************************************************************
       01  PGMNR-RECORD.
           05  PGMNR-LINE                  PIC X(132).
