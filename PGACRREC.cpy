      *****************************************************************
      *    COPYBOOK   : PGACRREC
      *    DESCRIPTION : ACCRUAL REGISTER PRINT LINE (PGACRFL) WRITTEN
      *                  BY PGACCRUE. 132-COLUMN PRINT IMAGE -- PAGE
      *                  AND COLUMN HEADINGS, ONE DETAIL LINE PER
      *                  ACCOUNT SHOWING THE BALANCE USED, RATE, DAYS,
      *                  INTEREST, FEE, AND THE MOVEMENT GENERATED,
      *                  THEN THE CONTROL TOTALS AND THE PROOF OF THE
      *                  GENERATED PGTXIFL AGAINST THEM.
      *****************************************************************
       01  PGACR-RECORD.
           05  PGACR-LINE                  PIC X(132).
