      *****************************************************************
      *    COPYBOOK   : PGRVRREC
      *    DESCRIPTION : FX REVALUATION REGISTER PRINT LINE (PGRVRFL)
      *                  WRITTEN BY PGREVALU. 132-COLUMN PRINT IMAGE --
      *                  PAGE AND COLUMN HEADINGS, ONE DETAIL LINE PER
      *                  FOREIGN-CURRENCY ACCOUNT SHOWING THE CLOSING
      *                  BALANCE, THE PRIOR AND PERIOD-END RATES, AND
      *                  THE UNREALISED GAIN OR LOSS IN BASE CURRENCY,
      *                  THEN THE CONTROL TOTALS AND THE PROOF OF THE
      *                  GENERATED PGTXIFL AGAINST THEM.
      *****************************************************************
       01  PGRVR-RECORD.
           05  PGRVR-LINE                  PIC X(132).
