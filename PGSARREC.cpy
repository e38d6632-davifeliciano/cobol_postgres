      *****************************************************************
      *    COPYBOOK   : PGSARREC
      *    DESCRIPTION : SUSPENSE AGING REPORT PRINT LINE (PGSARFL).
      *                  132-COLUMN PRINT IMAGE -- ONE DETAIL LINE PER
      *                  ITEM STILL OPEN ON THE COBPG_SUSPENSE TABLE,
      *                  OLDEST FIRST WITHIN EACH SUSPENSE ACCOUNT,
      *                  WITH DAYS OPEN AND THE RUNNING SUSPENSE
      *                  BALANCE, AND A TIE-OUT LINE PER SUSPENSE
      *                  ACCOUNT AGAINST ITS LEDGER BALANCE.
      *****************************************************************
       01  PGSAR-RECORD.
           05  PGSAR-LINE                  PIC X(132).
