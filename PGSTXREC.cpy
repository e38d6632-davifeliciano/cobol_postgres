      *****************************************************************
      *    COPYBOOK   : PGSTXREC
      *    DESCRIPTION : STATEMENT EXCEPTION LIST PRINT LINE (PGSTXFL).
      *                  132-COLUMN PRINT IMAGE -- ONE LINE PER ACCOUNT
      *                  WHOSE STATEMENT WAS HELD BACK (NO CONTACT
      *                  RECORD, OR CLOSING BALANCE NOT AGREEING WITH
      *                  THE LEDGER), THEN THE RUN'S COUNTS.
      *****************************************************************
       01  PGSTX-RECORD.
           05  PGSTX-LINE                  PIC X(132).
