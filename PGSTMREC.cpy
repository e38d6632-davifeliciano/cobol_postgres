      *****************************************************************
      *    COPYBOOK   : PGSTMREC
      *    DESCRIPTION : CUSTOMER STATEMENT PRINT LINE (PGSTMFL).
      *                  132-COLUMN PRINT IMAGE -- ONE STATEMENT PER
      *                  ACCOUNT: PAGE HEADING, ADDRESS BLOCK, OPENING
      *                  BALANCE, EACH DATED MOVEMENT WITH ITS RUNNING
      *                  BALANCE, AND THE CLOSING BALANCE.
      *****************************************************************
       01  PGSTM-RECORD.
           05  PGSTM-LINE                  PIC X(132).
