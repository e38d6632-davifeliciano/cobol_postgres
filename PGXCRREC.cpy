      *****************************************************************
      *    COPYBOOK   : PGXCRREC
      *    DESCRIPTION : DAILY EXCEPTIONS REPORT PRINT LINE (PGXCRFL).
      *                  132-COLUMN PRINT IMAGE -- GROUPED BY RULE IN
      *                  PGXRUFL ORDER: THE RULE, ONE LINE PER ACCOUNT
      *                  THAT TRIPPED IT SHOWING THE VALUE MEASURED,
      *                  THE LIMIT, THE BALANCE, THE DAY'S MOVEMENTS,
      *                  THE REVIEW STATUS, AND ANY EARLIER HITS ON
      *                  THE SAME RULE, THEN THE RULE'S COUNTS; THE
      *                  RUN'S COUNTS AT THE END.
      *****************************************************************
       01  PGXCR-RECORD.
           05  PGXCR-LINE                  PIC X(132).
