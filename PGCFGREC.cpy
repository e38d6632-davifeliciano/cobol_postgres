      *                  ONE FIXED-WIDTH RECORD READ FROM THE PGCFGFL
      *                  CONFIG FILE AT STARTUP AND USED TO BUILD THE
      *                  CONNINFO STRING PASSED TO PQCONNECTDB.
      *                  ENVIRONMENT PROD MARKS A PRODUCTION DATABASE,
      *                  WHICH A MASKED REFRESH WILL NEVER WRITE TO.
      *****************************************************************
       01  PGCFG-RECORD.
           05  PGCFG-HOST                  PIC X(40).
           05  PGCFG-DBNAME                PIC X(30).
           05  PGCFG-USERID                PIC X(30).
           05  PGCFG-PASSWORD              PIC X(30).
           05  PGCFG-ENVIRONMENT           PIC X(04).
               88  PGCFG-PRODUCTION            VALUE "PROD".
