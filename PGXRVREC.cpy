      *****************************************************************
      *    COPYBOOK   : PGXRVREC
      *    DESCRIPTION : EXCEPTION REVIEW DECISION (PGXRVFL) READ BY
      *                  EXCREVIEW MODE. ONE RECORD PER EXCEPTION,
      *                  KEYED AS THE EXCEPTIONS REPORT PRINTS IT --
      *                  BUSINESS DATE (CCYYMMDD), RULE ID, ACCOUNT
      *                  ID: "R" SIGNS THE EXCEPTION OFF AS REVIEWED,
      *                  "O" REOPENS ONE REVIEWED IN ERROR. THE
      *                  REVIEWER ID AND NOTE ARE KEPT WITH IT.
      *****************************************************************
       01  PGXRV-RECORD.
           05  PGXRV-BUS-DATE              PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGXRV-RULE-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGXRV-ACCOUNT-ID            PIC 9(10).
           05  FILLER                      PIC X(01).
           05  PGXRV-ACTION                PIC X(01).
               88  PGXRV-ACTION-REVIEWED       VALUE "R".
               88  PGXRV-ACTION-REOPEN         VALUE "O".
           05  FILLER                      PIC X(01).
           05  PGXRV-REVIEWER-ID           PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGXRV-NOTE                  PIC X(40).
