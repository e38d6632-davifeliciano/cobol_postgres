      *****************************************************************
      *    COPYBOOK   : PGMNIREC
      *    DESCRIPTION : ACCOUNT MAINTENANCE TRANSACTION (PGMNIFL)
      *                  READ BY MAINT MODE. EACH RECORD IS ENTERED
      *                  AS A PENDING CHANGE AND TOUCHES NOTHING ON
      *                  THE TARGET TABLE UNTIL A DIFFERENT USER
      *                  APPROVES IT (SEE PGMAPREC). ACTION "O" OPENS
      *                  A NEW ACCOUNT UNDER THE NAME GIVEN, OR
      *                  REOPENS A CLOSED ONE (RENAMING IT WHEN A NAME
      *                  IS GIVEN); "R" RENAMES; "F" FREEZES; "U"
      *                  UNFREEZES; "C" CLOSES AN ACCOUNT WHOSE
      *                  BALANCE IS ZERO. THE MAKER ID IS THE
      *                  OPERATOR WHO KEYED THE CHANGE.
      *****************************************************************
       01  PGMNI-RECORD.
           05  PGMNI-ACTION                PIC X(01).
               88  PGMNI-ACTION-OPEN           VALUE "O".
               88  PGMNI-ACTION-RENAME         VALUE "R".
               88  PGMNI-ACTION-FREEZE         VALUE "F".
               88  PGMNI-ACTION-UNFREEZE       VALUE "U".
               88  PGMNI-ACTION-CLOSE          VALUE "C".
           05  PGMNI-ACCOUNT-ID            PIC 9(10).
           05  PGMNI-ACCOUNT-NAME          PIC X(30).
           05  PGMNI-MAKER-ID              PIC X(08).
           05  PGMNI-REASON                PIC X(40).
