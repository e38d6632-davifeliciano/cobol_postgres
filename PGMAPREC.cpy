      *****************************************************************
      *    COPYBOOK   : PGMAPREC
      *    DESCRIPTION : MAINTENANCE APPROVAL DECISION (PGMAPFL) READ
      *                  BY APPROVE MODE. ONE DECISION PER PENDING
      *                  CHANGE, KEYED BY THE CHANGE NUMBER THE
      *                  MAINTENANCE REPORT PRINTS: "A" APPROVES AND
      *                  APPLIES THE CHANGE TO THE TARGET TABLE, "R"
      *                  REJECTS IT. THE CHECKER ID MUST DIFFER FROM
      *                  THE MAKER ID THE CHANGE WAS ENTERED UNDER.
      *****************************************************************
       01  PGMAP-RECORD.
           05  PGMAP-MAINT-SEQ             PIC 9(10).
           05  PGMAP-DECISION              PIC X(01).
               88  PGMAP-DECISION-APPROVE      VALUE "A".
               88  PGMAP-DECISION-REJECT       VALUE "R".
           05  PGMAP-CHECKER-ID            PIC X(08).
           05  PGMAP-COMMENT               PIC X(40).
