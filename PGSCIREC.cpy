      *****************************************************************
      *    COPYBOOK   : PGSCIREC
      *    DESCRIPTION : SUSPENSE CLEARING INSTRUCTION RECORD (PGSCIFL)
      *                  READ BY SUSPCLEAR MODE. ONE INSTRUCTION PER
      *                  OPEN SUSPENSE ITEM, KEYED BY THE ITEM NUMBER
      *                  THE SUSPENSE AGING REPORT PRINTS: ACTION "M"
      *                  MOVES THE ITEM OUT OF SUSPENSE TO THE TARGET
      *                  ACCOUNT, ACTION "W" WRITES IT OFF TO THE
      *                  WRITE-OFF ACCOUNT NAMED ON THE RUN PARM (THE
      *                  TARGET ACCOUNT IS IGNORED). THE REFERENCE IS
      *                  FINANCE'S OWN AND IS KEPT ON THE ITEM.
      *****************************************************************
       01  PGSCI-RECORD.
           05  PGSCI-SUSP-SEQ              PIC 9(10).
           05  PGSCI-ACTION                PIC X(01).
               88  PGSCI-ACTION-MOVE           VALUE "M".
               88  PGSCI-ACTION-WRITE-OFF      VALUE "W".
           05  PGSCI-TARGET-ACCOUNT-ID     PIC 9(10).
           05  PGSCI-REFERENCE             PIC X(20).
