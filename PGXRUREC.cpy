      *****************************************************************
      *    COPYBOOK   : PGXRUREC
      *    DESCRIPTION : DAILY EXCEPTION RULE CONTROL RECORD (PGXRUFL)
      *                  READ BY EXCEPTION MODE. ONE RECORD PER RULE,
      *                  EVALUATED IN FILE ORDER AGAINST THE DAY'S
      *                  POSTED MOVEMENTS AND THE RESULTING BALANCES:
      *                    LARGEMOV  A SINGLE MOVEMENT OF AT LEAST
      *                              THE THRESHOLD AMOUNT
      *                    OVERDRWN  A DEBIT BALANCE ABOVE THE
      *                              THRESHOLD AMOUNT (NORMALLY ZERO)
      *                    CREDLIMT  A DEBIT BALANCE ABOVE THE
      *                              ACCOUNT'S CREDIT_LIMIT COLUMN,
      *                              OR THE THRESHOLD AMOUNT WHERE
      *                              THE ACCOUNT HAS NO LIMIT
      *                    DORMANT   A MOVEMENT AT LEAST THRESHOLD
      *                              DAYS AFTER THE ACCOUNT LAST
      *                              MOVED (ZERO MEANS 180 DAYS)
      *                    MOVECNT   MORE THAN THRESHOLD MOVEMENTS
      *                              IN THE DAY
      *                  AMOUNTS ARE IN THE ACCOUNT'S OWN CURRENCY.
      *                  THE RULE ID KEYS THE EXCEPTIONS RAISED, SO
      *                  AN ACCOUNT TRIPPING THE SAME RULE ID AGAIN
      *                  IS A REPEAT OFFENDER. SEVERITY 1, 2, OR 3
      *                  SETS RETURN CODE 4, 8, OR 12 WHILE ANY OF
      *                  THE RULE'S EXCEPTIONS IS OPEN.
      *****************************************************************
       01  PGXRU-RECORD.
           05  PGXRU-RULE-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGXRU-RULE-TYPE             PIC X(08).
               88  PGXRU-LARGE-MOVEMENT        VALUE "LARGEMOV".
               88  PGXRU-OVERDRAWN             VALUE "OVERDRWN".
               88  PGXRU-CREDIT-LIMIT          VALUE "CREDLIMT".
               88  PGXRU-DORMANT               VALUE "DORMANT".
               88  PGXRU-MOVE-COUNT            VALUE "MOVECNT".
           05  FILLER                      PIC X(01).
           05  PGXRU-THRESHOLD             PIC 9(11)V99.
           05  FILLER                      PIC X(01).
           05  PGXRU-SEVERITY              PIC X(01).
           05  FILLER                      PIC X(01).
           05  PGXRU-DESCRIPTION           PIC X(30).
