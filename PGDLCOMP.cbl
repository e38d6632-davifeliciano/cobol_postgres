      *    matches them key against key with no database connection
      *    at all, and writes a PGDLIFL change file in the PGDLIREC
      *    layout: action "A" for an account only on today's file,
      *    "C" where the account name, balance or currency differ,
      *    and "D" for an account that has disappeared. The supplier
      *    envelope (HDR/TRL) and any type-2 contact records are
      *    passed over;
      *    the compare keys on type-1 account records only. The
      *    output batch-id is
      *    left blank so the DELTA apply stamps its own run batch-id,
               WHEN OTHER
                   IF PGLDI-ACCOUNT-NAME NOT = PGLDP-ACCOUNT-NAME
                       OR PGLDI-BALANCE NOT = PGLDP-BALANCE
                       OR PGLDI-CURRENCY NOT = PGLDP-CURRENCY
                       PERFORM 0032-WRITE-CHANGE
                   END-IF
                   PERFORM 0021-READ-PRIOR
           MOVE PGLDI-BALANCE TO PGDLI-BALANCE.
           MOVE PGLDI-LOAD-DATE TO PGDLI-LOAD-DATE.
           MOVE SPACES TO PGDLI-BATCH-ID.
           MOVE PGLDI-CURRENCY TO PGDLI-CURRENCY.
           WRITE PGDLI-RECORD.
           ADD 1 TO PGX-RECS-ADDED.

           MOVE PGLDI-BALANCE TO PGDLI-BALANCE.
           MOVE PGLDI-LOAD-DATE TO PGDLI-LOAD-DATE.
           MOVE SPACES TO PGDLI-BATCH-ID.
           MOVE PGLDI-CURRENCY TO PGDLI-CURRENCY.
           WRITE PGDLI-RECORD.
           ADD 1 TO PGX-RECS-CHANGED.

           MOVE PGLDP-BALANCE TO PGDLI-BALANCE.
           MOVE PGLDP-LOAD-DATE TO PGDLI-LOAD-DATE.
           MOVE SPACES TO PGDLI-BATCH-ID.
           MOVE PGLDP-CURRENCY TO PGDLI-CURRENCY.
           WRITE PGDLI-RECORD.
           ADD 1 TO PGX-RECS-DELETED.

