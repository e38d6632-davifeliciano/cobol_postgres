       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGREVALU.
      *
      *    PGREVALU is the month-end foreign-exchange revaluation. It
      *    runs after MONTHEND has closed the period, reads every
      *    foreign-currency account's closing balance off that
      *    period's cobpg_period_history snapshot, and values it at
      *    two rates out of cobpg_fx_rate (loaded by COBPG FXRATE):
      *    the latest on or before the prior period's last day, and
      *    the latest on or before this period's last day. The
      *    difference is the account's unrealised gain or loss in
      *    base currency for the month:
      *        closing balance x (period-end rate - prior rate)
      *    rounded to the cent. Balances stay in their own currency
      *    on the ledger, so nothing is posted to the accounts
      *    themselves; each gain or loss is written as one PGTXIREC
      *    movement against the revaluation account named in the
      *    PARM, in base currency, dated the period's last day, for
      *    POST mode to apply -- a gain as a credit and a loss as a
      *    debit, so the account carries the period's net
      *    revaluation. The revaluation account must be on the target
      *    table and held in base currency.
      *
      *    Every foreign-currency account is listed on the
      *    revaluation register (PGRVRFL) with both rates and its
      *    gain or loss, and the register's control totals are proved
      *    against the PGTXIFL just written, read back record by
      *    record, as the accrual run does. An account whose currency
      *    has no rate on or before either date is listed as NO RATE;
      *    the revaluation is then incomplete, so nothing is
      *    committed and the file must not be posted -- load the
      *    missing rates and run the period again.
      *
      *    Each period revalues once per table. The run claims the
      *    period in cobpg_fx_revaluation inside its own transaction
      *    before it reads a balance, and commits the claim only once
      *    the file has been written and proved, so a run that fails
      *    leaves the period free to be run again.
      *
      *    PARM layout (space separated):
      *        <PERIOD CCYYMM> <REVALUATION-ACCOUNT> <BATCH-ID>
      *        <TARGET-TABLE>
      *    The batch-id defaults to RV followed by the period.
      *
      *    RETURN-CODE: 0 = revaluation file written and proved,
      *    8 = a currency has no rate, or the generated file does not
      *    agree with the register (nothing committed; the file must
      *    not be posted), 12 = bad PARM, period not closed,
      *    revaluation account missing or not in base currency, or a
      *    query failed, 16 = connection failed, 20 = the period has
      *    already been revalued for this table.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PGCFGFL ASSIGN TO "PGCFGFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGV-CFGFL-STATUS.
           SELECT PGTXIFL ASSIGN TO "PGTXIFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGV-TXIFL-STATUS.
           SELECT PGRVRFL ASSIGN TO "PGRVRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGERRFL ASSIGN TO "PGERRFL"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PGCFGFL.
           COPY PGCFGREC.
       FD  PGTXIFL.
           COPY PGTXIREC.
       FD  PGRVRFL.
           COPY PGRVRREC.
       FD  PGERRFL.
           COPY PGERRREC.

       WORKING-STORAGE SECTION.
       01 PGCONN       USAGE POINTER.
       01 PGRES        USAGE POINTER.
       01 RESPTR       USAGE POINTER.
       01 CONN-STATUS  USAGE BINARY-LONG.
           88 CONN-STATUS-OK           VALUE 0.
       01 RESSTR       PIC X(80) BASED.

      * connection parameters and connect-retry
       01 PGV-CFGFL-STATUS         PIC X(02).
       01 PGV-TXIFL-STATUS         PIC X(02).
       01 CONNINFO                 PIC X(256).
       01 PGV-CONNINFO-PTR         USAGE BINARY-LONG.
       01 PGV-CONNECTED-SW         PIC X(01).
           88 PGV-CONNECTED            VALUE "Y".
       01 PGV-RETRY-COUNT          USAGE BINARY-LONG.
       01 PGV-RETRY-DELAY          USAGE BINARY-LONG.
       01 PGV-RETRY-MAX            USAGE BINARY-LONG VALUE 5.
       01 PGV-RETRY-BASE-DELAY     USAGE BINARY-LONG VALUE 3.

      * PARM
       01 PGV-PARM-LINE            PIC X(80).
       01 PGV-PERIOD               PIC X(06).
       01 PGV-PERIOD-PARTS REDEFINES PGV-PERIOD.
           05 PGV-PERIOD-YEAR       PIC 9(04).
           05 PGV-PERIOD-MONTH      PIC 9(02).
       01 PGV-REVAL-ACCOUNT-X      PIC X(10).
       01 PGV-REVAL-ACCOUNT REDEFINES PGV-REVAL-ACCOUNT-X
                                   PIC 9(10).
       01 PGV-BATCH-ID             PIC X(10).
       01 PGV-TARGET-TABLE         PIC X(30).

      * error message capture and shared result check
       01 ERR-MSG-PTR              USAGE POINTER.
       01 ERR-MSG-STR              PIC X(160) BASED.
       01 ERR-MSG-TEXT             PIC X(160).
       01 PGV-SQLSTATE-PTR         USAGE POINTER.
       01 PGV-SQLSTATE-STR         PIC X(05) BASED.
       01 PGV-SQLSTATE             PIC X(05).
       01 RESULT-STATUS            USAGE BINARY-LONG.
           88 RESULT-STATUS-COMMAND-OK VALUE 1.
           88 RESULT-STATUS-TUPLES-OK  VALUE 2.
       01 PGV-RESULT-OK-SW         PIC X(01).
           88 PGV-RESULT-OK            VALUE "Y".
       01 PGV-CALLING-PARA         PIC X(24).
       01 PGV-RETURN-CODE          PIC 9(02).

      * period claim in cobpg_fx_revaluation
       01 PGV-PARAM-VALUES.
           05 PGV-PARAM-PTR         OCCURS 8 TIMES USAGE POINTER.
       01 PGV-PARAM-TABLE          PIC X(31).
       01 PGV-PARAM-PERIOD         PIC X(07).
       01 PGV-PARAM-BATCH-ID       PIC X(11).
       01 PGV-PARAM-ACCOUNT        PIC X(11).
       01 PGV-PARAM-ACCOUNTS       PIC X(11).
       01 PGV-PARAM-GAIN-TOTAL     PIC X(20).
       01 PGV-PARAM-LOSS-TOTAL     PIC X(20).
       01 PGV-TOTAL-EDIT           PIC -(15)9.99.
       01 PGV-COUNT-9              PIC 9(10).
       01 PGV-PERIOD-CLAIMED-SW    PIC X(01).
           88 PGV-PERIOD-CLAIMED       VALUE "Y".
       01 PGV-SNAP-COUNT           USAGE BINARY-LONG.
       01 PGV-PERIOD-END           PIC X(08).
       01 PGV-BASE-CCY             PIC X(03) VALUE "USD".
       01 PGV-CCY-COL-SW           PIC X(01).
           88 PGV-CCY-COL-PRESENT      VALUE "Y".
       01 PGV-CCY-EXPR             PIC X(30).
       01 PGV-REVAL-CCY            PIC X(03).

      * revaluation pass
       01 PGV-SQL                  PIC X(1000).
       01 PGV-NTUPLES              USAGE BINARY-LONG.
       01 PGV-ROW-IDX              USAGE BINARY-LONG.
       01 PGV-COL-IDX              USAGE BINARY-LONG.
       01 PGV-CELL-TEXT            PIC X(30).
       01 PGV-REVAL-FAILED-SW      PIC X(01).
           88 PGV-REVAL-FAILED         VALUE "Y".
       01 PGV-ACCOUNT-ID           PIC 9(10).
       01 PGV-ACCT-CCY             PIC X(03).
       01 PGV-BALANCE              PIC S9(13)V99.
       01 PGV-RATES-SW             PIC X(01).
           88 PGV-RATES-FOUND          VALUE "Y".
       01 PGV-PRIOR-RATE           PIC 9(05)V9(06).
       01 PGV-PERIOD-RATE          PIC 9(05)V9(06).
       01 PGV-GAIN                 PIC S9(13)V99.
       01 PGV-NOTE                 PIC X(20).

      * control totals, and the same totals read back off PGTXIFL
       01 PGV-ACCTS-READ           USAGE BINARY-LONG.
       01 PGV-NO-CHANGE-CT         USAGE BINARY-LONG.
       01 PGV-NO-RATE-CT           USAGE BINARY-LONG.
       01 PGV-DR-COUNT             USAGE BINARY-LONG.
       01 PGV-CR-COUNT             USAGE BINARY-LONG.
       01 PGV-DR-TOTAL             PIC S9(13)V99.
       01 PGV-CR-TOTAL             PIC S9(13)V99.
       01 PGV-NET-GAIN             PIC S9(13)V99.
       01 PGV-PF-EOF-SW            PIC X(01).
           88 PGV-PF-EOF               VALUE "Y".
       01 PGV-PF-RECORDS           USAGE BINARY-LONG.
       01 PGV-PF-DR-COUNT          USAGE BINARY-LONG.
       01 PGV-PF-CR-COUNT          USAGE BINARY-LONG.
       01 PGV-PF-DR-TOTAL          PIC S9(13)V99.
       01 PGV-PF-CR-TOTAL          PIC S9(13)V99.
       01 PGV-OUT-OF-BALANCE-SW    PIC X(01).
           88 PGV-OUT-OF-BALANCE       VALUE "Y".

      * plain-text amount parser
       01 PGV-AMT-TEXT             PIC X(20).
       01 PGV-AMT-VALUE            PIC S9(13)V99.
       01 PGV-AMT-WORK             PIC 9(15).
       01 PGV-AMT-IDX              USAGE BINARY-LONG.
       01 PGV-AMT-DIGIT-X          PIC X(01).
       01 PGV-AMT-DIGIT-9 REDEFINES PGV-AMT-DIGIT-X PIC 9(01).
       01 PGV-AMT-NEG-SW           PIC X(01).
           88 PGV-AMT-NEG              VALUE "Y".
       01 PGV-AMT-FRAC-SW          PIC X(01).
           88 PGV-AMT-IN-FRACTION      VALUE "Y".
       01 PGV-AMT-FRAC-CT          USAGE BINARY-LONG.

      * revaluation register print
       01 PGV-PRINT                PIC X(132).
       01 PGV-PAGE-CT              PIC 9(04).
       01 PGV-LINE-CT              USAGE BINARY-LONG.
       01 PGV-COUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01 PGV-AMOUNT-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 PGV-DETAIL-LINE.
           05 FILLER                PIC X(01).
           05 PGV-DTL-ACCOUNT       PIC 9(10).
           05 FILLER                PIC X(02).
           05 PGV-DTL-CCY           PIC X(03).
           05 FILLER                PIC X(02).
           05 PGV-DTL-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02).
           05 PGV-DTL-PRIOR-RATE    PIC ZZ,ZZ9.999999.
           05 FILLER                PIC X(02).
           05 PGV-DTL-PERIOD-RATE   PIC ZZ,ZZ9.999999.
           05 FILLER                PIC X(02).
           05 PGV-DTL-GAIN          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02).
           05 PGV-DTL-CODE          PIC X(01).
           05 FILLER                PIC X(02).
           05 PGV-DTL-NOTE          PIC X(20).

       PROCEDURE DIVISION.
       PERFORM 0010-GET-PARMS.
       PERFORM 0030-CONNECT.
       IF PGV-CONNECTED
           PERFORM 0040-CLAIM-PERIOD
       END-IF.
       IF PGV-PERIOD-CLAIMED
           PERFORM 0050-REVALUE-ACCOUNTS
           PERFORM 0070-PROVE-REVALUATION-FILE
           PERFORM 0080-SETTLE-CLAIM
       END-IF.
       PERFORM 0090-WRAP-UP.
       GOBACK.

      *----------------------------------------------------------------
      * 0010-GET-PARMS: the period and the revaluation account are
      * both mandatory -- a guessed period would defeat the
      * once-per-period protection, and a guessed account would
      * post the month's revaluation somewhere nobody looks.
      *----------------------------------------------------------------
       0010-GET-PARMS.
           MOVE 0 TO PGV-RETURN-CODE.
           MOVE "N" TO PGV-CONNECTED-SW PGV-PERIOD-CLAIMED-SW.
           MOVE SPACES TO PGV-PARM-LINE.
           ACCEPT PGV-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PGV-PERIOD PGV-REVAL-ACCOUNT-X.
           MOVE SPACES TO PGV-BATCH-ID PGV-TARGET-TABLE.
           UNSTRING PGV-PARM-LINE DELIMITED BY ALL SPACE
               INTO PGV-PERIOD PGV-REVAL-ACCOUNT-X PGV-BATCH-ID
                    PGV-TARGET-TABLE
           END-UNSTRING.
           IF PGV-PERIOD IS NOT NUMERIC
               DISPLAY "PGREVALU needs a CCYYMM period, got '"
                   PGV-PERIOD "'"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PGV-PERIOD-MONTH < 1 OR PGV-PERIOD-MONTH > 12
               DISPLAY "PGREVALU period is not a real month: "
                   PGV-PERIOD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PGV-REVAL-ACCOUNT-X IS NOT NUMERIC
               OR PGV-REVAL-ACCOUNT = 0
               DISPLAY "PGREVALU needs a 10-digit revaluation account,"
                   " got '" PGV-REVAL-ACCOUNT-X "'"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PGV-BATCH-ID = SPACES
               STRING
                   "RV" DELIMITED BY SIZE
                   PGV-PERIOD DELIMITED BY SIZE
                   INTO PGV-BATCH-ID
               END-STRING
           END-IF.
           IF PGV-TARGET-TABLE = SPACES
               MOVE "ledger_accounts" TO PGV-TARGET-TABLE
           END-IF.
           OPEN OUTPUT PGERRFL.

      *----------------------------------------------------------------
      * 0030-CONNECT: same PGCFGFL record, CONNINFO rules, and
      * retry/backoff as COBPG, so the revaluation runs against
      * whichever database the rest of the month-end steps use.
      *----------------------------------------------------------------
       0030-CONNECT.
           MOVE SPACES TO PGCFG-RECORD.
           OPEN INPUT PGCFGFL.
           IF PGV-CFGFL-STATUS = "00"
               READ PGCFGFL
                   AT END
                       MOVE SPACES TO PGCFG-RECORD
               END-READ
               CLOSE PGCFGFL
           ELSE
               DISPLAY "PGCFGFL not available, using libpq defaults"
           END-IF.
           PERFORM 0031-BUILD-CONN-STRING.
           MOVE 0 TO PGV-RETRY-COUNT.
           PERFORM 0032-TRY-CONNECT
               UNTIL PGV-CONNECTED
                  OR PGV-RETRY-COUNT NOT LESS THAN PGV-RETRY-MAX.
           IF NOT PGV-CONNECTED
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING ERR-MSG-PTR
               SET ADDRESS OF ERR-MSG-STR TO ERR-MSG-PTR
               MOVE SPACES TO ERR-MSG-TEXT
               STRING ERR-MSG-STR DELIMITED BY x"00" INTO ERR-MSG-TEXT
               DISPLAY "Connection failed after " PGV-RETRY-COUNT
                   " attempt(s): " ERR-MSG-TEXT
               MOVE 16 TO PGV-RETURN-CODE
           END-IF.

       0031-BUILD-CONN-STRING.
           MOVE SPACES TO CONNINFO.
           MOVE 1 TO PGV-CONNINFO-PTR.
           IF PGCFG-HOST NOT = SPACES
               STRING
                   "host=" DELIMITED BY SIZE
                   PGCFG-HOST DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGV-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-PORT NOT = SPACES
               STRING
                   "port=" DELIMITED BY SIZE
                   PGCFG-PORT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGV-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-DBNAME NOT = SPACES
               STRING
                   "dbname=" DELIMITED BY SIZE
                   PGCFG-DBNAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGV-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-USERID NOT = SPACES
               STRING
                   "user=" DELIMITED BY SIZE
                   PGCFG-USERID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGV-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-PASSWORD NOT = SPACES
               STRING
                   "password=" DELIMITED BY SIZE
                   PGCFG-PASSWORD DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGV-CONNINFO-PTR
               END-STRING
           END-IF.
           MOVE x"00" TO CONNINFO(PGV-CONNINFO-PTR:1).

       0032-TRY-CONNECT.
           ADD 1 TO PGV-RETRY-COUNT.
           CALL "PQconnectdb" USING
               BY REFERENCE CONNINFO
               RETURNING PGCONN.
           CALL "PQstatus" USING BY VALUE PGCONN RETURNING CONN-STATUS.
           IF CONN-STATUS-OK
               MOVE "Y" TO PGV-CONNECTED-SW
           ELSE
               IF PGV-RETRY-COUNT LESS THAN PGV-RETRY-MAX
                   COMPUTE PGV-RETRY-DELAY =
                       PGV-RETRY-BASE-DELAY * PGV-RETRY-COUNT
                   DISPLAY "PQconnectdb attempt " PGV-RETRY-COUNT
                       " of " PGV-RETRY-MAX
                       " failed, retrying in " PGV-RETRY-DELAY
                       " seconds"
                   CALL "PQfinish" USING BY VALUE PGCONN RETURNING NULL
                   CALL "C$SLEEP" USING BY REFERENCE PGV-RETRY-DELAY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0040-CLAIM-PERIOD: opens the run's one transaction and
      * inserts the table/period claim row in it. The primary key
      * does the refusing, exactly as the accrual claim does. The
      * period must already be closed -- the balances revalued are
      * the ones MONTHEND locked -- and the revaluation account
      * must exist in base currency, or POST would reject every
      * movement the run writes.
      *----------------------------------------------------------------
       0040-CLAIM-PERIOD.
           MOVE "0040-CREATE-CONTROL" TO PGV-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_fx_revaluation ("
                   & "target_table varchar(30), "
                   & "period_id varchar(6), "
                   & "batch_id varchar(10), "
                   & "reval_account bigint, "
                   & "accounts integer, "
                   & "gain_total numeric(15,2), "
                   & "loss_total numeric(15,2), "
                   & "revalued_at timestamp DEFAULT now(), "
                   & "PRIMARY KEY (target_table, period_id))"
                   & x"00"
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGV-RESULT-OK
               AND PGV-SQLSTATE NOT = "23505"
               AND PGV-SQLSTATE NOT = "42P07"
               MOVE 12 TO PGV-RETURN-CODE
           ELSE
               PERFORM 0081-EXEC-SIMPLE-BEGIN
           END-IF.
           IF PGV-RETURN-CODE = 0
               PERFORM 0041-CHECK-PERIOD-CLOSED
           END-IF.
           IF PGV-RETURN-CODE = 0
               PERFORM 0044-CHECK-REVAL-ACCOUNT
           END-IF.
           IF PGV-RETURN-CODE = 0
               PERFORM 0042-INSERT-CLAIM
           END-IF.
           IF PGV-RETURN-CODE = 0
               MOVE "Y" TO PGV-PERIOD-CLAIMED-SW
               DISPLAY "Period              : " PGV-PERIOD
               DISPLAY "Period end          : " PGV-PERIOD-END
               DISPLAY "Revaluation account : " PGV-REVAL-ACCOUNT
               DISPLAY "Batch-id            : " PGV-BATCH-ID
           ELSE
               PERFORM 0082-EXEC-ROLLBACK
           END-IF.

       0041-CHECK-PERIOD-CLOSED.
           PERFORM 0045-SET-PERIOD-PARAM.
           MOVE "0041-CHECK-PERIOD-CLOSED" TO PGV-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*), to_char(to_date($1, "
                   & "'YYYYMM') + interval '1 month' - interval "
                   & "'1 day', 'YYYYMMDD') FROM cobpg_period_history "
                   & "WHERE period_id = $1" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGV-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGV-RESULT-OK
               MOVE 0 TO PGV-ROW-IDX
               MOVE 0 TO PGV-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGV-CELL-TEXT(1:20) TO PGV-AMT-TEXT
               PERFORM 0086-PARSE-AMOUNT
               MOVE PGV-AMT-VALUE TO PGV-SNAP-COUNT
               MOVE 1 TO PGV-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGV-CELL-TEXT(1:8) TO PGV-PERIOD-END
           ELSE
               MOVE 12 TO PGV-RETURN-CODE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGV-RETURN-CODE = 0 AND PGV-SNAP-COUNT = 0
               DISPLAY "Revaluation refused: period " PGV-PERIOD
                   " has not been closed by MONTHEND"
               MOVE 12 TO PGV-RETURN-CODE
           END-IF.

       0042-INSERT-CLAIM.
           PERFORM 0043-SET-CLAIM-PARAMS.
           MOVE "0042-INSERT-CLAIM" TO PGV-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_fx_revaluation "
                   & "(target_table, period_id, batch_id, "
                   & "reval_account) "
                   & "VALUES ($1, $2, $3, $4::bigint)" & x"00"
               BY VALUE 4
               BY VALUE 0
               BY REFERENCE PGV-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGV-RESULT-OK
               IF PGV-SQLSTATE = "23505"
                   DISPLAY "Revaluation refused: " PGV-TARGET-TABLE
                       " period " PGV-PERIOD " already revalued"
                   MOVE 20 TO PGV-RETURN-CODE
               ELSE
                   MOVE 12 TO PGV-RETURN-CODE
               END-IF
           END-IF.

       0043-SET-CLAIM-PARAMS.
           MOVE SPACES TO PGV-PARAM-TABLE.
           STRING
               PGV-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGV-PARAM-TABLE
           END-STRING.
           SET PGV-PARAM-PTR(1) TO ADDRESS OF PGV-PARAM-TABLE.
           MOVE PGV-PERIOD TO PGV-PARAM-PERIOD(1:6).
           MOVE x"00" TO PGV-PARAM-PERIOD(7:1).
           SET PGV-PARAM-PTR(2) TO ADDRESS OF PGV-PARAM-PERIOD.
           MOVE SPACES TO PGV-PARAM-BATCH-ID.
           STRING
               PGV-BATCH-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGV-PARAM-BATCH-ID
           END-STRING.
           SET PGV-PARAM-PTR(3) TO ADDRESS OF PGV-PARAM-BATCH-ID.
           MOVE PGV-REVAL-ACCOUNT-X TO PGV-PARAM-ACCOUNT(1:10).
           MOVE x"00" TO PGV-PARAM-ACCOUNT(11:1).
           SET PGV-PARAM-PTR(4) TO ADDRESS OF PGV-PARAM-ACCOUNT.

       0045-SET-PERIOD-PARAM.
           MOVE PGV-PERIOD TO PGV-PARAM-PERIOD(1:6).
           MOVE x"00" TO PGV-PARAM-PERIOD(7:1).
           SET PGV-PARAM-PTR(1) TO ADDRESS OF PGV-PARAM-PERIOD.

      *----------------------------------------------------------------
      * 0044-CHECK-REVAL-ACCOUNT: the revaluation account is looked
      * up on the live table, with its currency where the table
      * carries one.
      *----------------------------------------------------------------
       0044-CHECK-REVAL-ACCOUNT.
           PERFORM 0056-CHECK-CCY-COLUMN.
           MOVE SPACES TO PGV-REVAL-CCY.
           MOVE SPACES TO PGV-SQL.
           STRING
               "SELECT " DELIMITED BY SIZE
               PGV-CCY-EXPR DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               PGV-TARGET-TABLE DELIMITED BY SPACE
               " WHERE account_id = $1::bigint" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGV-SQL
           END-STRING.
           MOVE PGV-REVAL-ACCOUNT-X TO PGV-PARAM-ACCOUNT(1:10).
           MOVE x"00" TO PGV-PARAM-ACCOUNT(11:1).
           SET PGV-PARAM-PTR(1) TO ADDRESS OF PGV-PARAM-ACCOUNT.
           MOVE "0044-CHECK-REVAL-ACCOUNT" TO PGV-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGV-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGV-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGV-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGV-NTUPLES
               IF PGV-NTUPLES > 0
                   MOVE 0 TO PGV-ROW-IDX
                   MOVE 0 TO PGV-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGV-CELL-TEXT(1:3) TO PGV-REVAL-CCY
               END-IF
           ELSE
               MOVE 12 TO PGV-RETURN-CODE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGV-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN PGV-REVAL-CCY = SPACES
                       DISPLAY "Revaluation refused: account "
                           PGV-REVAL-ACCOUNT " is not on "
                           PGV-TARGET-TABLE
                       MOVE 12 TO PGV-RETURN-CODE
                   WHEN PGV-REVAL-CCY NOT = PGV-BASE-CCY
                       DISPLAY "Revaluation refused: account "
                           PGV-REVAL-ACCOUNT " is held in "
                           PGV-REVAL-CCY ", not " PGV-BASE-CCY
                       MOVE 12 TO PGV-RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 0050-REVALUE-ACCOUNTS: one pass over the period's snapshot
      * in account-id order, foreign-currency accounts only, each
      * with its currency's two rates looked up alongside. A rate
      * comes back scaled to a whole number so the ordinary amount
      * parser reads all six decimals; a missing one comes back
      * blank.
      *----------------------------------------------------------------
       0050-REVALUE-ACCOUNTS.
           MOVE "N" TO PGV-REVAL-FAILED-SW.
           MOVE 0 TO PGV-ACCTS-READ PGV-NO-CHANGE-CT PGV-NO-RATE-CT.
           MOVE 0 TO PGV-DR-COUNT PGV-CR-COUNT.
           MOVE 0 TO PGV-DR-TOTAL PGV-CR-TOTAL PGV-NET-GAIN.
           MOVE 0 TO PGV-PAGE-CT.
           MOVE 99 TO PGV-LINE-CT.
           OPEN OUTPUT PGTXIFL.
           OPEN OUTPUT PGRVRFL.
           MOVE SPACES TO PGV-SQL.
           STRING
               "SELECT h.account_id::text, h.balance::text, "
                   DELIMITED BY SIZE
               "COALESCE(h.currency, '" DELIMITED BY SIZE
               PGV-BASE-CCY DELIMITED BY SIZE
               "'), COALESCE((SELECT (r.rate * 1000000)::bigint"
                   DELIMITED BY SIZE
               "::text FROM cobpg_fx_rate r WHERE r.currency = "
                   DELIMITED BY SIZE
               "h.currency AND r.rate_date < to_date($1, 'YYYYMM') "
                   DELIMITED BY SIZE
               "ORDER BY r.rate_date DESC LIMIT 1), ' '), "
                   DELIMITED BY SIZE
               "COALESCE((SELECT (r.rate * 1000000)::bigint"
                   DELIMITED BY SIZE
               "::text FROM cobpg_fx_rate r WHERE r.currency = "
                   DELIMITED BY SIZE
               "h.currency AND r.rate_date < to_date($1, 'YYYYMM') "
                   DELIMITED BY SIZE
               "+ interval '1 month' "
                   DELIMITED BY SIZE
               "ORDER BY r.rate_date DESC LIMIT 1), ' ') "
                   DELIMITED BY SIZE
               "FROM cobpg_period_history h WHERE h.period_id = $1 "
                   DELIMITED BY SIZE
               "AND COALESCE(h.currency, '" DELIMITED BY SIZE
               PGV-BASE-CCY DELIMITED BY SIZE
               "') <> '" DELIMITED BY SIZE
               PGV-BASE-CCY DELIMITED BY SIZE
               "' ORDER BY h.account_id" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGV-SQL
           END-STRING.
           PERFORM 0045-SET-PERIOD-PARAM.
           MOVE "0050-REVALUE-ACCOUNTS" TO PGV-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGV-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGV-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGV-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGV-NTUPLES
               MOVE 0 TO PGV-ROW-IDX
               PERFORM 0051-REVALUE-ONE
                   UNTIL PGV-ROW-IDX NOT LESS THAN PGV-NTUPLES
           ELSE
               MOVE "Y" TO PGV-REVAL-FAILED-SW
               MOVE 12 TO PGV-RETURN-CODE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           CLOSE PGTXIFL.
           IF PGV-NO-RATE-CT > 0
               DISPLAY PGV-NO-RATE-CT " account(s) have no rate,"
                   " revaluation incomplete"
               IF PGV-RETURN-CODE LESS THAN 8
                   MOVE 8 TO PGV-RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The base value of the balance moves the account's way when
      * its currency strengthens, so a gain credits the revaluation
      * account and a loss debits it.
      *----------------------------------------------------------------
       0051-REVALUE-ONE.
           ADD 1 TO PGV-ACCTS-READ.
           MOVE 0 TO PGV-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGV-CELL-TEXT(1:20) TO PGV-AMT-TEXT.
           PERFORM 0086-PARSE-AMOUNT.
           MOVE PGV-AMT-VALUE TO PGV-ACCOUNT-ID.
           MOVE 1 TO PGV-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGV-CELL-TEXT(1:20) TO PGV-AMT-TEXT.
           PERFORM 0086-PARSE-AMOUNT.
           MOVE PGV-AMT-VALUE TO PGV-BALANCE.
           MOVE 2 TO PGV-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGV-CELL-TEXT(1:3) TO PGV-ACCT-CCY.
           MOVE "Y" TO PGV-RATES-SW.
           MOVE 0 TO PGV-PRIOR-RATE PGV-PERIOD-RATE PGV-GAIN.
           MOVE SPACES TO PGV-NOTE.
           MOVE 3 TO PGV-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGV-CELL-TEXT = SPACES
               MOVE "N" TO PGV-RATES-SW
           ELSE
               MOVE PGV-CELL-TEXT(1:20) TO PGV-AMT-TEXT
               PERFORM 0086-PARSE-AMOUNT
               COMPUTE PGV-PRIOR-RATE = PGV-AMT-VALUE / 1000000
           END-IF.
           MOVE 4 TO PGV-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGV-CELL-TEXT = SPACES
               MOVE "N" TO PGV-RATES-SW
           ELSE
               MOVE PGV-CELL-TEXT(1:20) TO PGV-AMT-TEXT
               PERFORM 0086-PARSE-AMOUNT
               COMPUTE PGV-PERIOD-RATE = PGV-AMT-VALUE / 1000000
           END-IF.
           MOVE SPACES TO PGTXI-RECORD.
           IF NOT PGV-RATES-FOUND
               MOVE "NO RATE" TO PGV-NOTE
               ADD 1 TO PGV-NO-RATE-CT
           ELSE
               COMPUTE PGV-GAIN ROUNDED =
                   PGV-BALANCE * (PGV-PERIOD-RATE - PGV-PRIOR-RATE)
               ADD PGV-GAIN TO PGV-NET-GAIN
               EVALUATE TRUE
                   WHEN PGV-GAIN > 0
                       MOVE "C" TO PGTXI-TXN-CODE
                       MOVE PGV-GAIN TO PGTXI-AMOUNT
                       ADD 1 TO PGV-CR-COUNT
                       ADD PGV-GAIN TO PGV-CR-TOTAL
                       PERFORM 0053-WRITE-MOVEMENT
                   WHEN PGV-GAIN < 0
                       MOVE "D" TO PGTXI-TXN-CODE
                       COMPUTE PGTXI-AMOUNT = 0 - PGV-GAIN
                       ADD 1 TO PGV-DR-COUNT
                       SUBTRACT PGV-GAIN FROM PGV-DR-TOTAL
                       PERFORM 0053-WRITE-MOVEMENT
                   WHEN OTHER
                       MOVE "NO CHANGE" TO PGV-NOTE
                       ADD 1 TO PGV-NO-CHANGE-CT
               END-EVALUATE
           END-IF.
           PERFORM 0054-PRINT-DETAIL.
           ADD 1 TO PGV-ROW-IDX.

       0053-WRITE-MOVEMENT.
           MOVE PGV-REVAL-ACCOUNT TO PGTXI-ACCOUNT-ID.
           MOVE PGV-PERIOD-END TO PGTXI-TXN-DATE.
           MOVE PGV-BATCH-ID TO PGTXI-BATCH-ID.
           MOVE PGV-BASE-CCY TO PGTXI-CURRENCY.
           WRITE PGTXI-RECORD.

       0054-PRINT-DETAIL.
           MOVE SPACES TO PGV-DETAIL-LINE.
           MOVE PGV-ACCOUNT-ID TO PGV-DTL-ACCOUNT.
           MOVE PGV-ACCT-CCY TO PGV-DTL-CCY.
           MOVE PGV-BALANCE TO PGV-DTL-BALANCE.
           IF PGV-RATES-FOUND
               MOVE PGV-PRIOR-RATE TO PGV-DTL-PRIOR-RATE
               MOVE PGV-PERIOD-RATE TO PGV-DTL-PERIOD-RATE
               MOVE PGV-GAIN TO PGV-DTL-GAIN
           END-IF.
           IF PGV-GAIN NOT = 0
               MOVE PGTXI-TXN-CODE TO PGV-DTL-CODE
           END-IF.
           MOVE PGV-NOTE TO PGV-DTL-NOTE.
           MOVE PGV-DETAIL-LINE TO PGV-PRINT.
           PERFORM 0061-PRINT-LINE.

      *----------------------------------------------------------------
      * 0056-CHECK-CCY-COLUMN: an account's currency is on the table
      * only once a load has carried it; until then every account is
      * in the base currency.
      *----------------------------------------------------------------
       0056-CHECK-CCY-COLUMN.
           MOVE "N" TO PGV-CCY-COL-SW.
           PERFORM 0043-SET-CLAIM-PARAMS.
           MOVE "0056-CHECK-CCY-COLUMN" TO PGV-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass($1) "
                   & "AND attname = 'currency' "
                   & "AND NOT attisdropped" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGV-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGV-RESULT-OK
               MOVE 0 TO PGV-ROW-IDX
               MOVE 0 TO PGV-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGV-CELL-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGV-CCY-COL-SW
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE SPACES TO PGV-CCY-EXPR.
           IF PGV-CCY-COL-PRESENT
               STRING
                   "COALESCE(currency,'" DELIMITED BY SIZE
                   PGV-BASE-CCY DELIMITED BY SIZE
                   "')" DELIMITED BY SIZE
                   INTO PGV-CCY-EXPR
               END-STRING
           ELSE
               STRING
                   "'" DELIMITED BY SIZE
                   PGV-BASE-CCY DELIMITED BY SIZE
                   "'::char(3)" DELIMITED BY SIZE
                   INTO PGV-CCY-EXPR
               END-STRING
           END-IF.

       0060-PRINT-HEADINGS.
           ADD 1 TO PGV-PAGE-CT.
           MOVE SPACES TO PGRVR-LINE.
           MOVE " COBPG FX REVALUATION REGISTER" TO PGRVR-LINE(1:30).
           MOVE "TABLE" TO PGRVR-LINE(33:5).
           MOVE PGV-TARGET-TABLE TO PGRVR-LINE(39:30).
           MOVE "PERIOD" TO PGRVR-LINE(70:6).
           MOVE PGV-PERIOD TO PGRVR-LINE(77:6).
           MOVE "BATCH" TO PGRVR-LINE(85:5).
           MOVE PGV-BATCH-ID TO PGRVR-LINE(91:10).
           MOVE "PAGE" TO PGRVR-LINE(120:4).
           MOVE PGV-PAGE-CT TO PGRVR-LINE(125:4).
           WRITE PGRVR-RECORD.
           MOVE SPACES TO PGRVR-LINE.
           MOVE " REVALUATION ACCOUNT" TO PGRVR-LINE(1:20).
           MOVE PGV-REVAL-ACCOUNT TO PGRVR-LINE(22:10).
           MOVE "PERIOD END" TO PGRVR-LINE(70:10).
           MOVE PGV-PERIOD-END TO PGRVR-LINE(81:8).
           WRITE PGRVR-RECORD.
           MOVE SPACES TO PGRVR-LINE.
           MOVE "ACCOUNT ID" TO PGRVR-LINE(2:10).
           MOVE "CCY" TO PGRVR-LINE(14:3).
           MOVE "CLOSING BALANCE" TO PGRVR-LINE(22:15).
           MOVE "PRIOR RATE" TO PGRVR-LINE(42:10).
           MOVE "PERIOD RATE" TO PGRVR-LINE(56:11).
           MOVE "GAIN (LOSS) IN BASE" TO PGRVR-LINE(71:19).
           MOVE "C" TO PGRVR-LINE(92:1).
           MOVE "NOTE" TO PGRVR-LINE(95:4).
           WRITE PGRVR-RECORD.
           MOVE ALL "-" TO PGRVR-LINE(1:114).
           MOVE SPACES TO PGRVR-LINE(115:18).
           WRITE PGRVR-RECORD.
           MOVE 4 TO PGV-LINE-CT.

       0061-PRINT-LINE.
           IF PGV-LINE-CT GREATER THAN 55
               PERFORM 0060-PRINT-HEADINGS
           END-IF.
           MOVE PGV-PRINT TO PGRVR-LINE.
           WRITE PGRVR-RECORD.
           ADD 1 TO PGV-LINE-CT.

      *----------------------------------------------------------------
      * 0070-PROVE-REVALUATION-FILE: the generated file is read back
      * and its record count and debit and credit totals must equal
      * what the register counted as it wrote them, and credits
      * less debits must equal the net gain. Either disagreement
      * means the file cannot be trusted for posting; the claim is
      * not committed and the period stays open for a rerun.
      *----------------------------------------------------------------
       0070-PROVE-REVALUATION-FILE.
           MOVE "N" TO PGV-OUT-OF-BALANCE-SW.
           MOVE 0 TO PGV-PF-RECORDS PGV-PF-DR-COUNT PGV-PF-CR-COUNT.
           MOVE 0 TO PGV-PF-DR-TOTAL PGV-PF-CR-TOTAL.
           IF NOT PGV-REVAL-FAILED
               OPEN INPUT PGTXIFL
               IF PGV-TXIFL-STATUS NOT = "00"
                   DISPLAY "PGTXIFL cannot be read back, status "
                       PGV-TXIFL-STATUS
                   MOVE "Y" TO PGV-OUT-OF-BALANCE-SW
               ELSE
                   MOVE "N" TO PGV-PF-EOF-SW
                   PERFORM 0071-READ-BACK-MOVEMENT
                       UNTIL PGV-PF-EOF
                   CLOSE PGTXIFL
               END-IF
               IF PGV-PF-DR-COUNT NOT = PGV-DR-COUNT
                   OR PGV-PF-CR-COUNT NOT = PGV-CR-COUNT
                   OR PGV-PF-DR-TOTAL NOT = PGV-DR-TOTAL
                   OR PGV-PF-CR-TOTAL NOT = PGV-CR-TOTAL
                   OR PGV-CR-TOTAL - PGV-DR-TOTAL NOT = PGV-NET-GAIN
                   MOVE "Y" TO PGV-OUT-OF-BALANCE-SW
               END-IF
               IF PGV-OUT-OF-BALANCE
                   DISPLAY "Revaluation file does not agree with the"
                       " register, do not post it"
                   IF PGV-RETURN-CODE LESS THAN 8
                       MOVE 8 TO PGV-RETURN-CODE
                   END-IF
               END-IF
               PERFORM 0072-PRINT-TOTALS
           END-IF.
           CLOSE PGRVRFL.

       0071-READ-BACK-MOVEMENT.
           READ PGTXIFL
               AT END MOVE "Y" TO PGV-PF-EOF-SW
           END-READ.
           IF NOT PGV-PF-EOF
               ADD 1 TO PGV-PF-RECORDS
               IF PGTXI-TXN-DEBIT
                   ADD 1 TO PGV-PF-DR-COUNT
                   ADD PGTXI-AMOUNT TO PGV-PF-DR-TOTAL
               ELSE
                   ADD 1 TO PGV-PF-CR-COUNT
                   ADD PGTXI-AMOUNT TO PGV-PF-CR-TOTAL
               END-IF
           END-IF.

       0072-PRINT-TOTALS.
           MOVE SPACES TO PGV-PRINT.
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " ACCOUNTS REVALUED      " TO PGV-PRINT(1:24).
           MOVE PGV-ACCTS-READ TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(25:11).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " NO CHANGE              " TO PGV-PRINT(1:24).
           MOVE PGV-NO-CHANGE-CT TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(25:11).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " NO RATE                " TO PGV-PRINT(1:24).
           MOVE PGV-NO-RATE-CT TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(25:11).
           IF PGV-NO-RATE-CT > 0
               MOVE "*** INCOMPLETE, DO NOT POST ***"
                   TO PGV-PRINT(100:31)
           END-IF.
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " NET GAIN (LOSS)        " TO PGV-PRINT(1:24).
           MOVE PGV-NET-GAIN TO PGV-AMOUNT-EDIT.
           MOVE PGV-AMOUNT-EDIT TO PGV-PRINT(38:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " CONTROL TOTALS" TO PGV-PRINT(1:15).
           MOVE "REGISTER" TO PGV-PRINT(44:8).
           MOVE "PGTXIFL" TO PGV-PRINT(80:7).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " DEBIT MOVEMENTS        " TO PGV-PRINT(1:24).
           MOVE PGV-DR-COUNT TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(25:11).
           MOVE PGV-DR-TOTAL TO PGV-AMOUNT-EDIT.
           MOVE PGV-AMOUNT-EDIT TO PGV-PRINT(38:21).
           MOVE PGV-PF-DR-COUNT TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(61:11).
           MOVE PGV-PF-DR-TOTAL TO PGV-AMOUNT-EDIT.
           MOVE PGV-AMOUNT-EDIT TO PGV-PRINT(74:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " CREDIT MOVEMENTS       " TO PGV-PRINT(1:24).
           MOVE PGV-CR-COUNT TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(25:11).
           MOVE PGV-CR-TOTAL TO PGV-AMOUNT-EDIT.
           MOVE PGV-AMOUNT-EDIT TO PGV-PRINT(38:21).
           MOVE PGV-PF-CR-COUNT TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(61:11).
           MOVE PGV-PF-CR-TOTAL TO PGV-AMOUNT-EDIT.
           MOVE PGV-AMOUNT-EDIT TO PGV-PRINT(74:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGV-PRINT.
           MOVE " RECORDS WRITTEN        " TO PGV-PRINT(1:24).
           COMPUTE PGV-COUNT-EDIT = PGV-DR-COUNT + PGV-CR-COUNT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(25:11).
           MOVE PGV-PF-RECORDS TO PGV-COUNT-EDIT.
           MOVE PGV-COUNT-EDIT TO PGV-PRINT(61:11).
           IF PGV-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE ***" TO PGV-PRINT(100:22)
           ELSE
               MOVE "AGREED" TO PGV-PRINT(100:6)
           END-IF.
           PERFORM 0061-PRINT-LINE.

      *----------------------------------------------------------------
      * 0080-SETTLE-CLAIM: a complete, proved file commits the claim
      * with the run's totals against it; anything else rolls the
      * claim back so the period can be run again once the fault
      * (or the missing rate) is fixed.
      *----------------------------------------------------------------
       0080-SETTLE-CLAIM.
           IF PGV-RETURN-CODE NOT = 0
               PERFORM 0082-EXEC-ROLLBACK
               DISPLAY "Revaluation claim for " PGV-PERIOD
                   " rolled back"
           ELSE
               PERFORM 0083-RECORD-TOTALS
               IF PGV-RESULT-OK
                   PERFORM 0084-EXEC-COMMIT
               END-IF
               IF NOT PGV-RESULT-OK
                   PERFORM 0082-EXEC-ROLLBACK
                   DISPLAY "Revaluation claim could not be committed,"
                       " do not post PGTXIFL"
                   MOVE 12 TO PGV-RETURN-CODE
               END-IF
           END-IF.

       0081-EXEC-SIMPLE-BEGIN.
           MOVE "0081-EXEC-SIMPLE-BEGIN" TO PGV-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "BEGIN" & x"00"
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGV-RESULT-OK
               MOVE 12 TO PGV-RETURN-CODE
           END-IF.

       0082-EXEC-ROLLBACK.
           MOVE "0082-EXEC-ROLLBACK" TO PGV-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "ROLLBACK" & x"00"
               RETURNING PGRES.
           CALL "PQclear" USING BY VALUE PGRES.

       0083-RECORD-TOTALS.
           PERFORM 0043-SET-CLAIM-PARAMS.
           MOVE SPACES TO PGV-PARAM-ACCOUNTS.
           MOVE PGV-ACCTS-READ TO PGV-COUNT-9.
           MOVE PGV-COUNT-9 TO PGV-PARAM-ACCOUNTS(1:10).
           MOVE x"00" TO PGV-PARAM-ACCOUNTS(11:1).
           SET PGV-PARAM-PTR(3) TO ADDRESS OF PGV-PARAM-ACCOUNTS.
           MOVE SPACES TO PGV-PARAM-GAIN-TOTAL.
           MOVE PGV-CR-TOTAL TO PGV-TOTAL-EDIT.
           MOVE PGV-TOTAL-EDIT TO PGV-PARAM-GAIN-TOTAL(1:19).
           MOVE x"00" TO PGV-PARAM-GAIN-TOTAL(20:1).
           SET PGV-PARAM-PTR(4) TO ADDRESS OF PGV-PARAM-GAIN-TOTAL.
           MOVE SPACES TO PGV-PARAM-LOSS-TOTAL.
           MOVE PGV-DR-TOTAL TO PGV-TOTAL-EDIT.
           MOVE PGV-TOTAL-EDIT TO PGV-PARAM-LOSS-TOTAL(1:19).
           MOVE x"00" TO PGV-PARAM-LOSS-TOTAL(20:1).
           SET PGV-PARAM-PTR(5) TO ADDRESS OF PGV-PARAM-LOSS-TOTAL.
           MOVE "0083-RECORD-TOTALS" TO PGV-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_fx_revaluation SET "
                   & "accounts = $3::integer, "
                   & "gain_total = $4::numeric, "
                   & "loss_total = $5::numeric "
                   & "WHERE target_table = $1 "
                   & "AND period_id = $2" & x"00"
               BY VALUE 5
               BY VALUE 0
               BY REFERENCE PGV-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.

       0084-EXEC-COMMIT.
           MOVE "0084-EXEC-COMMIT" TO PGV-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "COMMIT" & x"00"
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0085-CHECK-RESULT: as COBPG's 0005 -- anything but a good
      * result status is logged to PGERRFL with the Postgres text
      * and SQLSTATE; the caller decides what it costs the run.
      *----------------------------------------------------------------
       0085-CHECK-RESULT.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING RESULT-STATUS.
           IF RESULT-STATUS-COMMAND-OK OR RESULT-STATUS-TUPLES-OK
               MOVE "Y" TO PGV-RESULT-OK-SW
           ELSE
               MOVE "N" TO PGV-RESULT-OK-SW
               CALL "PQresultErrorMessage" USING
                   BY VALUE PGRES
                   RETURNING ERR-MSG-PTR
               SET ADDRESS OF ERR-MSG-STR TO ERR-MSG-PTR
               MOVE SPACES TO ERR-MSG-TEXT
               STRING ERR-MSG-STR DELIMITED BY x"00" INTO ERR-MSG-TEXT
               INSPECT ERR-MSG-TEXT REPLACING ALL x"0A" BY SPACE
                                            ALL x"0D" BY SPACE
               MOVE SPACES TO PGV-SQLSTATE
               CALL "PQresultErrorField" USING
                   BY VALUE PGRES
                   BY VALUE 67
                   RETURNING PGV-SQLSTATE-PTR
               IF PGV-SQLSTATE-PTR NOT = NULL
                   SET ADDRESS OF PGV-SQLSTATE-STR TO PGV-SQLSTATE-PTR
                   STRING PGV-SQLSTATE-STR DELIMITED BY x"00"
                       INTO PGV-SQLSTATE
               END-IF
               MOVE SPACES TO PGERR-RECORD
               MOVE PGV-CALLING-PARA TO PGERR-PARAGRAPH
               MOVE PGV-SQLSTATE TO PGERR-SQLSTATE
               MOVE ERR-MSG-TEXT TO PGERR-MESSAGE
               WRITE PGERR-RECORD
               DISPLAY PGV-CALLING-PARA " failed: " ERR-MSG-TEXT
           END-IF.

      *----------------------------------------------------------------
      * 0086-PARSE-AMOUNT: the same plain-text numeric parser as
      * COBPG's 0015 -- optional leading minus, digits, optional
      * point, anything past two decimal places dropped.
      *----------------------------------------------------------------
       0086-PARSE-AMOUNT.
           MOVE 0 TO PGV-AMT-WORK PGV-AMT-FRAC-CT.
           MOVE "N" TO PGV-AMT-NEG-SW PGV-AMT-FRAC-SW.
           PERFORM 0086-A-PARSE-CHAR
               VARYING PGV-AMT-IDX FROM 1 BY 1
               UNTIL PGV-AMT-IDX > 20.
           IF NOT PGV-AMT-IN-FRACTION OR PGV-AMT-FRAC-CT = 0
               MULTIPLY 100 BY PGV-AMT-WORK
           ELSE
               IF PGV-AMT-FRAC-CT = 1
                   MULTIPLY 10 BY PGV-AMT-WORK
               END-IF
           END-IF.
           COMPUTE PGV-AMT-VALUE = PGV-AMT-WORK / 100.
           IF PGV-AMT-NEG
               COMPUTE PGV-AMT-VALUE = 0 - PGV-AMT-VALUE
           END-IF.

       0086-A-PARSE-CHAR.
           MOVE PGV-AMT-TEXT(PGV-AMT-IDX:1) TO PGV-AMT-DIGIT-X.
           EVALUATE TRUE
               WHEN PGV-AMT-DIGIT-X = "-"
                   MOVE "Y" TO PGV-AMT-NEG-SW
               WHEN PGV-AMT-DIGIT-X = "."
                   MOVE "Y" TO PGV-AMT-FRAC-SW
               WHEN PGV-AMT-DIGIT-X NOT LESS THAN "0"
                   AND PGV-AMT-DIGIT-X NOT GREATER THAN "9"
                   IF NOT PGV-AMT-IN-FRACTION
                       OR PGV-AMT-FRAC-CT LESS THAN 2
                       COMPUTE PGV-AMT-WORK =
                           PGV-AMT-WORK * 10 + PGV-AMT-DIGIT-9
                       IF PGV-AMT-IN-FRACTION
                           ADD 1 TO PGV-AMT-FRAC-CT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0087-GET-CELL.
           CALL "PQgetvalue" USING
               BY VALUE PGRES
               BY VALUE PGV-ROW-IDX
               BY VALUE PGV-COL-IDX
               RETURNING RESPTR.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACES TO PGV-CELL-TEXT.
           STRING RESSTR DELIMITED BY x"00" INTO PGV-CELL-TEXT.

       0090-WRAP-UP.
           CALL "PQfinish" USING BY VALUE PGCONN RETURNING NULL.
           IF PGV-PERIOD-CLAIMED
               DISPLAY "Accounts revalued   : " PGV-ACCTS-READ
               DISPLAY "Gain movements      : " PGV-CR-COUNT
               DISPLAY "Loss movements      : " PGV-DR-COUNT
               DISPLAY "No change           : " PGV-NO-CHANGE-CT
               DISPLAY "No rate             : " PGV-NO-RATE-CT
           END-IF.
           CLOSE PGERRFL.
           MOVE PGV-RETURN-CODE TO RETURN-CODE.
           DISPLAY "PGREVALU return code set to " RETURN-CODE.
