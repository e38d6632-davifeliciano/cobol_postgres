      *    earlier than the run's start time is taken as the far
      *    side of midnight, so an overnight window works.
      *    MODE is one of QUERY (default), DRIVER, LOAD, BULKLOAD,
      *    DELTA, POST, REPROCESS, UNLOAD, TRIALBAL, MONTHEND, RUNHIST,
      *    REJTRACK, REJAGE, DELTABACK, DELTAHIST, AUDIT, PURGE,
      *    SUSPCLEAR, SUSPAGE, STMT, MAINT, APPROVE, MAINTRPT, ROLLFWD,
      *    BULKMERGE, REFRESH, CALENDAR, FEEDMON, FXRATE, EXCEPTION,
      *    EXCREVIEW. CUTOFF carries the mode's own argument: for
      *    BULKLOAD an optional partition number (1 to 8, see below),
      *    for PURGE either a CCYYMMDD date or KEEP=nnn to keep the most
      *    recent nnn days of load dates, for MONTHEND the accounting
      *    period to close as CCYYMM, for RUNHIST the report window in
      *    hours (default 24), for REJAGE the escalation threshold in
      *    business days open (default 7), for DELTAHIST the account-id
      *    to report, for POST the 10-digit suspense account-id, for
      *    SUSPCLEAR the 10-digit write-off account-id, for STMT the
      *    first CCYYMMDD date of the statement range (the last date
      *    goes in the position after it, default today), for MAINTRPT,
      *    ROLLFWD, FEEDMON, and EXCEPTION the CCYYMMDD report or
      *    business date (default today). DELTA journals every add,
      *    update, and delete with its before and after images;
      *    DELTABACK reverses one batch's applied changes from that
      *    journal, and DELTAHIST prints an account's change history
      *    across runs.
      *
      *    A POST run given a suspense account posts any movement
      *    whose account is not on the table to the suspense account
      *    instead of rejecting it, and holds the movement as an open
      *    item in cobpg_suspense. SUSPCLEAR applies a file of
      *    clearing instructions (PGSCIFL) to those items -- move to
      *    the right account, or write off -- posting the reversing
      *    suspense entry and the real entry together. SUSPAGE
      *    prints every open item with its age and the running
      *    suspense balance, tied out to the suspense account's
      *    ledger balance.
      *
      *    Every movement POST, suspense, or clearing applies is also
      *    kept permanently in cobpg_posting_history. STMT prints a
      *    statement per account for a date range (PGSTMFL) from
      *    that history, the contact child table, and the period
      *    snapshot; accounts with no contact, or whose closing
      *    balance does not agree with the table, go to the
      *    exception list (PGSTXFL) instead.
      *
      *    Accounts carry a status (account_status: A active, F
      *    frozen, C closed) changed only through maker-checker
      *    maintenance. MAINT enters a file of open, rename, freeze,
      *    unfreeze, and close requests (PGMNIFL) as pending changes
      *    in cobpg_maintenance; APPROVE applies a file of decisions
      *    (PGMAPFL) taken by a different user ID, applying each
      *    approved change to the table; MAINTRPT lists pending,
      *    approved, and rejected changes with who entered and who
      *    decided each (PGMNRFL). POST, DELTA, and SUSPCLEAR reject
      *    any movement or change against a frozen or closed account.
      *
      *    ROLLFWD proves every account's balance moved only by what
      *    was posted: the prior close (the last proved business
      *    day in cobpg_daily_close, or the cobpg_period_history
      *    snapshot at a period boundary) plus the posting history
      *    and delta journal since that close must equal the balance
      *    on the table. Breaks are listed on PGRFRFL with totals
      *    tied to the trial-balance net movement, and end the run
      *    with return code 8; a clean proof (or FORCE) records the
      *    day's balances as the close the next day proves from.
      *
      *    A large BULKLOAD can run as up to eight parallel streams.
      *    PGLDPART splits the extract by account-id range into
      *    partition files and writes their ranges to PGPTCFL. Each
      *    stream is a BULKLOAD with its partition number in CUTOFF
      *    and its own PGLDIFL (the partition file), PGCKPFL,
      *    PGLDRFL, and PGLDJFL; it takes the table lock shared,
      *    loads only its own range, and records its outcome in
      *    cobpg_bulk_partition. BULKMERGE, run once every stream
      *    has finished, with PGRJ1FL to PGRJ8FL mapped to the
      *    streams' PGLDJFL files, refuses until every partition is
      *    complete, then combines the reject files into one PGLDJFL
      *    and reconciles the batch as a whole.
      *
      *    REFRESH copies the target table and its contact table
      *    from production (this run's PGCFGFL connection) into a
      *    test database described by PGTCFFL, with account names
      *    and contact addresses, cities, postal codes, and phones
      *    masked by account-id on the way; ids, balances, and
      *    dates are copied unchanged. PGMSRFL shows row counts and
      *    balance hash totals on both sides. It refuses a target
      *    config marked PROD or naming the source database.
      *
      *    CALENDAR adds and removes holidays on the business
      *    calendar from PGHOLFL; a business day is any Monday to
      *    Friday not on it. TRIALBAL compares with the prior
      *    business day, REJAGE ages rejects in business days, and
      *    MONTHEND will not close a period before its last
      *    business day without FORCE. FEEDMON reads the expected
      *    feeds from PGFSCFL and reports each as ARRIVED, NOT
      *    DUE, LATE, MISSING, or FAILED against the run-control
      *    table on PGFMRFL, ending RC 4 for a late feed, 8 for a
      *    missing one, and 12 for a failed one. LOAD and BULKLOAD
      *    record the feed-id from the extract header.
      *
      *    Every account is held in one currency, carried on the
      *    extract after the batch-id (blank is the base currency,
      *    USD) and on the table's currency column, which the first
      *    load that carries it adds. POST rejects a movement whose
      *    currency is not the account's. FXRATE loads the daily
      *    rate file PGFXRFL into cobpg_fx_rate as base-currency
      *    units per unit of each foreign currency. TRIALBAL and
      *    MONTHEND total each currency on its own and then value
      *    every currency in base at the latest rate on or before
      *    the report date; PGREVALU raises the month-end
      *    revaluation postings from the same rates.
      *
      *    EXCEPTION evaluates the rules in PGXRUFL -- large
      *    movement, overdrawn, over credit limit, moved after
      *    dormancy, too many movements -- against the business
      *    day's posting history and the resulting balances on the
      *    table, prints every hit on PGXCRFL grouped by rule, and
      *    keeps it in cobpg_exception as open until a reviewer
      *    signs it off. An account that has tripped the same rule
      *    on an earlier day is flagged as a repeat. The return code
      *    is the highest severity among the open hits. EXCREVIEW
      *    applies a file of sign-offs (PGXRVFL) to that table.
      *
      *    The load, delta, reprocess, and reconciliation paths run
      *    off a table-definition control file (PGTDFFL, layout in
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGERRFL ASSIGN TO "PGERRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGSCIFL ASSIGN TO "PGSCIFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-SCIFL-STATUS.
           SELECT PGSARFL ASSIGN TO "PGSARFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGSTMFL ASSIGN TO "PGSTMFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGSTXFL ASSIGN TO "PGSTXFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGMNIFL ASSIGN TO "PGMNIFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-MNIFL-STATUS.
           SELECT PGMAPFL ASSIGN TO "PGMAPFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-MAPFL-STATUS.
           SELECT PGMNRFL ASSIGN TO "PGMNRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGRFRFL ASSIGN TO "PGRFRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPTCFL ASSIGN TO "PGPTCFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-PTCFL-STATUS.
           SELECT PGRJ1FL ASSIGN TO "PGRJ1FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ2FL ASSIGN TO "PGRJ2FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ3FL ASSIGN TO "PGRJ3FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ4FL ASSIGN TO "PGRJ4FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ5FL ASSIGN TO "PGRJ5FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ6FL ASSIGN TO "PGRJ6FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ7FL ASSIGN TO "PGRJ7FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGRJ8FL ASSIGN TO "PGRJ8FL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-RJNFL-STATUS.
           SELECT PGTCFFL ASSIGN TO "PGTCFFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-TCFFL-STATUS.
           SELECT PGMSRFL ASSIGN TO "PGMSRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGHOLFL ASSIGN TO "PGHOLFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-HOLFL-STATUS.
           SELECT PGFSCFL ASSIGN TO "PGFSCFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-FSCFL-STATUS.
           SELECT PGFMRFL ASSIGN TO "PGFMRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGFXRFL ASSIGN TO "PGFXRFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-FXRFL-STATUS.
           SELECT PGXRUFL ASSIGN TO "PGXRUFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-XRUFL-STATUS.
           SELECT PGXCRFL ASSIGN TO "PGXCRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGXRVFL ASSIGN TO "PGXRVFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGB-XRVFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PGPRGREC.
       FD  PGERRFL.
           COPY PGERRREC.
       FD  PGSCIFL.
           COPY PGSCIREC.
       FD  PGSARFL.
           COPY PGSARREC.
       FD  PGSTMFL.
           COPY PGSTMREC.
       FD  PGSTXFL.
           COPY PGSTXREC.
       FD  PGMNIFL.
           COPY PGMNIREC.
       FD  PGMAPFL.
           COPY PGMAPREC.
       FD  PGMNRFL.
           COPY PGMNRREC.
       FD  PGRFRFL.
           COPY PGRFRREC.
       FD  PGPTCFL.
           COPY PGPTCREC.
       FD  PGRJ1FL.
       01  PGRJ1-RECORD                   PIC X(75).
       FD  PGRJ2FL.
       01  PGRJ2-RECORD                   PIC X(75).
       FD  PGRJ3FL.
       01  PGRJ3-RECORD                   PIC X(75).
       FD  PGRJ4FL.
       01  PGRJ4-RECORD                   PIC X(75).
       FD  PGRJ5FL.
       01  PGRJ5-RECORD                   PIC X(75).
       FD  PGRJ6FL.
       01  PGRJ6-RECORD                   PIC X(75).
       FD  PGRJ7FL.
       01  PGRJ7-RECORD                   PIC X(75).
       FD  PGRJ8FL.
       01  PGRJ8-RECORD                   PIC X(75).
       FD  PGTCFFL.
           COPY PGCFGREC REPLACING LEADING ==PGCFG-== BY ==PGTCF-==.
       FD  PGMSRFL.
           COPY PGMSRREC.
       FD  PGHOLFL.
           COPY PGHOLREC.
       FD  PGFSCFL.
           COPY PGFSCREC.
       FD  PGFMRFL.
           COPY PGFMRREC.
       FD  PGFXRFL.
           COPY PGFXRREC.
       FD  PGXRUFL.
           COPY PGXRUREC.
       FD  PGXCRFL.
           COPY PGXCRREC.
       FD  PGXRVFL.
           COPY PGXRVREC.

       WORKING-STORAGE SECTION.
       01 PGCONN       USAGE POINTER.
       01 PGB-LDEFL-STATUS         PIC X(02).
       01 PGB-TDFFL-STATUS         PIC X(02).
       01 PGB-UCTFL-STATUS         PIC X(02).
       01 PGB-SCIFL-STATUS         PIC X(02).
       01 PGB-MNIFL-STATUS         PIC X(02).
       01 PGB-MAPFL-STATUS         PIC X(02).
       01 CONNINFO                 PIC X(256).
       01 PGB-CONNINFO-PTR         USAGE BINARY-LONG.
       01 PGB-CONNECTED-SW         PIC X(01).
           88 PGB-MODE-AUDIT           VALUE "AUDIT".
           88 PGB-MODE-PURGE           VALUE "PURGE".
           88 PGB-MODE-UNLOAD          VALUE "UNLOAD".
           88 PGB-MODE-SUSPCLEAR       VALUE "SUSPCLEAR".
           88 PGB-MODE-SUSPAGE         VALUE "SUSPAGE".
           88 PGB-MODE-STMT            VALUE "STMT".
           88 PGB-MODE-MAINT           VALUE "MAINT".
           88 PGB-MODE-APPROVE         VALUE "APPROVE".
           88 PGB-MODE-MAINTRPT        VALUE "MAINTRPT".
           88 PGB-MODE-ROLLFWD         VALUE "ROLLFWD".
           88 PGB-MODE-BULKMERGE       VALUE "BULKMERGE".
           88 PGB-MODE-REFRESH         VALUE "REFRESH".
           88 PGB-MODE-CALENDAR        VALUE "CALENDAR".
           88 PGB-MODE-FEEDMON         VALUE "FEEDMON".
           88 PGB-MODE-FXRATE          VALUE "FXRATE".
           88 PGB-MODE-EXCEPTION       VALUE "EXCEPTION".
           88 PGB-MODE-EXCREVIEW       VALUE "EXCREVIEW".
       01 PGB-BATCH-ID              PIC X(10).
       01 PGB-TARGET-TABLE          PIC X(30).
       01 PGB-CKPT-INTERVAL-X       PIC X(05).
       01 RESULT-STATUS             USAGE BINARY-LONG.
           88 RESULT-STATUS-COMMAND-OK VALUE 1.
           88 RESULT-STATUS-TUPLES-OK  VALUE 2.
           88 RESULT-STATUS-COPY-OUT   VALUE 3.
           88 RESULT-STATUS-COPY-IN    VALUE 4.
       01 PGB-RESULT-OK-SW          PIC X(01).
           88 PGB-RESULT-OK            VALUE "Y".
      * count reconciliation against the parent table can never
      * balance on a contact-bearing load
       01 PGB-CT2-SINCE-CKPT         USAGE BINARY-LONG.
      * checkpointed running total of contact rows, carried across
      * restarts the way PGB-RECS-COMMITTED-TOTAL carries parents
       01 PGB-CT2-COMMITTED-TOTAL    USAGE BINARY-LONG.
       01 PGB-PARAM-CT-ADDR1         PIC X(31).
       01 PGB-PARAM-CT-ADDR2         PIC X(31).
       01 PGB-PARAM-CT-CITY          PIC X(21).
       01 PGB-BULK-IDX               USAGE BINARY-LONG.
       01 PGB-BULK-SLICE-SIZE        USAGE BINARY-LONG.
       01 PGB-BULK-BUFFER.
           05 PGB-BULK-ENTRY          OCCURS 10000 TIMES PIC X(75).
      * a partitioned stream's contact records ride with their
      * parents' slice: buffered here while the slice fills, applied
      * through the LOAD-mode contact path once the COPY (or row
      * retry) has the parents in, and committed with them. The FD
      * buffer holds the record that ended the slice, so it is put
      * aside while the contacts are applied.
       01 PGB-BULK-CT-COUNT          USAGE BINARY-LONG.
       01 PGB-BULK-CT-IDX            USAGE BINARY-LONG.
       01 PGB-BULK-CT-HOLD           PIC X(119).
       01 PGB-BULK-CT-KEY-HOLD       PIC 9(10).
       01 PGB-BULK-CT-BUFFER.
           05 PGB-BULK-CT-ENTRY       OCCURS 10000 TIMES PIC X(119).

       01 PGB-COPY-SQL               PIC X(550).
       01 PGB-COPY-LINE              PIC X(120).
       01 PGB-COPY-PTR               USAGE BINARY-LONG.
       01 PGB-RES2                   USAGE POINTER.
       01 PGB-NULL-PTR               USAGE POINTER VALUE NULL.

      * partitioned bulk load: a BULKLOAD stream given a partition
      * number loads only that account-id range of the batch (its
      * range from the PGPTCFL split control file) under a shared
      * table lock plus an exclusive lock on the range, and
      * records its outcome in cobpg_bulk_partition; BULKMERGE
      * combines the partitions' reject files and counts and
      * reconciles the batch once
       01 PGB-PTCFL-STATUS           PIC X(02).
       01 PGB-RJNFL-STATUS           PIC X(02).
       01 PGB-PART-SW                PIC X(01).
           88 PGB-PARTITIONED            VALUE "Y".
       01 PGB-PART-DONE-SW           PIC X(01).
           88 PGB-PART-DONE              VALUE "Y".
       01 PGB-PART-EOF-SW            PIC X(01).
           88 PGB-PART-EOF               VALUE "Y".
       01 PGB-PART-X                 PIC X(02).
       01 PGB-PART-NO                PIC 9(02).
       01 PGB-PART-LOW               PIC 9(10).
       01 PGB-PART-HIGH              PIC 9(10).
       01 PGB-PART-ACCOUNTS          PIC 9(09).
       01 PGB-PART-STATUS            PIC X(01).
       01 PGB-PART-SQL               PIC X(600).
       01 PGB-PART-REJECT-MSG        PIC X(80).
       01 PGB-PARAM-PART             PIC X(03).
       01 PGB-PARAM-RANGE            PIC X(22).
       01 PGB-PARAM-PT-STATUS        PIC X(02).
       01 PGB-PARAM-PT-ACCOUNTS      PIC X(10).
       01 PGB-PARAM-PT-CT2           PIC X(10).
       01 PGB-PARAM-PT-CT2-INS       PIC X(10).
       01 PGB-PARAM-PT-COMMITTED     PIC X(10).
       01 PGB-PM-COUNT               USAGE BINARY-LONG.
       01 PGB-PM-IDX                 USAGE BINARY-LONG.
       01 PGB-PM-NOT-DONE            USAGE BINARY-LONG.
       01 PGB-PM-REJECT-LINES        USAGE BINARY-LONG.
       01 PGB-PM-FILE-LINES          USAGE BINARY-LONG.
       01 PGB-PM-TABLE.
           05 PGB-PM-ENTRY            OCCURS 8 TIMES.
               10 PGB-PM-PART-NO      PIC 9(02).
               10 PGB-PM-LOW          PIC 9(10).
               10 PGB-PM-HIGH         PIC 9(10).
               10 PGB-PM-ACCOUNTS     PIC 9(09).
               10 PGB-PM-STATUS       PIC X(01).
               10 PGB-PM-READ         USAGE BINARY-LONG.
               10 PGB-PM-INSERTED     USAGE BINARY-LONG.
               10 PGB-PM-REJECTED     USAGE BINARY-LONG.
               10 PGB-PM-CT2-REJECTED USAGE BINARY-LONG.
               10 PGB-PM-COMMITTED    USAGE BINARY-LONG.
               10 PGB-PM-CT2-INSERTED USAGE BINARY-LONG.

      * masked refresh: production (PGCFGFL, the run's own connection)
      * is read inside one read-only snapshot and streamed by COPY
      * straight into the test database (PGTCFFL, a second
      * connection) with the PII columns masked in the source query,
      * so real names and addresses never leave production
       01 PGB-TCFFL-STATUS           PIC X(02).
       01 PGB-TCONN                  USAGE POINTER.
       01 PGB-MR-CONN                USAGE POINTER.
       01 PGB-MR-TGT-CONNINFO        PIC X(256).
       01 PGB-MR-SAVE-CONNINFO       PIC X(256).
       01 PGB-MR-SAVE-CFG            PIC X(139).
       01 PGB-MR-TGT-OPEN-SW         PIC X(01).
           88 PGB-MR-TGT-OPEN            VALUE "Y".
       01 PGB-MR-FAILED-SW           PIC X(01).
           88 PGB-MR-FAILED              VALUE "Y".
       01 PGB-MR-MISMATCH-SW         PIC X(01).
           88 PGB-MR-MISMATCH            VALUE "Y".
       01 PGB-MR-PUT-FAILED-SW       PIC X(01).
           88 PGB-MR-PUT-FAILED          VALUE "Y".
       01 PGB-MR-SRC-ID              PIC X(60).
       01 PGB-MR-TGT-ID              PIC X(60).
       01 PGB-MR-PASS                USAGE BINARY-LONG.
       01 PGB-MR-TABLE               PIC X(40).
       01 PGB-MR-STATUS              PIC X(13).
       01 PGB-MR-COL-NAME            PIC X(30).
       01 PGB-MR-COL-COUNT           USAGE BINARY-LONG.
       01 PGB-MR-MASKED-COLS         USAGE BINARY-LONG.
       01 PGB-MR-HAS-BALANCE-SW      PIC X(01).
           88 PGB-MR-HAS-BALANCE         VALUE "Y".
       01 PGB-MR-COL-LIST            PIC X(600).
       01 PGB-MR-COL-PTR             USAGE BINARY-LONG.
       01 PGB-MR-SEL-LIST            PIC X(2000).
       01 PGB-MR-SEL-PTR             USAGE BINARY-LONG.
       01 PGB-MR-SQL                 PIC X(2700).
       01 PGB-MR-MASK-PREFIX         PIC X(90).
       01 PGB-MR-MASK-TAG            PIC X(02).
       01 PGB-MR-MASK-LEN            PIC X(02).
       01 PGB-MR-MASK-KIND           PIC X(01).
           88 PGB-MR-MASK-LETTERS        VALUE "L".
       01 PGB-MR-MASK-SUFFIX         PIC X(20).
       01 PGB-MR-BUF-PTR             USAGE POINTER.
       01 PGB-MR-COPY-LEN            USAGE BINARY-LONG.
       01 PGB-MR-PUT-RC              USAGE BINARY-LONG.
       01 PGB-MR-ROWS-STREAMED       USAGE BINARY-LONG.
       01 PGB-MR-SRC-ROWS            PIC 9(09).
       01 PGB-MR-TGT-ROWS            PIC 9(09).
       01 PGB-MR-SRC-HASH            PIC S9(13)V99.
       01 PGB-MR-TGT-HASH            PIC S9(13)V99.
       01 PGB-MR-ROWS-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01 PGB-MR-HASH-EDIT           PIC -(13)9.99.
       01 PGB-MR-COUNT-EDIT          PIC Z9.
       01 PGB-MR-ROWS-WORK           PIC 9(09).
       01 PGB-MR-HASH-WORK           PIC S9(13)V99.
       01 PGB-MR-TOTAL-SRC-ROWS      USAGE BINARY-LONG.
       01 PGB-MR-TOTAL-TGT-ROWS      USAGE BINARY-LONG.
       01 PGB-PARAM-MR-TABLE         PIC X(41).

      * business-day calendar: a business day is a Monday to Friday
      * not held as a holiday on cobpg_business_calendar, which
      * CALENDAR keeps from the PGHOLFL holiday file. FEEDMON checks
      * the PGFSCFL schedule of expected runs for one business day
      * against cobpg_run_control; a load run records the feed id
      * from the extract's envelope header on its control row.
       01 PGB-HOLFL-STATUS           PIC X(02).
       01 PGB-FSCFL-STATUS           PIC X(02).
       01 PGB-FEED-ID                PIC X(08).
       01 PGB-PARAM-FEED-ID          PIC X(09).
       01 PGB-CAL-EOF-SW             PIC X(01).
           88 PGB-CAL-EOF                VALUE "Y".
       01 PGB-CAL-REASON             PIC X(40).
       01 PGB-PARAM-CAL-DATE         PIC X(09).
       01 PGB-PARAM-CAL-DESC         PIC X(31).
       01 PGB-FM-DATE                PIC X(08).
       01 PGB-FM-BUS-DATE            PIC X(10).
       01 PGB-FM-NEXT-DATE           PIC X(10).
       01 PGB-FM-BUS-DAY-SW          PIC X(01).
           88 PGB-FM-BUS-DAY             VALUE "Y".
       01 PGB-FM-DUE-PASSED-SW       PIC X(01).
           88 PGB-FM-DUE-PASSED          VALUE "Y".
       01 PGB-FM-ENDED-LATE-SW       PIC X(01).
           88 PGB-FM-ENDED-LATE          VALUE "Y".
       01 PGB-FM-RUN-STATUS          PIC X(01).
       01 PGB-FM-RUN-SEV             PIC X(02).
       01 PGB-FM-EXPECTED-CT         USAGE BINARY-LONG.
       01 PGB-FM-ARRIVED-CT          USAGE BINARY-LONG.
       01 PGB-FM-NOT-DUE-CT          USAGE BINARY-LONG.
       01 PGB-FM-LATE-CT             USAGE BINARY-LONG.
       01 PGB-FM-MISSING-CT          USAGE BINARY-LONG.
       01 PGB-FM-FAILED-CT           USAGE BINARY-LONG.
       01 PGB-PARAM-FM-DUE           PIC X(06).
       01 PGB-PARAM-FM-DATE          PIC X(11).
       01 PGB-PARAM-FM-NEXT          PIC X(11).
       01 PGB-FM-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-FMD-FEED            PIC X(08).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-MODE            PIC X(09).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-TABLE           PIC X(24).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-DUE             PIC X(05).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-STATE           PIC X(12).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-BATCH           PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-START           PIC X(11).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-END             PIC X(11).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-RUN-STATUS      PIC X(01).
           05 FILLER                  PIC X(02).
           05 PGB-FMD-NOTE            PIC X(20).

      * multi-currency: every account is held in one currency (the
      * target table's currency column; a table without one is all
      * base currency). FXRATE keeps cobpg_fx_rate from the PGFXRFL
      * daily rate file as base-currency units per unit of foreign
      * currency; the reports value each currency at the latest
      * rate on or before their date
       01 PGB-BASE-CCY               PIC X(03) VALUE "USD".
       01 PGB-FXRFL-STATUS           PIC X(02).
       01 PGB-CCY-COL-SW             PIC X(01).
           88 PGB-CCY-COL-PRESENT        VALUE "Y".
       01 PGB-CCY-EXPR               PIC X(30).
       01 PGB-ACCT-CCY               PIC X(03).
       01 PGB-TXN-CCY                PIC X(03).
       01 PGB-FX-EOF-SW              PIC X(01).
           88 PGB-FX-EOF                 VALUE "Y".
       01 PGB-FX-REASON              PIC X(40).
       01 PGB-PARAM-FX-DATE          PIC X(11).
       01 PGB-PARAM-FX-CCY           PIC X(04).
       01 PGB-PARAM-FX-RATE          PIC X(13).
       01 PGB-FX-RATE-PARM-EDIT      PIC 9(05).9(06).
       01 PGB-FX-CCY                 PIC X(03).
       01 PGB-FX-AS-OF               PIC X(10).
       01 PGB-FX-RATE                PIC 9(05)V9(06).
       01 PGB-FX-RATE-DATE           PIC X(10).
       01 PGB-FX-RATE-SW             PIC X(01).
           88 PGB-FX-RATE-FOUND          VALUE "Y".
       01 PGB-FX-BASE-AMT            PIC S9(13)V99.
       01 PGB-FX-BASE-TOTAL          PIC S9(13)V99.
       01 PGB-FX-PRIOR-TOTAL         PIC S9(13)V99.
       01 PGB-FX-NO-RATE-CT          USAGE BINARY-LONG.
       01 PGB-FX-CCY-CT              USAGE BINARY-LONG.
       01 PGB-FX-IDX                 USAGE BINARY-LONG.
       01 PGB-FX-HIT                 USAGE BINARY-LONG.
       01 PGB-FX-SCAN                USAGE BINARY-LONG.
       01 PGB-FX-GROUP-CCY           PIC X(03).
       01 PGB-FX-CCY-TABLE.
           05 PGB-FX-ENTRY            OCCURS 31 TIMES.
               10 PGB-FX-E-CCY        PIC X(03).
               10 PGB-FX-E-AMOUNT     PIC S9(13)V99.
               10 PGB-FX-E-PRIOR      PIC S9(13)V99.
       01 PGB-FX-SUMMARY-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-FXS-CCY             PIC X(03).
           05 FILLER                  PIC X(04).
           05 PGB-FXS-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(04).
           05 PGB-FXS-RATE            PIC ZZ,ZZ9.999999.
           05 FILLER                  PIC X(04).
           05 PGB-FXS-RATE-DATE       PIC X(10).
           05 FILLER                  PIC X(04).
           05 PGB-FXS-BASE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(04).
           05 PGB-FXS-NOTE            PIC X(20).

      * daily exceptions: EXCEPTION evaluates the PGXRUFL rules
      * against one business day's posting history and the balances
      * on the table and keeps every hit in cobpg_exception, open
      * until EXCREVIEW signs it off from the PGXRVFL review file
       01 PGB-XRUFL-STATUS           PIC X(02).
       01 PGB-XRVFL-STATUS           PIC X(02).
       01 PGB-XC-EOF-SW              PIC X(01).
           88 PGB-XC-EOF                 VALUE "Y".
       01 PGB-XC-LIMIT-COL-SW        PIC X(01).
           88 PGB-XC-LIMIT-COL-PRESENT   VALUE "Y".
       01 PGB-XC-REASON              PIC X(40).
       01 PGB-XC-SEVERITY            PIC 9(01).
       01 PGB-XC-THRESHOLD           PIC 9(11)V99.
       01 PGB-XC-MEASURE-EXPR        PIC X(40).
       01 PGB-XC-LIMIT-EXPR          PIC X(40).
       01 PGB-XC-COMPARE             PIC X(02).
       01 PGB-XC-COUNT-RULE-SW       PIC X(01).
           88 PGB-XC-COUNT-RULE          VALUE "Y".
       01 PGB-XC-SQL                 PIC X(2400).
       01 PGB-PARAM-XC-RULE-ID       PIC X(09).
       01 PGB-PARAM-XC-THRESHOLD     PIC X(16).
       01 PGB-PARAM-XC-SEVERITY      PIC X(02).
       01 PGB-PARAM-XC-RULE-TYPE     PIC X(09).
       01 PGB-PARAM-XC-ACTION        PIC X(02).
       01 PGB-PARAM-XC-REVIEWER      PIC X(09).
       01 PGB-PARAM-XC-NOTE          PIC X(41).
       01 PGB-XC-THRESHOLD-EDIT      PIC -(11)9.99.
       01 PGB-XC-AMOUNT-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 PGB-XC-COUNT-EDIT          PIC ZZ,ZZZ,ZZ9.
       01 PGB-XC-RULE-CT             USAGE BINARY-LONG.
       01 PGB-XC-RULES-REJECTED      USAGE BINARY-LONG.
       01 PGB-XC-SEEN-CT             USAGE BINARY-LONG.
       01 PGB-XC-SCAN                USAGE BINARY-LONG.
       01 PGB-XC-HIT                 USAGE BINARY-LONG.
       01 PGB-XC-SEEN-TABLE.
           05 PGB-XC-SEEN-ID          OCCURS 50 TIMES PIC X(08).
       01 PGB-XC-RULE-HITS           USAGE BINARY-LONG.
       01 PGB-XC-RULE-OPEN           USAGE BINARY-LONG.
       01 PGB-XC-RULE-REVIEWED       USAGE BINARY-LONG.
       01 PGB-XC-RULE-REPEATS        USAGE BINARY-LONG.
       01 PGB-XC-TOTAL-HITS          USAGE BINARY-LONG.
       01 PGB-XC-TOTAL-OPEN          USAGE BINARY-LONG.
       01 PGB-XC-TOTAL-REVIEWED      USAGE BINARY-LONG.
       01 PGB-XC-TOTAL-REPEATS       USAGE BINARY-LONG.
       01 PGB-XC-REVIEWED-CT         USAGE BINARY-LONG.
       01 PGB-XC-REOPENED-CT         USAGE BINARY-LONG.
       01 PGB-XC-HIT-STATUS          PIC X(01).
           88 PGB-XC-HIT-OPEN            VALUE "O".
       01 PGB-XC-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-XCD-ACCOUNT         PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-CCY             PIC X(03).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-MEASURED        PIC X(18).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-LIMIT           PIC X(18).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-XCD-MOVES           PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02).
           05 PGB-XCD-STATUS          PIC X(08).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-REVIEWER        PIC X(08).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-REPEAT          PIC X(06).
           05 FILLER                  PIC X(02).
           05 PGB-XCD-PRIOR           PIC ZZZ9.
           05 FILLER                  PIC X(02).
           05 PGB-XCD-LAST-HIT        PIC X(10).

      * delta subsystem: change extract applied as insert/update/delete
       01 PGB-DELTA-EOF-SW           PIC X(01).
           88 PGB-DELTA-EOF              VALUE "Y".
       01 PGB-POST-EOF-SW            PIC X(01).
           88 PGB-POST-EOF               VALUE "Y".
       01 PGB-RECS-POSTED            USAGE BINARY-LONG.
       01 PGB-POST-FETCH-SQL         PIC X(160).
       01 PGB-POST-UPDATE-SQL        PIC X(120).
       01 PGB-POST-PRIOR-BAL         PIC S9(13)V99.
       01 PGB-POST-MOVEMENT          PIC S9(13)V99.
       01 PGB-POST-NEW-BAL           PIC S9(13)V99.

      * one signed movement applied to one account's stored balance,
      * shared by the suspense posting and the clearing run: the
      * caller stages the account and movement, 0168 fetches the
      * prior balance and updates it, and says whether the account
      * was there and whether the update took; the caller journals
      * the leg once everything else it depends on has gone in too
       01 PGB-MV-LEG.
           05 PGB-MV-ACCOUNT-ID       PIC 9(10).
           05 PGB-MV-MOVEMENT         PIC S9(13)V99.
           05 PGB-MV-PRIOR-BAL        PIC S9(13)V99.
           05 PGB-MV-NEW-BAL          PIC S9(13)V99.
       01 PGB-MV-RESULT              PIC X(01).
           88 PGB-MV-POSTED              VALUE "P".
           88 PGB-MV-NOT-FOUND           VALUE "N".
           88 PGB-MV-FAILED              VALUE "F".
           88 PGB-MV-BLOCKED             VALUE "S".
           88 PGB-MV-CCY-MISMATCH        VALUE "C".
      * currency the caller expects the account to be held in; left
      * blank, any currency is taken and PGB-ACCT-CCY says which
       01 PGB-MV-EXPECT-CCY          PIC X(03) VALUE SPACES.

      * suspense subsystem: a POST movement whose account is not on
      * the table goes to the suspense account named in the cutoff
      * parm position and is held as an open item in cobpg_suspense
      * until a SUSPCLEAR run moves it or writes it off
       01 PGB-SUSP-ACCOUNT-ID        PIC 9(10).
       01 PGB-SUSP-SET-SW            PIC X(01).
           88 PGB-SUSP-SET               VALUE "Y".
       01 PGB-RECS-SUSPENDED         USAGE BINARY-LONG.
       01 PGB-PARAM-SUSP-ACCT        PIC X(11).
       01 PGB-PARAM-SUSP-SEQ         PIC X(14).
       01 PGB-PARAM-TXN-CODE         PIC X(02).
       01 PGB-PARAM-AMOUNT           PIC X(16).
       01 PGB-PARAM-MOVEMENT         PIC X(16).
       01 PGB-PARAM-TXN-DATE         PIC X(09).
       01 PGB-PARAM-TXN-BATCH        PIC X(11).
       01 PGB-PARAM-SC-ACTION        PIC X(02).
       01 PGB-PARAM-SC-REF           PIC X(21).
       01 PGB-SC-EOF-SW              PIC X(01).
           88 PGB-SC-EOF                 VALUE "Y".
       01 PGB-SC-REJECT-SW           PIC X(01).
           88 PGB-SC-REJECTED            VALUE "Y".
       01 PGB-SC-FAILED-SW           PIC X(01).
           88 PGB-SC-FAILED              VALUE "Y".
       01 PGB-SC-WRITEOFF-ACCT       PIC 9(10).
       01 PGB-SC-WRITEOFF-SET-SW     PIC X(01).
           88 PGB-SC-WRITEOFF-SET        VALUE "Y".
       01 PGB-SC-ITEM-STATUS         PIC X(01).
       01 PGB-SC-ITEM-SUSP-ACCT      PIC 9(10).
       01 PGB-SC-ITEM-MOVEMENT       PIC S9(13)V99.
       01 PGB-SC-ITEM-CCY            PIC X(03).
       01 PGB-SC-POST-ACCT           PIC 9(10).
       01 PGB-SC-LEG1-SAVE           PIC X(55).
       01 PGB-SC-LEG2-SAVE           PIC X(55).
       01 PGB-SC-MESSAGE             PIC X(80).
       01 PGB-SA-SQL                 PIC X(600).
       01 PGB-SC-CLEARED             USAGE BINARY-LONG.
       01 PGB-SC-WRITTEN-OFF         USAGE BINARY-LONG.
       01 PGB-SA-ITEM-CT             USAGE BINARY-LONG.
       01 PGB-SA-ACCT-CT             USAGE BINARY-LONG.
       01 PGB-SA-BREAK-CT            USAGE BINARY-LONG.
       01 PGB-SA-PREV-ACCT           PIC X(10).
       01 PGB-SA-RUNNING             PIC S9(13)V99.
       01 PGB-SA-LEDGER-BAL          PIC S9(13)V99.
       01 PGB-SA-DIFFERENCE          PIC S9(13)V99.
       01 PGB-SA-GRAND-OPEN          PIC S9(13)V99.
       01 PGB-SA-AMOUNT-EDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 PGB-SA-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-SAD-SUSP-ACCT       PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-SAD-ITEM            PIC ZZZZZZZZZ9.
           05 FILLER                  PIC X(02).
           05 PGB-SAD-ACCOUNT         PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-SAD-CODE            PIC X(01).
           05 FILLER                  PIC X(02).
           05 PGB-SAD-TXN-DATE        PIC X(08).
           05 FILLER                  PIC X(02).
           05 PGB-SAD-SUSPENDED       PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-SAD-DAYS            PIC ZZZZ9.
           05 FILLER                  PIC X(02).
           05 PGB-SAD-MOVEMENT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-SAD-RUNNING         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-SAD-BATCH           PIC X(10).

      * posting history: every movement POST, suspense, or clearing
      * applies to a stored balance is kept for good in
      * cobpg_posting_history, written inside the movement's own
      * savepoint so the balance never moves without its history row
       01 PGB-PH-TXN-CODE            PIC X(01).
       01 PGB-PH-TXN-DATE            PIC X(08).
       01 PGB-PH-TXN-BATCH           PIC X(10).
       01 PGB-PH-SOURCE              PIC X(10).
       01 PGB-PH-TODAY               PIC X(08).
       01 PGB-PARAM-PRIOR-BAL        PIC X(16).
       01 PGB-PARAM-PH-SOURCE        PIC X(11).

      * statement print: one statement per account for the range
      * from the cutoff parm position to the date after it, opening
      * balance off the period snapshot before the range, address
      * off the contact child table
       01 PGB-ST-FROM-DATE           PIC X(08).
       01 PGB-ST-TO-DATE             PIC X(08).
       01 PGB-ST-MONTH-START         PIC X(08).
       01 PGB-ST-PERIOD              PIC X(06).
       01 PGB-ST-PERIOD-WK.
           05 PGB-ST-WK-YEAR          PIC 9(04).
           05 PGB-ST-WK-MONTH         PIC 9(02).
       01 PGB-ST-SQL                 PIC X(900).
       01 PGB-ST-MV-SQL              PIC X(300).
       01 PGB-PARAM-ST-PERIOD        PIC X(07).
       01 PGB-PARAM-ST-MONTH-START   PIC X(09).
       01 PGB-PARAM-ST-FROM          PIC X(09).
       01 PGB-PARAM-ST-TO            PIC X(09).
       01 PGB-ST-ACCT-RES            USAGE POINTER.
       01 PGB-ST-ACCT-COUNT          USAGE BINARY-LONG.
       01 PGB-ST-ACCT-ROW            USAGE BINARY-LONG.
       01 PGB-ST-MV-COUNT            USAGE BINARY-LONG.
       01 PGB-ST-MV-OK-SW            PIC X(01).
           88 PGB-ST-MV-OK               VALUE "Y".
       01 PGB-ST-PRINTED             USAGE BINARY-LONG.
       01 PGB-ST-NO-CONTACT-CT       USAGE BINARY-LONG.
       01 PGB-ST-BREAK-CT            USAGE BINARY-LONG.
       01 PGB-ST-ACCOUNT-ID          PIC X(10).
       01 PGB-ST-ACCOUNT-NAME        PIC X(30).
       01 PGB-ST-HAS-CONTACT         PIC X(01).
       01 PGB-ST-ADDR-1              PIC X(30).
       01 PGB-ST-ADDR-2              PIC X(30).
       01 PGB-ST-CITY                PIC X(20).
       01 PGB-ST-POSTAL              PIC X(10).
       01 PGB-ST-LEDGER-BAL          PIC S9(13)V99.
       01 PGB-ST-OPENING             PIC S9(13)V99.
       01 PGB-ST-CLOSING             PIC S9(13)V99.
       01 PGB-ST-RUNNING             PIC S9(13)V99.
       01 PGB-ST-LATER-MV            PIC S9(13)V99.
       01 PGB-ST-TOTAL-DR            PIC S9(13)V99.
       01 PGB-ST-TOTAL-CR            PIC S9(13)V99.
       01 PGB-ST-REASON              PIC X(40).
       01 PGB-ST-LINE-CT             USAGE BINARY-LONG.
       01 PGB-ST-PAGE-CT             PIC 9(04).
       01 PGB-SX-LINE-CT             USAGE BINARY-LONG.
       01 PGB-SX-PAGE-CT             PIC 9(04).
       01 PGB-ST-DATE-EDIT.
           05 PGB-ST-DE-YEAR          PIC X(04).
           05 FILLER                  PIC X(01) VALUE "-".
           05 PGB-ST-DE-MONTH         PIC X(02).
           05 FILLER                  PIC X(01) VALUE "-".
           05 PGB-ST-DE-DAY           PIC X(02).
       01 PGB-ST-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-STD-DATE            PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-STD-DESC            PIC X(20).
           05 FILLER                  PIC X(02).
           05 PGB-STD-BATCH           PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-STD-DEBIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05 FILLER                  PIC X(02).
           05 PGB-STD-CREDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05 FILLER                  PIC X(02).
           05 PGB-STD-BALANCE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 PGB-SX-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-SXD-ACCOUNT         PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-SXD-NAME            PIC X(30).
           05 FILLER                  PIC X(02).
           05 PGB-SXD-CLOSING         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-SXD-LEDGER          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-SXD-REASON          PIC X(40).

      * account status: the status column on the target table and the
      * one account's status as fetched by whichever run is moving
      * its balance; a frozen or closed account takes no movement
       01 PGB-STATUS-COL-SW          PIC X(01).
           88 PGB-STATUS-COL-PRESENT     VALUE "Y".
       01 PGB-STATUS-EXPR            PIC X(16).
       01 PGB-STATUS-SQL             PIC X(300).
       01 PGB-STATUS-MSG             PIC X(40).
       01 PGB-ACCT-STATUS            PIC X(01).
           88 PGB-ACCT-ACTIVE            VALUE "A".
           88 PGB-ACCT-FROZEN            VALUE "F".
           88 PGB-ACCT-CLOSED            VALUE "C".

      * account maintenance: changes entered by MAINT wait as pending
      * in cobpg_maintenance until APPROVE, run with a different
      * user ID, approves and applies them or rejects them
       01 PGB-MT-EOF-SW              PIC X(01).
           88 PGB-MT-EOF                 VALUE "Y".
       01 PGB-MT-FAILED-SW           PIC X(01).
           88 PGB-MT-FAILED              VALUE "Y".
       01 PGB-MT-REJECT-SW           PIC X(01).
           88 PGB-MT-REJECTED            VALUE "Y".
       01 PGB-MT-ACCT-FOUND-SW       PIC X(01).
           88 PGB-MT-ACCT-FOUND          VALUE "Y".
       01 PGB-MT-ENTERED             USAGE BINARY-LONG.
       01 PGB-MT-APPROVED            USAGE BINARY-LONG.
       01 PGB-MT-DECLINED            USAGE BINARY-LONG.
       01 PGB-MT-MESSAGE             PIC X(60).
       01 PGB-MT-SEQ-TEXT            PIC X(10).
       01 PGB-MT-ACTION              PIC X(01).
           88 PGB-MT-ACTION-OPEN         VALUE "O".
           88 PGB-MT-ACTION-RENAME       VALUE "R".
           88 PGB-MT-ACTION-FREEZE       VALUE "F".
           88 PGB-MT-ACTION-UNFREEZE     VALUE "U".
           88 PGB-MT-ACTION-CLOSE        VALUE "C".
       01 PGB-MT-ACTION-WORD         PIC X(08).
       01 PGB-MT-ACCOUNT-ID          PIC 9(10).
       01 PGB-MT-ACCOUNT-NAME        PIC X(30).
       01 PGB-MT-MAKER-ID            PIC X(08).
       01 PGB-MT-CHG-STATUS          PIC X(01).
           88 PGB-MT-CHG-PENDING         VALUE "P".
           88 PGB-MT-CHG-APPROVED        VALUE "A".
       01 PGB-MT-ACCT-BALANCE        PIC S9(13)V99.
       01 PGB-MT-NEW-STATUS          PIC X(01).
       01 PGB-MT-TODAY               PIC X(08).
       01 PGB-MT-FETCH-SQL           PIC X(200).
       01 PGB-MT-INSERT-SQL          PIC X(300).
       01 PGB-MT-UPDATE-SQL          PIC X(300).
       01 PGB-MT-DDL-SQL             PIC X(200).
       01 PGB-PARAM-MT-ACTION        PIC X(02).
       01 PGB-PARAM-MT-NAME          PIC X(31).
       01 PGB-PARAM-MT-MAKER         PIC X(09).
       01 PGB-PARAM-MT-REASON        PIC X(41).
       01 PGB-PARAM-MT-SEQ           PIC X(11).
       01 PGB-PARAM-MT-STATUS        PIC X(02).
       01 PGB-PARAM-MT-DATE          PIC X(09).

      * maintenance report: changes pending, and changes entered or
      * decided on the report date, grouped by where they stand
       01 PGB-MN-DATE                PIC X(08).
       01 PGB-MN-PREV-STATUS         PIC X(01).
       01 PGB-MN-GROUP-CT            USAGE BINARY-LONG.
       01 PGB-MN-PENDING-CT          USAGE BINARY-LONG.
       01 PGB-MN-APPROVED-CT         USAGE BINARY-LONG.
       01 PGB-MN-REJECTED-CT         USAGE BINARY-LONG.
       01 PGB-MN-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-MND-SEQ             PIC X(10).
           05 FILLER                  PIC X(01).
           05 PGB-MND-ACTION          PIC X(08).
           05 FILLER                  PIC X(01).
           05 PGB-MND-ACCOUNT         PIC X(10).
           05 FILLER                  PIC X(01).
           05 PGB-MND-NAME            PIC X(30).
           05 FILLER                  PIC X(01).
           05 PGB-MND-MAKER           PIC X(08).
           05 FILLER                  PIC X(01).
           05 PGB-MND-ENTERED         PIC X(16).
           05 FILLER                  PIC X(01).
           05 PGB-MND-CHECKER         PIC X(08).
           05 FILLER                  PIC X(01).
           05 PGB-MND-DECIDED         PIC X(16).
           05 FILLER                  PIC X(01).
           05 PGB-MND-COMMENT         PIC X(17).

      * balance roll-forward proof
       01 PGB-RF-DATE                PIC X(08).
       01 PGB-RF-FAILED-SW           PIC X(01).
           88 PGB-RF-FAILED              VALUE "Y".
       01 PGB-RF-SOURCE-SW           PIC X(01).
           88 PGB-RF-FROM-DAILY          VALUE "D".
           88 PGB-RF-FROM-PERIOD         VALUE "P".
           88 PGB-RF-NO-BASE             VALUE "N".
       01 PGB-RF-PRIOR-DATE          PIC X(08).
       01 PGB-RF-PRIOR-TS            PIC X(30).
       01 PGB-RF-BAL-OFF             PIC 9(03).
       01 PGB-RF-CTE-LEN             USAGE BINARY-LONG.
       01 PGB-RF-NPARAMS             USAGE BINARY-LONG.
       01 PGB-RF-CTE                 PIC X(1800).
       01 PGB-RF-SQL                 PIC X(2000).
       01 PGB-RF-DDL-SQL             PIC X(300).
       01 PGB-RF-IMG-AFTER           PIC X(80).
       01 PGB-RF-IMG-BEFORE          PIC X(80).
       01 PGB-PARAM-RF-TS            PIC X(31).
       01 PGB-PARAM-RF-BASE          PIC X(09).
       01 PGB-PARAM-RF-DATE          PIC X(09).
       01 PGB-RF-ACCT-CT             USAGE BINARY-LONG.
       01 PGB-RF-BREAK-CT            USAGE BINARY-LONG.
       01 PGB-RF-CLOSE-CT            USAGE BINARY-LONG.
       01 PGB-RF-T-PRIOR             PIC S9(13)V99.
       01 PGB-RF-T-POST              PIC S9(13)V99.
       01 PGB-RF-T-DELTA             PIC S9(13)V99.
       01 PGB-RF-T-EXPECTED          PIC S9(13)V99.
       01 PGB-RF-T-ACTUAL            PIC S9(13)V99.
       01 PGB-RF-T-UNEXPLAINED       PIC S9(13)V99.
       01 PGB-RF-TB-MOVEMENT         PIC S9(13)V99.
       01 PGB-RF-TB-CURR-NET         PIC S9(13)V99.
       01 PGB-RF-PRIOR-BAL           PIC S9(13)V99.
       01 PGB-RF-POST-MV             PIC S9(13)V99.
       01 PGB-RF-DELTA-MV            PIC S9(13)V99.
       01 PGB-RF-EXPECTED            PIC S9(13)V99.
       01 PGB-RF-ACTUAL              PIC S9(13)V99.
       01 PGB-RF-DIFFERENCE          PIC S9(13)V99.
       01 PGB-RF-DETAIL-LINE.
           05 FILLER                  PIC X(01).
           05 PGB-RFD-ACCOUNT         PIC X(10).
           05 FILLER                  PIC X(02).
           05 PGB-RFD-PRIOR           PIC -(11)9.99.
           05 FILLER                  PIC X(01).
           05 PGB-RFD-POST            PIC -(11)9.99.
           05 FILLER                  PIC X(01).
           05 PGB-RFD-DELTA           PIC -(11)9.99.
           05 FILLER                  PIC X(01).
           05 PGB-RFD-EXPECTED        PIC -(11)9.99.
           05 FILLER                  PIC X(01).
           05 PGB-RFD-ACTUAL          PIC -(11)9.99.
           05 FILLER                  PIC X(01).
           05 PGB-RFD-DIFFERENCE      PIC -(11)9.99.
           05 FILLER                  PIC X(02).
           05 PGB-RFD-NOTE            PIC X(22).

      * one row's worth of target-table column values, staged here by
      * whichever subsystem is driving so 0022-BUILD-PARAMS and the
      * checkpoint logic work the same for a full load and a delta.
                                                     SEPARATE.
           05 PGB-WORK-LOAD-DATE      PIC X(08).
           05 PGB-WORK-BATCH-ID       PIC X(10).
           05 PGB-WORK-CURRENCY       PIC X(03).
       01 PGB-WORK-IMAGE REDEFINES PGB-WORK-REC PIC X(75).

      * table-definition control: the target table's columns, types,
      * widths, and key, read from PGTDFFL (or the built-in
       01 PGB-TDF-COL-COUNT          USAGE BINARY-LONG.
       01 PGB-TDF-KEY-COL            USAGE BINARY-LONG.
       01 PGB-TDF-BATCH-COL          USAGE BINARY-LONG.
       01 PGB-TDF-CCY-COL            USAGE BINARY-LONG.
       01 PGB-TDF-REC-LEN            USAGE BINARY-LONG.
       01 PGB-TDF-IDX                USAGE BINARY-LONG.
       01 PGB-TDF-SET-CT             USAGE BINARY-LONG.
       01 PGB-HASH-EDIT              PIC +9(13).99.

      * trial-balance report subsystem
       01 PGB-TB-SQL                 PIC X(800).
       01 PGB-TB-CURR-DATE           PIC X(10).
       01 PGB-TB-PRIOR-DATE          PIC X(10).
       01 PGB-TB-PRIOR-LOADED-SW     PIC X(01).
           88 PGB-TB-PRIOR-LOADED        VALUE "Y".
       01 PGB-TB-DR-COUNT            PIC 9(09).
       01 PGB-TB-CR-COUNT            PIC 9(09).
       01 PGB-TB-DR-TOTAL            PIC S9(13)V99.
           05 PGB-TBD-CR-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-TBD-NET             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02).
           05 PGB-TBD-CCY             PIC X(03).

      * month-end close subsystem
       01 PGB-ME-SQL                 PIC X(800).
       01 PGB-ME-PERIOD              PIC X(06).
       01 PGB-ME-PRIOR-PERIOD        PIC X(06).
       01 PGB-ME-PERIOD-WK.
       01 PGB-ME-FAILED-SW           PIC X(01).
           88 PGB-ME-FAILED              VALUE "Y".
       01 PGB-ME-SNAP-COUNT          PIC 9(09).
       01 PGB-ME-LAST-BUS-DAY        PIC X(10).
       01 PGB-ME-PERIOD-OVER-SW      PIC X(01).
           88 PGB-ME-PERIOD-OVER         VALUE "Y".
       01 PGB-PARAM-PERIOD-1         PIC X(07).
       01 PGB-PARAM-PERIOD-2         PIC X(07).
       01 PGB-ME-OPENING             PIC S9(13)V99.
           05 PGB-MED-MOVEMENT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(04).
           05 PGB-MED-CLOSING         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(04).
           05 PGB-MED-CCY             PIC X(03).

      * reject lifecycle tracking in cobpg_reject_track
       01 PGB-PARAM-SOURCE           PIC X(10).
           88 PGB-JRN-FAILED             VALUE "Y".
       01 PGB-JRN-BK-FAILED-SW       PIC X(01).
           88 PGB-JRN-BK-FAILED          VALUE "Y".
       01 PGB-JRN-BEFORE             PIC X(75).
       01 PGB-JRN-NUM-10             PIC 9(10).
       01 PGB-JRN-START              USAGE BINARY-LONG.
       01 PGB-PARAM-JRN-ACT          PIC X(02).
       01 PGB-PARAM-JRN-KEY          PIC X(11).
       01 PGB-PARAM-JRN-BEF          PIC X(76).
       01 PGB-PARAM-JRN-AFT          PIC X(76).
       01 PGB-PARAM-JRN-SEQ          PIC X(14).
       01 PGB-JRN-RES                USAGE POINTER.
       01 PGB-JRN-NTUPLES            USAGE BINARY-LONG.
       01 PGB-AUD-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.

      * purge / retention subsystem
       01 PGB-PURGE-SQL              PIC X(400).
       01 PGB-PURGE-CUTOFF           PIC X(08).
       01 PGB-KEEP-DAYS              PIC 9(05).
       01 PGB-KEEP-IDX               USAGE BINARY-LONG.
               WHEN PGB-MODE-LOAD
                   PERFORM 0020-LOAD-SUBSYSTEM
               WHEN PGB-MODE-BULKLOAD
                   IF NOT PGB-PART-DONE
                       PERFORM 0070-BULK-LOAD-SUBSYSTEM
                   END-IF
               WHEN PGB-MODE-BULKMERGE
                   PERFORM 0203-BULK-MERGE
               WHEN PGB-MODE-REFRESH
                   PERFORM 0211-MASKED-REFRESH
               WHEN PGB-MODE-CALENDAR
                   PERFORM 0221-CALENDAR-MAINTENANCE
               WHEN PGB-MODE-FEEDMON
                   PERFORM 0225-FEED-MONITOR
               WHEN PGB-MODE-FXRATE
                   PERFORM 0232-FX-RATE-LOAD
               WHEN PGB-MODE-EXCEPTION
                   PERFORM 0241-EXCEPTION-REPORT
               WHEN PGB-MODE-EXCREVIEW
                   PERFORM 0247-EXCEPTION-REVIEW
               WHEN PGB-MODE-DELTA
                   PERFORM 0050-DELTA-SUBSYSTEM
               WHEN PGB-MODE-POST
                   PERFORM 0090-AUDIT-COMPARE
               WHEN PGB-MODE-PURGE
                   PERFORM 0100-PURGE-SUBSYSTEM
               WHEN PGB-MODE-SUSPCLEAR
                   PERFORM 0162-SUSPENSE-CLEARING
               WHEN PGB-MODE-SUSPAGE
                   PERFORM 0165-SUSPENSE-AGING-REPORT
               WHEN PGB-MODE-STMT
                   PERFORM 0172-STATEMENT-RUN
               WHEN PGB-MODE-MAINT
                   PERFORM 0182-MAINTENANCE-ENTRY
               WHEN PGB-MODE-APPROVE
                   PERFORM 0186-APPROVAL-RUN
               WHEN PGB-MODE-MAINTRPT
                   PERFORM 0190-MAINTENANCE-REPORT
               WHEN PGB-MODE-ROLLFWD
                   PERFORM 0193-ROLL-FORWARD-PROOF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO PGB-RUN-SEVERITY.
           MOVE "N" TO PGB-RUN-REGISTERED-SW PGB-RUN-REFUSED-SW.
           MOVE "N" TO PGB-TRK-OPEN-SW.
           MOVE 0 TO PGB-RECS-SUSPENDED PGB-SC-CLEARED
                     PGB-SC-WRITTEN-OFF.
           MOVE SPACES TO PGB-TRK-SRC-OVR.
           MOVE "C" TO PGB-CTL-FINAL-STATUS.
           MOVE "N" TO PGB-PART-SW PGB-PART-DONE-SW.
           MOVE SPACES TO PGB-PART-X.
           MOVE SPACES TO PGB-FEED-ID.
           OPEN OUTPUT PGERRFL.

      *----------------------------------------------------------------
       0020-LOAD-SUBSYSTEM.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-INSERTED PGB-RECS-REJECTED
                     PGB-RECS-SINCE-CKPT PGB-RECS-COMMITTED-TOTAL.
           MOVE 0 TO PGB-CT2-COMMITTED-TOTAL.
           MOVE 0 TO PGB-RESTART-KEY.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           MOVE "N" TO PGB-RESUMED-SW.
                   AND PGB-WORK-IMAGE(PGB-GEN-OFF:PGB-GEN-W) = SPACES
                   MOVE PGB-BATCH-ID
                       TO PGB-GEN-PARAM(PGB-TDF-IDX)(1:PGB-GEN-W)
               WHEN PGB-TDF-IDX = PGB-TDF-CCY-COL
                   AND PGB-WORK-IMAGE(PGB-GEN-OFF:PGB-GEN-W) = SPACES
                   MOVE PGB-BASE-CCY
                       TO PGB-GEN-PARAM(PGB-TDF-IDX)(1:PGB-GEN-W)
               WHEN OTHER
                   MOVE PGB-WORK-IMAGE(PGB-GEN-OFF:PGB-GEN-W)
                       TO PGB-GEN-PARAM(PGB-TDF-IDX)(1:PGB-GEN-W)

       0023-I-ROUTE-RECORD.
           EVALUATE TRUE
               WHEN PGLDI-HEADER-REC
                   MOVE PGLDI-HDR-FEED-ID TO PGB-FEED-ID
                   PERFORM 0021-READ-LOAD-RECORD
               WHEN PGLDI-TRAILER-REC
                   PERFORM 0021-READ-LOAD-RECORD
               WHEN PGLDI2-CONTACT-REC
                   PERFORM 0023-E-LOAD-CONTACT
                   PERFORM 0141-TRACK-REJECT
               END-IF
      *        LOAD mode checkpoints from its driver at an account
      *        boundary instead, and a partitioned stream at the end
      *        of the slice, so contact rows are never split from
      *        their parent by a commit
               IF PGB-RECS-SINCE-CKPT NOT LESS THAN PGB-CKPT-INTERVAL
                   AND NOT PGB-MODE-LOAD
                   AND NOT PGB-PARTITIONED
                   PERFORM 0025-CHECKPOINT-COMMIT
               END-IF
           END-IF.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           IF PGB-RESULT-OK
               ADD PGB-RECS-SINCE-CKPT TO PGB-RECS-COMMITTED-TOTAL
               ADD PGB-CT2-SINCE-CKPT TO PGB-CT2-COMMITTED-TOTAL
               MOVE PGB-BATCH-ID TO PGCKP-BATCH-ID
               IF PGB-MODE-DELTA OR PGB-MODE-POST
                   MOVE PGB-DELTA-SEQ TO PGCKP-LAST-ACCOUNT-ID
                   MOVE PGB-CURR-REC-KEY TO PGCKP-LAST-ACCOUNT-ID
               END-IF
               MOVE PGB-RECS-COMMITTED-TOTAL TO PGCKP-RECS-COMMITTED
               MOVE PGB-PART-X TO PGCKP-PART-NO
               MOVE PGB-CT2-COMMITTED-TOTAL TO PGCKP-CT2-COMMITTED
               WRITE PGCKP-RECORD
               MOVE PGB-CURR-REC-KEY TO PGB-LAST-CKPT-KEY
               MOVE 0 TO PGB-RECS-SINCE-CKPT

      *----------------------------------------------------------------
      * 0026-READ-CHECKPOINT: PGCKPFL is an append-only log, one
      * record per commit; the last record for this batch-id (and
      * partition, for a partitioned stream) is the resume point. A
      * missing file just means a fresh run with nothing to skip.
      *----------------------------------------------------------------
       0026-READ-CHECKPOINT.
           OPEN INPUT PGCKPFL.
           END-READ.
           IF NOT PGB-CKPT-EOF
               IF PGCKP-BATCH-ID = PGB-BATCH-ID
                   AND PGCKP-PART-NO = PGB-PART-X
                   MOVE PGCKP-LAST-ACCOUNT-ID TO PGB-RESTART-KEY
                   MOVE PGCKP-RECS-COMMITTED
                       TO PGB-RECS-COMMITTED-TOTAL
      *            a checkpoint written before contacts were counted
      *            carries no contact total
                   IF PGCKP-CT2-COMMITTED IS NUMERIC
                       MOVE PGCKP-CT2-COMMITTED
                           TO PGB-CT2-COMMITTED-TOTAL
                   ELSE
                       MOVE 0 TO PGB-CT2-COMMITTED-TOTAL
                   END-IF
               END-IF
           END-IF.

               BY REFERENCE PGB-CTL-SQL
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
      *    partition streams started together can race to create the
      *    table; the loser's duplicate-name error means it exists
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           PERFORM 0028-BUILD-INSERT-SQL.
           PERFORM 0053-BUILD-UPDATE-SQL.
           PERFORM 0054-BUILD-DELETE-SQL.
           PERFORM 0180-CHECK-STATUS-COLUMN.
           PERFORM 0150-INIT-JOURNAL.
           PERFORM 0143-CHECK-OPEN-REJECTS.
           OPEN INPUT PGDLIFL.
      *    dies with the action it describes; an action whose
      *    journal cannot be written is refused -- an unjournaled
      *    overwrite is the exact hole audit flagged
      *    a change or delete against a frozen or closed account is
      *    refused before anything is journaled; an add has no before
      *    image and journals its after image alone
           MOVE "N" TO PGB-JRN-FAILED-SW.
           MOVE "A" TO PGB-ACCT-STATUS.
           IF PGB-STATUS-COL-PRESENT
               AND (PGDLI-ACTION-CHANGE OR PGDLI-ACTION-DELETE)
               PERFORM 0180-C-FETCH-KEY-STATUS
           END-IF.
           IF (PGDLI-ACTION-CHANGE OR PGDLI-ACTION-DELETE)
               AND NOT (PGB-ACCT-FROZEN OR PGB-ACCT-CLOSED)
               PERFORM 0151-JOURNAL-CHANGE
           END-IF.
           IF PGDLI-ACTION-ADD
               MOVE SPACES TO PGB-JRN-BEFORE
               PERFORM 0153-INSERT-JOURNAL-ROW
           END-IF.
           EVALUATE TRUE
               WHEN PGB-ACCT-FROZEN OR PGB-ACCT-CLOSED
                   PERFORM 0023-B-ROLLBACK-SP
                   ADD 1 TO PGB-RECS-REJECTED
                   ADD 1 TO PGB-REJS-SINCE-CKPT
                   MOVE "REJECTED" TO PGLDR-DISPOSITION
                   PERFORM 0180-B-STATUS-MESSAGE
                   MOVE PGB-STATUS-MSG TO PGLDR-MESSAGE
                   WRITE PGLDR-RECORD
                   PERFORM 0141-TRACK-REJECT
               WHEN PGB-JRN-FAILED
                   PERFORM 0023-B-ROLLBACK-SP
                   ADD 1 TO PGB-RECS-REJECTED
                   ADD 1 TO PGB-REJS-SINCE-CKPT
                   MOVE "REJECTED" TO PGLDR-DISPOSITION
                   MOVE "BEFORE-IMAGE JOURNAL WRITE FAILED"
                       TO PGLDR-MESSAGE
                   WRITE PGLDR-RECORD
                   PERFORM 0141-TRACK-REJECT
               WHEN OTHER
                   PERFORM 0052-D-EXEC-ACTION
           END-EVALUATE.

       0052-D-EXEC-ACTION.
           MOVE "0052-D-EXEC-ACTION" TO PGB-CALLING-PARA.
      * up in the reconciliation count after the damage is done. The
      * FORCE parm overrides the refusal for a deliberate reload. A
      * partial load (severity 4 return) does not block a rerun: that
      * is exactly the case the checkpoint restart exists for. A
      * partitioned BULKLOAD stream registers as BULKPART and is
      * guarded per partition instead (0201); only the BULKMERGE that
      * completes the batch counts as the batch having been loaded.
      * A run that writes the table from a definition with a
      * currency column adds the column to the table if it is not
      * there yet, every existing account taking the base currency.
      *----------------------------------------------------------------
       0060-REGISTER-RUN.
           PERFORM 0060-A-CREATE-CONTROL-TABLE.
           PERFORM 0060-C-ADD-FEED-COLUMN.
           IF PGB-MODE-LOAD OR PGB-MODE-BULKLOAD OR PGB-MODE-DELTA
               OR PGB-MODE-REPROCESS OR PGB-MODE-POST
               OR PGB-MODE-REJTRACK OR PGB-MODE-REJAGE
               PERFORM 0060-B-CREATE-REJECT-TABLE
           END-IF.
           IF PGB-MODE-BULKLOAD AND PGB-CUTOFF-X NOT = SPACES
               PERFORM 0200-READ-PARTITION
           END-IF.
           IF PGB-MODE-REFRESH
               PERFORM 0210-OPEN-REFRESH-TARGET
           END-IF.
           IF (PGB-MODE-LOAD OR PGB-MODE-BULKLOAD OR PGB-MODE-DELTA
               OR PGB-MODE-REPROCESS OR PGB-MODE-POST
               OR PGB-MODE-PURGE OR PGB-MODE-DELTABACK
               OR PGB-MODE-MONTHEND OR PGB-MODE-SUSPCLEAR
               OR PGB-MODE-MAINT OR PGB-MODE-APPROVE
               OR PGB-MODE-ROLLFWD OR PGB-MODE-BULKMERGE)
               AND NOT PGB-RUN-REFUSED
               PERFORM 0064-ACQUIRE-TABLE-LOCK
           END-IF.
           IF (PGB-MODE-LOAD OR PGB-MODE-BULKLOAD OR PGB-MODE-DELTA
               OR PGB-MODE-REPROCESS OR PGB-MODE-DELTABACK)
               AND PGB-TDF-CCY-COL > 0
               AND NOT PGB-RUN-REFUSED
               PERFORM 0230-A-ADD-CURRENCY-COLUMN
           END-IF.
           IF (PGB-MODE-LOAD OR PGB-MODE-BULKLOAD
               OR PGB-MODE-BULKMERGE)
               AND NOT PGB-FORCE-RUN
               AND NOT PGB-RUN-REFUSED
               PERFORM 0061-CHECK-PRIOR-LOAD
           END-IF.
           PERFORM 0062-INSERT-CONTROL-ROW.
           IF PGB-PARTITIONED AND NOT PGB-RUN-REFUSED
               PERFORM 0201-REGISTER-PARTITION
           END-IF.
           IF PGB-RUN-REFUSED
               MOVE "R" TO PGB-CTL-FINAL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   & "recs_applied integer, "
                   & "recs_rejected integer, "
                   & "severity integer, "
                   & "status char(1), "
                   & "feed_id varchar(8))" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
      *    partition streams started together can race to create the
      *    table; the loser's duplicate-name error means it exists
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0060-C-ADD-FEED-COLUMN: a control table created before load
      * runs recorded their supplier feed id is given the column
      * here. The catalog is looked at first so the ALTER, and its
      * exclusive lock on the table, happens once only.
      *----------------------------------------------------------------
       0060-C-ADD-FEED-COLUMN.
           MOVE "0060-C-ADD-FEED-COLUMN" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass('cobpg_run_control')"
                   & " AND attname = 'feed_id' "
                   & "AND NOT attisdropped" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE "1" TO PGB-CELL-TEXT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-CELL-TEXT(1:1) = "0"
               CALL "PQexec" USING
                   BY VALUE PGCONN
                   BY REFERENCE "ALTER TABLE cobpg_run_control "
                       & "ADD COLUMN IF NOT EXISTS feed_id varchar(8)"
                       & x"00"
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               IF NOT PGB-RESULT-OK
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
               CALL "PQclear" USING BY VALUE PGRES
           END-IF.

      *----------------------------------------------------------------
      * 0060-B-CREATE-REJECT-TABLE: every reject written to the flat
      * reject files by a database mode is also registered here at
                   & "resolved_date date)" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
      *    partition streams started together can race to create the
      *    table; the loser's duplicate-name error means it exists
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM cobpg_run_control"
                   & " WHERE batch_id = $1 AND run_mode IN"
                   & " ('LOAD', 'BULKLOAD', 'BULKMERGE')"
                   & " AND status = 'C' AND severity = 0" & x"00"
               BY VALUE 1
               BY VALUE 0
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE SPACES TO PGB-PARAM-MODE.
      *    a partition stream is not a whole load of the batch, so it
      *    must not satisfy the duplicate-batch check on its own
           IF PGB-PARTITIONED
               MOVE "BULKPART" & x"00" TO PGB-PARAM-MODE
           ELSE
               STRING
                   PGB-RUN-MODE DELIMITED BY SPACE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-PARAM-MODE
               END-STRING
           END-IF.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-MODE.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
      * timestamp, counts, and worst severity seen. recs_applied is
      * whichever of the per-mode success counters moved this run --
      * inserted rows for LOAD/REPROCESS, the adds plus changes plus
      * deletes for DELTA, posted and suspensed movements for POST,
      * cleared and written-off items for SUSPCLEAR -- plus the
      * contact rows applied; rejected folds in contact rejects the
      * same way, so the control row matches the severity those
      * counters drove.
           COMPUTE PGB-CTL-APPLIED = PGB-RECS-INSERTED
               + PGB-RECS-ADDED + PGB-RECS-CHANGED
               + PGB-RECS-DELETED + PGB-RECS-POSTED
               + PGB-CT2-INSERTED + PGB-RECS-SUSPENDED
               + PGB-SC-CLEARED + PGB-SC-WRITTEN-OFF
               + PGB-MT-ENTERED + PGB-MT-APPROVED + PGB-MT-DECLINED.
           MOVE PGB-CTL-APPLIED TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-APPLIED.
           MOVE PGB-CTL-NUM TO PGB-PARAM-APPLIED(1:9).
           MOVE PGB-CTL-SEV-9 TO PGB-PARAM-SEVERITY(1:2).
           MOVE x"00" TO PGB-PARAM-SEVERITY(3:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-SEVERITY.
           MOVE SPACES TO PGB-PARAM-FEED-ID.
           STRING
               PGB-FEED-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-FEED-ID
           END-STRING.
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-FEED-ID.
           MOVE SPACES TO PGB-CTL-SQL.
           STRING
               "UPDATE cobpg_run_control SET end_ts = now(), "
               "recs_applied = $3::integer, " DELIMITED BY SIZE
               "recs_rejected = $4::integer, " DELIMITED BY SIZE
               "severity = $5::integer, " DELIMITED BY SIZE
               "feed_id = NULLIF($6, ''), " DELIMITED BY SIZE
               "status = '" DELIMITED BY SIZE
               PGB-CTL-FINAL-STATUS DELIMITED BY SIZE
               "' WHERE run_seq = $1::bigint" DELIMITED BY SIZE
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-CTL-SQL
               BY VALUE 6
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
      * interleaving commits with the first and corrupting the
      * shared checkpoint file. Fails closed: if the lock cannot
      * even be asked for, the run does not proceed.
      * A partitioned BULKLOAD stream takes the table lock SHARED,
      * so the other partition streams of the batch can run beside
      * it while any ordinary writer is still kept out, plus an
      * exclusive lock on its own account-id range so the same
      * partition cannot be run twice at once.
      *----------------------------------------------------------------
       0064-ACQUIRE-TABLE-LOCK.
           MOVE SPACES TO PGB-PARAM-TABLE.
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0064-ACQUIRE-TABLE-LOCK" TO PGB-CALLING-PARA.
           IF PGB-PARTITIONED
               PERFORM 0064-A-PARTITION-LOCK
           ELSE
               CALL "PQexecParams" USING
                   BY VALUE PGCONN
                   BY REFERENCE "SELECT CASE WHEN "
                       & "pg_try_advisory_lock(hashtext($1)::bigint) "
                       & "THEN 'Y' ELSE 'N' END" & x"00"
                   BY VALUE 1
                   BY VALUE 0
                   BY REFERENCE PGB-PARAM-VALUES
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING PGRES
           END-IF.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQgetvalue" USING
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACES TO PGB-CELL-TEXT
               STRING RESSTR DELIMITED BY x"00" INTO PGB-CELL-TEXT
               EVALUATE PGB-CELL-TEXT(1:1)
                   WHEN "Y"
                       CONTINUE
                   WHEN "P"
                       MOVE "Y" TO PGB-RUN-REFUSED-SW
                       MOVE 5 TO PGB-RUN-SEVERITY
                       DISPLAY "Run refused: partition " PGB-PART-X
                           " of batch " PGB-BATCH-ID
                           " is being loaded by another run"
                   WHEN OTHER
                       MOVE "Y" TO PGB-RUN-REFUSED-SW
                       MOVE 5 TO PGB-RUN-SEVERITY
                       DISPLAY "Run refused: table " PGB-TARGET-TABLE
                           " is locked by another run"
               END-EVALUATE
           ELSE
               MOVE "Y" TO PGB-RUN-REFUSED-SW
               DISPLAY "Run refused: table lock check failed"
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *    the range key is the table name and the stream's range, so
      *    two batches split the same way still serialize per range
       0064-A-PARTITION-LOCK.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-RANGE.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT CASE WHEN "
                   & "pg_try_advisory_lock_shared("
                   & "hashtext($1)::bigint) THEN CASE WHEN "
                   & "pg_try_advisory_lock(hashtext($1::text"
                   & " || ':' || $2::text)::bigint) "
                   & "THEN 'Y' ELSE 'P' END ELSE 'N' END" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.

      *----------------------------------------------------------------
      * 0065-CHECK-DEADLINE: wall clock against the PARM deadline.
      * A deadline at or after the run's start time falls on the
      *----------------------------------------------------------------
       0066-READ-TABLE-DEF.
           MOVE 0 TO PGB-TDF-COL-COUNT PGB-TDF-KEY-COL
                     PGB-TDF-BATCH-COL PGB-TDF-CCY-COL.
           MOVE SPACES TO PGB-TDF-KEY-NAME PGB-TDF-BATCH-NAME.
           OPEN INPUT PGTDFFL.
           IF PGB-TDFFL-STATUS = "00"
      *----------------------------------------------------------------
      * 0066-B-DEFAULT-LEDGER-DEF: the five ledger_accounts columns
      * exactly as the program has always hardwired them, now just
      * the default entry in the same machinery, plus the account's
      * currency at the end of the image (blank = base currency).
      *----------------------------------------------------------------
       0066-B-DEFAULT-LEDGER-DEF.
           MOVE 6 TO PGB-TDF-COL-COUNT.
           MOVE "account_id" TO PGB-TDF-NAME(1).
           MOVE "NUM" TO PGB-TDF-TYPE(1).
           MOVE 10 TO PGB-TDF-WIDTH(1).
           MOVE "CHAR" TO PGB-TDF-TYPE(5).
           MOVE 10 TO PGB-TDF-WIDTH(5).
           MOVE SPACE TO PGB-TDF-KEY-FLG(5).
           MOVE "currency" TO PGB-TDF-NAME(6).
           MOVE "CHAR" TO PGB-TDF-TYPE(6).
           MOVE 3 TO PGB-TDF-WIDTH(6).
           MOVE SPACE TO PGB-TDF-KEY-FLG(6).

       0066-C-COMPILE-DEF.
           MOVE "N" TO PGB-TDF-BAD-SW.
               MOVE "Y" TO PGB-TDF-BAD-SW
               DISPLAY "Table definition has no key column"
           END-IF.
           IF PGB-TDF-REC-LEN > 75
               MOVE "Y" TO PGB-TDF-BAD-SW
               DISPLAY "Table definition record length "
                   PGB-TDF-REC-LEN " exceeds the 75-byte image"
           END-IF.
           IF PGB-TDF-BAD
               DISPLAY "Run refused: table definition invalid"
               MOVE PGB-TDF-IDX TO PGB-TDF-BATCH-COL
               MOVE PGB-TDF-NAME(PGB-TDF-IDX) TO PGB-TDF-BATCH-NAME
           END-IF.
           IF PGB-TDF-NAME(PGB-TDF-IDX) = "currency"
               AND PGB-TDF-WIDTH(PGB-TDF-IDX) = 3
               MOVE PGB-TDF-IDX TO PGB-TDF-CCY-COL
           END-IF.
           ADD PGB-TDF-WIDTH(PGB-TDF-IDX) TO PGB-GEN-OFF.

       0066-D-BUILD-SQL-FRAGMENTS.
      * image file, and one-bad-row isolation all behave exactly as
      * they do in LOAD mode -- the clean 99.9 percent of the file
      * still moves at COPY speed.
      * A partitioned stream (partition number in the CUTOFF parm
      * position) loads one PGLDPART partition file the same way,
      * rejects any account outside its range, and records its
      * outcome for BULKMERGE instead of reconciling the batch, which
      * only the merge can see whole. PGLDPART keeps every contact
      * record in its parent's partition, so a stream also loads the
      * contacts: they are held beside the slice and applied to the
      * <target>_contacts child table after the slice's parents,
      * inside the same commit and checkpoint.
      *----------------------------------------------------------------
       0070-BULK-LOAD-SUBSYSTEM.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-INSERTED PGB-RECS-REJECTED
                     PGB-RECS-SINCE-CKPT PGB-RECS-COMMITTED-TOTAL.
           MOVE 0 TO PGB-CT2-COMMITTED-TOTAL.
           MOVE 0 TO PGB-RESTART-KEY.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           MOVE "N" TO PGB-RESUMED-SW.
           MOVE PGB-RESTART-KEY TO PGB-LAST-CKPT-KEY.
           PERFORM 0028-BUILD-INSERT-SQL.
           MOVE 0 TO PGB-CT2-READ PGB-CT2-INSERTED PGB-CT2-REJECTED.
           MOVE 0 TO PGB-CT2-SINCE-CKPT PGB-CT2-CURR-PARENT.
           IF PGB-PARTITIONED
               PERFORM 0028-A-BUILD-CONTACT-SQL
               PERFORM 0028-B-CREATE-CONTACT-TABLE
           END-IF.
           PERFORM 0076-BUILD-COPY-SQL.
           IF PGB-CKPT-INTERVAL > 10000
               MOVE 10000 TO PGB-BULK-SLICE-SIZE
           DISPLAY "Bulk load rows read     : " PGB-RECS-READ.
           DISPLAY "Bulk load rows inserted : " PGB-RECS-INSERTED.
           DISPLAY "Bulk load rows rejected : " PGB-RECS-REJECTED.
           IF PGB-PARTITIONED
               DISPLAY "Bulk contacts inserted  : " PGB-CT2-INSERTED
           END-IF.
           IF PGB-CT2-REJECTED > 0
               DISPLAY "Bulk load contacts refused : " PGB-CT2-REJECTED
           END-IF.
               END-IF
           END-IF.
           PERFORM 0142-RESOLVE-REJECTS.
           IF PGB-PARTITIONED
               PERFORM 0202-END-PARTITION
           ELSE
               PERFORM 0030-RECONCILE
           END-IF.

       0071-LOAD-SLICE.
           IF PGB-DEADLINE-SET AND NOT PGB-TIME-STOPPED
               PERFORM 0071-D-FILL-AND-COPY
           END-IF.

      *----------------------------------------------------------------
      * A full slice is only closed at the next record that is not a
      * contact, so an account's contacts always share its slice and
      * its commit. A slice can hold contacts and no parents when the
      * parents ahead of them were all refused; those contacts are
      * applied and committed on their own.
      *----------------------------------------------------------------
       0071-D-FILL-AND-COPY.
           MOVE "N" TO PGB-RESUMED-SW.
           MOVE 0 TO PGB-BULK-COUNT.
           MOVE 0 TO PGB-BULK-CT-COUNT.
           PERFORM 0071-A-STAGE-RECORD
               UNTIL PGB-LOAD-EOF
                  OR ((PGB-BULK-COUNT NOT LESS THAN PGB-BULK-SLICE-SIZE
                    OR PGB-BULK-CT-COUNT
                           NOT LESS THAN PGB-BULK-SLICE-SIZE)
                   AND NOT PGLDI2-CONTACT-REC).
           EVALUATE TRUE
               WHEN PGB-BULK-COUNT > 0
                   PERFORM 0072-COPY-SLICE
               WHEN PGB-BULK-CT-COUNT > 0
                   PERFORM 0077-APPLY-SLICE-CONTACTS
                   IF PGB-IN-TRANSACTION
                       PERFORM 0025-CHECKPOINT-COMMIT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Restart-key skip and the batch-id edit work record by record
      *----------------------------------------------------------------
       0071-A-STAGE-RECORD.
           EVALUATE TRUE
               WHEN PGLDI-HEADER-REC
                   MOVE PGLDI-HDR-FEED-ID TO PGB-FEED-ID
                   PERFORM 0021-READ-LOAD-RECORD
               WHEN PGLDI-TRAILER-REC
                   PERFORM 0021-READ-LOAD-RECORD
               WHEN PGLDI2-CONTACT-REC
                   PERFORM 0071-C-STAGE-CONTACT
                   PERFORM 0021-READ-LOAD-RECORD
               WHEN OTHER
                   PERFORM 0071-B-STAGE-DETAIL

      *----------------------------------------------------------------
      * The COPY stream carries exactly the five parent columns, so
      * a whole-file BULKLOAD of a multi-record extract with contacts
      * belongs to LOAD mode; a contact arriving there is reported
      * rather than silently mangled into the parent table. A
      * partitioned stream holds its contacts beside the slice
      * instead (the restart-key skip and the range edit applying as
      * they do to parents) and 0077 loads them.
      *----------------------------------------------------------------
       0071-C-STAGE-CONTACT.
           EVALUATE TRUE
               WHEN NOT PGB-PARTITIONED
                   MOVE "CONTACT RECORDS NEED LOAD MODE, NOT BULKLOAD"
                       TO PGB-PART-REJECT-MSG
                   PERFORM 0071-F-REJECT-CONTACT
               WHEN PGLDI2-ACCOUNT-ID IS NUMERIC
                   AND PGB-RESTART-KEY > 0
                   AND PGLDI2-ACCOUNT-ID NOT > PGB-RESTART-KEY
                   CONTINUE
               WHEN PGLDI2-ACCOUNT-ID IS NUMERIC
                   AND (PGLDI2-ACCOUNT-ID < PGB-PART-LOW
                     OR PGLDI2-ACCOUNT-ID > PGB-PART-HIGH)
                   MOVE "CONTACT ACCOUNT OUTSIDE PARTITION RANGE"
                       TO PGB-PART-REJECT-MSG
                   PERFORM 0071-F-REJECT-CONTACT
               WHEN PGB-BULK-CT-COUNT NOT LESS THAN 10000
                   MOVE "TOO MANY CONTACTS IN ONE SLICE, LOAD MODE"
                       & " NEEDED" TO PGB-PART-REJECT-MSG
                   PERFORM 0071-F-REJECT-CONTACT
               WHEN OTHER
                   ADD 1 TO PGB-BULK-CT-COUNT
                   MOVE PGLDI2-RECORD
                       TO PGB-BULK-CT-ENTRY(PGB-BULK-CT-COUNT)
           END-EVALUATE.

       0071-F-REJECT-CONTACT.
           ADD 1 TO PGB-CT2-READ.
           ADD 1 TO PGB-CT2-REJECTED.
           MOVE SPACES TO PGLDR-RECORD.
               MOVE PGLDI2-ACCOUNT-ID TO PGLDR-ACCOUNT-ID
           END-IF.
           MOVE "REJECTED" TO PGLDR-DISPOSITION.
           MOVE PGB-PART-REJECT-MSG TO PGLDR-MESSAGE.
           WRITE PGLDR-RECORD.
           MOVE "CONTACT" TO PGB-TRK-SRC-OVR.
           PERFORM 0141-TRACK-REJECT.
           ELSE
               ADD 1 TO PGB-RECS-READ
               ADD 1 TO PGB-READS-SINCE-CKPT
               EVALUATE TRUE
                   WHEN PGB-REC-BATCH-ID NOT = SPACES
                       AND PGB-REC-BATCH-ID NOT = PGB-BATCH-ID
                       MOVE "EXTRACT BATCH ID DOES NOT MATCH "
                           & "RUN BATCH ID" TO PGB-PART-REJECT-MSG
                       PERFORM 0071-E-REJECT-DETAIL
                   WHEN PGB-PARTITIONED
                       AND (PGB-CURR-REC-KEY < PGB-PART-LOW
                         OR PGB-CURR-REC-KEY > PGB-PART-HIGH)
                       MOVE "ACCOUNT OUTSIDE PARTITION RANGE"
                           TO PGB-PART-REJECT-MSG
                       PERFORM 0071-E-REJECT-DETAIL
                   WHEN OTHER
                       ADD 1 TO PGB-BULK-COUNT
                       MOVE PGLDI-RECORD
                           TO PGB-BULK-ENTRY(PGB-BULK-COUNT)
               END-EVALUATE
           END-IF.
           PERFORM 0021-READ-LOAD-RECORD.

       0071-E-REJECT-DETAIL.
           ADD 1 TO PGB-RECS-REJECTED.
           ADD 1 TO PGB-REJS-SINCE-CKPT.
           MOVE SPACES TO PGLDR-RECORD.
           MOVE PGB-CURR-REC-KEY TO PGLDR-ACCOUNT-ID.
           MOVE "REJECTED" TO PGLDR-DISPOSITION.
           MOVE PGB-PART-REJECT-MSG TO PGLDR-MESSAGE.
           WRITE PGLDR-RECORD.
           PERFORM 0141-TRACK-REJECT.
           PERFORM 0023-C-WRITE-REJECT-IMAGE.

       0072-COPY-SLICE.
           PERFORM 0029-BEGIN-TRANSACTION.
           MOVE "0072-COPY-SLICE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-COPY-SQL
               RETURNING PGRES.
           CALL "PQresultStatus" USING
               BY VALUE PGRES

      *----------------------------------------------------------------
      * The whole slice landed in one COPY: report every row
      * INSERTED, load the slice's contacts behind their parents,
      * then commit and checkpoint at the slice's last key.
      *----------------------------------------------------------------
       0072-A-ACCEPT-SLICE.
           PERFORM 0072-B-REPORT-ROW
               UNTIL PGB-BULK-IDX > PGB-BULK-COUNT.
           ADD PGB-BULK-COUNT TO PGB-RECS-INSERTED.
           ADD PGB-BULK-COUNT TO PGB-RECS-SINCE-CKPT.
           PERFORM 0077-APPLY-SLICE-CONTACTS.
           MOVE PGB-BULK-ENTRY(PGB-BULK-COUNT) TO PGB-WORK-REC.
           PERFORM 0022-A-GET-WORK-KEY.
           PERFORM 0025-CHECKPOINT-COMMIT.
                       INTO PGB-COPY-LINE
                       WITH POINTER PGB-COPY-PTR
                   END-STRING
               WHEN PGB-TDF-IDX = PGB-TDF-CCY-COL
                   AND PGB-WORK-IMAGE(PGB-GEN-OFF:PGB-GEN-W) = SPACES
                   STRING PGB-BASE-CCY DELIMITED BY SIZE
                       INTO PGB-COPY-LINE
                       WITH POINTER PGB-COPY-PTR
                   END-STRING
               WHEN OTHER
                   STRING PGB-WORK-IMAGE(PGB-GEN-OFF:PGB-GEN-W)
                       DELIMITED BY SIZE
      * re-driven through the same savepoint-per-row insert the LOAD
      * subsystem uses. The good rows go in, the bad row (or rows)
      * are reported and written to the reject image file, and the
      * slice still commits as its checkpoint boundaries come due. A
      * partitioned stream commits once, after the slice's contacts,
      * so no checkpoint can fall between an account and its
      * contacts.
      *----------------------------------------------------------------
       0074-ROW-RETRY-SLICE.
           PERFORM 0074-A-RETRY-ROW
               VARYING PGB-BULK-IDX FROM 1 BY 1
               UNTIL PGB-BULK-IDX > PGB-BULK-COUNT.
           PERFORM 0077-APPLY-SLICE-CONTACTS.
           IF PGB-IN-TRANSACTION
               PERFORM 0025-CHECKPOINT-COMMIT
           END-IF.
               INTO PGB-COPY-SQL
           END-STRING.

      *----------------------------------------------------------------
      * 0077-APPLY-SLICE-CONTACTS: the slice's buffered contacts go
      * through the LOAD-mode contact path (restart-key skip, clear
      * of the account's old contacts, savepoint per row) inside the
      * slice's open transaction. Nothing is applied once a resume
      * has happened in the slice -- the reopened input delivers the
      * contacts again with their parents. The FD record that ended
      * the slice, and the current key the checkpoint is taken at,
      * are put back afterwards; a slice of contacts alone
      * checkpoints at its last contact's account.
      *----------------------------------------------------------------
       0077-APPLY-SLICE-CONTACTS.
           IF PGB-BULK-CT-COUNT > 0 AND NOT PGB-RESUMED
               MOVE PGLDI2-RECORD TO PGB-BULK-CT-HOLD
               MOVE PGB-CURR-REC-KEY TO PGB-BULK-CT-KEY-HOLD
               PERFORM 0077-A-APPLY-CONTACT
                   VARYING PGB-BULK-CT-IDX FROM 1 BY 1
                   UNTIL PGB-BULK-CT-IDX > PGB-BULK-CT-COUNT
               IF PGB-BULK-COUNT = 0
                   AND PGLDI2-ACCOUNT-ID IS NUMERIC
                   MOVE PGLDI2-ACCOUNT-ID TO PGB-BULK-CT-KEY-HOLD
               END-IF
               MOVE PGB-BULK-CT-HOLD TO PGLDI2-RECORD
               MOVE PGB-BULK-CT-KEY-HOLD TO PGB-CURR-REC-KEY
           END-IF.

       0077-A-APPLY-CONTACT.
           MOVE PGB-BULK-CT-ENTRY(PGB-BULK-CT-IDX) TO PGLDI2-RECORD.
           PERFORM 0023-E-LOAD-CONTACT.

      *----------------------------------------------------------------
      * 0080-TRIAL-BALANCE: the morning accounting report off the
      * target table. For the most recent load date on the book it
           MOVE 0 TO PGB-TB-GRAND-DR-COUNT PGB-TB-GRAND-CR-COUNT.
           MOVE 0 TO PGB-TB-GRAND-DR-TOTAL PGB-TB-GRAND-CR-TOTAL.
           MOVE 0 TO PGB-TB-GRAND-NET PGB-TB-PRIOR-NET.
           MOVE 0 TO PGB-FX-CCY-CT PGB-FX-BASE-TOTAL
                     PGB-FX-NO-RATE-CT.
           PERFORM 0220-CREATE-CALENDAR-TABLE.
           PERFORM 0231-CREATE-RATE-TABLE.
           PERFORM 0230-CHECK-CURRENCY-COLUMN.
           PERFORM 0081-GET-REPORT-DATES.
           IF PGB-TB-CURR-DATE = SPACES
               MOVE SPACES TO PGB-TB-PRINT

      *----------------------------------------------------------------
      * 0081-GET-REPORT-DATES: the report day is the highest load
      * date on the table; the comparison day is the business day
      * before it on the business-day calendar -- weekends and the
      * holidays on cobpg_business_calendar skipped -- whether or
      * not anything was loaded that day. Either can come back
      * empty.
      *----------------------------------------------------------------
       0081-GET-REPORT-DATES.
           MOVE SPACES TO PGB-TB-CURR-DATE PGB-TB-PRIOR-DATE.
           IF PGB-TB-CURR-DATE NOT = SPACES
               MOVE SPACES TO PGB-TB-SQL
               STRING
                   "SELECT COALESCE(MAX(g::date)::text, '') FROM "
                       DELIMITED BY SIZE
                   "generate_series('" DELIMITED BY SIZE
                   PGB-TB-CURR-DATE DELIMITED BY SPACE
                   "'::date - 31, '" DELIMITED BY SIZE
                   PGB-TB-CURR-DATE DELIMITED BY SPACE
                   "'::date - 1, interval '1 day') g " DELIMITED BY SIZE
                   "WHERE extract(isodow FROM g) < 6 AND NOT EXISTS "
                       DELIMITED BY SIZE
                   "(SELECT 1 FROM cobpg_business_calendar h "
                       DELIMITED BY SIZE
                   "WHERE h.holiday_date = g::date)" DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-TB-SQL
               END-STRING
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0082-REPORT-CURRENT-DAY: one line per currency and batch, a
      * total for each currency in that currency, then every
      * currency valued in base at the report day's rate (0235).
      * Amounts in different currencies are never added together.
      *----------------------------------------------------------------
       0082-REPORT-CURRENT-DAY.
           MOVE SPACES TO PGB-TB-SQL.
           STRING
               "SELECT " DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               ", batch_id, " DELIMITED BY SIZE
               "SUM(CASE WHEN balance >= 0 THEN 1 ELSE 0 END), "
                   DELIMITED BY SIZE
               "COALESCE(SUM(CASE WHEN balance >= 0 THEN balance "
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE load_date::text = '" DELIMITED BY SIZE
               PGB-TB-CURR-DATE DELIMITED BY SPACE
               "' GROUP BY 1, 2 ORDER BY 1, 2"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-TB-SQL
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               MOVE SPACES TO PGB-FX-GROUP-CCY
               PERFORM 0083-REPORT-BATCH-LINE
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   PERFORM 0083-B-PRINT-GRAND-TOTAL
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-RESULT-OK
               MOVE PGB-TB-CURR-DATE TO PGB-FX-AS-OF
               PERFORM 0235-FX-SUMMARY
           END-IF.

       0083-REPORT-BATCH-LINE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGB-CELL-TEXT(1:3) NOT = PGB-FX-GROUP-CCY
               IF PGB-ROW-IDX > 0
                   PERFORM 0083-B-PRINT-GRAND-TOTAL
                   MOVE SPACES TO PGB-TB-PRINT
                   PERFORM 0086-PRINT-LINE
               END-IF
               MOVE PGB-CELL-TEXT(1:3) TO PGB-FX-GROUP-CCY
               MOVE 0 TO PGB-TB-GRAND-DR-COUNT PGB-TB-GRAND-CR-COUNT
               MOVE 0 TO PGB-TB-GRAND-DR-TOTAL PGB-TB-GRAND-CR-TOTAL
           END-IF.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-TB-DR-COUNT.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-TB-DR-TOTAL.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-TB-CR-COUNT.
           MOVE 5 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-TB-CR-TOTAL.
           COMPUTE PGB-TB-NET = PGB-TB-DR-TOTAL + PGB-TB-CR-TOTAL.
           MOVE SPACES TO PGB-TB-DETAIL-LINE.
           MOVE PGB-FX-GROUP-CCY TO PGB-TBD-CCY.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-TBD-BATCH.
           MOVE PGB-TB-DR-COUNT TO PGB-TBD-DR-CNT.
           ADD PGB-TB-CR-TOTAL TO PGB-TB-GRAND-CR-TOTAL.
           ADD 1 TO PGB-ROW-IDX.

      *    one currency's total, in that currency, kept for the
      *    base-currency summary
       0083-B-PRINT-GRAND-TOTAL.
           COMPUTE PGB-TB-GRAND-NET =
               PGB-TB-GRAND-DR-TOTAL + PGB-TB-GRAND-CR-TOTAL.
           MOVE PGB-FX-GROUP-CCY TO PGB-FX-CCY.
           PERFORM 0236-FIND-CCY-ENTRY.
           ADD PGB-TB-GRAND-NET TO PGB-FX-E-AMOUNT(PGB-FX-HIT).
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0086-PRINT-LINE.
           MOVE SPACES TO PGB-TB-DETAIL-LINE.
           MOVE "*TOTAL*" TO PGB-TBD-BATCH.
           MOVE PGB-FX-GROUP-CCY TO PGB-TBD-CCY.
           MOVE PGB-TB-GRAND-DR-COUNT TO PGB-TBD-DR-CNT.
           MOVE PGB-TB-GRAND-DR-TOTAL TO PGB-TBD-DR-AMT.
           MOVE PGB-TB-GRAND-CR-COUNT TO PGB-TBD-CR-CNT.
      *----------------------------------------------------------------
      * 0084-REPORT-PRIOR-DAY: overall debit/credit totals for the
      * prior business day, and the overnight movement of the net.
      * A prior business day with nothing loaded is said so rather
      * than shown as a zero net and the whole book as movement.
      * Both nets are in base currency, each day's balances valued
      * at that day's rates.
      *----------------------------------------------------------------
       0084-REPORT-PRIOR-DAY.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0086-PRINT-LINE.
           MOVE "N" TO PGB-TB-PRIOR-LOADED-SW.
           IF PGB-TB-PRIOR-DATE NOT = SPACES
               PERFORM 0084-B-CHECK-PRIOR-LOADED
           END-IF.
           EVALUATE TRUE
               WHEN PGB-TB-PRIOR-DATE = SPACES
                   MOVE " NO PRIOR BUSINESS DAY ON FILE" TO PGB-TB-PRINT
                   PERFORM 0086-PRINT-LINE
               WHEN NOT PGB-TB-PRIOR-LOADED
                   MOVE SPACES TO PGB-TB-PRINT
                   MOVE " PRIOR BUSINESS DAY " TO PGB-TB-PRINT(1:20)
                   MOVE PGB-TB-PRIOR-DATE TO PGB-TB-PRINT(21:10)
                   MOVE " NO LOADS ON FILE FOR THIS DAY"
                       TO PGB-TB-PRINT(32:30)
                   PERFORM 0086-PRINT-LINE
               WHEN OTHER
                   PERFORM 0084-C-GET-PRIOR-BASE-NET
                   MOVE SPACES TO PGB-TB-PRINT
                   MOVE " PRIOR BUSINESS DAY " TO PGB-TB-PRINT(1:20)
                   MOVE PGB-TB-PRIOR-DATE TO PGB-TB-PRINT(21:10)
                   MOVE " NET" TO PGB-TB-PRINT(32:4)
                   MOVE PGB-TB-PRIOR-NET TO PGB-TBD-NET
                   MOVE PGB-TBD-NET TO PGB-TB-PRINT(37:21)
                   MOVE PGB-BASE-CCY TO PGB-TB-PRINT(60:3)
                   PERFORM 0086-PRINT-LINE
                   COMPUTE PGB-TB-MOVEMENT =
                       PGB-FX-BASE-TOTAL - PGB-TB-PRIOR-NET
                   MOVE SPACES TO PGB-TB-PRINT
                   MOVE " MOVEMENT VS PRIOR DAY" TO PGB-TB-PRINT(1:22)
                   MOVE PGB-TB-MOVEMENT TO PGB-TBD-NET
                   MOVE PGB-TBD-NET TO PGB-TB-PRINT(37:21)
                   MOVE PGB-BASE-CCY TO PGB-TB-PRINT(60:3)
                   PERFORM 0086-PRINT-LINE
           END-EVALUATE.

      *    the prior day's net per currency, then each valued at
      *    the prior day's rate; a currency with no rate that day
      *    is left out of the net and counted against the run
       0084-C-GET-PRIOR-BASE-NET.
           MOVE SPACES TO PGB-TB-SQL.
           STRING
               "SELECT " DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               ", COALESCE(SUM(balance), 0)::text FROM "
                   DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE load_date::text = '" DELIMITED BY SIZE
               PGB-TB-PRIOR-DATE DELIMITED BY SPACE
               "' GROUP BY 1" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-TB-SQL
           END-STRING.
           MOVE 0 TO PGB-TB-PRIOR-NET.
           MOVE "0084-C-GET-PRIOR-BASE-NET" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-TB-SQL
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0084-D-PRIOR-CCY-NET
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE PGB-TB-PRIOR-DATE TO PGB-FX-AS-OF.
           PERFORM 0084-E-VALUE-PRIOR-CCY
               VARYING PGB-FX-IDX FROM 1 BY 1
               UNTIL PGB-FX-IDX > PGB-FX-CCY-CT.

       0084-D-PRIOR-CCY-NET.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:3) TO PGB-FX-CCY.
           PERFORM 0236-FIND-CCY-ENTRY.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           ADD PGB-AMT-VALUE TO PGB-FX-E-PRIOR(PGB-FX-HIT).
           ADD 1 TO PGB-ROW-IDX.

       0084-E-VALUE-PRIOR-CCY.
           IF PGB-FX-E-PRIOR(PGB-FX-IDX) NOT = 0
               MOVE PGB-FX-E-CCY(PGB-FX-IDX) TO PGB-FX-CCY
               PERFORM 0234-GET-RATE
               IF PGB-FX-RATE-FOUND
                   COMPUTE PGB-FX-BASE-AMT ROUNDED =
                       PGB-FX-E-PRIOR(PGB-FX-IDX) * PGB-FX-RATE
                   ADD PGB-FX-BASE-AMT TO PGB-TB-PRIOR-NET
               ELSE
                   MOVE SPACES TO PGB-TB-PRINT
                   MOVE " NO RATE FOR " TO PGB-TB-PRINT(1:13)
                   MOVE PGB-FX-CCY TO PGB-TB-PRINT(14:3)
                   MOVE " ON OR BEFORE " TO PGB-TB-PRINT(17:14)
                   MOVE PGB-FX-AS-OF TO PGB-TB-PRINT(31:10)
                   MOVE ", LEFT OUT OF PRIOR NET"
                       TO PGB-TB-PRINT(41:23)
                   PERFORM 0086-PRINT-LINE
                   ADD 1 TO PGB-FX-NO-RATE-CT
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.

       0084-B-CHECK-PRIOR-LOADED.
           MOVE SPACES TO PGB-TB-SQL.
           STRING
               "SELECT COUNT(*) FROM " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE load_date::text = '" DELIMITED BY SIZE
               PGB-TB-PRIOR-DATE DELIMITED BY SPACE
               "'" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-TB-SQL
           END-STRING.
           MOVE "0084-B-CHECK-PRIOR-LOADED" TO PGB-CALLING-PARA.
           PERFORM 0081-A-RUN-DATE-QUERY.
           IF PGB-RESULT-OK AND PGB-CELL-TEXT(1:1) NOT = "0"
               MOVE "Y" TO PGB-TB-PRIOR-LOADED-SW
           END-IF.

       0085-PRINT-HEADINGS.
           MOVE "CREDIT CNT" TO PGTBR-LINE(51:10).
           MOVE "CREDIT AMOUNT" TO PGTBR-LINE(71:13).
           MOVE "NET BALANCE" TO PGTBR-LINE(96:11).
           MOVE "CCY" TO PGTBR-LINE(109:3).
           WRITE PGTBR-RECORD.
           MOVE ALL "-" TO PGTBR-LINE(1:111).
           MOVE SPACES TO PGTBR-LINE(112:21).
           WRITE PGTBR-RECORD.
           MOVE 4 TO PGB-TB-LINE-CT.

           END-EVALUATE.

       0102-ARCHIVE-EXPIRING-ROWS.
           PERFORM 0230-CHECK-CURRENCY-COLUMN.
           MOVE SPACES TO PGB-PURGE-SQL.
           STRING
               "SELECT account_id::text, account_name, "
                   DELIMITED BY SIZE
               "balance::text, replace(load_date::text, '-', ''), "
                   DELIMITED BY SIZE
               "batch_id, " DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE replace(load_date::text, '-', '') < '"
                   DELIMITED BY SIZE
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0091-C-GET-CELL-30.
           MOVE PGB-AUD-CELL(1:10) TO PGARC-BATCH-ID.
           MOVE 5 TO PGB-COL-IDX.
           PERFORM 0091-C-GET-CELL-30.
           MOVE PGB-AUD-CELL(1:3) TO PGARC-CURRENCY.
           WRITE PGARC-RECORD.
           ADD 1 TO PGB-ROW-IDX.

                   MOVE PGB-BATCH-ID TO PGCKP-BATCH-ID
                   MOVE 0 TO PGCKP-LAST-ACCOUNT-ID
                   MOVE PGB-PURGE-COUNT TO PGCKP-RECS-COMMITTED
                   MOVE SPACES TO PGCKP-PART-NO
                   MOVE 0 TO PGCKP-CT2-COMMITTED
                   WRITE PGCKP-RECORD
               END-IF
           ELSE
       0110-POST-SUBSYSTEM.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-POSTED PGB-RECS-REJECTED
                     PGB-RECS-SINCE-CKPT PGB-RECS-COMMITTED-TOTAL.
           MOVE 0 TO PGB-RECS-SUSPENDED.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           MOVE 0 TO PGB-READS-SINCE-CKPT PGB-REJS-SINCE-CKPT.
           MOVE 0 TO PGB-DELTA-SEQ.
           PERFORM 0110-A-SET-SUSPENSE.
           PERFORM 0026-READ-CHECKPOINT.
           MOVE PGB-RESTART-KEY TO PGB-DELTA-SKIP.
           MOVE 0 TO PGB-RESTART-KEY.
           PERFORM 0115-BUILD-POST-SQL.
           PERFORM 0170-CREATE-POSTING-HISTORY.
           IF PGB-SUSP-SET
               PERFORM 0160-CREATE-SUSPENSE-TABLE
           END-IF.
           PERFORM 0143-CHECK-OPEN-REJECTS.
           OPEN INPUT PGTXIFL.
           IF PGB-TXIFL-STATUS NOT = "00"
           CLOSE PGCKPFL.
           DISPLAY "Post rows read      : " PGB-RECS-READ.
           DISPLAY "Post rows posted    : " PGB-RECS-POSTED.
           DISPLAY "Post rows suspensed : " PGB-RECS-SUSPENDED.
           DISPLAY "Post rows rejected  : " PGB-RECS-REJECTED.
           IF PGB-RECS-REJECTED > 0
               IF PGB-RUN-SEVERITY LESS THAN 1
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0110-A-SET-SUSPENSE: the suspense account comes in the cutoff
      * parm position as a full 10-digit account-id. Left blank, the
      * run rejects an unknown account exactly as it always has. A
      * value that is not an account-id refuses the run outright
      * rather than quietly posting without the suspense the
      * operator asked for.
      *----------------------------------------------------------------
       0110-A-SET-SUSPENSE.
           MOVE "N" TO PGB-SUSP-SET-SW.
           MOVE 0 TO PGB-SUSP-ACCOUNT-ID.
           IF PGB-CUTOFF-X NOT = SPACES
               IF PGB-CUTOFF-X IS NUMERIC
                   AND PGB-CUTOFF-X NOT = ZEROS
                   MOVE PGB-CUTOFF-X TO PGB-SUSP-ACCOUNT-ID
                   MOVE "Y" TO PGB-SUSP-SET-SW
                   DISPLAY "Suspense account    : " PGB-SUSP-ACCOUNT-ID
               ELSE
                   DISPLAY "POST needs a 10-digit suspense account-id"
                       " in the cutoff parm position, got '"
                       PGB-CUTOFF-X "'"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
                   PERFORM 0004-FINISH
                   GOBACK
               END-IF
           END-IF.

       0111-READ-TXN-RECORD.
           READ PGTXIFL
               AT END MOVE "Y" TO PGB-POST-EOF-SW
      * 0113-POST-MOVEMENT: each posting runs under its own SAVEPOINT
      * like a delta action. The prior balance is fetched first so
      * the journal can show it; a transaction whose account is not
      * on the table goes to suspense when the run has a suspense
      * account, and otherwise rejects without touching anything.
      * A frozen or closed account rejects the same way, as does a
      * movement in any currency but the account's (a blank
      * currency on the movement is the base currency).
      *----------------------------------------------------------------
       0113-POST-MOVEMENT.
           IF NOT PGB-IN-TRANSACTION
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES = 0
                   CALL "PQclear" USING BY VALUE PGRES
                   IF PGB-SUSP-SET
                       PERFORM 0161-POST-TO-SUSPENSE
                   ELSE
                       PERFORM 0023-B-ROLLBACK-SP
                       MOVE "ACCOUNT NOT FOUND ON TARGET TABLE"
                           TO PGLDR-MESSAGE
                       PERFORM 0114-REJECT-TXN
                   END-IF
               ELSE
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   MOVE 1 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-ACCT-STATUS
                   MOVE 2 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:3) TO PGB-ACCT-CCY
                   CALL "PQclear" USING BY VALUE PGRES
                   MOVE PGTXI-CURRENCY TO PGB-TXN-CCY
                   IF PGB-TXN-CCY = SPACES
                       MOVE PGB-BASE-CCY TO PGB-TXN-CCY
                   END-IF
                   EVALUATE TRUE
                       WHEN PGB-ACCT-FROZEN OR PGB-ACCT-CLOSED
                           PERFORM 0023-B-ROLLBACK-SP
                           PERFORM 0180-B-STATUS-MESSAGE
                           MOVE PGB-STATUS-MSG TO PGLDR-MESSAGE
                           PERFORM 0114-REJECT-TXN
                       WHEN PGB-TXN-CCY NOT = PGB-ACCT-CCY
                           PERFORM 0023-B-ROLLBACK-SP
                           STRING
                               "CURRENCY " DELIMITED BY SIZE
                               PGB-TXN-CCY DELIMITED BY SIZE
                               " DOES NOT MATCH ACCOUNT CURRENCY "
                                   DELIMITED BY SIZE
                               PGB-ACCT-CCY DELIMITED BY SIZE
                               INTO PGLDR-MESSAGE
                           END-STRING
                           PERFORM 0114-REJECT-TXN
                       WHEN OTHER
                           PERFORM 0015-PARSE-AMOUNT
                           MOVE PGB-AMT-VALUE TO PGB-POST-PRIOR-BAL
                           PERFORM 0113-A-APPLY-UPDATE
                   END-EVALUATE
               END-IF
           ELSE
               CALL "PQclear" USING BY VALUE PGRES
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-RESULT-OK
               MOVE PGTXI-ACCOUNT-ID TO PGB-MV-ACCOUNT-ID
               MOVE PGB-POST-MOVEMENT TO PGB-MV-MOVEMENT
               MOVE PGB-POST-PRIOR-BAL TO PGB-MV-PRIOR-BAL
               MOVE PGB-POST-NEW-BAL TO PGB-MV-NEW-BAL
               MOVE PGTXI-TXN-CODE TO PGB-PH-TXN-CODE
               MOVE PGTXI-TXN-DATE TO PGB-PH-TXN-DATE
               MOVE PGTXI-BATCH-ID TO PGB-PH-TXN-BATCH
               MOVE "POST" TO PGB-PH-SOURCE
               PERFORM 0171-RECORD-POSTING
           END-IF.
           IF PGB-RESULT-OK
               ADD 1 TO PGB-RECS-POSTED
               ADD 1 TO PGB-RECS-SINCE-CKPT
           END-IF.
           MOVE PGTXI-TXN-DATE TO PGB-WORK-LOAD-DATE.
           MOVE PGB-BATCH-ID TO PGB-WORK-BATCH-ID.
           MOVE PGTXI-CURRENCY TO PGB-WORK-CURRENCY.
           MOVE PGB-WORK-ACCOUNT-ID TO PGB-CURR-REC-KEY.
           MOVE PGB-WORK-REC TO PGLDJ-RECORD.
           PERFORM 0023-J-PUT-REJECT-IMAGE.

       0115-BUILD-POST-SQL.
           PERFORM 0180-CHECK-STATUS-COLUMN.
           PERFORM 0230-CHECK-CURRENCY-COLUMN.
           MOVE SPACES TO PGB-POST-FETCH-SQL.
           STRING
               "SELECT balance::text, " DELIMITED BY SIZE
               PGB-STATUS-EXPR DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE account_id = $1" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
           END-STRING.

      *----------------------------------------------------------------
      * 0160-CREATE-SUSPENSE-TABLE: one row per movement held in
      * suspense, carrying the original transaction fields as they
      * arrived, the signed movement actually posted to the suspense
      * account, and why. Status 'O' is open; a SUSPCLEAR run flips
      * it to 'C' and records what was done with it, to which
      * account, under which batch, and finance's reference. A
      * POST run that cannot create the table carries on without
      * suspense, rejecting unknown accounts the way it always has.
      *----------------------------------------------------------------
       0160-CREATE-SUSPENSE-TABLE.
           MOVE "0160-CREATE-SUSPENSE-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_suspense ("
                   & "susp_seq bigint GENERATED ALWAYS AS IDENTITY "
                   & "PRIMARY KEY, "
                   & "target_table varchar(30), "
                   & "suspense_account bigint, "
                   & "account_id bigint, "
                   & "txn_code char(1), "
                   & "amount numeric(13,2), "
                   & "movement numeric(13,2), "
                   & "txn_date varchar(8), "
                   & "txn_batch_id varchar(10), "
                   & "batch_id varchar(10), "
                   & "reason varchar(80), "
                   & "status char(1), "
                   & "suspended_date date, "
                   & "cleared_date date, "
                   & "cleared_action char(1), "
                   & "cleared_account bigint, "
                   & "cleared_batch_id varchar(10), "
                   & "cleared_ref varchar(20))" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               IF PGB-MODE-POST
                   MOVE "N" TO PGB-SUSP-SET-SW
                   DISPLAY "Suspense table unavailable, unknown"
                       " accounts will reject"
               END-IF
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0161-POST-TO-SUSPENSE: the movement is posted, sign for sign,
      * to the suspense account under the transaction's own
      * savepoint, and the item is written to cobpg_suspense in the
      * same unit of work -- a suspense balance with no item behind
      * it, or an item with no money behind it, is never committed.
      * A suspense account that is itself missing from the table
      * rejects the movement as before, with a reason that says so.
      * So does a movement in a currency other than the suspense
      * account's own -- suspense holds one currency's money, and an
      * unknown account's movement is never converted into it.
      *----------------------------------------------------------------
       0161-POST-TO-SUSPENSE.
           IF PGTXI-TXN-DEBIT
               MOVE PGTXI-AMOUNT TO PGB-POST-MOVEMENT
           ELSE
               COMPUTE PGB-POST-MOVEMENT = 0 - PGTXI-AMOUNT
           END-IF.
           MOVE PGTXI-CURRENCY TO PGB-TXN-CCY.
           IF PGB-TXN-CCY = SPACES
               MOVE PGB-BASE-CCY TO PGB-TXN-CCY
           END-IF.
           MOVE PGB-SUSP-ACCOUNT-ID TO PGB-MV-ACCOUNT-ID.
           MOVE PGB-POST-MOVEMENT TO PGB-MV-MOVEMENT.
           MOVE PGB-TXN-CCY TO PGB-MV-EXPECT-CCY.
           PERFORM 0168-APPLY-MOVEMENT.
           MOVE SPACES TO PGB-MV-EXPECT-CCY.
           EVALUATE TRUE
               WHEN PGB-MV-NOT-FOUND
                   PERFORM 0023-B-ROLLBACK-SP
                   MOVE "SUSPENSE ACCOUNT NOT FOUND ON TARGET TABLE"
                       TO PGLDR-MESSAGE
                   PERFORM 0114-REJECT-TXN
               WHEN PGB-MV-CCY-MISMATCH
                   PERFORM 0023-B-ROLLBACK-SP
                   STRING
                       "CURRENCY " DELIMITED BY SIZE
                       PGB-TXN-CCY DELIMITED BY SIZE
                       " DOES NOT MATCH SUSPENSE CURRENCY "
                           DELIMITED BY SIZE
                       PGB-ACCT-CCY DELIMITED BY SIZE
                       INTO PGLDR-MESSAGE
                   END-STRING
                   PERFORM 0114-REJECT-TXN
               WHEN PGB-MV-BLOCKED
                   PERFORM 0023-B-ROLLBACK-SP
                   PERFORM 0180-B-STATUS-MESSAGE
                   STRING
                       "SUSPENSE " DELIMITED BY SIZE
                       PGB-STATUS-MSG DELIMITED BY SIZE
                       INTO PGLDR-MESSAGE
                   END-STRING
                   PERFORM 0114-REJECT-TXN
               WHEN PGB-MV-FAILED
                   PERFORM 0023-B-ROLLBACK-SP
                   MOVE ERR-MSG-TEXT TO PGLDR-MESSAGE
                   PERFORM 0114-REJECT-TXN
               WHEN OTHER
                   MOVE PGTXI-TXN-CODE TO PGB-PH-TXN-CODE
                   MOVE PGTXI-TXN-DATE TO PGB-PH-TXN-DATE
                   MOVE PGTXI-BATCH-ID TO PGB-PH-TXN-BATCH
                   MOVE "SUSPENSE" TO PGB-PH-SOURCE
                   PERFORM 0171-RECORD-POSTING
                   IF PGB-RESULT-OK
                       PERFORM 0161-A-INSERT-SUSPENSE-ITEM
                   END-IF
                   IF PGB-RESULT-OK
                       ADD 1 TO PGB-RECS-SUSPENDED
                       ADD 1 TO PGB-RECS-SINCE-CKPT
                       MOVE "SUSPENSE" TO PGLDR-DISPOSITION
                       MOVE "ACCOUNT NOT FOUND ON TARGET TABLE"
                           TO PGLDR-MESSAGE
                       WRITE PGLDR-RECORD
                       PERFORM 0168-A-WRITE-MV-JOURNAL
                       IF PGB-RECS-SINCE-CKPT
                           NOT LESS THAN PGB-CKPT-INTERVAL
                           PERFORM 0025-CHECKPOINT-COMMIT
                       END-IF
                   ELSE
                       PERFORM 0023-B-ROLLBACK-SP
                       MOVE ERR-MSG-TEXT TO PGLDR-MESSAGE
                       PERFORM 0114-REJECT-TXN
                   END-IF
           END-EVALUATE.

       0161-A-INSERT-SUSPENSE-ITEM.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-SUSP-ACCT.
           MOVE PGB-SUSP-ACCOUNT-ID TO PGB-PARAM-SUSP-ACCT(1:10).
           MOVE x"00" TO PGB-PARAM-SUSP-ACCT(11:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-SUSP-ACCT.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGTXI-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE SPACES TO PGB-PARAM-TXN-CODE.
           MOVE PGTXI-TXN-CODE TO PGB-PARAM-TXN-CODE(1:1).
           MOVE x"00" TO PGB-PARAM-TXN-CODE(2:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-TXN-CODE.
           MOVE SPACES TO PGB-PARAM-AMOUNT.
           MOVE PGTXI-AMOUNT TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-PARAM-AMOUNT(1:15).
           MOVE x"00" TO PGB-PARAM-AMOUNT(16:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-AMOUNT.
           MOVE SPACES TO PGB-PARAM-MOVEMENT.
           MOVE PGB-POST-MOVEMENT TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-PARAM-MOVEMENT(1:15).
           MOVE x"00" TO PGB-PARAM-MOVEMENT(16:1).
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-MOVEMENT.
           MOVE SPACES TO PGB-PARAM-TXN-DATE.
           STRING
               PGTXI-TXN-DATE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TXN-DATE
           END-STRING.
           SET PGB-PARAM-PTR(7) TO ADDRESS OF PGB-PARAM-TXN-DATE.
           MOVE SPACES TO PGB-PARAM-TXN-BATCH.
           STRING
               PGTXI-BATCH-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TXN-BATCH
           END-STRING.
           SET PGB-PARAM-PTR(8) TO ADDRESS OF PGB-PARAM-TXN-BATCH.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(9) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE SPACES TO PGB-PARAM-REASON.
           MOVE "ACCOUNT NOT FOUND ON TARGET TABLE"
               TO PGB-PARAM-REASON(1:80).
           MOVE x"00" TO PGB-PARAM-REASON(81:1).
           SET PGB-PARAM-PTR(10) TO ADDRESS OF PGB-PARAM-REASON.
           MOVE "0161-A-INSERT-SUSPENSE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_suspense "
                   & "(target_table, suspense_account, account_id, "
                   & "txn_code, amount, movement, txn_date, "
                   & "txn_batch_id, batch_id, reason, status, "
                   & "suspended_date) VALUES ($1, $2::bigint, "
                   & "$3::bigint, $4, $5::numeric, $6::numeric, $7, "
                   & "$8, $9, $10, 'O', current_date)" & x"00"
               BY VALUE 10
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0162-SUSPENSE-CLEARING: applies the finance clearing file
      * (PGSCIFL) to open suspense items on the target table. For
      * each instruction the item's movement is reversed out of the
      * suspense account and posted for real -- to the instruction's
      * account for a move, to the write-off account from the cutoff
      * parm position for a write-off -- and the item is marked
      * cleared, all under one savepoint: both legs and the status
      * change go in together or not at all. An instruction that
      * fails its edits, names an item that is not open, or whose
      * account is not on the table rejects to PGLDRFL and leaves
      * the item open for tomorrow's aging report. The run is one
      * transaction; a database failure that breaks it rolls the
      * whole file back, so no item is ever half-cleared.
      *----------------------------------------------------------------
       0162-SUSPENSE-CLEARING.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-REJECTED.
           MOVE 0 TO PGB-SC-CLEARED PGB-SC-WRITTEN-OFF.
           MOVE "N" TO PGB-SC-FAILED-SW PGB-SC-WRITEOFF-SET-SW.
           MOVE 0 TO PGB-SC-WRITEOFF-ACCT.
           IF PGB-CUTOFF-X NOT = SPACES
               IF PGB-CUTOFF-X IS NUMERIC
                   AND PGB-CUTOFF-X NOT = ZEROS
                   MOVE PGB-CUTOFF-X TO PGB-SC-WRITEOFF-ACCT
                   MOVE "Y" TO PGB-SC-WRITEOFF-SET-SW
               ELSE
                   DISPLAY "SUSPCLEAR needs a 10-digit write-off"
                       " account-id in the cutoff parm position, got '"
                       PGB-CUTOFF-X "'"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
                   PERFORM 0004-FINISH
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT PGSCIFL.
           IF PGB-SCIFL-STATUS NOT = "00"
               DISPLAY "PGSCIFL not found, status " PGB-SCIFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           PERFORM 0160-CREATE-SUSPENSE-TABLE.
           PERFORM 0115-BUILD-POST-SQL.
           PERFORM 0170-CREATE-POSTING-HISTORY.
           ACCEPT PGB-PH-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT PGLDRFL.
           OPEN OUTPUT PGPJRFL.
           PERFORM 0029-BEGIN-TRANSACTION.
           MOVE "N" TO PGB-SC-EOF-SW.
           PERFORM 0162-A-READ-INSTRUCTION.
           PERFORM 0163-CLEAR-ONE
               UNTIL PGB-SC-EOF OR PGB-SC-FAILED.
           IF PGB-SC-FAILED
               PERFORM 0075-ROLLBACK-SLICE
               MOVE 0 TO PGB-SC-CLEARED PGB-SC-WRITTEN-OFF
               DISPLAY "Clearing failed and was rolled back, no"
                   " suspense item cleared"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               PERFORM 0164-COMMIT-CLEARING
           END-IF.
           CLOSE PGSCIFL.
           CLOSE PGLDRFL.
           CLOSE PGPJRFL.
           DISPLAY "Clearing read       : " PGB-RECS-READ.
           DISPLAY "Items moved         : " PGB-SC-CLEARED.
           DISPLAY "Items written off   : " PGB-SC-WRITTEN-OFF.
           DISPLAY "Clearing rejected   : " PGB-RECS-REJECTED.
           IF PGB-RECS-REJECTED > 0
               IF PGB-RUN-SEVERITY LESS THAN 1
                   MOVE 1 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

       0162-A-READ-INSTRUCTION.
           READ PGSCIFL
               AT END MOVE "Y" TO PGB-SC-EOF-SW
           END-READ.

      *----------------------------------------------------------------
      * First failing edit wins, as in POST. Only an instruction that
      * passes every edit touches the database.
      *----------------------------------------------------------------
       0163-CLEAR-ONE.
           ADD 1 TO PGB-RECS-READ.
           MOVE "N" TO PGB-SC-REJECT-SW.
           MOVE SPACES TO PGB-SC-MESSAGE.
           MOVE 0 TO PGB-SC-POST-ACCT.
           PERFORM 0023-A-SAVEPOINT.
           EVALUATE TRUE
               WHEN PGSCI-SUSP-SEQ IS NOT NUMERIC
                   OR PGSCI-SUSP-SEQ = ZERO
                   MOVE "SUSPENSE ITEM NUMBER IS NOT NUMERIC"
                       TO PGB-SC-MESSAGE
                   PERFORM 0163-D-REJECT-INSTRUCTION
               WHEN NOT (PGSCI-ACTION-MOVE OR PGSCI-ACTION-WRITE-OFF)
                   STRING
                       "INVALID CLEARING ACTION " DELIMITED BY SIZE
                       PGSCI-ACTION DELIMITED BY SIZE
                       INTO PGB-SC-MESSAGE
                   END-STRING
                   PERFORM 0163-D-REJECT-INSTRUCTION
               WHEN PGSCI-ACTION-MOVE
                   AND (PGSCI-TARGET-ACCOUNT-ID IS NOT NUMERIC
                       OR PGSCI-TARGET-ACCOUNT-ID = ZERO)
                   MOVE "TARGET ACCOUNT ID IS NOT NUMERIC"
                       TO PGB-SC-MESSAGE
                   PERFORM 0163-D-REJECT-INSTRUCTION
               WHEN PGSCI-ACTION-WRITE-OFF
                   AND NOT PGB-SC-WRITEOFF-SET
                   MOVE "NO WRITE-OFF ACCOUNT ON THE RUN PARM"
                       TO PGB-SC-MESSAGE
                   PERFORM 0163-D-REJECT-INSTRUCTION
               WHEN OTHER
                   IF PGSCI-ACTION-MOVE
                       MOVE PGSCI-TARGET-ACCOUNT-ID TO PGB-SC-POST-ACCT
                   ELSE
                       MOVE PGB-SC-WRITEOFF-ACCT TO PGB-SC-POST-ACCT
                   END-IF
                   PERFORM 0163-A-FETCH-ITEM
                   IF NOT PGB-SC-REJECTED
                       PERFORM 0163-B-POST-LEGS
                   END-IF
                   IF NOT PGB-SC-REJECTED
                       PERFORM 0163-C-MARK-ITEM-CLEARED
                   END-IF
                   IF NOT PGB-SC-REJECTED
                       PERFORM 0163-E-ACCEPT-INSTRUCTION
                   END-IF
           END-EVALUATE.
           PERFORM 0162-A-READ-INSTRUCTION.

      *----------------------------------------------------------------
      * The item is read FOR UPDATE so a second clearing of the same
      * item later in the file sees it already cleared and rejects.
      *----------------------------------------------------------------
       0163-A-FETCH-ITEM.
           MOVE SPACES TO PGB-PARAM-SUSP-SEQ.
           MOVE PGSCI-SUSP-SEQ TO PGB-PARAM-SUSP-SEQ(1:10).
           MOVE x"00" TO PGB-PARAM-SUSP-SEQ(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-SUSP-SEQ.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0163-A-FETCH-ITEM" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT status, suspense_account::text, "
                   & "movement::text FROM cobpg_suspense "
                   & "WHERE susp_seq = $1::bigint "
                   & "AND target_table = $2 FOR UPDATE" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES = 0
                   CALL "PQclear" USING BY VALUE PGRES
                   MOVE "SUSPENSE ITEM NOT FOUND FOR THIS TABLE"
                       TO PGB-SC-MESSAGE
                   PERFORM 0163-D-REJECT-INSTRUCTION
               ELSE
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-SC-ITEM-STATUS
                   MOVE 1 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   MOVE PGB-AMT-VALUE TO PGB-SC-ITEM-SUSP-ACCT
                   MOVE 2 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   MOVE PGB-AMT-VALUE TO PGB-SC-ITEM-MOVEMENT
                   CALL "PQclear" USING BY VALUE PGRES
                   EVALUATE TRUE
                       WHEN PGB-SC-ITEM-STATUS NOT = "O"
                           MOVE "SUSPENSE ITEM IS NOT OPEN"
                               TO PGB-SC-MESSAGE
                           PERFORM 0163-D-REJECT-INSTRUCTION
                       WHEN PGB-SC-POST-ACCT = PGB-SC-ITEM-SUSP-ACCT
                           MOVE "CLEARING ACCOUNT IS THE SUSPENSE"
                               & " ACCOUNT" TO PGB-SC-MESSAGE
                           PERFORM 0163-D-REJECT-INSTRUCTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           ELSE
               CALL "PQclear" USING BY VALUE PGRES
               PERFORM 0163-F-DATABASE-REJECT
           END-IF.

      *----------------------------------------------------------------
      * 0163-B-POST-LEGS: the reversing entry takes the item's
      * movement back out of the suspense account; the real entry
      * posts the same movement to the clearing account, which must
      * be held in the suspense account's currency -- an item is
      * never moved across currencies, it stays open in suspense.
      * Each leg is kept aside so both can be journaled once the
      * item is marked.
      *----------------------------------------------------------------
       0163-B-POST-LEGS.
           MOVE PGB-SC-ITEM-SUSP-ACCT TO PGB-MV-ACCOUNT-ID.
           COMPUTE PGB-MV-MOVEMENT = 0 - PGB-SC-ITEM-MOVEMENT.
           MOVE SPACES TO PGB-MV-EXPECT-CCY.
           PERFORM 0168-APPLY-MOVEMENT.
           MOVE PGB-ACCT-CCY TO PGB-SC-ITEM-CCY.
           EVALUATE TRUE
               WHEN PGB-MV-NOT-FOUND
                   MOVE "SUSPENSE ACCOUNT NOT FOUND ON TARGET TABLE"
                       TO PGB-SC-MESSAGE
                   PERFORM 0163-D-REJECT-INSTRUCTION
               WHEN PGB-MV-BLOCKED
                   PERFORM 0180-B-STATUS-MESSAGE
                   STRING
                       "SUSPENSE " DELIMITED BY SIZE
                       PGB-STATUS-MSG DELIMITED BY SIZE
                       INTO PGB-SC-MESSAGE
                   END-STRING
                   PERFORM 0163-D-REJECT-INSTRUCTION
               WHEN PGB-MV-FAILED
                   PERFORM 0163-F-DATABASE-REJECT
               WHEN OTHER
                   MOVE PGB-MV-LEG TO PGB-SC-LEG1-SAVE
                   PERFORM 0163-G-RECORD-LEG
           END-EVALUATE.
           IF NOT PGB-SC-REJECTED
               MOVE PGB-SC-POST-ACCT TO PGB-MV-ACCOUNT-ID
               MOVE PGB-SC-ITEM-MOVEMENT TO PGB-MV-MOVEMENT
               MOVE PGB-SC-ITEM-CCY TO PGB-MV-EXPECT-CCY
               PERFORM 0168-APPLY-MOVEMENT
               MOVE SPACES TO PGB-MV-EXPECT-CCY
               EVALUATE TRUE
                   WHEN PGB-MV-NOT-FOUND
                       IF PGSCI-ACTION-MOVE
                           MOVE "TARGET ACCOUNT NOT FOUND ON TARGET"
                               & " TABLE" TO PGB-SC-MESSAGE
                       ELSE
                           MOVE "WRITE-OFF ACCOUNT NOT FOUND ON"
                               & " TARGET TABLE" TO PGB-SC-MESSAGE
                       END-IF
                       PERFORM 0163-D-REJECT-INSTRUCTION
                   WHEN PGB-MV-BLOCKED
                       PERFORM 0180-B-STATUS-MESSAGE
                       IF PGSCI-ACTION-MOVE
                           STRING
                               "TARGET " DELIMITED BY SIZE
                               PGB-STATUS-MSG DELIMITED BY SIZE
                               INTO PGB-SC-MESSAGE
                           END-STRING
                       ELSE
                           STRING
                               "WRITE-OFF " DELIMITED BY SIZE
                               PGB-STATUS-MSG DELIMITED BY SIZE
                               INTO PGB-SC-MESSAGE
                           END-STRING
                       END-IF
                       PERFORM 0163-D-REJECT-INSTRUCTION
                   WHEN PGB-MV-CCY-MISMATCH
                       STRING
                           "TARGET CURRENCY " DELIMITED BY SIZE
                           PGB-ACCT-CCY DELIMITED BY SIZE
                           " DOES NOT MATCH SUSPENSE CURRENCY "
                               DELIMITED BY SIZE
                           PGB-SC-ITEM-CCY DELIMITED BY SIZE
                           INTO PGB-SC-MESSAGE
                       END-STRING
                       PERFORM 0163-D-REJECT-INSTRUCTION
                   WHEN PGB-MV-FAILED
                       PERFORM 0163-F-DATABASE-REJECT
                   WHEN OTHER
                       MOVE PGB-MV-LEG TO PGB-SC-LEG2-SAVE
                       PERFORM 0163-G-RECORD-LEG
               END-EVALUATE
           END-IF.

       0163-C-MARK-ITEM-CLEARED.
           MOVE SPACES TO PGB-PARAM-SUSP-SEQ.
           MOVE PGSCI-SUSP-SEQ TO PGB-PARAM-SUSP-SEQ(1:10).
           MOVE x"00" TO PGB-PARAM-SUSP-SEQ(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-SUSP-SEQ.
           MOVE SPACES TO PGB-PARAM-SC-ACTION.
           MOVE PGSCI-ACTION TO PGB-PARAM-SC-ACTION(1:1).
           MOVE x"00" TO PGB-PARAM-SC-ACTION(2:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-SC-ACTION.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-SC-POST-ACCT TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE SPACES TO PGB-PARAM-SC-REF.
           MOVE PGSCI-REFERENCE TO PGB-PARAM-SC-REF(1:20).
           MOVE x"00" TO PGB-PARAM-SC-REF(21:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-SC-REF.
           MOVE "0163-C-MARK-ITEM-CLEARED" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_suspense SET status = 'C', "
                   & "cleared_date = current_date, "
                   & "cleared_action = $2, "
                   & "cleared_account = $3::bigint, "
                   & "cleared_batch_id = $4, "
                   & "cleared_ref = rtrim($5) "
                   & "WHERE susp_seq = $1::bigint AND status = 'O'"
                   & x"00"
               BY VALUE 5
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RESULT-OK
               PERFORM 0163-F-DATABASE-REJECT
           END-IF.

       0163-D-REJECT-INSTRUCTION.
           MOVE "Y" TO PGB-SC-REJECT-SW.
           PERFORM 0023-B-ROLLBACK-SP.
           ADD 1 TO PGB-RECS-REJECTED.
           MOVE SPACES TO PGLDR-RECORD.
           IF PGSCI-ACTION-MOVE
               AND PGSCI-TARGET-ACCOUNT-ID IS NUMERIC
               MOVE PGSCI-TARGET-ACCOUNT-ID TO PGLDR-ACCOUNT-ID
           ELSE
               MOVE PGB-SC-POST-ACCT TO PGLDR-ACCOUNT-ID
           END-IF.
           MOVE "REJECTED" TO PGLDR-DISPOSITION.
           STRING
               "ITEM " DELIMITED BY SIZE
               PGSCI-SUSP-SEQ DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               PGB-SC-MESSAGE DELIMITED BY SIZE
               INTO PGLDR-MESSAGE
           END-STRING.
           WRITE PGLDR-RECORD.

      *----------------------------------------------------------------
      * A statement failure rejects the one instruction like any
      * other; a transient failure means the connection or the
      * transaction itself has gone, and the whole file is abandoned
      * and rolled back rather than carry on against a dead session.
      *----------------------------------------------------------------
       0163-F-DATABASE-REJECT.
           MOVE ERR-MSG-TEXT TO PGB-SC-MESSAGE.
           IF PGB-ERROR-TRANSIENT
               MOVE "Y" TO PGB-SC-FAILED-SW
           END-IF.
           PERFORM 0163-D-REJECT-INSTRUCTION.

      *----------------------------------------------------------------
      * Both legs of a clearing carry the clearing date and finance's
      * reference in place of the original transaction's date and
      * batch.
      *----------------------------------------------------------------
       0163-G-RECORD-LEG.
           IF PGB-MV-MOVEMENT < 0
               MOVE "C" TO PGB-PH-TXN-CODE
           ELSE
               MOVE "D" TO PGB-PH-TXN-CODE
           END-IF.
           MOVE PGB-PH-TODAY TO PGB-PH-TXN-DATE.
           MOVE PGSCI-REFERENCE TO PGB-PH-TXN-BATCH.
           MOVE "SUSPCLEAR" TO PGB-PH-SOURCE.
           PERFORM 0171-RECORD-POSTING.
           IF NOT PGB-RESULT-OK
               PERFORM 0163-F-DATABASE-REJECT
           END-IF.

       0163-E-ACCEPT-INSTRUCTION.
           MOVE SPACES TO PGLDR-RECORD.
           MOVE PGB-SC-POST-ACCT TO PGLDR-ACCOUNT-ID.
           IF PGSCI-ACTION-MOVE
               ADD 1 TO PGB-SC-CLEARED
               MOVE "CLEARED" TO PGLDR-DISPOSITION
           ELSE
               ADD 1 TO PGB-SC-WRITTEN-OFF
               MOVE "WRITTENOFF" TO PGLDR-DISPOSITION
           END-IF.
           STRING
               "ITEM " DELIMITED BY SIZE
               PGSCI-SUSP-SEQ DELIMITED BY SIZE
               " FROM SUSPENSE " DELIMITED BY SIZE
               PGB-SC-ITEM-SUSP-ACCT DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               PGSCI-REFERENCE DELIMITED BY SIZE
               INTO PGLDR-MESSAGE
           END-STRING.
           WRITE PGLDR-RECORD.
           MOVE PGB-SC-LEG1-SAVE TO PGB-MV-LEG.
           PERFORM 0168-A-WRITE-MV-JOURNAL.
           MOVE PGB-SC-LEG2-SAVE TO PGB-MV-LEG.
           PERFORM 0168-A-WRITE-MV-JOURNAL.

       0164-COMMIT-CLEARING.
           MOVE "0164-COMMIT-CLEARING" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "COMMIT" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           IF NOT PGB-RESULT-OK
               MOVE 0 TO PGB-SC-CLEARED PGB-SC-WRITTEN-OFF
               DISPLAY "Clearing commit failed, no suspense item"
                   " cleared"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0165-SUSPENSE-AGING-REPORT: every item still open in suspense
      * for the target table, oldest first within each suspense
      * account, with its days open and the running suspense
      * balance. Each suspense account closes with a tie-out of the
      * open items against the account's balance on the table; any
      * difference is flagged and raises the reconciliation
      * severity, so finance signs off suspense only when it nets
      * exactly to what is outstanding. Anything open at all raises
      * the partial severity, as the reject aging report does.
      *----------------------------------------------------------------
       0165-SUSPENSE-AGING-REPORT.
           PERFORM 0160-CREATE-SUSPENSE-TABLE.
           MOVE 0 TO PGB-SA-ITEM-CT PGB-SA-ACCT-CT PGB-SA-BREAK-CT.
           MOVE 0 TO PGB-SA-RUNNING PGB-SA-GRAND-OPEN.
           MOVE 0 TO PGB-SA-LEDGER-BAL.
           MOVE SPACES TO PGB-SA-PREV-ACCT.
           MOVE SPACES TO PGB-SA-SQL.
           STRING
               "SELECT s.suspense_account::text, s.susp_seq::text, "
                   DELIMITED BY SIZE
               "s.account_id::text, s.txn_code, "
                   DELIMITED BY SIZE
               "COALESCE(s.txn_date, ' '), "
                   DELIMITED BY SIZE
               "to_char(s.suspended_date, 'YYYY-MM-DD'), "
                   DELIMITED BY SIZE
               "(current_date - s.suspended_date)::text, "
                   DELIMITED BY SIZE
               "s.movement::text, COALESCE(s.batch_id, ' '), "
                   DELIMITED BY SIZE
               "COALESCE(t.balance, 0)::text "
                   DELIMITED BY SIZE
               "FROM cobpg_suspense s LEFT JOIN " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " t ON t.account_id = s.suspense_account "
                   DELIMITED BY SIZE
               "WHERE s.status = 'O' AND s.target_table = '"
                   DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               "' ORDER BY s.suspense_account, s.suspended_date, "
                   DELIMITED BY SIZE
               "s.susp_seq" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-SA-SQL
           END-STRING.
           MOVE "0165-SUSPENSE-AGING" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-SA-SQL
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               OPEN OUTPUT PGSARFL
               MOVE 0 TO PGB-TB-PAGE-CT
               MOVE 99 TO PGB-TB-LINE-CT
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0165-A-REPORT-ITEM
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
               IF PGB-SA-PREV-ACCT NOT = SPACES
                   PERFORM 0165-B-PRINT-TIE-OUT
               END-IF
               PERFORM 0165-C-PRINT-SUMMARY
               CLOSE PGSARFL
               DISPLAY "Suspense items open : " PGB-SA-ITEM-CT
               DISPLAY "Suspense breaks     : " PGB-SA-BREAK-CT
               IF PGB-SA-ITEM-CT > 0
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
               IF PGB-SA-BREAK-CT > 0
                   IF PGB-RUN-SEVERITY LESS THAN 2
                       MOVE 2 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0165-A-REPORT-ITEM.
           MOVE SPACES TO PGB-SA-DETAIL-LINE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGB-CELL-TEXT(1:10) NOT = PGB-SA-PREV-ACCT
               IF PGB-SA-PREV-ACCT NOT = SPACES
                   PERFORM 0165-B-PRINT-TIE-OUT
               END-IF
               MOVE PGB-CELL-TEXT(1:10) TO PGB-SA-PREV-ACCT
               MOVE PGB-CELL-TEXT(1:10) TO PGB-SAD-SUSP-ACCT
               MOVE 0 TO PGB-SA-RUNNING
               ADD 1 TO PGB-SA-ACCT-CT
           END-IF.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-SAD-ITEM.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-SAD-ACCOUNT.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:1) TO PGB-SAD-CODE.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:8) TO PGB-SAD-TXN-DATE.
           MOVE 5 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-SAD-SUSPENDED.
           MOVE 6 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-SAD-DAYS.
           MOVE 7 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           ADD PGB-AMT-VALUE TO PGB-SA-RUNNING.
           ADD PGB-AMT-VALUE TO PGB-SA-GRAND-OPEN.
           MOVE PGB-AMT-VALUE TO PGB-SAD-MOVEMENT.
           MOVE PGB-SA-RUNNING TO PGB-SAD-RUNNING.
           MOVE 8 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-SAD-BATCH.
           MOVE 9 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-SA-LEDGER-BAL.
           MOVE PGB-SA-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0167-SA-PRINT-LINE.
           ADD 1 TO PGB-SA-ITEM-CT.
           ADD 1 TO PGB-ROW-IDX.

       0165-B-PRINT-TIE-OUT.
           COMPUTE PGB-SA-DIFFERENCE =
               PGB-SA-LEDGER-BAL - PGB-SA-RUNNING.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " SUSPENSE" TO PGB-TB-PRINT(1:9).
           MOVE PGB-SA-PREV-ACCT TO PGB-TB-PRINT(11:10).
           MOVE "OUTSTANDING" TO PGB-TB-PRINT(23:11).
           MOVE PGB-SA-RUNNING TO PGB-SA-AMOUNT-EDIT.
           MOVE PGB-SA-AMOUNT-EDIT TO PGB-TB-PRINT(35:21).
           MOVE "LEDGER" TO PGB-TB-PRINT(58:6).
           MOVE PGB-SA-LEDGER-BAL TO PGB-SA-AMOUNT-EDIT.
           MOVE PGB-SA-AMOUNT-EDIT TO PGB-TB-PRINT(65:21).
           MOVE "DIFFERENCE" TO PGB-TB-PRINT(88:10).
           MOVE PGB-SA-DIFFERENCE TO PGB-SA-AMOUNT-EDIT.
           MOVE PGB-SA-AMOUNT-EDIT TO PGB-TB-PRINT(99:21).
           IF PGB-SA-DIFFERENCE NOT = 0
               MOVE "*BREAK*" TO PGB-TB-PRINT(122:7)
               ADD 1 TO PGB-SA-BREAK-CT
           END-IF.
           PERFORM 0167-SA-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0167-SA-PRINT-LINE.

       0165-C-PRINT-SUMMARY.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0167-SA-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-SA-ITEM-CT TO PGB-RH-COUNT-EDIT.
           MOVE " ITEMS OPEN        " TO PGB-TB-PRINT(1:19).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0167-SA-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-SA-ACCT-CT TO PGB-RH-COUNT-EDIT.
           MOVE " SUSPENSE ACCOUNTS " TO PGB-TB-PRINT(1:19).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0167-SA-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " TOTAL OUTSTANDING " TO PGB-TB-PRINT(1:19).
           MOVE PGB-SA-GRAND-OPEN TO PGB-SA-AMOUNT-EDIT.
           MOVE PGB-SA-AMOUNT-EDIT TO PGB-TB-PRINT(20:21).
           PERFORM 0167-SA-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-SA-BREAK-CT TO PGB-RH-COUNT-EDIT.
           MOVE " ACCOUNTS IN BREAK " TO PGB-TB-PRINT(1:19).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0167-SA-PRINT-LINE.

       0166-SA-PRINT-HEADINGS.
           ADD 1 TO PGB-TB-PAGE-CT.
           MOVE SPACES TO PGSAR-LINE.
           MOVE " COBPG SUSPENSE AGING" TO PGSAR-LINE(1:21).
           MOVE "TABLE" TO PGSAR-LINE(40:5).
           MOVE PGB-TARGET-TABLE TO PGSAR-LINE(46:30).
           MOVE "PAGE" TO PGSAR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGSAR-LINE(125:4).
           WRITE PGSAR-RECORD.
           MOVE SPACES TO PGSAR-LINE.
           WRITE PGSAR-RECORD.
           MOVE SPACES TO PGSAR-LINE.
           MOVE "SUSP ACCT" TO PGSAR-LINE(2:9).
           MOVE "ITEM NO" TO PGSAR-LINE(17:7).
           MOVE "ACCOUNT ID" TO PGSAR-LINE(26:10).
           MOVE "C" TO PGSAR-LINE(38:1).
           MOVE "TXN DATE" TO PGSAR-LINE(41:8).
           MOVE "SUSPENDED" TO PGSAR-LINE(51:9).
           MOVE "DAYS" TO PGSAR-LINE(64:4).
           MOVE "MOVEMENT" TO PGSAR-LINE(83:8).
           MOVE "RUNNING BALANCE" TO PGSAR-LINE(99:15).
           MOVE "BATCH ID" TO PGSAR-LINE(116:8).
           WRITE PGSAR-RECORD.
           MOVE ALL "-" TO PGSAR-LINE(1:125).
           MOVE SPACES TO PGSAR-LINE(126:7).
           WRITE PGSAR-RECORD.
           MOVE 4 TO PGB-TB-LINE-CT.

       0167-SA-PRINT-LINE.
           IF PGB-TB-LINE-CT GREATER THAN 55
               PERFORM 0166-SA-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGSAR-LINE.
           WRITE PGSAR-RECORD.
           ADD 1 TO PGB-TB-LINE-CT.

      *----------------------------------------------------------------
      * 0168-APPLY-MOVEMENT: posts PGB-MV-MOVEMENT (signed, a debit
      * positive) to PGB-MV-ACCOUNT-ID through the same fetch and
      * update statements POST builds, inside whatever savepoint the
      * caller holds. PGB-MV-RESULT says posted, account not found,
      * account frozen or closed (PGB-ACCT-STATUS has which), held
      * in a currency other than PGB-MV-EXPECT-CCY (PGB-ACCT-CCY has
      * which), or failed (ERR-MSG-TEXT has why); rolling back is
      * the caller's decision.
      *----------------------------------------------------------------
       0168-APPLY-MOVEMENT.
           MOVE "F" TO PGB-MV-RESULT.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-MV-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE "0168-APPLY-MOVEMENT" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-POST-FETCH-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES = 0
                   MOVE "N" TO PGB-MV-RESULT
               ELSE
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   MOVE PGB-AMT-VALUE TO PGB-MV-PRIOR-BAL
                   MOVE 1 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-ACCT-STATUS
                   MOVE 2 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:3) TO PGB-ACCT-CCY
                   EVALUATE TRUE
                       WHEN PGB-ACCT-FROZEN OR PGB-ACCT-CLOSED
                           MOVE "S" TO PGB-MV-RESULT
                       WHEN PGB-MV-EXPECT-CCY NOT = SPACES
                           AND PGB-MV-EXPECT-CCY NOT = PGB-ACCT-CCY
                           MOVE "C" TO PGB-MV-RESULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-RESULT-OK AND NOT PGB-MV-NOT-FOUND
               AND NOT PGB-MV-BLOCKED AND NOT PGB-MV-CCY-MISMATCH
               COMPUTE PGB-MV-NEW-BAL =
                   PGB-MV-PRIOR-BAL + PGB-MV-MOVEMENT
               MOVE SPACES TO PGB-PARAM-BALANCE
               MOVE PGB-MV-NEW-BAL TO PGB-BALANCE-EDIT
               MOVE PGB-BALANCE-EDIT TO PGB-PARAM-BALANCE(1:15)
               MOVE x"00" TO PGB-PARAM-BALANCE(16:1)
               SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-BALANCE
               CALL "PQexecParams" USING
                   BY VALUE PGCONN
                   BY REFERENCE PGB-POST-UPDATE-SQL
                   BY VALUE 2
                   BY VALUE 0
                   BY REFERENCE PGB-PARAM-VALUES
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               CALL "PQclear" USING BY VALUE PGRES
               IF PGB-RESULT-OK
                   MOVE "P" TO PGB-MV-RESULT
               END-IF
           END-IF.

       0168-A-WRITE-MV-JOURNAL.
           MOVE SPACES TO PGPJR-RECORD.
           MOVE PGB-MV-ACCOUNT-ID TO PGPJR-ACCOUNT-ID.
           IF PGB-MV-MOVEMENT < 0
               MOVE "C" TO PGPJR-TXN-CODE
           ELSE
               MOVE "D" TO PGPJR-TXN-CODE
           END-IF.
           MOVE PGB-MV-PRIOR-BAL TO PGPJR-PRIOR-BALANCE.
           MOVE PGB-MV-MOVEMENT TO PGPJR-MOVEMENT.
           MOVE PGB-MV-NEW-BAL TO PGPJR-NEW-BALANCE.
           WRITE PGPJR-RECORD.

      *----------------------------------------------------------------
      * 0170-CREATE-POSTING-HISTORY: the permanent record of every
      * movement applied to a stored balance -- POST, suspense, and
      * both legs of a suspense clearing -- one row per movement with
      * the balance before and after, the transaction's own date and
      * batch, the run's batch, and which process posted it. Rows are
      * never updated or purged; statements and proofs are built off
      * this table, not the journal files.
      *----------------------------------------------------------------
       0170-CREATE-POSTING-HISTORY.
           MOVE "0170-CREATE-POSTING-HIST" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_posting_history ("
                   & "hist_seq bigint GENERATED ALWAYS AS IDENTITY "
                   & "PRIMARY KEY, "
                   & "target_table varchar(30), "
                   & "account_id bigint, "
                   & "txn_code char(1), "
                   & "movement numeric(13,2), "
                   & "prior_balance numeric(13,2), "
                   & "new_balance numeric(13,2), "
                   & "txn_date varchar(8), "
                   & "txn_batch_id varchar(10), "
                   & "batch_id varchar(10), "
                   & "source varchar(10), "
                   & "posted_ts timestamp DEFAULT now()); "
                   & "CREATE INDEX IF NOT EXISTS "
                   & "cobpg_posting_history_acct ON "
                   & "cobpg_posting_history (target_table, "
                   & "account_id, txn_date)" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0171-RECORD-POSTING: writes the history row for the movement
      * in PGB-MV-LEG, inside the caller's savepoint. The caller
      * stages the transaction code, date and batch and the source in
      * the PGB-PH- fields; a failure leaves PGB-RESULT-OK off and
      * the caller rolls the movement back with it.
      *----------------------------------------------------------------
       0171-RECORD-POSTING.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-MV-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE SPACES TO PGB-PARAM-TXN-CODE.
           MOVE PGB-PH-TXN-CODE TO PGB-PARAM-TXN-CODE(1:1).
           MOVE x"00" TO PGB-PARAM-TXN-CODE(2:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-TXN-CODE.
           MOVE SPACES TO PGB-PARAM-MOVEMENT.
           MOVE PGB-MV-MOVEMENT TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-PARAM-MOVEMENT(1:15).
           MOVE x"00" TO PGB-PARAM-MOVEMENT(16:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-MOVEMENT.
           MOVE SPACES TO PGB-PARAM-PRIOR-BAL.
           MOVE PGB-MV-PRIOR-BAL TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-PARAM-PRIOR-BAL(1:15).
           MOVE x"00" TO PGB-PARAM-PRIOR-BAL(16:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-PRIOR-BAL.
           MOVE SPACES TO PGB-PARAM-BALANCE.
           MOVE PGB-MV-NEW-BAL TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-PARAM-BALANCE(1:15).
           MOVE x"00" TO PGB-PARAM-BALANCE(16:1).
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-BALANCE.
           MOVE SPACES TO PGB-PARAM-TXN-DATE.
           STRING
               PGB-PH-TXN-DATE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TXN-DATE
           END-STRING.
           SET PGB-PARAM-PTR(7) TO ADDRESS OF PGB-PARAM-TXN-DATE.
           MOVE SPACES TO PGB-PARAM-TXN-BATCH.
           STRING
               PGB-PH-TXN-BATCH DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TXN-BATCH
           END-STRING.
           SET PGB-PARAM-PTR(8) TO ADDRESS OF PGB-PARAM-TXN-BATCH.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(9) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE SPACES TO PGB-PARAM-PH-SOURCE.
           STRING
               PGB-PH-SOURCE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-PH-SOURCE
           END-STRING.
           SET PGB-PARAM-PTR(10) TO ADDRESS OF PGB-PARAM-PH-SOURCE.
           MOVE "0171-RECORD-POSTING" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_posting_history "
                   & "(target_table, account_id, txn_code, movement, "
                   & "prior_balance, new_balance, txn_date, "
                   & "txn_batch_id, batch_id, source) VALUES ($1, "
                   & "$2::bigint, $3, $4::numeric, $5::numeric, "
                   & "$6::numeric, $7, $8, $9, $10)" & x"00"
               BY VALUE 10
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0172-STATEMENT-RUN: prints a statement to PGSTMFL for every
      * account on the target table, for the CCYYMMDD from-date in
      * the cutoff parm position through the to-date in the position
      * after it (today when not given). The opening balance is the
      * account's closing balance for the month before the from-date
      * out of cobpg_period_history, rolled forward through any
      * posting history dated between the start of the from-month
      * and the from-date; each movement in the range follows with a
      * running balance, then the closing balance. Before a
      * statement goes out the closing balance, rolled on through
      * anything posted after the to-date, must agree with the
      * balance on the table, and the account must have a contact
      * row to address it to; an account failing either is listed on
      * PGSTXFL instead and gets no statement.
      *----------------------------------------------------------------
       0172-STATEMENT-RUN.
           IF PGB-CUTOFF-X(1:8) IS NOT NUMERIC
               OR PGB-CUTOFF-X(9:2) NOT = SPACES
               OR PGB-CUTOFF-X(5:2) < "01"
               OR PGB-CUTOFF-X(5:2) > "12"
               DISPLAY "STMT needs a CCYYMMDD from-date in the"
                   " cutoff parm position"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               MOVE PGB-CUTOFF-X(1:8) TO PGB-ST-FROM-DATE
               IF PGB-DEADLINE-X(1:8) IS NUMERIC
                   MOVE PGB-DEADLINE-X(1:8) TO PGB-ST-TO-DATE
               ELSE
                   ACCEPT PGB-ST-TO-DATE FROM DATE YYYYMMDD
               END-IF
               IF PGB-ST-TO-DATE < PGB-ST-FROM-DATE
                   DISPLAY "STMT to-date " PGB-ST-TO-DATE
                       " is before from-date " PGB-ST-FROM-DATE
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               ELSE
                   PERFORM 0172-A-SELECT-ACCOUNTS
               END-IF
           END-IF.

       0172-A-SELECT-ACCOUNTS.
           MOVE PGB-ST-FROM-DATE(1:6) TO PGB-ST-PERIOD-WK.
           IF PGB-ST-WK-MONTH = 1
               MOVE 12 TO PGB-ST-WK-MONTH
               SUBTRACT 1 FROM PGB-ST-WK-YEAR
           ELSE
               SUBTRACT 1 FROM PGB-ST-WK-MONTH
           END-IF.
           MOVE PGB-ST-PERIOD-WK TO PGB-ST-PERIOD.
           MOVE PGB-ST-FROM-DATE(1:6) TO PGB-ST-MONTH-START(1:6).
           MOVE "01" TO PGB-ST-MONTH-START(7:2).
           PERFORM 0170-CREATE-POSTING-HISTORY.
           PERFORM 0121-CREATE-HISTORY-TABLE.
           PERFORM 0028-A-BUILD-CONTACT-SQL.
           PERFORM 0028-B-CREATE-CONTACT-TABLE.
           MOVE 0 TO PGB-ST-PRINTED PGB-ST-NO-CONTACT-CT.
           MOVE 0 TO PGB-ST-BREAK-CT.
           MOVE SPACES TO PGB-ST-SQL.
           STRING
               "SELECT a.account_id::text, a.account_name, "
                   DELIMITED BY SIZE
               "a.balance::text, CASE WHEN c.account_id IS NULL "
                   DELIMITED BY SIZE
               "THEN 'N' ELSE 'Y' END, "
                   DELIMITED BY SIZE
               "COALESCE(c.addr_line_1, ' '), "
                   DELIMITED BY SIZE
               "COALESCE(c.addr_line_2, ' '), "
                   DELIMITED BY SIZE
               "COALESCE(c.city, ' '), COALESCE(c.postal_code, ' '), "
                   DELIMITED BY SIZE
               "COALESCE(p.balance, 0)::text, "
                   DELIMITED BY SIZE
               "COALESCE(m.pre, 0)::text, COALESCE(m.post, 0)::text "
                   DELIMITED BY SIZE
               "FROM " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " a LEFT JOIN (SELECT DISTINCT ON (account_id) * FROM "
                   DELIMITED BY SIZE
               PGB-CT2-TABLE DELIMITED BY SPACE
               " ORDER BY account_id) c ON c.account_id = a.account_id"
                   DELIMITED BY SIZE
               " LEFT JOIN cobpg_period_history p ON p.account_id = "
                   DELIMITED BY SIZE
               "a.account_id AND p.period_id = $1 "
                   DELIMITED BY SIZE
               "LEFT JOIN (SELECT account_id, SUM(CASE WHEN txn_date"
                   DELIMITED BY SIZE
               " < $4 THEN movement ELSE 0 END) pre, SUM(CASE WHEN "
                   DELIMITED BY SIZE
               "txn_date > $5 THEN movement ELSE 0 END) post "
                   DELIMITED BY SIZE
               "FROM cobpg_posting_history WHERE target_table = $2 "
                   DELIMITED BY SIZE
               "AND txn_date >= $3 GROUP BY account_id) m ON "
                   DELIMITED BY SIZE
               "m.account_id = a.account_id ORDER BY a.account_id"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-ST-SQL
           END-STRING.
           MOVE SPACES TO PGB-PARAM-ST-PERIOD.
           MOVE PGB-ST-PERIOD TO PGB-PARAM-ST-PERIOD(1:6).
           MOVE x"00" TO PGB-PARAM-ST-PERIOD(7:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-ST-PERIOD.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-ST-MONTH-START.
           MOVE PGB-ST-MONTH-START TO PGB-PARAM-ST-MONTH-START(1:8).
           MOVE x"00" TO PGB-PARAM-ST-MONTH-START(9:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-ST-MONTH-START.
           MOVE SPACES TO PGB-PARAM-ST-FROM.
           MOVE PGB-ST-FROM-DATE TO PGB-PARAM-ST-FROM(1:8).
           MOVE x"00" TO PGB-PARAM-ST-FROM(9:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-ST-FROM.
           MOVE SPACES TO PGB-PARAM-ST-TO.
           MOVE PGB-ST-TO-DATE TO PGB-PARAM-ST-TO(1:8).
           MOVE x"00" TO PGB-PARAM-ST-TO(9:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-ST-TO.
           MOVE "0172-STATEMENT-RUN" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-ST-SQL
               BY VALUE 5
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               OPEN OUTPUT PGSTMFL
               OPEN OUTPUT PGSTXFL
               MOVE 0 TO PGB-SX-PAGE-CT
               MOVE 99 TO PGB-SX-LINE-CT
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-ST-ACCT-COUNT
               MOVE 0 TO PGB-ST-ACCT-ROW
               PERFORM 0173-STATEMENT-ACCOUNT
                   UNTIL PGB-ST-ACCT-ROW NOT LESS THAN PGB-ST-ACCT-COUNT
               PERFORM 0179-SX-PRINT-SUMMARY
               CLOSE PGSTMFL
               CLOSE PGSTXFL
               MOVE PGB-ST-ACCT-COUNT TO PGB-RECS-READ
               COMPUTE PGB-RECS-REJECTED =
                   PGB-ST-NO-CONTACT-CT + PGB-ST-BREAK-CT
               DISPLAY "Statements printed  : " PGB-ST-PRINTED
               DISPLAY "No contact record   : " PGB-ST-NO-CONTACT-CT
               DISPLAY "Out of balance      : " PGB-ST-BREAK-CT
               IF PGB-ST-NO-CONTACT-CT > 0
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
               IF PGB-ST-BREAK-CT > 0
                   IF PGB-RUN-SEVERITY LESS THAN 2
                       MOVE 2 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0173-STATEMENT-ACCOUNT: one row of the account query. The
      * account result stays open while the account's movements are
      * fetched into a result of their own, then is put back.
      *----------------------------------------------------------------
       0173-STATEMENT-ACCOUNT.
           MOVE PGB-ST-ACCT-ROW TO PGB-ROW-IDX.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-ST-ACCOUNT-ID.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:30) TO PGB-ST-ACCOUNT-NAME.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-ST-LEDGER-BAL.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:1) TO PGB-ST-HAS-CONTACT.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:30) TO PGB-ST-ADDR-1.
           MOVE 5 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:30) TO PGB-ST-ADDR-2.
           MOVE 6 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-ST-CITY.
           MOVE 7 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-ST-POSTAL.
           MOVE 8 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-ST-OPENING.
           MOVE 9 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           ADD PGB-AMT-VALUE TO PGB-ST-OPENING.
           MOVE 10 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-ST-LATER-MV.
           SET PGB-ST-ACCT-RES TO PGRES.
           PERFORM 0174-FETCH-MOVEMENTS.
           IF PGB-ST-MV-OK
               MOVE PGB-ST-OPENING TO PGB-ST-CLOSING
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0174-A-SUM-MOVEMENT
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-ST-MV-COUNT
               EVALUATE TRUE
                   WHEN PGB-ST-HAS-CONTACT NOT = "Y"
                       ADD 1 TO PGB-ST-NO-CONTACT-CT
                       MOVE "NO CONTACT RECORD" TO PGB-ST-REASON
                       PERFORM 0178-SX-REPORT-ACCOUNT
                   WHEN PGB-ST-CLOSING + PGB-ST-LATER-MV
                           NOT = PGB-ST-LEDGER-BAL
                       ADD 1 TO PGB-ST-BREAK-CT
                       MOVE "CLOSING BALANCE DOES NOT AGREE WITH LEDGER"
                           TO PGB-ST-REASON
                       PERFORM 0178-SX-REPORT-ACCOUNT
                   WHEN OTHER
                       PERFORM 0175-PRINT-STATEMENT
               END-EVALUATE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           SET PGRES TO PGB-ST-ACCT-RES.
           ADD 1 TO PGB-ST-ACCT-ROW.

      *----------------------------------------------------------------
      * 0174-FETCH-MOVEMENTS: the account's posting history in the
      * statement range, in the order it was dated and posted. A
      * failed fetch lists the account on the exception file as a
      * break rather than printing a statement that may be short.
      *----------------------------------------------------------------
       0174-FETCH-MOVEMENTS.
           MOVE "N" TO PGB-ST-MV-OK-SW.
           MOVE 0 TO PGB-ST-MV-COUNT.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-ST-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-ST-FROM.
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-ST-TO.
           MOVE "0174-FETCH-MOVEMENTS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT txn_date, txn_code, "
                   & "movement::text, COALESCE(txn_batch_id, ' '), "
                   & "source FROM cobpg_posting_history "
                   & "WHERE target_table = $1 "
                   & "AND account_id = $2::bigint "
                   & "AND txn_date BETWEEN $3 AND $4 "
                   & "ORDER BY txn_date, hist_seq" & x"00"
               BY VALUE 4
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE "Y" TO PGB-ST-MV-OK-SW
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-ST-MV-COUNT
           ELSE
               ADD 1 TO PGB-ST-BREAK-CT
               MOVE "POSTING HISTORY COULD NOT BE READ"
                   TO PGB-ST-REASON
               MOVE PGB-ST-OPENING TO PGB-ST-CLOSING
               PERFORM 0178-SX-REPORT-ACCOUNT
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

       0174-A-SUM-MOVEMENT.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           ADD PGB-AMT-VALUE TO PGB-ST-CLOSING.
           ADD 1 TO PGB-ROW-IDX.

      *----------------------------------------------------------------
      * 0175-PRINT-STATEMENT: each statement starts on a new page,
      * numbered from one, with the address block under the heading.
      *----------------------------------------------------------------
       0175-PRINT-STATEMENT.
           ADD 1 TO PGB-ST-PRINTED.
           MOVE 0 TO PGB-ST-PAGE-CT.
           PERFORM 0177-ST-PRINT-HEADINGS.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-ST-ACCOUNT-NAME TO PGB-TB-PRINT(2:30).
           PERFORM 0177-A-ST-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-ST-ADDR-1 TO PGB-TB-PRINT(2:30).
           PERFORM 0177-A-ST-PRINT-LINE.
           IF PGB-ST-ADDR-2 NOT = SPACES
               MOVE SPACES TO PGB-TB-PRINT
               MOVE PGB-ST-ADDR-2 TO PGB-TB-PRINT(2:30)
               PERFORM 0177-A-ST-PRINT-LINE
           END-IF.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-ST-CITY TO PGB-TB-PRINT(2:20).
           MOVE PGB-ST-POSTAL TO PGB-TB-PRINT(24:10).
           PERFORM 0177-A-ST-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0177-A-ST-PRINT-LINE.
           MOVE PGB-ST-OPENING TO PGB-ST-RUNNING.
           MOVE 0 TO PGB-ST-TOTAL-DR PGB-ST-TOTAL-CR.
           MOVE SPACES TO PGB-ST-DETAIL-LINE.
           MOVE PGB-ST-FROM-DATE(1:4) TO PGB-ST-DE-YEAR.
           MOVE PGB-ST-FROM-DATE(5:2) TO PGB-ST-DE-MONTH.
           MOVE PGB-ST-FROM-DATE(7:2) TO PGB-ST-DE-DAY.
           MOVE PGB-ST-DATE-EDIT TO PGB-STD-DATE.
           MOVE "OPENING BALANCE" TO PGB-STD-DESC.
           MOVE 0 TO PGB-STD-DEBIT PGB-STD-CREDIT.
           MOVE PGB-ST-RUNNING TO PGB-STD-BALANCE.
           MOVE PGB-ST-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0177-A-ST-PRINT-LINE.
           MOVE 0 TO PGB-ROW-IDX.
           PERFORM 0176-PRINT-MOVEMENT
               UNTIL PGB-ROW-IDX NOT LESS THAN PGB-ST-MV-COUNT.
           MOVE SPACES TO PGB-ST-DETAIL-LINE.
           MOVE PGB-ST-TO-DATE(1:4) TO PGB-ST-DE-YEAR.
           MOVE PGB-ST-TO-DATE(5:2) TO PGB-ST-DE-MONTH.
           MOVE PGB-ST-TO-DATE(7:2) TO PGB-ST-DE-DAY.
           MOVE PGB-ST-DATE-EDIT TO PGB-STD-DATE.
           MOVE "CLOSING BALANCE" TO PGB-STD-DESC.
           MOVE PGB-ST-TOTAL-DR TO PGB-STD-DEBIT.
           MOVE PGB-ST-TOTAL-CR TO PGB-STD-CREDIT.
           MOVE PGB-ST-CLOSING TO PGB-STD-BALANCE.
           MOVE PGB-ST-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0177-A-ST-PRINT-LINE.

       0176-PRINT-MOVEMENT.
           MOVE SPACES TO PGB-ST-DETAIL-LINE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:4) TO PGB-ST-DE-YEAR.
           MOVE PGB-CELL-TEXT(5:2) TO PGB-ST-DE-MONTH.
           MOVE PGB-CELL-TEXT(7:2) TO PGB-ST-DE-DAY.
           MOVE PGB-ST-DATE-EDIT TO PGB-STD-DATE.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           ADD PGB-AMT-VALUE TO PGB-ST-RUNNING.
           IF PGB-AMT-VALUE < 0
               MOVE "CREDIT" TO PGB-STD-DESC
               COMPUTE PGB-STD-CREDIT = 0 - PGB-AMT-VALUE
               SUBTRACT PGB-AMT-VALUE FROM PGB-ST-TOTAL-CR
               MOVE 0 TO PGB-STD-DEBIT
           ELSE
               MOVE "DEBIT" TO PGB-STD-DESC
               MOVE PGB-AMT-VALUE TO PGB-STD-DEBIT
               ADD PGB-AMT-VALUE TO PGB-ST-TOTAL-DR
               MOVE 0 TO PGB-STD-CREDIT
           END-IF.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGB-CELL-TEXT(1:4) = "SUSP"
               MOVE PGB-CELL-TEXT(1:10) TO PGB-STD-DESC(8:10)
           END-IF.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-STD-BATCH.
           MOVE PGB-ST-RUNNING TO PGB-STD-BALANCE.
           MOVE PGB-ST-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0177-A-ST-PRINT-LINE.
           ADD 1 TO PGB-ROW-IDX.

       0177-ST-PRINT-HEADINGS.
           ADD 1 TO PGB-ST-PAGE-CT.
           MOVE SPACES TO PGSTM-LINE.
           MOVE " COBPG ACCOUNT STATEMENT" TO PGSTM-LINE(1:24).
           MOVE "PERIOD" TO PGSTM-LINE(30:6).
           MOVE PGB-ST-FROM-DATE TO PGSTM-LINE(37:8).
           MOVE "TO" TO PGSTM-LINE(46:2).
           MOVE PGB-ST-TO-DATE TO PGSTM-LINE(49:8).
           MOVE "ACCOUNT" TO PGSTM-LINE(62:7).
           MOVE PGB-ST-ACCOUNT-ID TO PGSTM-LINE(70:10).
           MOVE "PAGE" TO PGSTM-LINE(120:4).
           MOVE PGB-ST-PAGE-CT TO PGSTM-LINE(125:4).
           WRITE PGSTM-RECORD.
           MOVE SPACES TO PGSTM-LINE.
           WRITE PGSTM-RECORD.
           MOVE SPACES TO PGSTM-LINE.
           MOVE "DATE" TO PGSTM-LINE(2:4).
           MOVE "DESCRIPTION" TO PGSTM-LINE(14:11).
           MOVE "BATCH ID" TO PGSTM-LINE(36:8).
           MOVE "DEBIT" TO PGSTM-LINE(63:5).
           MOVE "CREDIT" TO PGSTM-LINE(84:6).
           MOVE "BALANCE" TO PGSTM-LINE(105:7).
           WRITE PGSTM-RECORD.
           MOVE ALL "-" TO PGSTM-LINE(1:112).
           MOVE SPACES TO PGSTM-LINE(113:20).
           WRITE PGSTM-RECORD.
           MOVE 4 TO PGB-ST-LINE-CT.

       0177-A-ST-PRINT-LINE.
           IF PGB-ST-LINE-CT GREATER THAN 55
               PERFORM 0177-ST-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGSTM-LINE.
           WRITE PGSTM-RECORD.
           ADD 1 TO PGB-ST-LINE-CT.

      *----------------------------------------------------------------
      * 0178-SX-REPORT-ACCOUNT: lists an account held back from the
      * statement run, with the closing balance the history gives
      * (rolled on to today) beside the balance on the table.
      *----------------------------------------------------------------
       0178-SX-REPORT-ACCOUNT.
           MOVE SPACES TO PGB-SX-DETAIL-LINE.
           MOVE PGB-ST-ACCOUNT-ID TO PGB-SXD-ACCOUNT.
           MOVE PGB-ST-ACCOUNT-NAME TO PGB-SXD-NAME.
           COMPUTE PGB-SXD-CLOSING =
               PGB-ST-CLOSING + PGB-ST-LATER-MV.
           MOVE PGB-ST-LEDGER-BAL TO PGB-SXD-LEDGER.
           MOVE PGB-ST-REASON TO PGB-SXD-REASON.
           MOVE PGB-SX-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0178-B-SX-PRINT-LINE.

       0178-A-SX-PRINT-HEADINGS.
           ADD 1 TO PGB-SX-PAGE-CT.
           MOVE SPACES TO PGSTX-LINE.
           MOVE " COBPG STATEMENT EXCEPTIONS" TO PGSTX-LINE(1:27).
           MOVE "TABLE" TO PGSTX-LINE(34:5).
           MOVE PGB-TARGET-TABLE TO PGSTX-LINE(40:30).
           MOVE "PERIOD" TO PGSTX-LINE(72:6).
           MOVE PGB-ST-FROM-DATE TO PGSTX-LINE(79:8).
           MOVE "TO" TO PGSTX-LINE(88:2).
           MOVE PGB-ST-TO-DATE TO PGSTX-LINE(91:8).
           MOVE "PAGE" TO PGSTX-LINE(120:4).
           MOVE PGB-SX-PAGE-CT TO PGSTX-LINE(125:4).
           WRITE PGSTX-RECORD.
           MOVE SPACES TO PGSTX-LINE.
           WRITE PGSTX-RECORD.
           MOVE SPACES TO PGSTX-LINE.
           MOVE "ACCOUNT ID" TO PGSTX-LINE(2:10).
           MOVE "ACCOUNT NAME" TO PGSTX-LINE(14:12).
           MOVE "HISTORY BALANCE" TO PGSTX-LINE(52:15).
           MOVE "LEDGER BALANCE" TO PGSTX-LINE(76:14).
           MOVE "REASON" TO PGSTX-LINE(92:6).
           WRITE PGSTX-RECORD.
           MOVE ALL "-" TO PGSTX-LINE(1:131).
           MOVE SPACES TO PGSTX-LINE(132:1).
           WRITE PGSTX-RECORD.
           MOVE 4 TO PGB-SX-LINE-CT.

       0178-B-SX-PRINT-LINE.
           IF PGB-SX-LINE-CT GREATER THAN 55
               PERFORM 0178-A-SX-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGSTX-LINE.
           WRITE PGSTX-RECORD.
           ADD 1 TO PGB-SX-LINE-CT.

       0179-SX-PRINT-SUMMARY.
           IF PGB-SX-PAGE-CT = 0
               PERFORM 0178-A-SX-PRINT-HEADINGS
           END-IF.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0178-B-SX-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "ACCOUNTS READ" TO PGB-TB-PRINT(2:13).
           MOVE PGB-ST-ACCT-COUNT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0178-B-SX-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "STATEMENTS PRINTED" TO PGB-TB-PRINT(2:18).
           MOVE PGB-ST-PRINTED TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0178-B-SX-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "NO CONTACT RECORD" TO PGB-TB-PRINT(2:17).
           MOVE PGB-ST-NO-CONTACT-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0178-B-SX-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "OUT OF BALANCE" TO PGB-TB-PRINT(2:14).
           MOVE PGB-ST-BREAK-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0178-B-SX-PRINT-LINE.

      *----------------------------------------------------------------
      * 0180-CHECK-STATUS-COLUMN: a target table carries account
      * status once a maintenance run has added the column; until
      * then every account is active. Looked up through the catalog
      * so a schema-qualified table name resolves the same way the
      * statements against it do. The per-key status fetch a delta
      * needs is built here off the table definition's key.
      *----------------------------------------------------------------
       0180-CHECK-STATUS-COLUMN.
           MOVE "N" TO PGB-STATUS-COL-SW.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0180-CHECK-STATUS-COLUMN" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass($1) "
                   & "AND attname = 'account_status' "
                   & "AND NOT attisdropped" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGB-CELL-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGB-STATUS-COL-SW
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-STATUS-COL-PRESENT
               MOVE "account_status" TO PGB-STATUS-EXPR
           ELSE
               MOVE "'A'" TO PGB-STATUS-EXPR
           END-IF.
           MOVE SPACES TO PGB-STATUS-SQL.
           STRING
               "SELECT " DELIMITED BY SIZE
               PGB-STATUS-EXPR DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE " DELIMITED BY SIZE
               PGB-TDF-KEY-NAME DELIMITED BY SPACE
               " = $1" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-STATUS-SQL
           END-STRING.

       0180-A-ADD-STATUS-COLUMN.
           MOVE SPACES TO PGB-MT-DDL-SQL.
           STRING
               "ALTER TABLE " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " ADD COLUMN IF NOT EXISTS account_status char(1) "
                   DELIMITED BY SIZE
               "NOT NULL DEFAULT 'A'" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-MT-DDL-SQL
           END-STRING.
           MOVE "0180-A-ADD-STATUS-COLUMN" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-MT-DDL-SQL
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0180-B-STATUS-MESSAGE.
           IF PGB-ACCT-FROZEN
               MOVE "ACCOUNT IS FROZEN" TO PGB-STATUS-MSG
           ELSE
               MOVE "ACCOUNT IS CLOSED" TO PGB-STATUS-MSG
           END-IF.

      *----------------------------------------------------------------
      * 0180-C-FETCH-KEY-STATUS: the status of the delta record's
      * account, inside the action's savepoint. An account not on
      * the table stays active here and is left to the action itself
      * to report as not found.
      *----------------------------------------------------------------
       0180-C-FETCH-KEY-STATUS.
           PERFORM 0022-B-BUILD-KEY-PARAM.
           MOVE "0180-C-FETCH-KEY-STATUS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-STATUS-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-ACCT-STATUS
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0181-CREATE-MAINT-TABLE: one row per maintenance change. The
      * maker and the batch that entered it are stamped on entry with
      * status 'P'; the approval run stamps the checker, when, under
      * which batch, and the checker's comment, and moves the status
      * to 'A' (approved and applied) or 'R' (rejected). Rows are
      * never deleted -- this is the dual-control audit trail.
      *----------------------------------------------------------------
       0181-CREATE-MAINT-TABLE.
           MOVE "0181-CREATE-MAINT-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_maintenance ("
                   & "maint_seq bigint GENERATED ALWAYS AS IDENTITY "
                   & "PRIMARY KEY, "
                   & "target_table varchar(30), "
                   & "action char(1), "
                   & "account_id bigint, "
                   & "account_name varchar(30), "
                   & "reason varchar(40), "
                   & "maker_id varchar(8), "
                   & "entered_ts timestamp DEFAULT now(), "
                   & "entered_batch varchar(10), "
                   & "status char(1), "
                   & "checker_id varchar(8), "
                   & "decided_ts timestamp, "
                   & "decided_batch varchar(10), "
                   & "decision_comment varchar(40))" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-MT-FAILED-SW
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0181-A-BUILD-MAINT-SQL.
           MOVE SPACES TO PGB-MT-FETCH-SQL.
           STRING
               "SELECT balance::text, account_status FROM "
                   DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " WHERE account_id = $1::bigint FOR UPDATE"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-MT-FETCH-SQL
           END-STRING.
           MOVE SPACES TO PGB-MT-INSERT-SQL.
           STRING
               "INSERT INTO " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " (account_id, account_name, balance, load_date, "
                   DELIMITED BY SIZE
               "batch_id, account_status) VALUES ($1::bigint, "
                   DELIMITED BY SIZE
               "rtrim($2), 0, $3, $4, 'A')" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-MT-INSERT-SQL
           END-STRING.
           MOVE SPACES TO PGB-MT-UPDATE-SQL.
           STRING
               "UPDATE " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " SET account_status = $2, account_name = "
                   DELIMITED BY SIZE
               "COALESCE(NULLIF(rtrim($3), ''), account_name) "
                   DELIMITED BY SIZE
               "WHERE account_id = $1::bigint" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-MT-UPDATE-SQL
           END-STRING.

      *----------------------------------------------------------------
      * 0182-MAINTENANCE-ENTRY: enters the maintenance file (PGMNIFL)
      * as pending changes. Nothing on the target table changes here.
      * Each change is edited against the account as it stands now,
      * so an operator hears at once about a rename of an account
      * that does not exist, and an account may have only one change
      * pending at a time so two changes can never be approved out of
      * order. The whole file goes in as one unit of work, each
      * change under its own savepoint, as a clearing file does.
      *----------------------------------------------------------------
       0182-MAINTENANCE-ENTRY.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-REJECTED PGB-MT-ENTERED.
           MOVE "N" TO PGB-MT-FAILED-SW.
           OPEN INPUT PGMNIFL.
           IF PGB-MNIFL-STATUS NOT = "00"
               DISPLAY "PGMNIFL not found, status " PGB-MNIFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           PERFORM 0181-CREATE-MAINT-TABLE.
           PERFORM 0180-A-ADD-STATUS-COLUMN.
           PERFORM 0181-A-BUILD-MAINT-SQL.
           OPEN OUTPUT PGLDRFL.
           PERFORM 0029-BEGIN-TRANSACTION.
           MOVE "N" TO PGB-MT-EOF-SW.
           PERFORM 0182-A-READ-MAINTENANCE.
           PERFORM 0183-ENTER-ONE
               UNTIL PGB-MT-EOF OR PGB-MT-FAILED.
           IF PGB-MT-FAILED
               PERFORM 0075-ROLLBACK-SLICE
               MOVE 0 TO PGB-MT-ENTERED
               DISPLAY "Maintenance entry failed and was rolled back,"
                   " no change entered"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               PERFORM 0189-COMMIT-MAINTENANCE
           END-IF.
           CLOSE PGMNIFL.
           CLOSE PGLDRFL.
           DISPLAY "Maintenance read    : " PGB-RECS-READ.
           DISPLAY "Changes entered     : " PGB-MT-ENTERED.
           DISPLAY "Changes rejected    : " PGB-RECS-REJECTED.
           IF PGB-RECS-REJECTED > 0
               IF PGB-RUN-SEVERITY LESS THAN 1
                   MOVE 1 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

       0182-A-READ-MAINTENANCE.
           READ PGMNIFL
               AT END MOVE "Y" TO PGB-MT-EOF-SW
           END-READ.

      *----------------------------------------------------------------
      * First failing edit wins, as in POST. Only a change that
      * passes every edit touches the database.
      *----------------------------------------------------------------
       0183-ENTER-ONE.
           ADD 1 TO PGB-RECS-READ.
           MOVE "N" TO PGB-MT-REJECT-SW.
           MOVE SPACES TO PGB-MT-MESSAGE PGB-MT-SEQ-TEXT.
           MOVE 0 TO PGB-MT-ACCOUNT-ID.
           IF PGMNI-ACCOUNT-ID IS NUMERIC
               MOVE PGMNI-ACCOUNT-ID TO PGB-MT-ACCOUNT-ID
           END-IF.
           MOVE PGMNI-ACTION TO PGB-MT-ACTION.
           MOVE PGMNI-ACCOUNT-NAME TO PGB-MT-ACCOUNT-NAME.
           MOVE PGMNI-MAKER-ID TO PGB-MT-MAKER-ID.
           PERFORM 0023-A-SAVEPOINT.
           EVALUATE TRUE
               WHEN NOT (PGB-MT-ACTION-OPEN OR PGB-MT-ACTION-RENAME
                   OR PGB-MT-ACTION-FREEZE OR PGB-MT-ACTION-UNFREEZE
                   OR PGB-MT-ACTION-CLOSE)
                   STRING
                       "INVALID MAINTENANCE ACTION " DELIMITED BY SIZE
                       PGMNI-ACTION DELIMITED BY SIZE
                       INTO PGB-MT-MESSAGE
                   END-STRING
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGMNI-ACCOUNT-ID IS NOT NUMERIC
                   OR PGMNI-ACCOUNT-ID = ZERO
                   MOVE "ACCOUNT ID IS NOT NUMERIC" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGMNI-MAKER-ID = SPACES
                   MOVE "NO MAKER ID ON THE CHANGE" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-MT-ACTION-RENAME
                   AND PGMNI-ACCOUNT-NAME = SPACES
                   MOVE "NO NEW NAME ON A RENAME" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN OTHER
                   PERFORM 0184-FETCH-ACCOUNT
                   IF NOT PGB-MT-REJECTED
                       PERFORM 0185-EDIT-CHANGE
                   END-IF
                   IF NOT PGB-MT-REJECTED
                       PERFORM 0183-A-CHECK-PENDING
                   END-IF
                   IF NOT PGB-MT-REJECTED
                       PERFORM 0183-B-INSERT-PENDING
                   END-IF
                   IF NOT PGB-MT-REJECTED
                       PERFORM 0183-C-ACCEPT-ENTRY
                   END-IF
           END-EVALUATE.
           PERFORM 0182-A-READ-MAINTENANCE.

       0183-A-CHECK-PENDING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-MT-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE "0183-A-CHECK-PENDING" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM cobpg_maintenance "
                   & "WHERE target_table = $1 "
                   & "AND account_id = $2::bigint "
                   & "AND status = 'P'" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-RESULT-OK
               IF PGB-CELL-TEXT(1:1) NOT = "0"
                   MOVE "A CHANGE IS ALREADY PENDING FOR THE ACCOUNT"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               END-IF
           ELSE
               PERFORM 0185-B-DATABASE-REJECT
           END-IF.

       0183-B-INSERT-PENDING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-MT-ACTION.
           MOVE PGB-MT-ACTION TO PGB-PARAM-MT-ACTION(1:1).
           MOVE x"00" TO PGB-PARAM-MT-ACTION(2:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-MT-ACTION.
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE SPACES TO PGB-PARAM-MT-NAME.
           MOVE PGMNI-ACCOUNT-NAME TO PGB-PARAM-MT-NAME(1:30).
           MOVE x"00" TO PGB-PARAM-MT-NAME(31:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-MT-NAME.
           MOVE SPACES TO PGB-PARAM-MT-REASON.
           MOVE PGMNI-REASON TO PGB-PARAM-MT-REASON(1:40).
           MOVE x"00" TO PGB-PARAM-MT-REASON(41:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-MT-REASON.
           MOVE SPACES TO PGB-PARAM-MT-MAKER.
           MOVE PGMNI-MAKER-ID TO PGB-PARAM-MT-MAKER(1:8).
           MOVE x"00" TO PGB-PARAM-MT-MAKER(9:1).
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-MT-MAKER.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(7) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE "0183-B-INSERT-PENDING" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_maintenance "
                   & "(target_table, action, account_id, "
                   & "account_name, reason, maker_id, entered_batch, "
                   & "status) VALUES ($1, $2, $3::bigint, rtrim($4), "
                   & "rtrim($5), rtrim($6), $7, 'P') "
                   & "RETURNING maint_seq::text" & x"00"
               BY VALUE 7
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:10) TO PGB-MT-SEQ-TEXT
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RESULT-OK
               PERFORM 0185-B-DATABASE-REJECT
           END-IF.

       0183-C-ACCEPT-ENTRY.
           ADD 1 TO PGB-MT-ENTERED.
           PERFORM 0185-C-ACTION-WORD.
           MOVE SPACES TO PGLDR-RECORD.
           MOVE PGB-MT-ACCOUNT-ID TO PGLDR-ACCOUNT-ID.
           MOVE "PENDING" TO PGLDR-DISPOSITION.
           STRING
               "CHANGE " DELIMITED BY SIZE
               PGB-MT-SEQ-TEXT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PGB-MT-ACTION-WORD DELIMITED BY SPACE
               " ENTERED BY " DELIMITED BY SIZE
               PGB-MT-MAKER-ID DELIMITED BY SPACE
               ", AWAITING APPROVAL" DELIMITED BY SIZE
               INTO PGLDR-MESSAGE
           END-STRING.
           WRITE PGLDR-RECORD.

      *----------------------------------------------------------------
      * 0184-FETCH-ACCOUNT: the account as it stands, locked for the
      * rest of the unit of work so an approval applies to exactly
      * what it was edited against.
      *----------------------------------------------------------------
       0184-FETCH-ACCOUNT.
           MOVE "N" TO PGB-MT-ACCT-FOUND-SW.
           MOVE "A" TO PGB-ACCT-STATUS.
           MOVE 0 TO PGB-MT-ACCT-BALANCE.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-MT-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE "0184-FETCH-ACCOUNT" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-MT-FETCH-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   MOVE "Y" TO PGB-MT-ACCT-FOUND-SW
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   MOVE PGB-AMT-VALUE TO PGB-MT-ACCT-BALANCE
                   MOVE 1 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-ACCT-STATUS
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RESULT-OK
               PERFORM 0185-B-DATABASE-REJECT
           END-IF.

      *----------------------------------------------------------------
      * 0185-EDIT-CHANGE: whether the change makes sense against the
      * account as it stands -- run at entry and again at approval,
      * since the account may have moved on in between. An open
      * against a closed account reopens it; a close needs a zero
      * balance.
      *----------------------------------------------------------------
       0185-EDIT-CHANGE.
           EVALUATE TRUE
               WHEN PGB-MT-ACTION-OPEN
                   AND NOT PGB-MT-ACCT-FOUND
                   AND PGB-MT-ACCOUNT-NAME = SPACES
                   MOVE "NO NAME FOR THE NEW ACCOUNT" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-MT-ACTION-OPEN
                   AND PGB-MT-ACCT-FOUND
                   AND NOT PGB-ACCT-CLOSED
                   MOVE "ACCOUNT IS ALREADY OPEN" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-MT-ACTION-OPEN
                   CONTINUE
               WHEN NOT PGB-MT-ACCT-FOUND
                   MOVE "ACCOUNT NOT FOUND ON TARGET TABLE"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-ACCT-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-MT-ACTION-FREEZE AND PGB-ACCT-FROZEN
                   MOVE "ACCOUNT IS ALREADY FROZEN" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-MT-ACTION-UNFREEZE AND NOT PGB-ACCT-FROZEN
                   MOVE "ACCOUNT IS NOT FROZEN" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGB-MT-ACTION-CLOSE
                   AND PGB-MT-ACCT-BALANCE NOT = 0
                   MOVE "ACCOUNT BALANCE IS NOT ZERO" TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0185-A-REJECT-CHANGE.
           MOVE "Y" TO PGB-MT-REJECT-SW.
           PERFORM 0023-B-ROLLBACK-SP.
           ADD 1 TO PGB-RECS-REJECTED.
           MOVE SPACES TO PGLDR-RECORD.
           MOVE PGB-MT-ACCOUNT-ID TO PGLDR-ACCOUNT-ID.
           MOVE "REJECTED" TO PGLDR-DISPOSITION.
           IF PGB-MODE-APPROVE
               STRING
                   "CHANGE " DELIMITED BY SIZE
                   PGMAP-MAINT-SEQ DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   PGB-MT-MESSAGE DELIMITED BY SIZE
                   INTO PGLDR-MESSAGE
               END-STRING
           ELSE
               MOVE PGB-MT-MESSAGE TO PGLDR-MESSAGE
           END-IF.
           WRITE PGLDR-RECORD.

      *----------------------------------------------------------------
      * As in clearing: a statement failure rejects the one change, a
      * transient failure abandons and rolls back the whole file.
      *----------------------------------------------------------------
       0185-B-DATABASE-REJECT.
           MOVE ERR-MSG-TEXT TO PGB-MT-MESSAGE.
           IF PGB-ERROR-TRANSIENT
               MOVE "Y" TO PGB-MT-FAILED-SW
           END-IF.
           PERFORM 0185-A-REJECT-CHANGE.

       0185-C-ACTION-WORD.
           EVALUATE TRUE
               WHEN PGB-MT-ACTION-OPEN
                   MOVE "OPEN" TO PGB-MT-ACTION-WORD
               WHEN PGB-MT-ACTION-RENAME
                   MOVE "RENAME" TO PGB-MT-ACTION-WORD
               WHEN PGB-MT-ACTION-FREEZE
                   MOVE "FREEZE" TO PGB-MT-ACTION-WORD
               WHEN PGB-MT-ACTION-UNFREEZE
                   MOVE "UNFREEZE" TO PGB-MT-ACTION-WORD
               WHEN PGB-MT-ACTION-CLOSE
                   MOVE "CLOSE" TO PGB-MT-ACTION-WORD
               WHEN OTHER
                   MOVE PGB-MT-ACTION TO PGB-MT-ACTION-WORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * 0186-APPROVAL-RUN: applies the checker's decision file
      * (PGMAPFL) to pending changes on the target table. A decision
      * by the same user ID that entered the change is refused. An
      * approval re-edits the change against the account as it now
      * stands and applies it to the table in the same savepoint as
      * the change row is marked approved; a change that no longer
      * applies is refused and left pending for the checker to
      * reject. A rejection only marks the change.
      *----------------------------------------------------------------
       0186-APPROVAL-RUN.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-REJECTED.
           MOVE 0 TO PGB-MT-APPROVED PGB-MT-DECLINED.
           MOVE "N" TO PGB-MT-FAILED-SW.
           OPEN INPUT PGMAPFL.
           IF PGB-MAPFL-STATUS NOT = "00"
               DISPLAY "PGMAPFL not found, status " PGB-MAPFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           PERFORM 0181-CREATE-MAINT-TABLE.
           PERFORM 0180-A-ADD-STATUS-COLUMN.
           PERFORM 0181-A-BUILD-MAINT-SQL.
           ACCEPT PGB-MT-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           OPEN OUTPUT PGLDRFL.
           PERFORM 0029-BEGIN-TRANSACTION.
           MOVE "N" TO PGB-MT-EOF-SW.
           PERFORM 0186-A-READ-DECISION.
           PERFORM 0187-DECIDE-ONE
               UNTIL PGB-MT-EOF OR PGB-MT-FAILED.
           IF PGB-MT-FAILED
               PERFORM 0075-ROLLBACK-SLICE
               MOVE 0 TO PGB-MT-APPROVED PGB-MT-DECLINED
               DISPLAY "Approval run failed and was rolled back, no"
                   " change decided"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               PERFORM 0189-COMMIT-MAINTENANCE
           END-IF.
           CLOSE PGMAPFL.
           CLOSE PGLDRFL.
           DISPLAY "Decisions read      : " PGB-RECS-READ.
           DISPLAY "Changes approved    : " PGB-MT-APPROVED.
           DISPLAY "Changes rejected    : " PGB-MT-DECLINED.
           DISPLAY "Decisions refused   : " PGB-RECS-REJECTED.
           IF PGB-RECS-REJECTED > 0
               IF PGB-RUN-SEVERITY LESS THAN 1
                   MOVE 1 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

       0186-A-READ-DECISION.
           READ PGMAPFL
               AT END MOVE "Y" TO PGB-MT-EOF-SW
           END-READ.

       0187-DECIDE-ONE.
           ADD 1 TO PGB-RECS-READ.
           MOVE "N" TO PGB-MT-REJECT-SW.
           MOVE SPACES TO PGB-MT-MESSAGE.
           MOVE 0 TO PGB-MT-ACCOUNT-ID.
           PERFORM 0023-A-SAVEPOINT.
           EVALUATE TRUE
               WHEN PGMAP-MAINT-SEQ IS NOT NUMERIC
                   OR PGMAP-MAINT-SEQ = ZERO
                   MOVE "CHANGE NUMBER IS NOT NUMERIC"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN NOT (PGMAP-DECISION-APPROVE
                   OR PGMAP-DECISION-REJECT)
                   STRING
                       "INVALID DECISION " DELIMITED BY SIZE
                       PGMAP-DECISION DELIMITED BY SIZE
                       INTO PGB-MT-MESSAGE
                   END-STRING
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGMAP-CHECKER-ID = SPACES
                   MOVE "NO CHECKER ID ON THE DECISION"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN OTHER
                   PERFORM 0187-A-FETCH-CHANGE
                   IF NOT PGB-MT-REJECTED
                       AND PGMAP-DECISION-APPROVE
                       PERFORM 0184-FETCH-ACCOUNT
                       IF NOT PGB-MT-REJECTED
                           PERFORM 0185-EDIT-CHANGE
                       END-IF
                       IF NOT PGB-MT-REJECTED
                           PERFORM 0188-APPLY-CHANGE
                       END-IF
                   END-IF
                   IF NOT PGB-MT-REJECTED
                       PERFORM 0187-B-MARK-DECIDED
                   END-IF
                   IF NOT PGB-MT-REJECTED
                       PERFORM 0187-C-ACCEPT-DECISION
                   END-IF
           END-EVALUATE.
           PERFORM 0186-A-READ-DECISION.

      *----------------------------------------------------------------
      * The change row is read FOR UPDATE so a second decision on the
      * same change later in the file sees it already decided.
      *----------------------------------------------------------------
       0187-A-FETCH-CHANGE.
           MOVE SPACES TO PGB-PARAM-MT-SEQ.
           MOVE PGMAP-MAINT-SEQ TO PGB-PARAM-MT-SEQ(1:10).
           MOVE x"00" TO PGB-PARAM-MT-SEQ(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-MT-SEQ.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0187-A-FETCH-CHANGE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT action, account_id::text, "
                   & "COALESCE(account_name, ' '), maker_id, status "
                   & "FROM cobpg_maintenance "
                   & "WHERE maint_seq = $1::bigint "
                   & "AND target_table = $2 FOR UPDATE" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE 0 TO PGB-NTUPLES.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-MT-ACTION
                   MOVE 1 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   MOVE PGB-AMT-VALUE TO PGB-MT-ACCOUNT-ID
                   MOVE 2 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:30) TO PGB-MT-ACCOUNT-NAME
                   MOVE 3 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:8) TO PGB-MT-MAKER-ID
                   MOVE 4 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-MT-CHG-STATUS
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           EVALUATE TRUE
               WHEN NOT PGB-RESULT-OK
                   PERFORM 0185-B-DATABASE-REJECT
               WHEN PGB-NTUPLES = 0
                   MOVE "NO SUCH CHANGE FOR THE TARGET TABLE"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN NOT PGB-MT-CHG-PENDING
                   MOVE "CHANGE HAS ALREADY BEEN DECIDED"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN PGMAP-CHECKER-ID = PGB-MT-MAKER-ID
                   MOVE "CHECKER IS THE USER WHO ENTERED THE CHANGE"
                       TO PGB-MT-MESSAGE
                   PERFORM 0185-A-REJECT-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0187-B-MARK-DECIDED.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-MT-SEQ.
           MOVE SPACES TO PGB-PARAM-MT-STATUS.
           MOVE PGMAP-DECISION TO PGB-PARAM-MT-STATUS(1:1).
           MOVE x"00" TO PGB-PARAM-MT-STATUS(2:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-MT-STATUS.
           MOVE SPACES TO PGB-PARAM-MT-MAKER.
           MOVE PGMAP-CHECKER-ID TO PGB-PARAM-MT-MAKER(1:8).
           MOVE x"00" TO PGB-PARAM-MT-MAKER(9:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-MT-MAKER.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE SPACES TO PGB-PARAM-MT-REASON.
           MOVE PGMAP-COMMENT TO PGB-PARAM-MT-REASON(1:40).
           MOVE x"00" TO PGB-PARAM-MT-REASON(41:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-MT-REASON.
           MOVE "0187-B-MARK-DECIDED" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_maintenance SET status = $2, "
                   & "checker_id = rtrim($3), decided_ts = now(), "
                   & "decided_batch = $4, "
                   & "decision_comment = rtrim($5) "
                   & "WHERE maint_seq = $1::bigint AND status = 'P'"
                   & x"00"
               BY VALUE 5
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RESULT-OK
               PERFORM 0185-B-DATABASE-REJECT
           END-IF.

       0187-C-ACCEPT-DECISION.
           PERFORM 0185-C-ACTION-WORD.
           MOVE SPACES TO PGLDR-RECORD.
           MOVE PGB-MT-ACCOUNT-ID TO PGLDR-ACCOUNT-ID.
           IF PGMAP-DECISION-APPROVE
               ADD 1 TO PGB-MT-APPROVED
               MOVE "APPROVED" TO PGLDR-DISPOSITION
           ELSE
               ADD 1 TO PGB-MT-DECLINED
               MOVE "DECLINED" TO PGLDR-DISPOSITION
           END-IF.
           STRING
               "CHANGE " DELIMITED BY SIZE
               PGMAP-MAINT-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PGB-MT-ACTION-WORD DELIMITED BY SPACE
               " ENTERED BY " DELIMITED BY SIZE
               PGB-MT-MAKER-ID DELIMITED BY SPACE
               " DECIDED BY " DELIMITED BY SIZE
               PGMAP-CHECKER-ID DELIMITED BY SPACE
               INTO PGLDR-MESSAGE
           END-STRING.
           WRITE PGLDR-RECORD.

      *----------------------------------------------------------------
      * 0188-APPLY-CHANGE: an open of an account not on the table
      * inserts it active at a zero balance, stamped with the run's
      * batch and today's date; every other change is one update of
      * the status and, for a rename or a reopen with a name, the
      * account name.
      *----------------------------------------------------------------
       0188-APPLY-CHANGE.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGB-MT-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE SPACES TO PGB-PARAM-MT-NAME.
           IF PGB-MT-ACTION-OPEN OR PGB-MT-ACTION-RENAME
               MOVE PGB-MT-ACCOUNT-NAME TO PGB-PARAM-MT-NAME(1:30)
           END-IF.
           MOVE x"00" TO PGB-PARAM-MT-NAME(31:1).
           MOVE "0188-APPLY-CHANGE" TO PGB-CALLING-PARA.
           IF PGB-MT-ACTION-OPEN AND NOT PGB-MT-ACCT-FOUND
               SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-MT-NAME
               MOVE SPACES TO PGB-PARAM-MT-DATE
               MOVE PGB-MT-TODAY TO PGB-PARAM-MT-DATE(1:8)
               MOVE x"00" TO PGB-PARAM-MT-DATE(9:1)
               SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-MT-DATE
               MOVE SPACES TO PGB-PARAM-BATCH-ID
               MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10)
               MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1)
               SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-BATCH-ID
               CALL "PQexecParams" USING
                   BY VALUE PGCONN
                   BY REFERENCE PGB-MT-INSERT-SQL
                   BY VALUE 4
                   BY VALUE 0
                   BY REFERENCE PGB-PARAM-VALUES
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING PGRES
           ELSE
               EVALUATE TRUE
                   WHEN PGB-MT-ACTION-FREEZE
                       MOVE "F" TO PGB-MT-NEW-STATUS
                   WHEN PGB-MT-ACTION-CLOSE
                       MOVE "C" TO PGB-MT-NEW-STATUS
                   WHEN PGB-MT-ACTION-RENAME
                       MOVE PGB-ACCT-STATUS TO PGB-MT-NEW-STATUS
                   WHEN OTHER
                       MOVE "A" TO PGB-MT-NEW-STATUS
               END-EVALUATE
               MOVE SPACES TO PGB-PARAM-MT-STATUS
               MOVE PGB-MT-NEW-STATUS TO PGB-PARAM-MT-STATUS(1:1)
               MOVE x"00" TO PGB-PARAM-MT-STATUS(2:1)
               SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-MT-STATUS
               SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-MT-NAME
               CALL "PQexecParams" USING
                   BY VALUE PGCONN
                   BY REFERENCE PGB-MT-UPDATE-SQL
                   BY VALUE 3
                   BY VALUE 0
                   BY REFERENCE PGB-PARAM-VALUES
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING PGRES
           END-IF.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RESULT-OK
               PERFORM 0185-B-DATABASE-REJECT
           END-IF.

       0189-COMMIT-MAINTENANCE.
           MOVE "0189-COMMIT-MAINTENANCE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "COMMIT" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           IF NOT PGB-RESULT-OK
               MOVE 0 TO PGB-MT-ENTERED PGB-MT-APPROVED
                   PGB-MT-DECLINED
               DISPLAY "Maintenance commit failed, no change"
                   " entered or decided"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0190-MAINTENANCE-REPORT: the daily dual-control report for
      * the target table -- every change still pending whenever it
      * was entered, then every change approved, then every change
      * rejected, on the report date (cutoff parm position, CCYYMMDD,
      * default today), each with who entered it and when and who
      * decided it and when, and a count per group.
      *----------------------------------------------------------------
       0190-MAINTENANCE-REPORT.
           IF PGB-CUTOFF-X = SPACES
               ACCEPT PGB-MN-DATE FROM DATE YYYYMMDD
           ELSE
               IF PGB-CUTOFF-X(1:8) IS NOT NUMERIC
                   OR PGB-CUTOFF-X(9:2) NOT = SPACES
                   DISPLAY "MAINTRPT needs a CCYYMMDD report date in"
                       " the cutoff parm position, got '"
                       PGB-CUTOFF-X "'"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
                   PERFORM 0004-FINISH
                   GOBACK
               END-IF
               MOVE PGB-CUTOFF-X(1:8) TO PGB-MN-DATE
           END-IF.
           PERFORM 0181-CREATE-MAINT-TABLE.
           MOVE 0 TO PGB-MN-PENDING-CT PGB-MN-APPROVED-CT.
           MOVE 0 TO PGB-MN-REJECTED-CT PGB-MN-GROUP-CT.
           MOVE SPACE TO PGB-MN-PREV-STATUS.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-MT-DATE.
           MOVE PGB-MN-DATE TO PGB-PARAM-MT-DATE(1:8).
           MOVE x"00" TO PGB-PARAM-MT-DATE(9:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-MT-DATE.
           MOVE "0190-MAINTENANCE-REPORT" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT status, maint_seq::text, action, "
                   & "account_id::text, COALESCE(account_name, ' '), "
                   & "maker_id, "
                   & "to_char(entered_ts, 'YYYY-MM-DD HH24:MI'), "
                   & "COALESCE(checker_id, ' '), "
                   & "COALESCE(to_char(decided_ts, "
                   & "'YYYY-MM-DD HH24:MI'), ' '), "
                   & "COALESCE(NULLIF(decision_comment, ''), "
                   & "reason, ' ') "
                   & "FROM cobpg_maintenance WHERE target_table = $1 "
                   & "AND (status = 'P' "
                   & "OR to_char(entered_ts, 'YYYYMMDD') = $2 "
                   & "OR to_char(decided_ts, 'YYYYMMDD') = $2) "
                   & "ORDER BY CASE status WHEN 'P' THEN 1 "
                   & "WHEN 'A' THEN 2 ELSE 3 END, maint_seq" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               OPEN OUTPUT PGMNRFL
               MOVE 0 TO PGB-TB-PAGE-CT
               MOVE 99 TO PGB-TB-LINE-CT
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE PGB-NTUPLES TO PGB-RECS-READ
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0190-A-REPORT-CHANGE
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
               IF PGB-MN-PREV-STATUS NOT = SPACE
                   PERFORM 0190-C-PRINT-GROUP-TOTAL
               END-IF
               PERFORM 0190-D-PRINT-SUMMARY
               CLOSE PGMNRFL
               DISPLAY "Changes pending     : " PGB-MN-PENDING-CT
               DISPLAY "Changes approved    : " PGB-MN-APPROVED-CT
               DISPLAY "Changes rejected    : " PGB-MN-REJECTED-CT
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0190-A-REPORT-CHANGE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGB-CELL-TEXT(1:1) NOT = PGB-MN-PREV-STATUS
               IF PGB-MN-PREV-STATUS NOT = SPACE
                   PERFORM 0190-C-PRINT-GROUP-TOTAL
               END-IF
               MOVE PGB-CELL-TEXT(1:1) TO PGB-MN-PREV-STATUS
               MOVE 0 TO PGB-MN-GROUP-CT
               PERFORM 0190-B-PRINT-GROUP-HEAD
           END-IF.
           EVALUATE PGB-MN-PREV-STATUS
               WHEN "P"
                   ADD 1 TO PGB-MN-PENDING-CT
               WHEN "A"
                   ADD 1 TO PGB-MN-APPROVED-CT
               WHEN OTHER
                   ADD 1 TO PGB-MN-REJECTED-CT
           END-EVALUATE.
           ADD 1 TO PGB-MN-GROUP-CT.
           MOVE SPACES TO PGB-MN-DETAIL-LINE.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-MND-SEQ.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:1) TO PGB-MT-ACTION.
           PERFORM 0185-C-ACTION-WORD.
           MOVE PGB-MT-ACTION-WORD TO PGB-MND-ACTION.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-MND-ACCOUNT.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:30) TO PGB-MND-NAME.
           MOVE 5 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:8) TO PGB-MND-MAKER.
           MOVE 6 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:16) TO PGB-MND-ENTERED.
           MOVE 7 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:8) TO PGB-MND-CHECKER.
           MOVE 8 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:16) TO PGB-MND-DECIDED.
           MOVE 9 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:17) TO PGB-MND-COMMENT.
           MOVE PGB-MN-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0192-MN-PRINT-LINE.
           ADD 1 TO PGB-ROW-IDX.

       0190-B-PRINT-GROUP-HEAD.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0192-MN-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           EVALUATE PGB-MN-PREV-STATUS
               WHEN "P"
                   MOVE "PENDING APPROVAL" TO PGB-TB-PRINT(2:16)
               WHEN "A"
                   MOVE "APPROVED" TO PGB-TB-PRINT(2:8)
               WHEN OTHER
                   MOVE "REJECTED" TO PGB-TB-PRINT(2:8)
           END-EVALUATE.
           PERFORM 0192-MN-PRINT-LINE.

       0190-C-PRINT-GROUP-TOTAL.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-MN-GROUP-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(2:11).
           MOVE "CHANGES" TO PGB-TB-PRINT(14:7).
           PERFORM 0192-MN-PRINT-LINE.

       0190-D-PRINT-SUMMARY.
           IF PGB-TB-PAGE-CT = 0
               PERFORM 0191-MN-PRINT-HEADINGS
           END-IF.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0192-MN-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "CHANGES PENDING" TO PGB-TB-PRINT(2:15).
           MOVE PGB-MN-PENDING-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0192-MN-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "CHANGES APPROVED" TO PGB-TB-PRINT(2:16).
           MOVE PGB-MN-APPROVED-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0192-MN-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "CHANGES REJECTED" TO PGB-TB-PRINT(2:16).
           MOVE PGB-MN-REJECTED-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(30:11).
           PERFORM 0192-MN-PRINT-LINE.

       0191-MN-PRINT-HEADINGS.
           ADD 1 TO PGB-TB-PAGE-CT.
           MOVE SPACES TO PGMNR-LINE.
           MOVE " COBPG ACCOUNT MAINTENANCE" TO PGMNR-LINE(1:26).
           MOVE "TABLE" TO PGMNR-LINE(34:5).
           MOVE PGB-TARGET-TABLE TO PGMNR-LINE(40:30).
           MOVE "DATE" TO PGMNR-LINE(72:4).
           MOVE PGB-MN-DATE TO PGMNR-LINE(77:8).
           MOVE "PAGE" TO PGMNR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGMNR-LINE(125:4).
           WRITE PGMNR-RECORD.
           MOVE SPACES TO PGMNR-LINE.
           WRITE PGMNR-RECORD.
           MOVE SPACES TO PGMNR-LINE.
           MOVE "CHANGE NO" TO PGMNR-LINE(2:9).
           MOVE "ACTION" TO PGMNR-LINE(13:6).
           MOVE "ACCOUNT ID" TO PGMNR-LINE(22:10).
           MOVE "ACCOUNT NAME" TO PGMNR-LINE(33:12).
           MOVE "MAKER" TO PGMNR-LINE(64:5).
           MOVE "ENTERED" TO PGMNR-LINE(73:7).
           MOVE "CHECKER" TO PGMNR-LINE(90:7).
           MOVE "DECIDED" TO PGMNR-LINE(99:7).
           MOVE "COMMENT" TO PGMNR-LINE(116:7).
           WRITE PGMNR-RECORD.
           MOVE ALL "-" TO PGMNR-LINE.
           WRITE PGMNR-RECORD.
           MOVE 4 TO PGB-TB-LINE-CT.

       0192-MN-PRINT-LINE.
           IF PGB-TB-LINE-CT GREATER THAN 55
               PERFORM 0191-MN-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGMNR-LINE.
           WRITE PGMNR-RECORD.
           ADD 1 TO PGB-TB-LINE-CT.

      *----------------------------------------------------------------
      * 0193-ROLL-FORWARD-PROOF: proves the business date given as
      * CCYYMMDD in the cutoff parm position (default today). Each
      * account's prior close, plus every movement posted since that
      * close was taken (cobpg_posting_history, new less prior
      * balance) and every delta journal entry applied or backed out
      * since then (after less before image balance), must equal
      * the balance on the table now. The proof and the new close
      * run in one repeatable-read transaction, so every figure is
      * from the same moment; the table lock keeps POST and DELTA
      * out while it runs. A close is recorded only for a clean
      * proof, or with FORCE once the breaks are explained -- so an
      * unexplained break keeps showing until someone deals with it.
      * With no close on file the day's balances are recorded as
      * the opening close and nothing is proved.
      *----------------------------------------------------------------
       0193-ROLL-FORWARD-PROOF.
           MOVE "N" TO PGB-RF-FAILED-SW.
           MOVE 0 TO PGB-RF-ACCT-CT PGB-RF-BREAK-CT PGB-RF-CLOSE-CT.
           IF PGB-CUTOFF-X = SPACES
               ACCEPT PGB-RF-DATE FROM DATE YYYYMMDD
           ELSE
               IF PGB-CUTOFF-X(1:8) IS NOT NUMERIC
                   OR PGB-CUTOFF-X(9:2) NOT = SPACES
                   DISPLAY "ROLLFWD needs a CCYYMMDD business date in"
                       " the cutoff parm position, got '"
                       PGB-CUTOFF-X "'"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
                   PERFORM 0004-FINISH
                   GOBACK
               END-IF
               MOVE PGB-CUTOFF-X(1:8) TO PGB-RF-DATE
           END-IF.
           MOVE 0 TO PGB-RF-BAL-OFF.
           PERFORM 0193-A-FIND-BALANCE-COL
               VARYING PGB-TDF-IDX FROM 1 BY 1
               UNTIL PGB-TDF-IDX > PGB-TDF-COL-COUNT.
           IF PGB-RF-BAL-OFF = 0
               DISPLAY "ROLLFWD needs an AMT2 balance column in the"
                   " table definition"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           PERFORM 0121-CREATE-HISTORY-TABLE.
           PERFORM 0150-INIT-JOURNAL.
           PERFORM 0170-CREATE-POSTING-HISTORY.
           PERFORM 0194-CREATE-CLOSE-TABLE.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           MOVE SPACES TO PGB-PARAM-RF-DATE.
           MOVE PGB-RF-DATE TO PGB-PARAM-RF-DATE(1:8).
           MOVE x"00" TO PGB-PARAM-RF-DATE(9:1).
           OPEN OUTPUT PGRFRFL.
           MOVE 0 TO PGB-TB-PAGE-CT.
           MOVE 99 TO PGB-TB-LINE-CT.
           MOVE "N" TO PGB-RF-SOURCE-SW.
           MOVE SPACES TO PGB-RF-PRIOR-DATE PGB-RF-PRIOR-TS.
           IF NOT PGB-RF-FAILED
               PERFORM 0029-BEGIN-TRANSACTION
               PERFORM 0193-B-SET-SNAPSHOT
           END-IF.
           IF NOT PGB-RF-FAILED
               PERFORM 0194-A-FIND-PRIOR-CLOSE
           END-IF.
           IF NOT PGB-RF-FAILED
               IF PGB-RF-NO-BASE
                   MOVE SPACES TO PGB-TB-PRINT
                   MOVE " NO PRIOR CLOSE ON FILE -- THE DAY'S BALANCES"
                       TO PGB-TB-PRINT(1:45)
                   MOVE " ARE RECORDED AS THE OPENING CLOSE"
                       TO PGB-TB-PRINT(46:34)
                   PERFORM 0199-A-RF-PRINT-LINE
               ELSE
                   PERFORM 0195-BUILD-PROOF-SQL
                   PERFORM 0195-A-RUN-PROOF-TOTALS
                   IF NOT PGB-RF-FAILED
                       PERFORM 0196-REPORT-BREAKS
                   END-IF
                   IF NOT PGB-RF-FAILED
                       PERFORM 0197-TRIALBAL-MOVEMENT
                   END-IF
                   IF NOT PGB-RF-FAILED
                       PERFORM 0197-A-PRINT-TOTALS
                   END-IF
               END-IF
           END-IF.
           IF NOT PGB-RF-FAILED
               IF PGB-RF-BREAK-CT = 0 OR PGB-FORCE-RUN
                   PERFORM 0198-RECORD-CLOSE
               END-IF
           END-IF.
           IF PGB-RF-FAILED
               IF PGB-IN-TRANSACTION
                   PERFORM 0075-ROLLBACK-SLICE
               END-IF
               MOVE 0 TO PGB-RF-CLOSE-CT
           ELSE
               PERFORM 0198-A-COMMIT-CLOSE
           END-IF.
           CLOSE PGRFRFL.
           MOVE PGB-RF-ACCT-CT TO PGB-RECS-READ.
           MOVE PGB-RF-BREAK-CT TO PGB-RECS-REJECTED.
           DISPLAY "Accounts proved     : " PGB-RF-ACCT-CT.
           DISPLAY "Accounts broken     : " PGB-RF-BREAK-CT.
           DISPLAY "Close recorded for  : " PGB-RF-CLOSE-CT
               " accounts".
           EVALUATE TRUE
               WHEN PGB-RF-FAILED
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-RF-BREAK-CT > 0
                   DISPLAY "Roll-forward breaks found for "
                       PGB-RF-DATE ", see PGRFRFL"
                   IF PGB-RUN-SEVERITY LESS THAN 2
                       MOVE 2 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-RF-NO-BASE
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0193-A-FIND-BALANCE-COL.
           IF PGB-TDF-NAME(PGB-TDF-IDX) = "balance"
               AND PGB-TDF-TYPE(PGB-TDF-IDX) = "AMT2"
               MOVE PGB-TDF-OFFSET(PGB-TDF-IDX) TO PGB-RF-BAL-OFF
           END-IF.

       0193-B-SET-SNAPSHOT.
           MOVE "0193-B-SET-SNAPSHOT" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "SET TRANSACTION ISOLATION LEVEL "
                   & "REPEATABLE READ" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0194-CREATE-CLOSE-TABLE: one row per account per proved
      * business day, stamped with when the close was taken -- the
      * point from which the next day's movements are counted.
      *----------------------------------------------------------------
       0194-CREATE-CLOSE-TABLE.
           MOVE "0194-CREATE-CLOSE-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_daily_close ("
                   & "target_table varchar(30), "
                   & "business_date varchar(8), "
                   & "account_id bigint, "
                   & "balance numeric(13,2), "
                   & "closed_ts timestamp); "
                   & "CREATE INDEX IF NOT EXISTS "
                   & "cobpg_daily_close_date ON cobpg_daily_close "
                   & "(target_table, business_date)" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0194-A-FIND-PRIOR-CLOSE: the prior close is the last proved
      * business day before this one. When that day falls in an
      * earlier period (or there is none) and the prior period has
      * been closed, the month-end snapshot is the prior close
      * instead, so the first day of a period proves from the
      * figures the month was closed on.
      *----------------------------------------------------------------
       0194-A-FIND-PRIOR-CLOSE.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-RF-DATE.
           MOVE 2 TO PGB-RF-NPARAMS.
           MOVE SPACES TO PGB-RF-SQL.
           STRING
               "SELECT COALESCE(MAX(business_date), '') FROM "
                   DELIMITED BY SIZE
               "cobpg_daily_close WHERE target_table = $1 "
                   DELIMITED BY SIZE
               "AND business_date < $2" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-RF-SQL
           END-STRING.
           MOVE "0194-A-FIND-PRIOR-CLOSE" TO PGB-CALLING-PARA.
           PERFORM 0194-C-SINGLE-VALUE.
           IF NOT PGB-RF-FAILED
               MOVE PGB-CELL-TEXT(1:8) TO PGB-RF-PRIOR-DATE
               MOVE PGB-RF-DATE(1:6) TO PGB-ME-PERIOD
               PERFORM 0120-A-SET-PRIOR-PERIOD
               IF PGB-RF-PRIOR-DATE = SPACES
                   OR PGB-RF-PRIOR-DATE(1:6) < PGB-RF-DATE(1:6)
                   PERFORM 0194-B-CHECK-PERIOD-SNAPSHOT
               END-IF
           END-IF.
           IF NOT PGB-RF-FAILED
               AND PGB-RF-NO-BASE
               AND PGB-RF-PRIOR-DATE NOT = SPACES
               MOVE SPACES TO PGB-PARAM-RF-BASE
               MOVE PGB-RF-PRIOR-DATE TO PGB-PARAM-RF-BASE(1:8)
               MOVE x"00" TO PGB-PARAM-RF-BASE(9:1)
               SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE
               SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-RF-BASE
               MOVE 2 TO PGB-RF-NPARAMS
               MOVE SPACES TO PGB-RF-SQL
               STRING
                   "SELECT COALESCE(MAX(closed_ts)::text, '') FROM "
                       DELIMITED BY SIZE
                   "cobpg_daily_close WHERE target_table = $1 "
                       DELIMITED BY SIZE
                   "AND business_date = $2" DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-RF-SQL
               END-STRING
               MOVE "0194-A-FIND-PRIOR-CLOSE" TO PGB-CALLING-PARA
               PERFORM 0194-C-SINGLE-VALUE
               IF NOT PGB-RF-FAILED
                   MOVE PGB-CELL-TEXT TO PGB-RF-PRIOR-TS
                   MOVE "D" TO PGB-RF-SOURCE-SW
               END-IF
           END-IF.

       0194-B-CHECK-PERIOD-SNAPSHOT.
           MOVE SPACES TO PGB-PARAM-RF-BASE.
           MOVE PGB-ME-PRIOR-PERIOD TO PGB-PARAM-RF-BASE(1:6).
           MOVE x"00" TO PGB-PARAM-RF-BASE(7:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-RF-BASE.
           MOVE 1 TO PGB-RF-NPARAMS.
           MOVE SPACES TO PGB-RF-SQL.
           STRING
               "SELECT COALESCE(MAX(closed_ts)::text, '') FROM "
                   DELIMITED BY SIZE
               "cobpg_period_history WHERE period_id = $1"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-RF-SQL
           END-STRING.
           MOVE "0194-B-CHECK-PERIOD-SNAP" TO PGB-CALLING-PARA.
           PERFORM 0194-C-SINGLE-VALUE.
           IF NOT PGB-RF-FAILED
               AND PGB-CELL-TEXT NOT = SPACES
               MOVE PGB-CELL-TEXT TO PGB-RF-PRIOR-TS
               MOVE "P" TO PGB-RF-SOURCE-SW
           END-IF.

       0194-C-SINGLE-VALUE.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-RF-SQL
               BY VALUE PGB-RF-NPARAMS
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE SPACES TO PGB-CELL-TEXT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
           ELSE
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0195-BUILD-PROOF-SQL: the per-account proof as one set of
      * common table expressions -- prior close (p), posted
      * movement (h), delta movement (j), and the table now (a) --
      * full-joined (r) so an account that appeared, vanished, or
      * only moved is still proved. The delta movement reads the
      * balance out of the journaled extract images at the offset
      * the table definition gives it; a blank image (the before of
      * an add, the after of a delete) counts as zero. Parameters:
      * $1 target table, $2 prior close timestamp, $3 prior close
      * business date or period.
      *----------------------------------------------------------------
       0195-BUILD-PROOF-SQL.
           MOVE SPACES TO PGB-RF-IMG-AFTER PGB-RF-IMG-BEFORE.
           STRING
               "COALESCE(NULLIF(trim(substr(after_image, "
                   DELIMITED BY SIZE
               PGB-RF-BAL-OFF DELIMITED BY SIZE
               ", 14)), '')::numeric, 0)" DELIMITED BY SIZE
               INTO PGB-RF-IMG-AFTER
           END-STRING.
           STRING
               "COALESCE(NULLIF(trim(substr(before_image, "
                   DELIMITED BY SIZE
               PGB-RF-BAL-OFF DELIMITED BY SIZE
               ", 14)), '')::numeric, 0)" DELIMITED BY SIZE
               INTO PGB-RF-IMG-BEFORE
           END-STRING.
           MOVE SPACES TO PGB-RF-CTE.
           MOVE 1 TO PGB-RF-CTE-LEN.
           STRING
               "WITH p AS (SELECT account_id, balance FROM "
                   DELIMITED BY SIZE
               INTO PGB-RF-CTE
               WITH POINTER PGB-RF-CTE-LEN
           END-STRING.
           IF PGB-RF-FROM-PERIOD
               STRING
                   "cobpg_period_history WHERE period_id = $3), "
                       DELIMITED BY SIZE
                   INTO PGB-RF-CTE
                   WITH POINTER PGB-RF-CTE-LEN
               END-STRING
           ELSE
               STRING
                   "cobpg_daily_close WHERE target_table = $1 "
                       DELIMITED BY SIZE
                   "AND business_date = $3), " DELIMITED BY SIZE
                   INTO PGB-RF-CTE
                   WITH POINTER PGB-RF-CTE-LEN
               END-STRING
           END-IF.
           STRING
               "h AS (SELECT account_id, "
                   DELIMITED BY SIZE
               "SUM(new_balance - prior_balance) AS mv "
                   DELIMITED BY SIZE
               "FROM cobpg_posting_history WHERE target_table = $1 "
                   DELIMITED BY SIZE
               "AND posted_ts > rtrim($2)::timestamp "
                   DELIMITED BY SIZE
               "GROUP BY account_id), " DELIMITED BY SIZE
               "j AS (SELECT key_value AS account_id, "
                   DELIMITED BY SIZE
               "SUM(CASE WHEN applied_ts > rtrim($2)::timestamp "
                   DELIMITED BY SIZE
               "THEN d ELSE 0 END - CASE WHEN status = 'B' "
                   DELIMITED BY SIZE
               "AND backout_ts > rtrim($2)::timestamp "
                   DELIMITED BY SIZE
               "THEN d ELSE 0 END) AS mv FROM (SELECT key_value, "
                   DELIMITED BY SIZE
               "applied_ts, status, backout_ts, (" DELIMITED BY SIZE
               PGB-RF-IMG-AFTER DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               PGB-RF-IMG-BEFORE DELIMITED BY "  "
               ") / 100 AS d FROM cobpg_delta_journal "
                   DELIMITED BY SIZE
               "WHERE target_table = $1) x GROUP BY key_value), "
                   DELIMITED BY SIZE
               "a AS (SELECT account_id, balance FROM "
                   DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               "), " DELIMITED BY SIZE
               INTO PGB-RF-CTE
               WITH POINTER PGB-RF-CTE-LEN
           END-STRING.
           STRING
               "r AS (SELECT COALESCE(a.account_id, p.account_id, "
                   DELIMITED BY SIZE
               "h.account_id, j.account_id) AS id, "
                   DELIMITED BY SIZE
               "COALESCE(p.balance, 0) AS pb, "
                   DELIMITED BY SIZE
               "COALESCE(h.mv, 0) AS pm, "
                   DELIMITED BY SIZE
               "COALESCE(j.mv, 0) AS dm, "
                   DELIMITED BY SIZE
               "COALESCE(a.balance, 0) AS ab, "
                   DELIMITED BY SIZE
               "CASE WHEN p.account_id IS NULL THEN 'N' "
                   DELIMITED BY SIZE
               "ELSE 'Y' END AS ip, "
                   DELIMITED BY SIZE
               "CASE WHEN a.account_id IS NULL THEN 'N' "
                   DELIMITED BY SIZE
               "ELSE 'Y' END AS ot FROM a "
                   DELIMITED BY SIZE
               "FULL JOIN p ON p.account_id = a.account_id "
                   DELIMITED BY SIZE
               "FULL JOIN h ON h.account_id = "
                   DELIMITED BY SIZE
               "COALESCE(a.account_id, p.account_id) "
                   DELIMITED BY SIZE
               "FULL JOIN j ON j.account_id = "
                   DELIMITED BY SIZE
               "COALESCE(a.account_id, p.account_id, h.account_id)) "
                   DELIMITED BY SIZE
               INTO PGB-RF-CTE
               WITH POINTER PGB-RF-CTE-LEN
           END-STRING.
           SUBTRACT 1 FROM PGB-RF-CTE-LEN.
           MOVE SPACES TO PGB-PARAM-RF-TS.
           MOVE PGB-RF-PRIOR-TS TO PGB-PARAM-RF-TS(1:30).
           MOVE x"00" TO PGB-PARAM-RF-TS(31:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-RF-TS.
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-RF-BASE.
           MOVE 3 TO PGB-RF-NPARAMS.

       0195-A-RUN-PROOF-TOTALS.
           MOVE SPACES TO PGB-RF-SQL.
           STRING
               PGB-RF-CTE(1:PGB-RF-CTE-LEN) DELIMITED BY SIZE
               "SELECT COUNT(*)::text, "
                   DELIMITED BY SIZE
               "COALESCE(SUM(pb), 0)::text, "
                   DELIMITED BY SIZE
               "COALESCE(SUM(pm), 0)::text, "
                   DELIMITED BY SIZE
               "COALESCE(SUM(dm), 0)::text, "
                   DELIMITED BY SIZE
               "COALESCE(SUM(ab), 0)::text, "
                   DELIMITED BY SIZE
               "COUNT(*) FILTER (WHERE ab <> pb + pm + dm)::text, "
                   DELIMITED BY SIZE
               "COALESCE(SUM(ab - pb - pm - dm), 0)::text FROM r"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-RF-SQL
           END-STRING.
           MOVE "0195-A-RUN-PROOF-TOTALS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-RF-SQL
               BY VALUE PGB-RF-NPARAMS
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-ACCT-CT
               MOVE 1 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-T-PRIOR
               MOVE 2 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-T-POST
               MOVE 3 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-T-DELTA
               MOVE 4 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-T-ACTUAL
               MOVE 5 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-BREAK-CT
               MOVE 6 TO PGB-COL-IDX
               PERFORM 0195-B-GET-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-RF-T-UNEXPLAINED
               COMPUTE PGB-RF-T-EXPECTED = PGB-RF-T-PRIOR
                   + PGB-RF-T-POST + PGB-RF-T-DELTA
           ELSE
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0195-B-GET-AMOUNT.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.

      *----------------------------------------------------------------
      * 0196-REPORT-BREAKS: one line per account that does not roll
      * forward, in account order, with the expected and actual
      * balance and the unexplained difference.
      *----------------------------------------------------------------
       0196-REPORT-BREAKS.
           MOVE SPACES TO PGB-RF-SQL.
           STRING
               PGB-RF-CTE(1:PGB-RF-CTE-LEN) DELIMITED BY SIZE
               "SELECT id::text, pb::text, pm::text, dm::text, "
                   DELIMITED BY SIZE
               "ab::text, ip, ot FROM r "
                   DELIMITED BY SIZE
               "WHERE ab <> pb + pm + dm ORDER BY id"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-RF-SQL
           END-STRING.
           MOVE "0196-REPORT-BREAKS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-RF-SQL
               BY VALUE PGB-RF-NPARAMS
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES = 0
                   MOVE SPACES TO PGB-TB-PRINT
                   MOVE " NO BREAKS -- EVERY ACCOUNT ROLLS FORWARD"
                       TO PGB-TB-PRINT(1:41)
                   PERFORM 0199-A-RF-PRINT-LINE
               END-IF
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0196-A-REPORT-BREAK
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           ELSE
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0196-A-REPORT-BREAK.
           MOVE SPACES TO PGB-RF-DETAIL-LINE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-RFD-ACCOUNT.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-RF-PRIOR-BAL.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-RF-POST-MV.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-RF-DELTA-MV.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-RF-ACTUAL.
           COMPUTE PGB-RF-EXPECTED = PGB-RF-PRIOR-BAL
               + PGB-RF-POST-MV + PGB-RF-DELTA-MV.
           COMPUTE PGB-RF-DIFFERENCE = PGB-RF-ACTUAL - PGB-RF-EXPECTED.
           MOVE PGB-RF-PRIOR-BAL TO PGB-RFD-PRIOR.
           MOVE PGB-RF-POST-MV TO PGB-RFD-POST.
           MOVE PGB-RF-DELTA-MV TO PGB-RFD-DELTA.
           MOVE PGB-RF-EXPECTED TO PGB-RFD-EXPECTED.
           MOVE PGB-RF-ACTUAL TO PGB-RFD-ACTUAL.
           MOVE PGB-RF-DIFFERENCE TO PGB-RFD-DIFFERENCE.
           MOVE 6 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGB-CELL-TEXT(1:1) = "N"
               MOVE "NOT ON TABLE" TO PGB-RFD-NOTE
           ELSE
               MOVE 5 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGB-CELL-TEXT(1:1) = "N"
                   MOVE "NO PRIOR CLOSE" TO PGB-RFD-NOTE
               END-IF
           END-IF.
           MOVE PGB-RF-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0199-A-RF-PRINT-LINE.
           ADD 1 TO PGB-ROW-IDX.

      *----------------------------------------------------------------
      * 0197-TRIALBAL-MOVEMENT: the net movement the daily trial
      * balance reports -- the net balance on the latest load date
      * less the net on the load date before it -- taken on the
      * trial balance's own dates, so the two reports are tied on the
      * same figures. Both sides are taken per currency and tied out
      * currency by currency in PGB-FX-CCY-TABLE, the roll-forward's
      * movement in PGB-FX-E-AMOUNT and the trial balance's in
      * PGB-FX-E-PRIOR; amounts in different currencies are never
      * added together. An account no longer on the table is taken
      * in base currency.
      *----------------------------------------------------------------
       0197-TRIALBAL-MOVEMENT.
           MOVE 0 TO PGB-FX-CCY-CT.
           PERFORM 0230-CHECK-CURRENCY-COLUMN.
           MOVE SPACES TO PGB-RF-SQL.
           STRING
               PGB-RF-CTE(1:PGB-RF-CTE-LEN) DELIMITED BY SIZE
               "SELECT " DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               ", COALESCE(SUM(r.ab - r.pb), 0)::text FROM r "
                   DELIMITED BY SIZE
               "LEFT JOIN " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " t ON t.account_id = r.id GROUP BY 1"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-RF-SQL
           END-STRING.
           MOVE "0197-TRIALBAL-MOVEMENT" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-RF-SQL
               BY VALUE PGB-RF-NPARAMS
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0197-B-RF-CCY-MOVEMENT
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           ELSE
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RF-FAILED
               PERFORM 0081-GET-REPORT-DATES
               IF NOT PGB-RESULT-OK
                   MOVE "Y" TO PGB-RF-FAILED-SW
               END-IF
           END-IF.
           IF PGB-TB-CURR-DATE NOT = SPACES AND NOT PGB-RF-FAILED
               MOVE SPACES TO PGB-TB-SQL
               STRING
                   "SELECT " DELIMITED BY SIZE
                   PGB-CCY-EXPR DELIMITED BY SPACE
                   ", COALESCE(SUM(CASE WHEN load_date::text = '"
                       DELIMITED BY SIZE
                   PGB-TB-CURR-DATE DELIMITED BY SPACE
                   "' THEN balance ELSE 0 END), 0)::text, "
                       DELIMITED BY SIZE
                   "COALESCE(SUM(CASE WHEN load_date::text = '"
                       DELIMITED BY SIZE
                   PGB-TB-PRIOR-DATE DELIMITED BY SPACE
                   "' THEN balance ELSE 0 END), 0)::text FROM "
                       DELIMITED BY SIZE
                   PGB-TARGET-TABLE DELIMITED BY SPACE
                   " WHERE load_date::text IN ('" DELIMITED BY SIZE
                   PGB-TB-CURR-DATE DELIMITED BY SPACE
                   "', '" DELIMITED BY SIZE
                   PGB-TB-PRIOR-DATE DELIMITED BY SPACE
                   "') GROUP BY 1" DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-TB-SQL
               END-STRING
               CALL "PQexec" USING
                   BY VALUE PGCONN
                   BY REFERENCE PGB-TB-SQL
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               IF PGB-RESULT-OK
                   CALL "PQntuples" USING
                       BY VALUE PGRES RETURNING PGB-NTUPLES
                   MOVE 0 TO PGB-ROW-IDX
                   PERFORM 0197-C-TB-CCY-MOVEMENT
                       UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
               ELSE
                   MOVE "Y" TO PGB-RF-FAILED-SW
               END-IF
               CALL "PQclear" USING BY VALUE PGRES
           END-IF.

       0197-B-RF-CCY-MOVEMENT.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:3) TO PGB-FX-CCY.
           PERFORM 0236-FIND-CCY-ENTRY.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           ADD PGB-AMT-VALUE TO PGB-FX-E-AMOUNT(PGB-FX-HIT).
           ADD 1 TO PGB-ROW-IDX.

       0197-C-TB-CCY-MOVEMENT.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:3) TO PGB-FX-CCY.
           PERFORM 0236-FIND-CCY-ENTRY.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-RF-TB-CURR-NET.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0195-B-GET-AMOUNT.
           COMPUTE PGB-RF-TB-MOVEMENT =
               PGB-RF-TB-CURR-NET - PGB-AMT-VALUE.
           ADD PGB-RF-TB-MOVEMENT TO PGB-FX-E-PRIOR(PGB-FX-HIT).
           ADD 1 TO PGB-ROW-IDX.

       0197-D-PRINT-CCY-TIE.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " NET MOVEMENT (ACTUAL LESS PRIOR CLOSE)"
               TO PGB-TB-PRINT(1:39).
           MOVE PGB-FX-E-AMOUNT(PGB-FX-IDX) TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           MOVE PGB-FX-E-CCY(PGB-FX-IDX) TO PGB-TB-PRINT(56:3).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " TRIAL BALANCE NET MOVEMENT" TO PGB-TB-PRINT(1:27).
           MOVE PGB-FX-E-PRIOR(PGB-FX-IDX) TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           MOVE PGB-FX-E-CCY(PGB-FX-IDX) TO PGB-TB-PRINT(56:3).
           MOVE "LOAD DATE" TO PGB-TB-PRINT(61:9).
           MOVE PGB-TB-CURR-DATE TO PGB-TB-PRINT(71:10).
           MOVE "VS" TO PGB-TB-PRINT(82:2).
           MOVE PGB-TB-PRIOR-DATE TO PGB-TB-PRINT(85:10).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " DIFFERENCE" TO PGB-TB-PRINT(1:11).
           COMPUTE PGB-RF-DIFFERENCE =
               PGB-FX-E-AMOUNT(PGB-FX-IDX) - PGB-FX-E-PRIOR(PGB-FX-IDX).
           MOVE PGB-RF-DIFFERENCE TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           MOVE PGB-FX-E-CCY(PGB-FX-IDX) TO PGB-TB-PRINT(56:3).
           IF PGB-RF-DIFFERENCE = 0
               MOVE "AGREED" TO PGB-TB-PRINT(61:6)
           ELSE
               MOVE "*** DOES NOT AGREE ***" TO PGB-TB-PRINT(61:22)
           END-IF.
           PERFORM 0199-A-RF-PRINT-LINE.

       0197-A-PRINT-TOTALS.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " ROLL-FORWARD TOTALS" TO PGB-TB-PRINT(1:20).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " ACCOUNTS PROVED" TO PGB-TB-PRINT(1:16).
           MOVE PGB-RF-ACCT-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(44:11).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " ACCOUNTS BROKEN" TO PGB-TB-PRINT(1:16).
           MOVE PGB-RF-BREAK-CT TO PGB-RH-COUNT-EDIT.
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(44:11).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " PRIOR CLOSE" TO PGB-TB-PRINT(1:12).
           MOVE PGB-RF-T-PRIOR TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " POSTED MOVEMENT" TO PGB-TB-PRINT(1:16).
           MOVE PGB-RF-T-POST TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " DELTA MOVEMENT" TO PGB-TB-PRINT(1:15).
           MOVE PGB-RF-T-DELTA TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " EXPECTED BALANCE" TO PGB-TB-PRINT(1:17).
           MOVE PGB-RF-T-EXPECTED TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " ACTUAL BALANCE" TO PGB-TB-PRINT(1:15).
           MOVE PGB-RF-T-ACTUAL TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           PERFORM 0199-A-RF-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " UNEXPLAINED DIFFERENCE" TO PGB-TB-PRINT(1:23).
           MOVE PGB-RF-T-UNEXPLAINED TO PGB-BALANCE-EDIT.
           MOVE PGB-BALANCE-EDIT TO PGB-TB-PRINT(40:15).
           PERFORM 0199-A-RF-PRINT-LINE.
           IF PGB-TB-CURR-DATE = SPACES OR PGB-TB-PRIOR-DATE = SPACES
               MOVE SPACES TO PGB-TB-PRINT
               PERFORM 0199-A-RF-PRINT-LINE
               MOVE SPACES TO PGB-TB-PRINT
               MOVE " TRIAL BALANCE NET MOVEMENT -- NO PRIOR BUSINESS"
                   TO PGB-TB-PRINT(1:49)
               MOVE " DAY ON FILE" TO PGB-TB-PRINT(50:12)
               PERFORM 0199-A-RF-PRINT-LINE
           ELSE
               PERFORM 0197-D-PRINT-CCY-TIE
                   VARYING PGB-FX-IDX FROM 1 BY 1
                   UNTIL PGB-FX-IDX > PGB-FX-CCY-CT
           END-IF.

      *----------------------------------------------------------------
      * 0198-RECORD-CLOSE: the day's balances become the close the
      * next business day proves from; a rerun for the same day
      * replaces its own close.
      *----------------------------------------------------------------
       0198-RECORD-CLOSE.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-RF-DATE.
           MOVE "0198-RECORD-CLOSE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "DELETE FROM cobpg_daily_close "
                   & "WHERE target_table = $1 AND business_date = $2"
                   & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-RF-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RF-FAILED
               MOVE SPACES TO PGB-RF-DDL-SQL
               STRING
                   "INSERT INTO cobpg_daily_close (target_table, "
                       DELIMITED BY SIZE
                   "business_date, account_id, balance, closed_ts) "
                       DELIMITED BY SIZE
                   "SELECT $1, $2, account_id, balance, now() FROM "
                       DELIMITED BY SIZE
                   PGB-TARGET-TABLE DELIMITED BY SPACE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-RF-DDL-SQL
               END-STRING
               CALL "PQexecParams" USING
                   BY VALUE PGCONN
                   BY REFERENCE PGB-RF-DDL-SQL
                   BY VALUE 2
                   BY VALUE 0
                   BY REFERENCE PGB-PARAM-VALUES
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               IF PGB-RESULT-OK
                   PERFORM 0052-B-GET-CMD-TUPLES
                   MOVE PGB-CMD-TUPLES-TEXT TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   MOVE PGB-AMT-VALUE TO PGB-RF-CLOSE-CT
               ELSE
                   MOVE "Y" TO PGB-RF-FAILED-SW
               END-IF
               CALL "PQclear" USING BY VALUE PGRES
           END-IF.

       0198-A-COMMIT-CLOSE.
           MOVE "0198-A-COMMIT-CLOSE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "COMMIT" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE "N" TO PGB-IN-TRANSACTION-SW.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-RF-FAILED-SW
               MOVE 0 TO PGB-RF-CLOSE-CT
           END-IF.

       0199-RF-PRINT-HEADINGS.
           ADD 1 TO PGB-TB-PAGE-CT.
           MOVE SPACES TO PGRFR-LINE.
           MOVE " COBPG BALANCE ROLL-FORWARD PROOF"
               TO PGRFR-LINE(1:33).
           MOVE "TABLE" TO PGRFR-LINE(36:5).
           MOVE PGB-TARGET-TABLE TO PGRFR-LINE(42:30).
           MOVE "DATE" TO PGRFR-LINE(74:4).
           MOVE PGB-RF-DATE TO PGRFR-LINE(79:8).
           MOVE "PAGE" TO PGRFR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGRFR-LINE(125:4).
           WRITE PGRFR-RECORD.
           MOVE SPACES TO PGRFR-LINE.
           MOVE " PRIOR CLOSE" TO PGRFR-LINE(1:12).
           EVALUATE TRUE
               WHEN PGB-RF-FROM-DAILY
                   MOVE "BUSINESS DAY" TO PGRFR-LINE(14:12)
                   MOVE PGB-RF-PRIOR-DATE TO PGRFR-LINE(27:8)
               WHEN PGB-RF-FROM-PERIOD
                   MOVE "PERIOD SNAPSHOT" TO PGRFR-LINE(14:15)
                   MOVE PGB-ME-PRIOR-PERIOD TO PGRFR-LINE(30:6)
               WHEN OTHER
                   MOVE "NONE ON FILE" TO PGRFR-LINE(14:12)
           END-EVALUATE.
           IF NOT PGB-RF-NO-BASE
               MOVE "TAKEN" TO PGRFR-LINE(38:5)
               MOVE PGB-RF-PRIOR-TS(1:19) TO PGRFR-LINE(44:19)
           END-IF.
           WRITE PGRFR-RECORD.
           MOVE SPACES TO PGRFR-LINE.
           WRITE PGRFR-RECORD.
           MOVE SPACES TO PGRFR-LINE.
           MOVE "ACCOUNT ID" TO PGRFR-LINE(2:10).
           MOVE "PRIOR CLOSE" TO PGRFR-LINE(18:11).
           MOVE "POSTED" TO PGRFR-LINE(39:6).
           MOVE "DELTA" TO PGRFR-LINE(56:5).
           MOVE "EXPECTED" TO PGRFR-LINE(69:8).
           MOVE "ACTUAL" TO PGRFR-LINE(87:6).
           MOVE "DIFFERENCE" TO PGRFR-LINE(99:10).
           MOVE "NOTE" TO PGRFR-LINE(111:4).
           WRITE PGRFR-RECORD.
           MOVE ALL "-" TO PGRFR-LINE.
           WRITE PGRFR-RECORD.
           MOVE 5 TO PGB-TB-LINE-CT.

       0199-A-RF-PRINT-LINE.
           IF PGB-TB-LINE-CT GREATER THAN 55
               PERFORM 0199-RF-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGRFR-LINE.
           WRITE PGRFR-RECORD.
           ADD 1 TO PGB-TB-LINE-CT.

      *----------------------------------------------------------------
      * 0200-READ-PARTITION: a BULKLOAD with a partition number in
      * the CUTOFF parm position (1 to 8) is one stream of a batch
      * split by PGLDPART. The stream's account-id range comes from
      * that partition's record on PGPTCFL; a number outside 1-8, a
      * missing control file, or a partition the split did not
      * write refuses the run before anything is locked or loaded.
      *----------------------------------------------------------------
       0200-READ-PARTITION.
           MOVE "Y" TO PGB-PART-SW.
           MOVE SPACES TO PGB-PART-X.
           EVALUATE TRUE
               WHEN PGB-CUTOFF-X(2:9) = SPACES
                   AND PGB-CUTOFF-X(1:1) IS NUMERIC
                   MOVE "0" TO PGB-PART-X(1:1)
                   MOVE PGB-CUTOFF-X(1:1) TO PGB-PART-X(2:1)
               WHEN PGB-CUTOFF-X(3:8) = SPACES
                   AND PGB-CUTOFF-X(1:2) IS NUMERIC
                   MOVE PGB-CUTOFF-X(1:2) TO PGB-PART-X
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF PGB-PART-X NOT = SPACES
               MOVE PGB-PART-X TO PGB-PART-NO
               IF PGB-PART-NO < 1 OR PGB-PART-NO > 8
                   MOVE SPACES TO PGB-PART-X
               END-IF
           END-IF.
           IF PGB-PART-X = SPACES
               DISPLAY "Run refused: partition number must be 1 to 8,"
                   " not " PGB-CUTOFF-X
               PERFORM 0200-C-REFUSE-PARTITION
           ELSE
               PERFORM 0200-A-FIND-PARTITION
           END-IF.

       0200-A-FIND-PARTITION.
           MOVE SPACE TO PGB-PART-STATUS.
           MOVE "N" TO PGB-PART-EOF-SW.
           OPEN INPUT PGPTCFL.
           IF PGB-PTCFL-STATUS = "00"
               PERFORM 0200-B-READ-PTC-REC UNTIL PGB-PART-EOF
               CLOSE PGPTCFL
               IF PGB-PART-STATUS = "F"
                   MOVE SPACES TO PGB-PARAM-RANGE
                   STRING
                       PGB-PART-LOW DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       PGB-PART-HIGH DELIMITED BY SIZE
                       x"00" DELIMITED BY SIZE
                       INTO PGB-PARAM-RANGE
                   END-STRING
                   DISPLAY "Partition " PGB-PART-X " of batch "
                       PGB-BATCH-ID ": accounts " PGB-PART-LOW
                       " to " PGB-PART-HIGH ", " PGB-PART-ACCOUNTS
                       " account(s)"
               ELSE
                   DISPLAY "Run refused: partition " PGB-PART-X
                       " of batch " PGB-BATCH-ID " is not on PGPTCFL"
                   PERFORM 0200-C-REFUSE-PARTITION
               END-IF
           ELSE
               DISPLAY "Run refused: PGPTCFL not available, status "
                   PGB-PTCFL-STATUS
               PERFORM 0200-C-REFUSE-PARTITION
           END-IF.

       0200-B-READ-PTC-REC.
           READ PGPTCFL
               AT END MOVE "Y" TO PGB-PART-EOF-SW
           END-READ.
           IF NOT PGB-PART-EOF
               IF PGPTC-BATCH-ID = PGB-BATCH-ID
                   AND PGPTC-PART-NO = PGB-PART-NO
                   MOVE PGPTC-LOW-ACCOUNT-ID TO PGB-PART-LOW
                   MOVE PGPTC-HIGH-ACCOUNT-ID TO PGB-PART-HIGH
                   MOVE PGPTC-ACCOUNTS TO PGB-PART-ACCOUNTS
                   MOVE "F" TO PGB-PART-STATUS
               END-IF
           END-IF.

       0200-C-REFUSE-PARTITION.
           MOVE "Y" TO PGB-RUN-REFUSED-SW.
           IF PGB-RUN-SEVERITY LESS THAN 3
               MOVE 3 TO PGB-RUN-SEVERITY
           END-IF.

      *----------------------------------------------------------------
      * 0201-REGISTER-PARTITION: cobpg_bulk_partition holds one row
      * per partition of a batch and table -- A active, C complete,
      * T stopped at the deadline, F failed, M merged. A partition
      * already complete or merged is not loaded again (FORCE
      * overrides); otherwise the row is (re)marked active for this
      * run. A rerun of a stopped or failed partition resumes from
      * its own checkpoint like any BULKLOAD.
      *----------------------------------------------------------------
       0201-REGISTER-PARTITION.
           PERFORM 0201-A-CREATE-PARTITION-TABLE.
           PERFORM 0201-C-PARTITION-KEYS.
           MOVE "0201-REGISTER-PARTITION" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT status FROM cobpg_bulk_partition"
                   & " WHERE batch_id = $1 AND target_table = $2"
                   & " AND part_no = $3::integer" & x"00"
               BY VALUE 3
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE SPACE TO PGB-PART-STATUS.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   MOVE 0 TO PGB-ROW-IDX PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:1) TO PGB-PART-STATUS
               END-IF
           ELSE
               DISPLAY "Run refused: partition register check failed"
               PERFORM 0200-C-REFUSE-PARTITION
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGB-RUN-REFUSED
               IF (PGB-PART-STATUS = "C" OR PGB-PART-STATUS = "M")
                   AND NOT PGB-FORCE-RUN
                   MOVE "Y" TO PGB-PART-DONE-SW
                   DISPLAY "Partition " PGB-PART-X " of batch "
                       PGB-BATCH-ID " already loaded, nothing to do"
               ELSE
                   PERFORM 0201-B-MARK-ACTIVE
               END-IF
           END-IF.

       0201-A-CREATE-PARTITION-TABLE.
           MOVE "0201-A-CREATE-PARTITION-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_bulk_partition ("
                   & "batch_id varchar(10), "
                   & "target_table varchar(30), "
                   & "part_no integer, "
                   & "low_key bigint, "
                   & "high_key bigint, "
                   & "accounts integer, "
                   & "status char(1), "
                   & "recs_read integer, "
                   & "recs_inserted integer, "
                   & "recs_rejected integer, "
                   & "contacts_rejected integer, "
                   & "committed_total integer, "
                   & "run_seq bigint, "
                   & "updated_ts timestamp, "
                   & "contacts_inserted integer, "
                   & "feed_id varchar(8), "
                   & "PRIMARY KEY (batch_id, target_table, part_no))"
                   & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
      *    partition streams started together can race to create the
      *    table; the loser's duplicate-name error means it exists
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           PERFORM 0201-D-ADD-CONTACT-COLUMNS.

       0201-B-MARK-ACTIVE.
           PERFORM 0201-C-PARTITION-KEYS.
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-RANGE.
           MOVE SPACES TO PGB-PARAM-PT-ACCOUNTS.
           MOVE PGB-PART-ACCOUNTS TO PGB-PARAM-PT-ACCOUNTS(1:9).
           MOVE x"00" TO PGB-PARAM-PT-ACCOUNTS(10:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-PT-ACCOUNTS.
           MOVE SPACES TO PGB-PARAM-RUNSEQ.
           STRING
               PGB-RUN-SEQ-TEXT DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-RUNSEQ
           END-STRING.
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-RUNSEQ.
           MOVE "0201-B-MARK-ACTIVE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_bulk_partition"
                   & " (batch_id, target_table, part_no, low_key,"
                   & " high_key, accounts, status, recs_read,"
                   & " recs_inserted, recs_rejected,"
                   & " contacts_rejected, committed_total, run_seq,"
                   & " updated_ts) VALUES ($1, $2, $3::integer,"
                   & " split_part($4, '-', 1)::bigint,"
                   & " split_part($4, '-', 2)::bigint, $5::integer,"
                   & " 'A', 0, 0, 0, 0, 0, NULLIF($6, '')::bigint,"
                   & " now()) ON CONFLICT (batch_id, target_table,"
                   & " part_no) DO UPDATE SET"
                   & " low_key = EXCLUDED.low_key,"
                   & " high_key = EXCLUDED.high_key,"
                   & " accounts = EXCLUDED.accounts, status = 'A',"
                   & " run_seq = EXCLUDED.run_seq, updated_ts = now()"
                   & x"00"
               BY VALUE 6
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               DISPLAY "Run refused: partition could not be registered"
               PERFORM 0200-C-REFUSE-PARTITION
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0201-D-ADD-CONTACT-COLUMNS: a partition table created before
      * streams loaded contacts and recorded their feed is given the
      * two columns here, the catalog looked at first so the ALTER
      * happens once only.
      *----------------------------------------------------------------
       0201-D-ADD-CONTACT-COLUMNS.
           MOVE "0201-D-ADD-CONTACT-COLUMNS" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = "
                   & "to_regclass('cobpg_bulk_partition') "
                   & "AND attname IN ('contacts_inserted', 'feed_id')"
                   & " AND NOT attisdropped" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE "2" TO PGB-CELL-TEXT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-CELL-TEXT(1:1) NOT = "2"
               CALL "PQexec" USING
                   BY VALUE PGCONN
                   BY REFERENCE "ALTER TABLE cobpg_bulk_partition "
                       & "ADD COLUMN IF NOT EXISTS "
                       & "contacts_inserted integer, "
                       & "ADD COLUMN IF NOT EXISTS feed_id varchar(8)"
                       & x"00"
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               IF NOT PGB-RESULT-OK
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
               CALL "PQclear" USING BY VALUE PGRES
           END-IF.

      *    batch, table and partition number as parameters 1 to 3
       0201-C-PARTITION-KEYS.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-PART.
           MOVE PGB-PART-X TO PGB-PARAM-PART(1:2).
           MOVE x"00" TO PGB-PARAM-PART(3:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-PART.

      *----------------------------------------------------------------
      * 0202-END-PARTITION: the stream's outcome and counts go on its
      * cobpg_bulk_partition row for BULKMERGE. Counts read, inserted
      * and rejected are those of this attempt (the reject files are
      * rewritten by every attempt); the committed totals, parents
      * and contacts, are the checkpointed running totals across
      * restarts. The feed id from the partition's header goes on
      * the row for BULKMERGE to record against the batch.
      *----------------------------------------------------------------
       0202-END-PARTITION.
           EVALUATE TRUE
               WHEN PGB-TIME-STOPPED
                   MOVE "T" TO PGB-PART-STATUS
               WHEN PGB-RUN-SEVERITY > 1
                   MOVE "F" TO PGB-PART-STATUS
               WHEN OTHER
                   MOVE "C" TO PGB-PART-STATUS
           END-EVALUATE.
           PERFORM 0201-C-PARTITION-KEYS.
           MOVE PGB-RECS-READ TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-READ.
           MOVE PGB-CTL-NUM TO PGB-PARAM-READ(1:9).
           MOVE x"00" TO PGB-PARAM-READ(10:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-READ.
           MOVE PGB-RECS-INSERTED TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-APPLIED.
           MOVE PGB-CTL-NUM TO PGB-PARAM-APPLIED(1:9).
           MOVE x"00" TO PGB-PARAM-APPLIED(10:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-APPLIED.
           MOVE PGB-RECS-REJECTED TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-REJECTED.
           MOVE PGB-CTL-NUM TO PGB-PARAM-REJECTED(1:9).
           MOVE x"00" TO PGB-PARAM-REJECTED(10:1).
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-REJECTED.
           MOVE PGB-CT2-REJECTED TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-PT-CT2.
           MOVE PGB-CTL-NUM TO PGB-PARAM-PT-CT2(1:9).
           MOVE x"00" TO PGB-PARAM-PT-CT2(10:1).
           SET PGB-PARAM-PTR(7) TO ADDRESS OF PGB-PARAM-PT-CT2.
           MOVE PGB-RECS-COMMITTED-TOTAL TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-PT-COMMITTED.
           MOVE PGB-CTL-NUM TO PGB-PARAM-PT-COMMITTED(1:9).
           MOVE x"00" TO PGB-PARAM-PT-COMMITTED(10:1).
           SET PGB-PARAM-PTR(8) TO ADDRESS OF PGB-PARAM-PT-COMMITTED.
           MOVE SPACES TO PGB-PARAM-PT-STATUS.
           MOVE PGB-PART-STATUS TO PGB-PARAM-PT-STATUS(1:1).
           MOVE x"00" TO PGB-PARAM-PT-STATUS(2:1).
           SET PGB-PARAM-PTR(9) TO ADDRESS OF PGB-PARAM-PT-STATUS.
           MOVE PGB-CT2-COMMITTED-TOTAL TO PGB-CTL-NUM.
           MOVE SPACES TO PGB-PARAM-PT-CT2-INS.
           MOVE PGB-CTL-NUM TO PGB-PARAM-PT-CT2-INS(1:9).
           MOVE x"00" TO PGB-PARAM-PT-CT2-INS(10:1).
           SET PGB-PARAM-PTR(10) TO ADDRESS OF PGB-PARAM-PT-CT2-INS.
           MOVE SPACES TO PGB-PARAM-FEED-ID.
           STRING
               PGB-FEED-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-FEED-ID
           END-STRING.
           SET PGB-PARAM-PTR(11) TO ADDRESS OF PGB-PARAM-FEED-ID.
           MOVE "0202-END-PARTITION" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_bulk_partition SET"
                   & " status = $9, recs_read = $4::integer,"
                   & " recs_inserted = $5::integer,"
                   & " recs_rejected = $6::integer,"
                   & " contacts_rejected = $7::integer,"
                   & " committed_total = $8::integer,"
                   & " contacts_inserted = $10::integer,"
                   & " feed_id = NULLIF($11, ''),"
                   & " updated_ts = now()"
                   & " WHERE batch_id = $1 AND target_table = $2"
                   & " AND part_no = $3::integer" & x"00"
               BY VALUE 11
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           DISPLAY "Partition " PGB-PART-X " of batch " PGB-BATCH-ID
               " recorded with status " PGB-PART-STATUS.

      *----------------------------------------------------------------
      * 0203-BULK-MERGE: the step after the partition streams of a
      * batch. It runs under the exclusive table lock, so it cannot
      * start while any stream still holds its shared lock. Every
      * partition on PGPTCFL must have completed (C, or M from an
      * earlier merge); if any has not, each one is listed and the
      * merge stops with nothing merged, so the operator reruns just
      * that partition's stream. The streams' reject files (PGRJ1FL
      * to PGRJ8FL) are combined into one PGLDJFL for REPROCESS, the
      * counts are summed, and the batch is reconciled once as a
      * whole -- the parents against the target table and the
      * contacts against its <target>_contacts child table. The
      * feed id the streams recorded goes on the merge's own
      * run-control row, which is the one the feed monitor reads.
      *----------------------------------------------------------------
       0203-BULK-MERGE.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-INSERTED PGB-RECS-REJECTED
                     PGB-CT2-REJECTED PGB-RECS-COMMITTED-TOTAL.
           MOVE 0 TO PGB-CT2-INSERTED PGB-CT2-COMMITTED-TOTAL.
           MOVE SPACES TO PGB-FEED-ID.
           MOVE 0 TO PGB-PM-REJECT-LINES.
           PERFORM 0201-A-CREATE-PARTITION-TABLE.
           PERFORM 0204-LOAD-PARTITION-LIST.
           IF PGB-PM-COUNT = 0
               DISPLAY "Bulk merge: no partitions of batch "
                   PGB-BATCH-ID " on PGPTCFL"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               PERFORM 0205-GET-PARTITION-STATUS
               IF PGB-PM-NOT-DONE > 0
                   DISPLAY "Bulk merge: " PGB-PM-NOT-DONE
                       " partition(s) of batch " PGB-BATCH-ID
                       " not complete, nothing merged"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               ELSE
                   PERFORM 0203-A-MERGE-PARTITIONS
               END-IF
           END-IF.

       0203-A-MERGE-PARTITIONS.
           PERFORM 0206-MERGE-REJECTS.
           PERFORM 0203-B-ADD-PARTITION
               VARYING PGB-PM-IDX FROM 1 BY 1
               UNTIL PGB-PM-IDX > PGB-PM-COUNT.
           DISPLAY "Bulk merge partitions   : " PGB-PM-COUNT.
           DISPLAY "Bulk load rows read     : " PGB-RECS-READ.
           DISPLAY "Bulk load rows inserted : " PGB-RECS-INSERTED.
           DISPLAY "Bulk load rows rejected : " PGB-RECS-REJECTED.
           DISPLAY "Bulk contacts inserted  : " PGB-CT2-INSERTED.
           IF PGB-CT2-REJECTED > 0
               DISPLAY "Bulk load contacts refused : " PGB-CT2-REJECTED
           END-IF.
           DISPLAY "Reject images merged    : " PGB-PM-REJECT-LINES.
           IF PGB-RECS-REJECTED > 0 OR PGB-CT2-REJECTED > 0
               IF PGB-RUN-SEVERITY LESS THAN 1
                   MOVE 1 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           PERFORM 0030-RECONCILE.
           PERFORM 0203-C-RECONCILE-CONTACTS.
           IF PGB-RUN-SEVERITY LESS THAN 2
               PERFORM 0207-MARK-MERGED
           END-IF.

       0203-B-ADD-PARTITION.
           ADD PGB-PM-READ(PGB-PM-IDX) TO PGB-RECS-READ.
           ADD PGB-PM-INSERTED(PGB-PM-IDX) TO PGB-RECS-INSERTED.
           ADD PGB-PM-REJECTED(PGB-PM-IDX) TO PGB-RECS-REJECTED.
           ADD PGB-PM-CT2-REJECTED(PGB-PM-IDX) TO PGB-CT2-REJECTED.
           ADD PGB-PM-COMMITTED(PGB-PM-IDX)
               TO PGB-RECS-COMMITTED-TOTAL.
           ADD PGB-PM-CT2-INSERTED(PGB-PM-IDX)
               TO PGB-CT2-INSERTED PGB-CT2-COMMITTED-TOTAL.
           DISPLAY "Partition " PGB-PM-PART-NO(PGB-PM-IDX)
               " accounts " PGB-PM-LOW(PGB-PM-IDX)
               " to " PGB-PM-HIGH(PGB-PM-IDX)
               " read " PGB-PM-READ(PGB-PM-IDX)
               " inserted " PGB-PM-INSERTED(PGB-PM-IDX)
               " rejected " PGB-PM-REJECTED(PGB-PM-IDX)
               " contacts " PGB-PM-CT2-INSERTED(PGB-PM-IDX).

      *----------------------------------------------------------------
      * 0203-C-RECONCILE-CONTACTS: the contact rows the streams
      * committed for the batch (their checkpointed totals, so a
      * restarted stream still counts what it loaded before the
      * restart) against a COUNT(*) of the batch on the child table.
      * A difference fails the merge like a parent discrepancy.
      *----------------------------------------------------------------
       0203-C-RECONCILE-CONTACTS.
           PERFORM 0028-A-BUILD-CONTACT-SQL.
           PERFORM 0028-B-CREATE-CONTACT-TABLE.
           MOVE SPACES TO PGB-COUNT-SQL.
           STRING
               "SELECT COUNT(*) FROM " DELIMITED BY SIZE
               PGB-CT2-TABLE DELIMITED BY SPACE
               " WHERE batch_id = $1" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-COUNT-SQL
           END-STRING.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE "0203-C-RECONCILE-CONTACTS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-COUNT-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE 0 TO PGB-TGT-COUNT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-TGT-COUNT
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-TGT-COUNT = PGB-CT2-COMMITTED-TOTAL
               DISPLAY "Contact reconciliation: source="
                   PGB-CT2-COMMITTED-TOTAL " target=" PGB-TGT-COUNT
                   " status=BALANCED"
           ELSE
               DISPLAY "Contact reconciliation: source="
                   PGB-CT2-COMMITTED-TOTAL " target=" PGB-TGT-COUNT
                   " status=DISCREPANCY"
               IF PGB-RUN-SEVERITY LESS THAN 2
                   MOVE 2 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0204-LOAD-PARTITION-LIST: the batch's partitions from the
      * split control file, each starting as N (never run) until
      * cobpg_bulk_partition says otherwise.
      *----------------------------------------------------------------
       0204-LOAD-PARTITION-LIST.
           MOVE 0 TO PGB-PM-COUNT.
           MOVE "N" TO PGB-PART-EOF-SW.
           OPEN INPUT PGPTCFL.
           IF PGB-PTCFL-STATUS = "00"
               PERFORM 0204-A-READ-PTC-REC UNTIL PGB-PART-EOF
               CLOSE PGPTCFL
           ELSE
               DISPLAY "PGPTCFL not available, status "
                   PGB-PTCFL-STATUS
           END-IF.

       0204-A-READ-PTC-REC.
           READ PGPTCFL
               AT END MOVE "Y" TO PGB-PART-EOF-SW
           END-READ.
           IF NOT PGB-PART-EOF
               IF PGPTC-BATCH-ID = PGB-BATCH-ID
                   AND PGPTC-PART-NO IS NUMERIC
                   AND PGPTC-PART-NO > 0 AND PGPTC-PART-NO < 9
                   AND PGB-PM-COUNT < 8
                   ADD 1 TO PGB-PM-COUNT
                   MOVE PGPTC-PART-NO TO PGB-PM-PART-NO(PGB-PM-COUNT)
                   MOVE PGPTC-LOW-ACCOUNT-ID
                       TO PGB-PM-LOW(PGB-PM-COUNT)
                   MOVE PGPTC-HIGH-ACCOUNT-ID
                       TO PGB-PM-HIGH(PGB-PM-COUNT)
                   MOVE PGPTC-ACCOUNTS TO PGB-PM-ACCOUNTS(PGB-PM-COUNT)
                   MOVE "N" TO PGB-PM-STATUS(PGB-PM-COUNT)
                   MOVE 0 TO PGB-PM-READ(PGB-PM-COUNT)
                             PGB-PM-INSERTED(PGB-PM-COUNT)
                             PGB-PM-REJECTED(PGB-PM-COUNT)
                             PGB-PM-CT2-REJECTED(PGB-PM-COUNT)
                             PGB-PM-COMMITTED(PGB-PM-COUNT)
                             PGB-PM-CT2-INSERTED(PGB-PM-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0205-GET-PARTITION-STATUS: each partition row is matched to
      * its PGPTCFL entry by number. A row whose range no longer
      * matches the control file belongs to an earlier split of the
      * batch and is shown as S (stale) rather than trusted. The
      * first feed id found on a partition row is taken as the
      * batch's feed.
      *----------------------------------------------------------------
       0205-GET-PARTITION-STATUS.
           MOVE 0 TO PGB-PART-NO.
           MOVE SPACES TO PGB-PART-X.
           PERFORM 0201-C-PARTITION-KEYS.
           MOVE "0205-GET-PARTITION-STATUS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT part_no, status, recs_read,"
                   & " recs_inserted, recs_rejected,"
                   & " contacts_rejected, committed_total,"
                   & " low_key, high_key,"
                   & " COALESCE(contacts_inserted, 0),"
                   & " COALESCE(feed_id, '')"
                   & " FROM cobpg_bulk_partition"
                   & " WHERE batch_id = $1 AND target_table = $2"
                   & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0205-A-MAP-ROW
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE 0 TO PGB-PM-NOT-DONE.
           PERFORM 0205-C-CHECK-DONE
               VARYING PGB-PM-IDX FROM 1 BY 1
               UNTIL PGB-PM-IDX > PGB-PM-COUNT.

       0205-A-MAP-ROW.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-PART-NO.
           PERFORM 0205-B-MATCH-ENTRY
               VARYING PGB-PM-IDX FROM 1 BY 1
               UNTIL PGB-PM-IDX > PGB-PM-COUNT.
           ADD 1 TO PGB-ROW-IDX.

       0205-B-MATCH-ENTRY.
           IF PGB-PM-PART-NO(PGB-PM-IDX) = PGB-PART-NO
               MOVE 1 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:1) TO PGB-PM-STATUS(PGB-PM-IDX)
               MOVE 2 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PM-READ(PGB-PM-IDX)
               MOVE 3 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PM-INSERTED(PGB-PM-IDX)
               MOVE 4 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PM-REJECTED(PGB-PM-IDX)
               MOVE 5 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PM-CT2-REJECTED(PGB-PM-IDX)
               MOVE 6 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PM-COMMITTED(PGB-PM-IDX)
               MOVE 7 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PART-LOW
               MOVE 8 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PART-HIGH
               MOVE 9 TO PGB-COL-IDX
               PERFORM 0205-D-GET-COUNT
               MOVE PGB-AMT-VALUE TO PGB-PM-CT2-INSERTED(PGB-PM-IDX)
               MOVE 10 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGB-FEED-ID = SPACES
                   MOVE PGB-CELL-TEXT(1:8) TO PGB-FEED-ID
               END-IF
               IF PGB-PART-LOW NOT = PGB-PM-LOW(PGB-PM-IDX)
                   OR PGB-PART-HIGH NOT = PGB-PM-HIGH(PGB-PM-IDX)
                   MOVE "S" TO PGB-PM-STATUS(PGB-PM-IDX)
               END-IF
           END-IF.

       0205-C-CHECK-DONE.
           IF PGB-PM-STATUS(PGB-PM-IDX) NOT = "C"
               AND PGB-PM-STATUS(PGB-PM-IDX) NOT = "M"
               ADD 1 TO PGB-PM-NOT-DONE
               DISPLAY "Partition " PGB-PM-PART-NO(PGB-PM-IDX)
                   " accounts " PGB-PM-LOW(PGB-PM-IDX)
                   " to " PGB-PM-HIGH(PGB-PM-IDX)
                   " status " PGB-PM-STATUS(PGB-PM-IDX)
                   " -- rerun that partition stream"
           END-IF.

       0205-D-GET-COUNT.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.

      *----------------------------------------------------------------
      * 0206-MERGE-REJECTS: partition k's stream wrote its reject
      * images to its own PGLDJFL, mapped here as PGRJkFL. They are
      * copied in partition order into this run's PGLDJFL. A reject
      * file that is missing, or that does not hold the number of
      * rejects the stream recorded, is reported and fails the merge
      * -- REPROCESS would otherwise quietly re-drive less than was
      * rejected.
      *----------------------------------------------------------------
       0206-MERGE-REJECTS.
           OPEN OUTPUT PGLDJFL.
           PERFORM 0206-A-COPY-PARTITION
               VARYING PGB-PM-IDX FROM 1 BY 1
               UNTIL PGB-PM-IDX > PGB-PM-COUNT.
           CLOSE PGLDJFL.

       0206-A-COPY-PARTITION.
           MOVE 0 TO PGB-PM-FILE-LINES.
           MOVE "N" TO PGB-PART-EOF-SW.
           PERFORM 0206-B-OPEN-REJECT-FILE.
           IF PGB-RJNFL-STATUS = "00"
               PERFORM 0206-C-COPY-REJECT-LINE UNTIL PGB-PART-EOF
               PERFORM 0206-D-CLOSE-REJECT-FILE
           END-IF.
           IF PGB-PM-FILE-LINES NOT = PGB-PM-REJECTED(PGB-PM-IDX)
               DISPLAY "Partition " PGB-PM-PART-NO(PGB-PM-IDX)
                   " reject file holds " PGB-PM-FILE-LINES
                   " image(s), stream recorded "
                   PGB-PM-REJECTED(PGB-PM-IDX)
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.

       0206-B-OPEN-REJECT-FILE.
           EVALUATE PGB-PM-PART-NO(PGB-PM-IDX)
               WHEN 1
                   OPEN INPUT PGRJ1FL
               WHEN 2
                   OPEN INPUT PGRJ2FL
               WHEN 3
                   OPEN INPUT PGRJ3FL
               WHEN 4
                   OPEN INPUT PGRJ4FL
               WHEN 5
                   OPEN INPUT PGRJ5FL
               WHEN 6
                   OPEN INPUT PGRJ6FL
               WHEN 7
                   OPEN INPUT PGRJ7FL
               WHEN 8
                   OPEN INPUT PGRJ8FL
           END-EVALUATE.

       0206-C-COPY-REJECT-LINE.
           EVALUATE PGB-PM-PART-NO(PGB-PM-IDX)
               WHEN 1
                   READ PGRJ1FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 2
                   READ PGRJ2FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 3
                   READ PGRJ3FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 4
                   READ PGRJ4FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 5
                   READ PGRJ5FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 6
                   READ PGRJ6FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 7
                   READ PGRJ7FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
               WHEN 8
                   READ PGRJ8FL INTO PGLDJ-RECORD
                       AT END MOVE "Y" TO PGB-PART-EOF-SW
                   END-READ
           END-EVALUATE.
           IF NOT PGB-PART-EOF
               WRITE PGLDJ-RECORD
               ADD 1 TO PGB-PM-FILE-LINES
               ADD 1 TO PGB-PM-REJECT-LINES
           END-IF.

       0206-D-CLOSE-REJECT-FILE.
           EVALUATE PGB-PM-PART-NO(PGB-PM-IDX)
               WHEN 1
                   CLOSE PGRJ1FL
               WHEN 2
                   CLOSE PGRJ2FL
               WHEN 3
                   CLOSE PGRJ3FL
               WHEN 4
                   CLOSE PGRJ4FL
               WHEN 5
                   CLOSE PGRJ5FL
               WHEN 6
                   CLOSE PGRJ6FL
               WHEN 7
                   CLOSE PGRJ7FL
               WHEN 8
                   CLOSE PGRJ8FL
           END-EVALUATE.

      *----------------------------------------------------------------
      * 0207-MARK-MERGED: a clean (or reject-only) merge marks the
      * batch's partitions M, so none of their streams will load
      * again without FORCE.
      *----------------------------------------------------------------
       0207-MARK-MERGED.
           PERFORM 0201-C-PARTITION-KEYS.
           MOVE "0207-MARK-MERGED" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_bulk_partition SET"
                   & " status = 'M', updated_ts = now()"
                   & " WHERE batch_id = $1 AND target_table = $2"
                   & " AND status = 'C'" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0210-OPEN-REFRESH-TARGET: REFRESH copies production into a
      * test database, so the run's own connection (PGCFGFL) is the
      * production source and the test target is described by a
      * second record of the same layout on PGTCFFL. The target is
      * refused outright, before anything is written to it, when its
      * config is marked PROD, when it names the same host, port,
      * and database as the source config, or when the two live
      * connections turn out to be the same database on the same
      * server. The target table is then locked in the target
      * database the way 0064 locks it for any writer there.
      *----------------------------------------------------------------
       0210-OPEN-REFRESH-TARGET.
           MOVE "N" TO PGB-MR-TGT-OPEN-SW.
           MOVE SPACES TO PGTCF-RECORD.
           OPEN INPUT PGTCFFL.
           IF PGB-TCFFL-STATUS NOT = "00"
               DISPLAY "Run refused: target config PGTCFFL not"
                   " available, status " PGB-TCFFL-STATUS
               PERFORM 0210-D-REFUSE-REFRESH
           ELSE
               READ PGTCFFL
                   AT END MOVE SPACES TO PGTCF-RECORD
               END-READ
               CLOSE PGTCFFL
               PERFORM 0210-A-CHECK-TARGET-CONFIG
           END-IF.
           IF NOT PGB-RUN-REFUSED
               PERFORM 0210-B-CONNECT-TARGET
           END-IF.
           IF PGB-MR-TGT-OPEN
               PERFORM 0210-C-CHECK-TARGET-IDENTITY
           END-IF.
           IF PGB-MR-TGT-OPEN AND NOT PGB-RUN-REFUSED
               PERFORM 0210-E-LOCK-TARGET-TABLE
           END-IF.
           IF PGB-MR-TGT-OPEN AND PGB-RUN-REFUSED
               CALL "PQfinish" USING BY VALUE PGB-TCONN RETURNING NULL
               MOVE "N" TO PGB-MR-TGT-OPEN-SW
           END-IF.

      *    PGTCF-RECORD is laid out as PGCFGREC; a target on the
      *    same host, port and database as the source is the source
       0210-A-CHECK-TARGET-CONFIG.
           EVALUATE TRUE
               WHEN PGTCF-PRODUCTION
                   DISPLAY "Run refused: target config PGTCFFL is"
                       " marked PROD"
                   PERFORM 0210-D-REFUSE-REFRESH
               WHEN PGTCF-HOST = PGCFG-HOST
                   AND PGTCF-PORT = PGCFG-PORT
                   AND PGTCF-DBNAME = PGCFG-DBNAME
                   DISPLAY "Run refused: target config PGTCFFL names"
                       " the production source database"
                   PERFORM 0210-D-REFUSE-REFRESH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    0008 builds the target CONNINFO from the target record;
      *    the source record and CONNINFO are put back afterwards
      *    for the reconnect logic
       0210-B-CONNECT-TARGET.
           MOVE CONNINFO TO PGB-MR-SAVE-CONNINFO.
           MOVE PGCFG-RECORD TO PGB-MR-SAVE-CFG.
           MOVE PGTCF-RECORD TO PGCFG-RECORD.
           PERFORM 0008-BUILD-CONN-STRING.
           MOVE CONNINFO TO PGB-MR-TGT-CONNINFO.
           MOVE PGB-MR-SAVE-CFG TO PGCFG-RECORD.
           MOVE PGB-MR-SAVE-CONNINFO TO CONNINFO.
           MOVE 0 TO PGB-RETRY-COUNT.
           PERFORM 0210-F-TRY-TARGET-CONNECT
               UNTIL PGB-MR-TGT-OPEN
                  OR PGB-RETRY-COUNT NOT LESS THAN PGB-RETRY-MAX-N.
           IF NOT PGB-MR-TGT-OPEN
               DISPLAY "Run refused: target connection failed after "
                   PGB-RETRY-COUNT " attempt(s)"
               MOVE "Y" TO PGB-RUN-REFUSED-SW
               MOVE 4 TO PGB-RUN-SEVERITY
           END-IF.

       0210-C-CHECK-TARGET-IDENTITY.
           MOVE PGCONN TO PGB-MR-CONN.
           PERFORM 0210-G-GET-IDENTITY.
           MOVE PGB-MR-TGT-ID TO PGB-MR-SRC-ID.
           IF NOT PGB-RUN-REFUSED
               MOVE PGB-TCONN TO PGB-MR-CONN
               PERFORM 0210-G-GET-IDENTITY
           END-IF.
           IF NOT PGB-RUN-REFUSED
               DISPLAY "Refresh source : " PGB-MR-SRC-ID
               DISPLAY "Refresh target : " PGB-MR-TGT-ID
               IF PGB-MR-TGT-ID = PGB-MR-SRC-ID
                   DISPLAY "Run refused: target connection is the"
                       " production source database"
                   PERFORM 0210-D-REFUSE-REFRESH
               END-IF
           END-IF.

       0210-D-REFUSE-REFRESH.
           MOVE "Y" TO PGB-RUN-REFUSED-SW.
           IF PGB-RUN-SEVERITY LESS THAN 3
               MOVE 3 TO PGB-RUN-SEVERITY
           END-IF.

       0210-E-LOCK-TARGET-TABLE.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0210-E-LOCK-TARGET-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGB-TCONN
               BY REFERENCE "SELECT CASE WHEN "
                   & "pg_try_advisory_lock(hashtext($1)::bigint) "
                   & "THEN 'Y' ELSE 'N' END" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX PGB-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGB-CELL-TEXT(1:1) NOT = "Y"
                   MOVE "Y" TO PGB-RUN-REFUSED-SW
                   MOVE 5 TO PGB-RUN-SEVERITY
                   DISPLAY "Run refused: table " PGB-TARGET-TABLE
                       " is locked by another run in the target"
               END-IF
           ELSE
               DISPLAY "Run refused: target table lock check failed"
               PERFORM 0210-D-REFUSE-REFRESH
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0210-F-TRY-TARGET-CONNECT.
           ADD 1 TO PGB-RETRY-COUNT.
           CALL "PQconnectdb" USING
               BY REFERENCE PGB-MR-TGT-CONNINFO
               RETURNING PGB-TCONN.
           CALL "PQstatus" USING BY VALUE PGB-TCONN
               RETURNING CONN-STATUS.
           IF CONN-STATUS-OK
               MOVE "Y" TO PGB-MR-TGT-OPEN-SW
           ELSE
               CALL "PQfinish" USING BY VALUE PGB-TCONN RETURNING NULL
               IF PGB-RETRY-COUNT LESS THAN PGB-RETRY-MAX-N
                   COMPUTE PGB-RETRY-DELAY =
                       PGB-RETRY-BASE-DELAY * PGB-RETRY-COUNT
                   DISPLAY "Target connect attempt " PGB-RETRY-COUNT
                       " of " PGB-RETRY-MAX-N
                       " failed, retrying in " PGB-RETRY-DELAY
                       " seconds"
                   CALL "C$SLEEP" USING BY REFERENCE PGB-RETRY-DELAY
               END-IF
           END-IF.

      *    database, server address (or local socket), and port of
      *    the connection in PGB-MR-CONN, returned in PGB-MR-TGT-ID
       0210-G-GET-IDENTITY.
           MOVE "0210-G-GET-IDENTITY" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGB-MR-CONN
               BY REFERENCE "SELECT current_database() || ' ON ' || "
                   & "COALESCE(host(inet_server_addr()), "
                   & "'LOCAL SOCKET') || ' PORT ' || "
                   & "current_setting('port')" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE SPACES TO PGB-MR-TGT-ID.
           IF PGB-RESULT-OK
               CALL "PQgetvalue" USING
                   BY VALUE PGRES
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING RESPTR
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY x"00" INTO PGB-MR-TGT-ID
           ELSE
               DISPLAY "Run refused: database identity check failed"
               PERFORM 0210-D-REFUSE-REFRESH
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0211-MASKED-REFRESH: the target table and its contact child
      * table are each truncated and refilled inside one target
      * transaction, from one REPEATABLE READ read-only snapshot of
      * the source, so the counts and hash totals taken on the
      * source describe exactly the rows streamed. The target is
      * committed only when every table's row count and balance hash
      * total agree on both sides; anything else rolls the whole
      * refresh back and leaves the test data as it was.
      *----------------------------------------------------------------
       0211-MASKED-REFRESH.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-INSERTED.
           MOVE 0 TO PGB-MR-TOTAL-SRC-ROWS PGB-MR-TOTAL-TGT-ROWS.
           MOVE "N" TO PGB-MR-FAILED-SW PGB-MR-MISMATCH-SW.
           MOVE 0 TO PGB-TB-PAGE-CT.
           OPEN OUTPUT PGMSRFL.
           PERFORM 0216-MR-PRINT-HEADINGS.
           MOVE PGCONN TO PGB-MR-CONN.
           MOVE "BEGIN ISOLATION LEVEL REPEATABLE READ READ ONLY"
               & x"00" TO PGB-MR-SQL.
           PERFORM 0211-A-MR-EXEC.
           MOVE PGB-TCONN TO PGB-MR-CONN.
           MOVE "BEGIN" & x"00" TO PGB-MR-SQL.
           PERFORM 0211-A-MR-EXEC.
           IF NOT PGB-MR-FAILED
               MOVE 1 TO PGB-MR-PASS
               PERFORM 0212-REFRESH-TABLE
           END-IF.
           IF NOT PGB-MR-FAILED
               MOVE 2 TO PGB-MR-PASS
               PERFORM 0212-REFRESH-TABLE
           END-IF.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0216-A-MR-PRINT-LINE.
           MOVE PGB-TCONN TO PGB-MR-CONN.
           IF PGB-MR-FAILED OR PGB-MR-MISMATCH
               MOVE "ROLLBACK" & x"00" TO PGB-MR-SQL
               PERFORM 0211-A-MR-EXEC
           ELSE
               MOVE "COMMIT" & x"00" TO PGB-MR-SQL
               PERFORM 0211-A-MR-EXEC
           END-IF.
           MOVE SPACES TO PGB-TB-PRINT.
           EVALUATE TRUE
               WHEN PGB-MR-FAILED
                   MOVE " REFRESH FAILED -- TARGET ROLLED BACK, SEE"
                       & " PGERRFL" TO PGB-TB-PRINT(1:50)
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-MR-MISMATCH
                   MOVE " COUNTS OR HASH TOTALS DO NOT AGREE -- TARGET"
                       & " ROLLED BACK" TO PGB-TB-PRINT(1:58)
                   IF PGB-RUN-SEVERITY LESS THAN 2
                       MOVE 2 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN OTHER
                   MOVE " REFRESH COMMITTED -- COUNTS AND HASH TOTALS"
                       & " AGREE" TO PGB-TB-PRINT(1:50)
                   MOVE PGB-MR-TOTAL-TGT-ROWS TO PGB-RECS-INSERTED
           END-EVALUATE.
           PERFORM 0216-A-MR-PRINT-LINE.
           CLOSE PGMSRFL.
      *    the source snapshot was read only: ending it either way
      *    changes nothing in production
           MOVE PGCONN TO PGB-MR-CONN.
           MOVE "ROLLBACK" & x"00" TO PGB-MR-SQL.
           PERFORM 0211-A-MR-EXEC.
           CALL "PQfinish" USING BY VALUE PGB-TCONN RETURNING NULL.
           MOVE "N" TO PGB-MR-TGT-OPEN-SW.
           MOVE PGB-MR-TOTAL-SRC-ROWS TO PGB-RECS-READ.
           DISPLAY "Refresh rows read       : " PGB-MR-TOTAL-SRC-ROWS.
           DISPLAY "Refresh rows written    : " PGB-RECS-INSERTED.

       0211-A-MR-EXEC.
           MOVE "0211-A-MR-EXEC" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGB-MR-CONN
               BY REFERENCE PGB-MR-SQL
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-MR-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0212-REFRESH-TABLE: pass 1 is the target table, pass 2 its
      * <target>_contacts child table, which is skipped when the
      * source has none.
      *----------------------------------------------------------------
       0212-REFRESH-TABLE.
           MOVE SPACES TO PGB-MR-TABLE.
           IF PGB-MR-PASS = 1
               MOVE PGB-TARGET-TABLE TO PGB-MR-TABLE
           ELSE
               STRING
                   PGB-TARGET-TABLE DELIMITED BY SPACE
                   "_contacts" DELIMITED BY SIZE
                   INTO PGB-MR-TABLE
               END-STRING
           END-IF.
           MOVE 0 TO PGB-MR-SRC-ROWS PGB-MR-TGT-ROWS.
           MOVE 0 TO PGB-MR-SRC-HASH PGB-MR-TGT-HASH.
           PERFORM 0213-BUILD-COLUMN-LISTS.
           EVALUATE TRUE
               WHEN PGB-MR-FAILED
                   CONTINUE
               WHEN PGB-MR-COL-COUNT = 0 AND PGB-MR-PASS = 1
                   DISPLAY "Refresh table " PGB-MR-TABLE
                       " not found on the source"
                   MOVE "Y" TO PGB-MR-FAILED-SW
               WHEN PGB-MR-COL-COUNT = 0
                   MOVE "NOT ON SOURCE" TO PGB-MR-STATUS
                   PERFORM 0212-A-PRINT-TABLE-LINE
               WHEN OTHER
                   PERFORM 0212-B-COPY-AND-PROVE
           END-EVALUATE.

       0212-A-PRINT-TABLE-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE PGB-MR-TABLE TO PGB-TB-PRINT(2:30).
           IF PGB-MR-COL-COUNT > 0
               MOVE PGB-MR-SRC-ROWS TO PGB-MR-ROWS-EDIT
               MOVE PGB-MR-ROWS-EDIT TO PGB-TB-PRINT(34:11)
               MOVE PGB-MR-TGT-ROWS TO PGB-MR-ROWS-EDIT
               MOVE PGB-MR-ROWS-EDIT TO PGB-TB-PRINT(47:11)
               MOVE PGB-MR-SRC-HASH TO PGB-MR-HASH-EDIT
               MOVE PGB-MR-HASH-EDIT TO PGB-TB-PRINT(60:17)
               MOVE PGB-MR-TGT-HASH TO PGB-MR-HASH-EDIT
               MOVE PGB-MR-HASH-EDIT TO PGB-TB-PRINT(79:17)
               MOVE PGB-MR-MASKED-COLS TO PGB-MR-COUNT-EDIT
               MOVE PGB-MR-COUNT-EDIT TO PGB-TB-PRINT(101:2)
           END-IF.
           MOVE PGB-MR-STATUS TO PGB-TB-PRINT(106:13).
           PERFORM 0216-A-MR-PRINT-LINE.

       0212-B-COPY-AND-PROVE.
           MOVE PGCONN TO PGB-MR-CONN.
           PERFORM 0214-COUNT-AND-HASH.
           MOVE PGB-MR-ROWS-WORK TO PGB-MR-SRC-ROWS.
           MOVE PGB-MR-HASH-WORK TO PGB-MR-SRC-HASH.
           MOVE SPACES TO PGB-MR-SQL.
           STRING
               "TRUNCATE " DELIMITED BY SIZE
               PGB-MR-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-MR-SQL
           END-STRING.
           MOVE PGB-TCONN TO PGB-MR-CONN.
           IF NOT PGB-MR-FAILED
               PERFORM 0211-A-MR-EXEC
           END-IF.
           IF NOT PGB-MR-FAILED
               PERFORM 0215-STREAM-TABLE
               DISPLAY "Refresh streamed " PGB-MR-ROWS-STREAMED
                   " row(s) to " PGB-MR-TABLE
           END-IF.
           IF NOT PGB-MR-FAILED
               MOVE PGB-TCONN TO PGB-MR-CONN
               PERFORM 0214-COUNT-AND-HASH
               MOVE PGB-MR-ROWS-WORK TO PGB-MR-TGT-ROWS
               MOVE PGB-MR-HASH-WORK TO PGB-MR-TGT-HASH
           END-IF.
           ADD PGB-MR-SRC-ROWS TO PGB-MR-TOTAL-SRC-ROWS.
           ADD PGB-MR-TGT-ROWS TO PGB-MR-TOTAL-TGT-ROWS.
           EVALUATE TRUE
               WHEN PGB-MR-FAILED
                   MOVE "FAILED" TO PGB-MR-STATUS
               WHEN PGB-MR-SRC-ROWS NOT = PGB-MR-TGT-ROWS
                   OR PGB-MR-SRC-HASH NOT = PGB-MR-TGT-HASH
                   MOVE "DO NOT AGREE" TO PGB-MR-STATUS
                   MOVE "Y" TO PGB-MR-MISMATCH-SW
               WHEN OTHER
                   MOVE "AGREED" TO PGB-MR-STATUS
           END-EVALUATE.
           PERFORM 0212-A-PRINT-TABLE-LINE.

      *----------------------------------------------------------------
      * 0213-BUILD-COLUMN-LISTS: the table's columns are taken from
      * the source catalog, so a column added in production (status,
      * currency, ...) is carried across without a change here. Each
      * column goes into the target COPY column list as it is, and
      * into the source SELECT list either as it is or, for the PII
      * columns, as its mask. Every mask is a function of the
      * account-id alone -- the real value is never an input -- so
      * the same account masks the same way on every refresh while
      * nothing of the original can be recovered from it. A blank
      * or null value stays blank or null.
      *----------------------------------------------------------------
       0213-BUILD-COLUMN-LISTS.
           MOVE 0 TO PGB-MR-COL-COUNT PGB-MR-MASKED-COLS.
           MOVE "N" TO PGB-MR-HAS-BALANCE-SW.
           MOVE SPACES TO PGB-MR-COL-LIST PGB-MR-SEL-LIST.
           MOVE 1 TO PGB-MR-COL-PTR PGB-MR-SEL-PTR.
           MOVE SPACES TO PGB-PARAM-MR-TABLE.
           STRING
               PGB-MR-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-MR-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-MR-TABLE.
           MOVE "0213-BUILD-COLUMN-LISTS" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT column_name FROM"
                   & " information_schema.columns"
                   & " WHERE table_schema = current_schema()"
                   & " AND table_name = $1"
                   & " ORDER BY ordinal_position" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0213-A-ADD-COLUMN
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           ELSE
               MOVE "Y" TO PGB-MR-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0213-A-ADD-COLUMN.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT TO PGB-MR-COL-NAME.
           ADD 1 TO PGB-MR-COL-COUNT.
           IF PGB-MR-COL-COUNT > 1
               STRING ", " DELIMITED BY SIZE
                   INTO PGB-MR-COL-LIST WITH POINTER PGB-MR-COL-PTR
               END-STRING
               STRING ", " DELIMITED BY SIZE
                   INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
               END-STRING
           END-IF.
           STRING PGB-MR-COL-NAME DELIMITED BY SPACE
               INTO PGB-MR-COL-LIST WITH POINTER PGB-MR-COL-PTR
           END-STRING.
           IF PGB-MR-COL-NAME = "balance"
               MOVE "Y" TO PGB-MR-HAS-BALANCE-SW
           END-IF.
           MOVE SPACES TO PGB-MR-MASK-PREFIX PGB-MR-MASK-SUFFIX.
           EVALUATE PGB-MR-COL-NAME
               WHEN "account_name"
                   MOVE "'ACCOUNT ' ||" TO PGB-MR-MASK-PREFIX
                   MOVE "NM" TO PGB-MR-MASK-TAG
                   MOVE "12" TO PGB-MR-MASK-LEN
                   MOVE "L" TO PGB-MR-MASK-KIND
                   PERFORM 0213-B-ADD-MASK
               WHEN "addr_line_1"
                   MOVE "TRANSLATE(SUBSTR(MD5('HN' || account_id"
                       & "::text), 1, 4), 'abcdef', '012345') || ' ' ||"
                       TO PGB-MR-MASK-PREFIX
                   MOVE "A1" TO PGB-MR-MASK-TAG
                   MOVE "10" TO PGB-MR-MASK-LEN
                   MOVE "L" TO PGB-MR-MASK-KIND
                   MOVE "|| ' STREET'" TO PGB-MR-MASK-SUFFIX
                   PERFORM 0213-B-ADD-MASK
               WHEN "addr_line_2"
                   MOVE "'UNIT ' ||" TO PGB-MR-MASK-PREFIX
                   MOVE "A2" TO PGB-MR-MASK-TAG
                   MOVE "3" TO PGB-MR-MASK-LEN
                   MOVE "D" TO PGB-MR-MASK-KIND
                   PERFORM 0213-B-ADD-MASK
               WHEN "city"
                   MOVE "CY" TO PGB-MR-MASK-TAG
                   MOVE "10" TO PGB-MR-MASK-LEN
                   MOVE "L" TO PGB-MR-MASK-KIND
                   PERFORM 0213-B-ADD-MASK
               WHEN "postal_code"
                   MOVE "PC" TO PGB-MR-MASK-TAG
                   MOVE "5" TO PGB-MR-MASK-LEN
                   MOVE "D" TO PGB-MR-MASK-KIND
                   PERFORM 0213-B-ADD-MASK
               WHEN "phone"
                   MOVE "'555' ||" TO PGB-MR-MASK-PREFIX
                   MOVE "PH" TO PGB-MR-MASK-TAG
                   MOVE "7" TO PGB-MR-MASK-LEN
                   MOVE "D" TO PGB-MR-MASK-KIND
                   PERFORM 0213-B-ADD-MASK
               WHEN OTHER
                   STRING PGB-MR-COL-NAME DELIMITED BY SPACE
                       INTO PGB-MR-SEL-LIST
                       WITH POINTER PGB-MR-SEL-PTR
                   END-STRING
           END-EVALUATE.
           ADD 1 TO PGB-ROW-IDX.

      *    CASE WHEN COALESCE(TRIM(col), '') = '' THEN col ELSE
      *    <prefix> TRANSLATE(SUBSTR(MD5('<tag>' || account_id::text),
      *    1, <len>), <hex to letters or digits>) <suffix> END AS col
       0213-B-ADD-MASK.
           ADD 1 TO PGB-MR-MASKED-COLS.
           STRING
               "CASE WHEN COALESCE(TRIM(" DELIMITED BY SIZE
               PGB-MR-COL-NAME DELIMITED BY SPACE
               "), '') = '' THEN " DELIMITED BY SIZE
               PGB-MR-COL-NAME DELIMITED BY SPACE
               " ELSE " DELIMITED BY SIZE
               INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
           END-STRING.
           IF PGB-MR-MASK-PREFIX NOT = SPACES
               STRING
                   PGB-MR-MASK-PREFIX DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
               END-STRING
           END-IF.
           STRING
               "TRANSLATE(SUBSTR(MD5('" DELIMITED BY SIZE
               PGB-MR-MASK-TAG DELIMITED BY SIZE
               "' || account_id::text), 1, " DELIMITED BY SIZE
               PGB-MR-MASK-LEN DELIMITED BY SPACE
               "), " DELIMITED BY SIZE
               INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
           END-STRING.
           IF PGB-MR-MASK-LETTERS
               STRING
                   "'0123456789abcdef', 'ABCDEFGHJKLMNPRS')"
                       DELIMITED BY SIZE
                   INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
               END-STRING
           ELSE
               STRING
                   "'abcdef', '012345')" DELIMITED BY SIZE
                   INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
               END-STRING
           END-IF.
           IF PGB-MR-MASK-SUFFIX NOT = SPACES
               STRING
                   " " DELIMITED BY SIZE
                   PGB-MR-MASK-SUFFIX DELIMITED BY "  "
                   INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
               END-STRING
           END-IF.
           STRING
               " END AS " DELIMITED BY SIZE
               PGB-MR-COL-NAME DELIMITED BY SPACE
               INTO PGB-MR-SEL-LIST WITH POINTER PGB-MR-SEL-PTR
           END-STRING.

      *----------------------------------------------------------------
      * 0214-COUNT-AND-HASH: row count and balance hash total of
      * PGB-MR-TABLE on the connection in PGB-MR-CONN. A table with
      * no balance column (the contact table) hashes to zero.
      *----------------------------------------------------------------
       0214-COUNT-AND-HASH.
           MOVE 0 TO PGB-MR-ROWS-WORK PGB-MR-HASH-WORK.
           MOVE SPACES TO PGB-MR-SQL.
           IF PGB-MR-HAS-BALANCE
               STRING
                   "SELECT COUNT(*), COALESCE(SUM(balance), 0) FROM "
                       DELIMITED BY SIZE
                   PGB-MR-TABLE DELIMITED BY SPACE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-MR-SQL
               END-STRING
           ELSE
               STRING
                   "SELECT COUNT(*), 0 FROM " DELIMITED BY SIZE
                   PGB-MR-TABLE DELIMITED BY SPACE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-MR-SQL
               END-STRING
           END-IF.
           MOVE "0214-COUNT-AND-HASH" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGB-MR-CONN
               BY REFERENCE PGB-MR-SQL
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT
               PERFORM 0015-PARSE-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-MR-ROWS-WORK
               MOVE 1 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT TO PGB-AMT-TEXT
               PERFORM 0015-PARSE-AMOUNT
               MOVE PGB-AMT-VALUE TO PGB-MR-HASH-WORK
           ELSE
               MOVE "Y" TO PGB-MR-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0215-STREAM-TABLE: COPY ... FROM STDIN is opened on the
      * target first, then COPY (masked SELECT) TO STDOUT on the
      * source, and each buffer the source hands back is passed
      * straight to the target and freed. If the target refuses a
      * buffer, the rest of the source stream is still drained so
      * the source connection is left usable, and the target COPY
      * is ended with an error so none of it lands.
      *----------------------------------------------------------------
       0215-STREAM-TABLE.
           MOVE 0 TO PGB-MR-ROWS-STREAMED.
           MOVE "N" TO PGB-MR-PUT-FAILED-SW.
           MOVE SPACES TO PGB-MR-SQL.
           STRING
               "COPY " DELIMITED BY SIZE
               PGB-MR-TABLE DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               PGB-MR-COL-LIST(1:PGB-MR-COL-PTR - 1) DELIMITED BY SIZE
               ") FROM STDIN" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-MR-SQL
           END-STRING.
           MOVE "0215-STREAM-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGB-TCONN
               BY REFERENCE PGB-MR-SQL
               RETURNING PGRES.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING RESULT-STATUS.
           IF RESULT-STATUS-COPY-IN
               CALL "PQclear" USING BY VALUE PGRES
               PERFORM 0215-A-SOURCE-COPY-OUT
               PERFORM 0215-C-END-TARGET-COPY
           ELSE
               PERFORM 0005-CHECK-RESULT
               CALL "PQclear" USING BY VALUE PGRES
               MOVE "Y" TO PGB-MR-FAILED-SW
           END-IF.

       0215-A-SOURCE-COPY-OUT.
           MOVE SPACES TO PGB-MR-SQL.
           STRING
               "COPY (SELECT " DELIMITED BY SIZE
               PGB-MR-SEL-LIST(1:PGB-MR-SEL-PTR - 1) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               PGB-MR-TABLE DELIMITED BY SPACE
               ") TO STDOUT" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-MR-SQL
           END-STRING.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-MR-SQL
               RETURNING PGRES.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING RESULT-STATUS.
           IF RESULT-STATUS-COPY-OUT
               CALL "PQclear" USING BY VALUE PGRES
               MOVE 0 TO PGB-MR-COPY-LEN
               PERFORM 0215-B-PASS-BUFFER
                   UNTIL PGB-MR-COPY-LEN < 0
               CALL "PQgetResult" USING
                   BY VALUE PGCONN
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               IF NOT PGB-RESULT-OK
                   MOVE "Y" TO PGB-MR-FAILED-SW
               END-IF
               CALL "PQclear" USING BY VALUE PGRES
               CALL "PQgetResult" USING
                   BY VALUE PGCONN
                   RETURNING PGB-RES2
               IF PGB-RES2 NOT = NULL
                   CALL "PQclear" USING BY VALUE PGB-RES2
               END-IF
           ELSE
               PERFORM 0005-CHECK-RESULT
               CALL "PQclear" USING BY VALUE PGRES
               MOVE "Y" TO PGB-MR-FAILED-SW
           END-IF.

       0215-B-PASS-BUFFER.
           CALL "PQgetCopyData" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-MR-BUF-PTR
               BY VALUE 0
               RETURNING PGB-MR-COPY-LEN.
           IF PGB-MR-COPY-LEN > 0
               IF NOT PGB-MR-PUT-FAILED
                   CALL "PQputCopyData" USING
                       BY VALUE PGB-TCONN
                       BY VALUE PGB-MR-BUF-PTR
                       BY VALUE PGB-MR-COPY-LEN
                       RETURNING PGB-MR-PUT-RC
                   IF PGB-MR-PUT-RC NOT = 1
                       MOVE "Y" TO PGB-MR-PUT-FAILED-SW
                       MOVE "Y" TO PGB-MR-FAILED-SW
                       DISPLAY "Refresh target refused data for "
                           PGB-MR-TABLE
                   END-IF
               END-IF
               CALL "PQfreemem" USING BY VALUE PGB-MR-BUF-PTR
               ADD 1 TO PGB-MR-ROWS-STREAMED
           END-IF.

       0215-C-END-TARGET-COPY.
           IF PGB-MR-FAILED
               CALL "PQputCopyEnd" USING
                   BY VALUE PGB-TCONN
                   BY REFERENCE "refresh source stream failed" & x"00"
                   RETURNING PGB-COPY-RC
           ELSE
               CALL "PQputCopyEnd" USING
                   BY VALUE PGB-TCONN
                   BY VALUE PGB-NULL-PTR
                   RETURNING PGB-COPY-RC
           END-IF.
           CALL "PQgetResult" USING
               BY VALUE PGB-TCONN
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-MR-FAILED-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           CALL "PQgetResult" USING
               BY VALUE PGB-TCONN
               RETURNING PGB-RES2.
           IF PGB-RES2 NOT = NULL
               CALL "PQclear" USING BY VALUE PGB-RES2
           END-IF.

      *----------------------------------------------------------------
      * 0216-MR-PRINT-HEADINGS: refresh report page headings.
      *----------------------------------------------------------------
       0216-MR-PRINT-HEADINGS.
           ADD 1 TO PGB-TB-PAGE-CT.
           MOVE SPACES TO PGMSR-LINE.
           MOVE " COBPG MASKED DATA REFRESH" TO PGMSR-LINE(1:26).
           MOVE "TABLE" TO PGMSR-LINE(36:5).
           MOVE PGB-TARGET-TABLE TO PGMSR-LINE(42:30).
           MOVE "BATCH" TO PGMSR-LINE(74:5).
           MOVE PGB-BATCH-ID TO PGMSR-LINE(80:10).
           MOVE "PAGE" TO PGMSR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGMSR-LINE(125:4).
           WRITE PGMSR-RECORD.
           MOVE SPACES TO PGMSR-LINE.
           MOVE " SOURCE (PRODUCTION)" TO PGMSR-LINE(1:20).
           MOVE PGB-MR-SRC-ID TO PGMSR-LINE(23:60).
           WRITE PGMSR-RECORD.
           MOVE SPACES TO PGMSR-LINE.
           MOVE " TARGET" TO PGMSR-LINE(1:7).
           MOVE PGB-MR-TGT-ID TO PGMSR-LINE(23:60).
           WRITE PGMSR-RECORD.
           MOVE SPACES TO PGMSR-LINE.
           WRITE PGMSR-RECORD.
           MOVE SPACES TO PGMSR-LINE.
           MOVE "TABLE" TO PGMSR-LINE(2:5).
           MOVE "SOURCE ROWS" TO PGMSR-LINE(34:11).
           MOVE "TARGET ROWS" TO PGMSR-LINE(47:11).
           MOVE "SOURCE BAL HASH" TO PGMSR-LINE(62:15).
           MOVE "TARGET BAL HASH" TO PGMSR-LINE(81:15).
           MOVE "MASKED" TO PGMSR-LINE(97:6).
           MOVE "STATUS" TO PGMSR-LINE(106:6).
           WRITE PGMSR-RECORD.
           MOVE ALL "-" TO PGMSR-LINE.
           WRITE PGMSR-RECORD.
           MOVE 6 TO PGB-TB-LINE-CT.

       0216-A-MR-PRINT-LINE.
           IF PGB-TB-LINE-CT GREATER THAN 55
               PERFORM 0216-MR-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGMSR-LINE.
           WRITE PGMSR-RECORD.
           ADD 1 TO PGB-TB-LINE-CT.

      *----------------------------------------------------------------
      * 0220-CREATE-CALENDAR-TABLE: the business-day calendar holds
      * only the exceptions -- the bank holidays. Every Monday to
      * Friday not on it is a business day, so an empty calendar
      * still gives the right answer for weekends.
      *----------------------------------------------------------------
       0220-CREATE-CALENDAR-TABLE.
           MOVE "0220-CREATE-CALENDAR-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_business_calendar ("
                   & "holiday_date date PRIMARY KEY, "
                   & "description varchar(30), "
                   & "updated_ts timestamp)" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0221-CALENDAR-MAINTENANCE: applies the PGHOLFL holiday file
      * to the calendar one record at a time. An add of a date
      * already held replaces its description, so the whole year's
      * file can simply be run again; a record that does not apply
      * is listed on the job log and costs only itself (return code
      * 4). The holidays still to come are listed at the end so the
      * operator can see the calendar the next runs will use.
      *----------------------------------------------------------------
       0221-CALENDAR-MAINTENANCE.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-ADDED PGB-RECS-DELETED
                     PGB-RECS-REJECTED.
           PERFORM 0220-CREATE-CALENDAR-TABLE.
           OPEN INPUT PGHOLFL.
           IF PGB-HOLFL-STATUS NOT = "00"
               DISPLAY "PGHOLFL not available, status "
                   PGB-HOLFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               MOVE "N" TO PGB-CAL-EOF-SW
               PERFORM 0221-A-READ-HOLIDAY
               PERFORM 0222-APPLY-HOLIDAY UNTIL PGB-CAL-EOF
               CLOSE PGHOLFL
               DISPLAY "Holiday records read     : " PGB-RECS-READ
               DISPLAY "Holidays added/replaced  : " PGB-RECS-ADDED
               DISPLAY "Holidays removed         : " PGB-RECS-DELETED
               DISPLAY "Holiday records rejected : "
                   PGB-RECS-REJECTED
               IF PGB-RECS-REJECTED > 0
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
               PERFORM 0223-LIST-HOLIDAYS
           END-IF.

       0221-A-READ-HOLIDAY.
           READ PGHOLFL
               AT END MOVE "Y" TO PGB-CAL-EOF-SW
           END-READ.

       0222-APPLY-HOLIDAY.
           ADD 1 TO PGB-RECS-READ.
           MOVE SPACES TO PGB-CAL-REASON.
           MOVE SPACES TO PGB-PARAM-CAL-DATE.
           MOVE PGHOL-DATE TO PGB-PARAM-CAL-DATE(1:8).
           MOVE x"00" TO PGB-PARAM-CAL-DATE(9:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-CAL-DATE.
           EVALUATE TRUE
               WHEN PGHOL-DATE IS NOT NUMERIC
                   MOVE "DATE IS NOT CCYYMMDD" TO PGB-CAL-REASON
               WHEN PGHOL-ACTION-ADD
                   PERFORM 0222-A-ADD-HOLIDAY
               WHEN PGHOL-ACTION-DELETE
                   PERFORM 0222-B-REMOVE-HOLIDAY
               WHEN OTHER
                   MOVE "ACTION IS NOT A OR D" TO PGB-CAL-REASON
           END-EVALUATE.
           IF PGB-CAL-REASON NOT = SPACES
               ADD 1 TO PGB-RECS-REJECTED
               DISPLAY "Holiday record rejected: " PGHOL-ACTION " "
                   PGHOL-DATE " " PGB-CAL-REASON
           END-IF.
           PERFORM 0221-A-READ-HOLIDAY.

       0222-A-ADD-HOLIDAY.
           MOVE SPACES TO PGB-PARAM-CAL-DESC.
           MOVE PGHOL-DESCRIPTION TO PGB-PARAM-CAL-DESC(1:30).
           MOVE x"00" TO PGB-PARAM-CAL-DESC(31:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-CAL-DESC.
           MOVE "0222-A-ADD-HOLIDAY" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_business_calendar "
                   & "(holiday_date, description, updated_ts) "
                   & "VALUES ($1::date, rtrim($2), now()) "
                   & "ON CONFLICT (holiday_date) DO UPDATE SET "
                   & "description = EXCLUDED.description, "
                   & "updated_ts = now()" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               ADD 1 TO PGB-RECS-ADDED
           ELSE
               IF PGB-SQLSTATE(1:2) = "22"
                   MOVE "NOT A VALID DATE" TO PGB-CAL-REASON
               ELSE
                   MOVE "INSERT FAILED -- SEE JOB LOG"
                       TO PGB-CAL-REASON
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0222-B-REMOVE-HOLIDAY.
           MOVE "0222-B-REMOVE-HOLIDAY" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "DELETE FROM cobpg_business_calendar "
                   & "WHERE holiday_date = $1::date" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               PERFORM 0052-B-GET-CMD-TUPLES
               IF PGB-CMD-TUPLES-TEXT(1:1) = "0"
                   MOVE "DATE IS NOT ON THE CALENDAR"
                       TO PGB-CAL-REASON
               ELSE
                   ADD 1 TO PGB-RECS-DELETED
               END-IF
           ELSE
               IF PGB-SQLSTATE(1:2) = "22"
                   MOVE "NOT A VALID DATE" TO PGB-CAL-REASON
               ELSE
                   MOVE "DELETE FAILED -- SEE JOB LOG"
                       TO PGB-CAL-REASON
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0223-LIST-HOLIDAYS.
           MOVE "0223-LIST-HOLIDAYS" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT holiday_date::text, "
                   & "COALESCE(description, ' ') "
                   & "FROM cobpg_business_calendar "
                   & "WHERE holiday_date >= current_date "
                   & "ORDER BY holiday_date" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               DISPLAY "Holidays on the calendar from today: "
                   PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0223-A-LIST-HOLIDAY
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0223-A-LIST-HOLIDAY.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-FM-BUS-DATE.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           DISPLAY "    " PGB-FM-BUS-DATE "  " PGB-CELL-TEXT.
           ADD 1 TO PGB-ROW-IDX.

      *----------------------------------------------------------------
      * 0225-FEED-MONITOR: checks every run the PGFSCFL schedule
      * expects against cobpg_run_control for one business day
      * (CCYYMMDD in the cutoff parm position, default today). A run
      * counts for the day if it started on or after the business
      * day and before the next one, so a feed that arrives
      * overnight or over the weekend is still found. Where a
      * schedule entry names a feed id, only a load run that
      * recorded that feed id counts -- or one that failed or was
      * refused before it could read the envelope header. The
      * best run found decides the line: completed by the due time
      * ARRIVED, completed after it LATE, still running or time-
      * stopped past the due time LATE, refused, failed, or
      * completed with a failure severity FAILED, nothing at all
      * once the due time has passed MISSING, otherwise NOT DUE.
      * The return code pages the on-call analyst: 4 for a late
      * feed, 8 for a missing one, 12 for a failed one. A day that
      * is not a business day expects nothing and ends clean.
      *----------------------------------------------------------------
       0225-FEED-MONITOR.
           MOVE 0 TO PGB-FM-EXPECTED-CT PGB-FM-ARRIVED-CT
                     PGB-FM-NOT-DUE-CT PGB-FM-LATE-CT
                     PGB-FM-MISSING-CT PGB-FM-FAILED-CT.
           IF PGB-CUTOFF-X = SPACES
               ACCEPT PGB-FM-DATE FROM DATE YYYYMMDD
           ELSE
               IF PGB-CUTOFF-X(1:8) IS NOT NUMERIC
                   OR PGB-CUTOFF-X(9:2) NOT = SPACES
                   DISPLAY "FEEDMON needs a CCYYMMDD business date in"
                       " the cutoff parm position, got '"
                       PGB-CUTOFF-X "'"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
                   PERFORM 0004-FINISH
                   GOBACK
               END-IF
               MOVE PGB-CUTOFF-X(1:8) TO PGB-FM-DATE
           END-IF.
           PERFORM 0220-CREATE-CALENDAR-TABLE.
           PERFORM 0226-GET-BUSINESS-WINDOW.
           IF PGB-FM-NEXT-DATE = SPACES
               DISPLAY "FEEDMON cannot establish business day "
                   PGB-FM-DATE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           OPEN INPUT PGFSCFL.
           IF PGB-FSCFL-STATUS NOT = "00"
               DISPLAY "PGFSCFL not available, status "
                   PGB-FSCFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           OPEN OUTPUT PGFMRFL.
           MOVE 0 TO PGB-TB-PAGE-CT.
           MOVE 99 TO PGB-TB-LINE-CT.
           IF PGB-FM-BUS-DAY
               MOVE "N" TO PGB-CAL-EOF-SW
               PERFORM 0225-A-READ-SCHEDULE
               PERFORM 0227-CHECK-FEED UNTIL PGB-CAL-EOF
               PERFORM 0228-FM-PRINT-SUMMARY
           ELSE
               MOVE SPACES TO PGB-TB-PRINT
               MOVE " NOT A BUSINESS DAY -- NO FEEDS ARE EXPECTED"
                   TO PGB-TB-PRINT(1:45)
               PERFORM 0229-A-FM-PRINT-LINE
               DISPLAY "Feed monitor: " PGB-FM-BUS-DATE
                   " is not a business day"
           END-IF.
           CLOSE PGFSCFL.
           CLOSE PGFMRFL.

       0225-A-READ-SCHEDULE.
           READ PGFSCFL
               AT END MOVE "Y" TO PGB-CAL-EOF-SW
           END-READ.

      *----------------------------------------------------------------
      * 0226-GET-BUSINESS-WINDOW: whether the day is a business day,
      * and the next business day after it (the end of the window
      * the day's runs are looked for in). A date Postgres will not
      * take leaves the next date blank.
      *----------------------------------------------------------------
       0226-GET-BUSINESS-WINDOW.
           MOVE SPACES TO PGB-FM-BUS-DATE PGB-FM-NEXT-DATE.
           MOVE "N" TO PGB-FM-BUS-DAY-SW.
           MOVE SPACES TO PGB-PARAM-CAL-DATE.
           MOVE PGB-FM-DATE TO PGB-PARAM-CAL-DATE(1:8).
           MOVE x"00" TO PGB-PARAM-CAL-DATE(9:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-CAL-DATE.
           MOVE "0226-GET-BUSINESS-WINDOW" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT $1::date::text, "
                   & "CASE WHEN extract(isodow FROM $1::date) < 6 "
                   & "AND NOT EXISTS (SELECT 1 FROM "
                   & "cobpg_business_calendar h WHERE "
                   & "h.holiday_date = $1::date) THEN 'Y' ELSE 'N' "
                   & "END, (SELECT MIN(g::date) FROM generate_series("
                   & "$1::date + 1, $1::date + 31, interval '1 day') g"
                   & " WHERE extract(isodow FROM g) < 6 "
                   & "AND NOT EXISTS (SELECT 1 FROM "
                   & "cobpg_business_calendar h WHERE "
                   & "h.holiday_date = g::date))::text" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:10) TO PGB-FM-BUS-DATE
               MOVE 1 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:1) TO PGB-FM-BUS-DAY-SW
               MOVE 2 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:10) TO PGB-FM-NEXT-DATE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0227-CHECK-FEED.
           ADD 1 TO PGB-FM-EXPECTED-CT.
           MOVE SPACES TO PGB-FM-DETAIL-LINE.
           MOVE PGFSC-FEED-ID TO PGB-FMD-FEED.
           MOVE PGFSC-RUN-MODE TO PGB-FMD-MODE.
           MOVE PGFSC-TARGET-TABLE TO PGB-FMD-TABLE.
           IF PGFSC-DUE-TIME IS NOT NUMERIC
               OR PGFSC-DUE-HH > "23"
               OR PGFSC-DUE-MM > "59"
               OR PGFSC-RUN-MODE = SPACES
               MOVE "FAILED" TO PGB-FMD-STATE
               MOVE "BAD SCHEDULE ENTRY" TO PGB-FMD-NOTE
               ADD 1 TO PGB-FM-FAILED-CT
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               STRING
                   PGFSC-DUE-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   PGFSC-DUE-MM DELIMITED BY SIZE
                   INTO PGB-FMD-DUE
               END-STRING
               PERFORM 0227-A-FIND-RUN
               PERFORM 0227-B-CLASSIFY-RUN
           END-IF.
           MOVE PGB-FM-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0229-A-FM-PRINT-LINE.
           PERFORM 0225-A-READ-SCHEDULE.

      *----------------------------------------------------------------
      * 0227-A-FIND-RUN: the best run of the day for the entry --
      * a clean completion first, then one still running or time-
      * stopped, then a failure -- latest first within each. A
      * BULKLOAD feed that was loaded partitioned arrives when its
      * BULKMERGE completes, so a BULKLOAD entry also takes the
      * batch's BULKMERGE row; the partition streams themselves are
      * recorded as BULKPART and never count as the feed arriving.
      *----------------------------------------------------------------
       0227-A-FIND-RUN.
           MOVE SPACES TO PGB-PARAM-MODE.
           STRING
               PGFSC-RUN-MODE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-MODE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-MODE.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGFSC-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-FEED-ID.
           STRING
               PGFSC-FEED-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-FEED-ID
           END-STRING.
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-FEED-ID.
           MOVE SPACES TO PGB-PARAM-FM-DATE.
           STRING
               PGB-FM-BUS-DATE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-FM-DATE
           END-STRING.
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-FM-DATE.
           MOVE SPACES TO PGB-PARAM-FM-DUE.
           MOVE PGB-FMD-DUE TO PGB-PARAM-FM-DUE(1:5).
           MOVE x"00" TO PGB-PARAM-FM-DUE(6:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-FM-DUE.
           MOVE SPACES TO PGB-PARAM-FM-NEXT.
           STRING
               PGB-FM-NEXT-DATE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-FM-NEXT
           END-STRING.
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-FM-NEXT.
           MOVE "0227-A-FIND-RUN" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT CASE WHEN now() > $4::date + "
                   & "$5::time THEN 'Y' ELSE 'N' END, "
                   & "COALESCE(r.status, ' '), "
                   & "COALESCE(r.severity::text, '0'), "
                   & "COALESCE(r.batch_id, ' '), "
                   & "COALESCE(to_char(r.start_ts, 'MM-DD HH24:MI'),"
                   & " ' '), "
                   & "COALESCE(to_char(r.end_ts, 'MM-DD HH24:MI'), "
                   & "' '), "
                   & "CASE WHEN COALESCE(r.end_ts, now()) > "
                   & "$4::date + $5::time THEN 'Y' ELSE 'N' END "
                   & "FROM (SELECT 1) d LEFT JOIN LATERAL "
                   & "(SELECT status, severity, batch_id, start_ts, "
                   & "end_ts FROM cobpg_run_control "
                   & "WHERE (run_mode = $1 OR ($1 = 'BULKLOAD' "
                   & "AND run_mode = 'BULKMERGE')) "
                   & "AND ($2 = '' OR target_table = $2) "
                   & "AND ($3 = '' OR feed_id = $3 "
                   & "OR (feed_id IS NULL AND status IN ('F', 'R'))) "
                   & "AND start_ts >= $4::date "
                   & "AND start_ts < $6::date "
                   & "ORDER BY CASE WHEN status = 'C' AND "
                   & "COALESCE(severity, 0) < 3 THEN 0 "
                   & "WHEN status IN ('A', 'T') THEN 1 ELSE 2 END, "
                   & "run_seq DESC LIMIT 1) r ON true" & x"00"
               BY VALUE 6
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           MOVE "N" TO PGB-FM-DUE-PASSED-SW PGB-FM-ENDED-LATE-SW.
           MOVE "?" TO PGB-FM-RUN-STATUS.
           MOVE SPACES TO PGB-FM-RUN-SEV.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:1) TO PGB-FM-DUE-PASSED-SW
               MOVE 1 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:1) TO PGB-FM-RUN-STATUS
               MOVE 2 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:2) TO PGB-FM-RUN-SEV
               MOVE 3 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:10) TO PGB-FMD-BATCH
               MOVE 4 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:11) TO PGB-FMD-START
               MOVE 5 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:11) TO PGB-FMD-END
               MOVE 6 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:1) TO PGB-FM-ENDED-LATE-SW
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0227-B-CLASSIFY-RUN: a severity of 3 or more on a completed
      * run means the run itself failed, whatever its status says.
      *----------------------------------------------------------------
       0227-B-CLASSIFY-RUN.
           MOVE PGB-FM-RUN-STATUS TO PGB-FMD-RUN-STATUS.
           EVALUATE TRUE
               WHEN PGB-FM-RUN-STATUS = "?"
                   MOVE "FAILED" TO PGB-FMD-STATE
                   MOVE "RUN CONTROL UNREADABLE" TO PGB-FMD-NOTE
                   ADD 1 TO PGB-FM-FAILED-CT
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-FM-RUN-STATUS = SPACE
                   AND NOT PGB-FM-DUE-PASSED
                   MOVE "NOT DUE" TO PGB-FMD-STATE
                   ADD 1 TO PGB-FM-NOT-DUE-CT
               WHEN PGB-FM-RUN-STATUS = SPACE
                   MOVE "MISSING" TO PGB-FMD-STATE
                   MOVE "NO RUN REGISTERED" TO PGB-FMD-NOTE
                   ADD 1 TO PGB-FM-MISSING-CT
                   IF PGB-RUN-SEVERITY LESS THAN 2
                       MOVE 2 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-FM-RUN-STATUS = "C"
                   AND PGB-FM-RUN-SEV(1:1) > "2"
                   MOVE "FAILED" TO PGB-FMD-STATE
                   MOVE "RUN SEVERITY" TO PGB-FMD-NOTE
                   MOVE PGB-FM-RUN-SEV(1:1) TO PGB-FMD-NOTE(14:1)
                   ADD 1 TO PGB-FM-FAILED-CT
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-FM-RUN-STATUS = "C"
                   AND PGB-FM-ENDED-LATE
                   MOVE "LATE" TO PGB-FMD-STATE
                   MOVE "ENDED AFTER DUE TIME" TO PGB-FMD-NOTE
                   ADD 1 TO PGB-FM-LATE-CT
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-FM-RUN-STATUS = "C"
                   MOVE "ARRIVED" TO PGB-FMD-STATE
                   ADD 1 TO PGB-FM-ARRIVED-CT
               WHEN (PGB-FM-RUN-STATUS = "A"
                     OR PGB-FM-RUN-STATUS = "T")
                   AND NOT PGB-FM-DUE-PASSED
                   MOVE "NOT DUE" TO PGB-FMD-STATE
                   MOVE "RUN IN PROGRESS" TO PGB-FMD-NOTE
                   ADD 1 TO PGB-FM-NOT-DUE-CT
               WHEN PGB-FM-RUN-STATUS = "A"
                   MOVE "LATE" TO PGB-FMD-STATE
                   MOVE "STILL RUNNING" TO PGB-FMD-NOTE
                   ADD 1 TO PGB-FM-LATE-CT
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-FM-RUN-STATUS = "T"
                   MOVE "LATE" TO PGB-FMD-STATE
                   MOVE "TIME-STOPPED, RESUME" TO PGB-FMD-NOTE
                   ADD 1 TO PGB-FM-LATE-CT
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN OTHER
                   MOVE "FAILED" TO PGB-FMD-STATE
                   IF PGB-FM-RUN-STATUS = "R"
                       MOVE "RUN REFUSED" TO PGB-FMD-NOTE
                   ELSE
                       MOVE "RUN FAILED" TO PGB-FMD-NOTE
                   END-IF
                   ADD 1 TO PGB-FM-FAILED-CT
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
           END-EVALUATE.

       0228-FM-PRINT-SUMMARY.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0229-A-FM-PRINT-LINE.
           MOVE PGB-FM-EXPECTED-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " RUNS EXPECTED" TO PGB-TB-PRINT(1:14).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0229-A-FM-PRINT-LINE.
           MOVE PGB-FM-ARRIVED-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " ARRIVED" TO PGB-TB-PRINT(1:8).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0229-A-FM-PRINT-LINE.
           MOVE PGB-FM-NOT-DUE-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " NOT YET DUE" TO PGB-TB-PRINT(1:12).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0229-A-FM-PRINT-LINE.
           MOVE PGB-FM-LATE-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " LATE" TO PGB-TB-PRINT(1:5).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0229-A-FM-PRINT-LINE.
           MOVE PGB-FM-MISSING-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " MISSING" TO PGB-TB-PRINT(1:8).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0229-A-FM-PRINT-LINE.
           MOVE PGB-FM-FAILED-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " FAILED" TO PGB-TB-PRINT(1:7).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(20:11).
           PERFORM 0229-A-FM-PRINT-LINE.
           DISPLAY "Feed monitor business day : " PGB-FM-BUS-DATE.
           DISPLAY "Runs expected             : " PGB-FM-EXPECTED-CT.
           DISPLAY "Arrived                   : " PGB-FM-ARRIVED-CT.
           DISPLAY "Not yet due               : " PGB-FM-NOT-DUE-CT.
           DISPLAY "Late                      : " PGB-FM-LATE-CT.
           DISPLAY "Missing                   : " PGB-FM-MISSING-CT.
           DISPLAY "Failed                    : " PGB-FM-FAILED-CT.

       0229-FM-PRINT-HEADINGS.
           ADD 1 TO PGB-TB-PAGE-CT.
           MOVE SPACES TO PGFMR-LINE.
           MOVE " COBPG EXPECTED FEED MONITOR" TO PGFMR-LINE(1:28).
           MOVE "BUSINESS DAY" TO PGFMR-LINE(40:12).
           MOVE PGB-FM-BUS-DATE TO PGFMR-LINE(53:10).
           MOVE "PAGE" TO PGFMR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGFMR-LINE(125:4).
           WRITE PGFMR-RECORD.
           MOVE SPACES TO PGFMR-LINE.
           WRITE PGFMR-RECORD.
           MOVE SPACES TO PGFMR-LINE.
           MOVE "FEED ID" TO PGFMR-LINE(2:7).
           MOVE "RUN MODE" TO PGFMR-LINE(12:8).
           MOVE "TARGET TABLE" TO PGFMR-LINE(23:12).
           MOVE "DUE" TO PGFMR-LINE(49:3).
           MOVE "STATUS" TO PGFMR-LINE(56:6).
           MOVE "BATCH ID" TO PGFMR-LINE(70:8).
           MOVE "STARTED" TO PGFMR-LINE(82:7).
           MOVE "ENDED" TO PGFMR-LINE(95:5).
           MOVE "ST" TO PGFMR-LINE(107:2).
           MOVE "NOTE" TO PGFMR-LINE(111:4).
           WRITE PGFMR-RECORD.
           MOVE ALL "-" TO PGFMR-LINE(1:130).
           MOVE SPACES TO PGFMR-LINE(131:2).
           WRITE PGFMR-RECORD.
           MOVE 4 TO PGB-TB-LINE-CT.

       0229-A-FM-PRINT-LINE.
           IF PGB-TB-LINE-CT GREATER THAN 55
               PERFORM 0229-FM-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGFMR-LINE.
           WRITE PGFMR-RECORD.
           ADD 1 TO PGB-TB-LINE-CT.

      *----------------------------------------------------------------
      * 0230-CHECK-CURRENCY-COLUMN: a target table carries account
      * currency once a load has brought the column in; until then
      * every account is in the base currency. Looked up through
      * the catalog, as the status column is in 0180, and the
      * expression every reader selects is set to match.
      *----------------------------------------------------------------
       0230-CHECK-CURRENCY-COLUMN.
           MOVE "N" TO PGB-CCY-COL-SW.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0230-CHECK-CURRENCY-COLUMN" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass($1) "
                   & "AND attname = 'currency' "
                   & "AND NOT attisdropped" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGB-CELL-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGB-CCY-COL-SW
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE SPACES TO PGB-CCY-EXPR.
           IF PGB-CCY-COL-PRESENT
               STRING
                   "COALESCE(currency,'" DELIMITED BY SIZE
                   PGB-BASE-CCY DELIMITED BY SIZE
                   "')" DELIMITED BY SIZE
                   INTO PGB-CCY-EXPR
               END-STRING
           ELSE
               STRING
                   "'" DELIMITED BY SIZE
                   PGB-BASE-CCY DELIMITED BY SIZE
                   "'::char(3)" DELIMITED BY SIZE
                   INTO PGB-CCY-EXPR
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * 0230-A-ADD-CURRENCY-COLUMN: a writing run whose table
      * definition carries a currency column adds it to a table
      * that does not have it yet, every existing account taking
      * the base currency. Checked first so the table is only
      * altered the once. A table that cannot take the column
      * refuses the run before any row moves.
      *----------------------------------------------------------------
       0230-A-ADD-CURRENCY-COLUMN.
           PERFORM 0230-CHECK-CURRENCY-COLUMN.
           IF NOT PGB-CCY-COL-PRESENT AND PGB-RESULT-OK
               MOVE SPACES TO PGB-MT-DDL-SQL
               STRING
                   "ALTER TABLE " DELIMITED BY SIZE
                   PGB-TARGET-TABLE DELIMITED BY SPACE
                   " ADD COLUMN IF NOT EXISTS currency char(3) "
                       DELIMITED BY SIZE
                   "NOT NULL DEFAULT '" DELIMITED BY SIZE
                   PGB-BASE-CCY DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-MT-DDL-SQL
               END-STRING
               MOVE "0230-A-ADD-CURRENCY-COLUMN" TO PGB-CALLING-PARA
               CALL "PQexec" USING
                   BY VALUE PGCONN
                   BY REFERENCE PGB-MT-DDL-SQL
                   RETURNING PGRES
               PERFORM 0005-CHECK-RESULT
               CALL "PQclear" USING BY VALUE PGRES
               IF PGB-RESULT-OK
                   DISPLAY "Currency column added to " PGB-TARGET-TABLE
                   PERFORM 0230-CHECK-CURRENCY-COLUMN
               END-IF
           END-IF.
           IF NOT PGB-RESULT-OK
               DISPLAY "Run refused: currency column could not be"
                   " checked or added on " PGB-TARGET-TABLE
               MOVE "Y" TO PGB-RUN-REFUSED-SW
           END-IF.

      *----------------------------------------------------------------
      * 0231-CREATE-RATE-TABLE: one rate per foreign currency per
      * rate date, as base-currency units per unit of the currency.
      * The base currency itself is never held -- its rate is one.
      *----------------------------------------------------------------
       0231-CREATE-RATE-TABLE.
           MOVE "0231-CREATE-RATE-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_fx_rate ("
                   & "rate_date date, "
                   & "currency char(3), "
                   & "rate numeric(15,6), "
                   & "batch_id varchar(10), "
                   & "loaded_ts timestamp, "
                   & "PRIMARY KEY (rate_date, currency))" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0232-FX-RATE-LOAD: loads the PGFXRFL daily rate file into
      * cobpg_fx_rate one record at a time, under the run's
      * batch-id. A rate already held for the date and currency is
      * replaced, so a corrected file can simply be run again; a
      * record that does not apply is listed on the job log and
      * costs only itself (return code 4).
      *----------------------------------------------------------------
       0232-FX-RATE-LOAD.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-ADDED PGB-RECS-REJECTED.
           PERFORM 0231-CREATE-RATE-TABLE.
           OPEN INPUT PGFXRFL.
           IF PGB-FXRFL-STATUS NOT = "00"
               DISPLAY "PGFXRFL not available, status "
                   PGB-FXRFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               MOVE "N" TO PGB-FX-EOF-SW
               PERFORM 0232-A-READ-RATE
               PERFORM 0233-APPLY-RATE UNTIL PGB-FX-EOF
               CLOSE PGFXRFL
               DISPLAY "Rate records read        : " PGB-RECS-READ
               DISPLAY "Rates loaded/replaced    : " PGB-RECS-ADDED
               DISPLAY "Rate records rejected    : "
                   PGB-RECS-REJECTED
               IF PGB-RECS-REJECTED > 0
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.

       0232-A-READ-RATE.
           READ PGFXRFL
               AT END MOVE "Y" TO PGB-FX-EOF-SW
           END-READ.

       0233-APPLY-RATE.
           ADD 1 TO PGB-RECS-READ.
           MOVE SPACES TO PGB-FX-REASON.
           EVALUATE TRUE
               WHEN PGFXR-RATE-DATE IS NOT NUMERIC
                   MOVE "RATE DATE IS NOT CCYYMMDD" TO PGB-FX-REASON
               WHEN PGFXR-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR PGFXR-CURRENCY(1:1) = SPACE
                   OR PGFXR-CURRENCY(2:1) = SPACE
                   OR PGFXR-CURRENCY(3:1) = SPACE
                   MOVE "CURRENCY IS NOT A 3-LETTER CODE"
                       TO PGB-FX-REASON
               WHEN PGFXR-CURRENCY = PGB-BASE-CCY
                   MOVE "BASE CURRENCY TAKES NO RATE" TO PGB-FX-REASON
               WHEN PGFXR-RATE IS NOT NUMERIC
                   MOVE "RATE IS NOT NUMERIC" TO PGB-FX-REASON
               WHEN PGFXR-RATE = 0
                   MOVE "RATE IS ZERO" TO PGB-FX-REASON
               WHEN OTHER
                   PERFORM 0233-A-STORE-RATE
           END-EVALUATE.
           IF PGB-FX-REASON NOT = SPACES
               ADD 1 TO PGB-RECS-REJECTED
               DISPLAY "Rate record rejected: " PGFXR-RATE-DATE " "
                   PGFXR-CURRENCY " " PGB-FX-REASON
           END-IF.
           PERFORM 0232-A-READ-RATE.

       0233-A-STORE-RATE.
           MOVE SPACES TO PGB-PARAM-FX-DATE.
           MOVE PGFXR-RATE-DATE TO PGB-PARAM-FX-DATE(1:8).
           MOVE x"00" TO PGB-PARAM-FX-DATE(9:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-FX-DATE.
           MOVE PGFXR-CURRENCY TO PGB-PARAM-FX-CCY(1:3).
           MOVE x"00" TO PGB-PARAM-FX-CCY(4:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-FX-CCY.
           MOVE PGFXR-RATE TO PGB-FX-RATE-PARM-EDIT.
           MOVE PGB-FX-RATE-PARM-EDIT TO PGB-PARAM-FX-RATE(1:12).
           MOVE x"00" TO PGB-PARAM-FX-RATE(13:1).
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-FX-RATE.
           MOVE SPACES TO PGB-PARAM-BATCH-ID.
           MOVE PGB-BATCH-ID TO PGB-PARAM-BATCH-ID(1:10).
           MOVE x"00" TO PGB-PARAM-BATCH-ID(11:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-BATCH-ID.
           MOVE "0233-A-STORE-RATE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_fx_rate "
                   & "(rate_date, currency, rate, batch_id, "
                   & "loaded_ts) VALUES ($1::date, $2, "
                   & "$3::numeric, rtrim($4), now()) "
                   & "ON CONFLICT (rate_date, currency) DO UPDATE "
                   & "SET rate = EXCLUDED.rate, "
                   & "batch_id = EXCLUDED.batch_id, "
                   & "loaded_ts = now()" & x"00"
               BY VALUE 4
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               ADD 1 TO PGB-RECS-ADDED
           ELSE
               IF PGB-SQLSTATE(1:2) = "22"
                   MOVE "NOT A VALID DATE" TO PGB-FX-REASON
               ELSE
                   MOVE "INSERT FAILED -- SEE JOB LOG"
                       TO PGB-FX-REASON
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0234-GET-RATE: the rate for PGB-FX-CCY as it stood on
      * PGB-FX-AS-OF (CCYY-MM-DD) -- the latest one held on or before
      * that date, with the date it was set. The base currency is
      * always one. The rate comes back scaled to a whole number so
      * the ordinary amount parser can read all six decimals.
      *----------------------------------------------------------------
       0234-GET-RATE.
           MOVE "N" TO PGB-FX-RATE-SW.
           MOVE 0 TO PGB-FX-RATE.
           MOVE SPACES TO PGB-FX-RATE-DATE.
           IF PGB-FX-CCY = PGB-BASE-CCY
               MOVE 1 TO PGB-FX-RATE
               MOVE PGB-FX-AS-OF TO PGB-FX-RATE-DATE
               MOVE "Y" TO PGB-FX-RATE-SW
           ELSE
               PERFORM 0234-A-FETCH-RATE
           END-IF.

       0234-A-FETCH-RATE.
           MOVE PGB-FX-CCY TO PGB-PARAM-FX-CCY(1:3).
           MOVE x"00" TO PGB-PARAM-FX-CCY(4:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-FX-CCY.
           MOVE SPACES TO PGB-PARAM-FX-DATE.
           MOVE PGB-FX-AS-OF TO PGB-PARAM-FX-DATE(1:10).
           MOVE x"00" TO PGB-PARAM-FX-DATE(11:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-FX-DATE.
           MOVE "0234-A-FETCH-RATE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT (rate * 1000000)::bigint::text, "
                   & "rate_date::text FROM cobpg_fx_rate "
                   & "WHERE currency = $1 AND rate_date <= $2::date "
                   & "ORDER BY rate_date DESC LIMIT 1" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   MOVE 0 TO PGB-ROW-IDX
                   MOVE 0 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT
                   PERFORM 0015-PARSE-AMOUNT
                   COMPUTE PGB-FX-RATE = PGB-AMT-VALUE / 1000000
                   MOVE 1 TO PGB-COL-IDX
                   PERFORM 0087-GET-CELL
                   MOVE PGB-CELL-TEXT(1:10) TO PGB-FX-RATE-DATE
                   MOVE "Y" TO PGB-FX-RATE-SW
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0235-FX-SUMMARY: every currency's total from the report
      * above, valued in base at its rate on PGB-FX-AS-OF, and the
      * base-currency total of them all. A currency with no rate on
      * file prints NO RATE, is left out of the base total, and
      * ends the run with return code 4. Printed under whichever
      * report's headings the mode is running.
      *----------------------------------------------------------------
       0235-FX-SUMMARY.
           MOVE 0 TO PGB-FX-BASE-TOTAL.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0235-B-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " BASE CURRENCY SUMMARY AT RATES ON OR BEFORE"
               TO PGB-TB-PRINT(1:44).
           MOVE PGB-FX-AS-OF TO PGB-TB-PRINT(46:10).
           PERFORM 0235-B-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE "CCY" TO PGB-TB-PRINT(2:3).
           MOVE "AMOUNT IN CURRENCY" TO PGB-TB-PRINT(12:18).
           MOVE "RATE" TO PGB-TB-PRINT(43:4).
           MOVE "RATE DATE" TO PGB-TB-PRINT(51:9).
           MOVE "BASE EQUIVALENT" TO PGB-TB-PRINT(71:15).
           PERFORM 0235-B-PRINT-LINE.
           PERFORM 0235-A-SUMMARY-LINE
               VARYING PGB-FX-IDX FROM 1 BY 1
               UNTIL PGB-FX-IDX > PGB-FX-CCY-CT.
           MOVE SPACES TO PGB-FX-SUMMARY-LINE.
           MOVE PGB-BASE-CCY TO PGB-FXS-CCY.
           MOVE PGB-FX-BASE-TOTAL TO PGB-FXS-BASE.
           MOVE "*TOTAL IN BASE*" TO PGB-FXS-NOTE.
           MOVE PGB-FX-SUMMARY-LINE TO PGB-TB-PRINT.
           PERFORM 0235-B-PRINT-LINE.

       0235-A-SUMMARY-LINE.
           MOVE SPACES TO PGB-FX-SUMMARY-LINE.
           MOVE PGB-FX-E-CCY(PGB-FX-IDX) TO PGB-FXS-CCY PGB-FX-CCY.
           MOVE PGB-FX-E-AMOUNT(PGB-FX-IDX) TO PGB-FXS-AMOUNT.
           PERFORM 0234-GET-RATE.
           IF PGB-FX-RATE-FOUND
               COMPUTE PGB-FX-BASE-AMT ROUNDED =
                   PGB-FX-E-AMOUNT(PGB-FX-IDX) * PGB-FX-RATE
               ADD PGB-FX-BASE-AMT TO PGB-FX-BASE-TOTAL
               MOVE PGB-FX-RATE TO PGB-FXS-RATE
               MOVE PGB-FX-RATE-DATE TO PGB-FXS-RATE-DATE
               MOVE PGB-FX-BASE-AMT TO PGB-FXS-BASE
           ELSE
               MOVE "NO RATE" TO PGB-FXS-NOTE
               ADD 1 TO PGB-FX-NO-RATE-CT
               IF PGB-RUN-SEVERITY LESS THAN 1
                   MOVE 1 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           MOVE PGB-FX-SUMMARY-LINE TO PGB-TB-PRINT.
           PERFORM 0235-B-PRINT-LINE.

       0235-B-PRINT-LINE.
           IF PGB-MODE-MONTHEND
               PERFORM 0126-ME-PRINT-LINE
           ELSE
               PERFORM 0086-PRINT-LINE
           END-IF.

      *----------------------------------------------------------------
      * 0236-FIND-CCY-ENTRY: the PGB-FX-CCY-TABLE slot for
      * PGB-FX-CCY, added if the currency is new. A book in more
      * currencies than the table holds spills into the spare last
      * slot, which is never printed, and fails the run.
      *----------------------------------------------------------------
       0236-FIND-CCY-ENTRY.
           MOVE 0 TO PGB-FX-HIT.
           PERFORM 0236-A-MATCH-CCY
               VARYING PGB-FX-SCAN FROM 1 BY 1
               UNTIL PGB-FX-SCAN > PGB-FX-CCY-CT.
           IF PGB-FX-HIT = 0
               IF PGB-FX-CCY-CT < 30
                   ADD 1 TO PGB-FX-CCY-CT
                   MOVE PGB-FX-CCY-CT TO PGB-FX-HIT
               ELSE
                   MOVE 31 TO PGB-FX-HIT
                   DISPLAY "More than 30 currencies on "
                       PGB-TARGET-TABLE ", " PGB-FX-CCY " not reported"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
               MOVE PGB-FX-CCY TO PGB-FX-E-CCY(PGB-FX-HIT)
               MOVE 0 TO PGB-FX-E-AMOUNT(PGB-FX-HIT)
                         PGB-FX-E-PRIOR(PGB-FX-HIT)
           END-IF.

       0236-A-MATCH-CCY.
           IF PGB-FX-E-CCY(PGB-FX-SCAN) = PGB-FX-CCY
               MOVE PGB-FX-SCAN TO PGB-FX-HIT
           END-IF.

      *----------------------------------------------------------------
      * 0240-CREATE-EXCEPTION-TABLE: one row per rule hit per
      * account per business day. The row stays open until a
      * reviewer signs it off through EXCREVIEW; a rerun of the same
      * day refreshes the figures but keeps the sign-off. Earlier
      * days' rows for the same rule and account make the account a
      * repeat offender.
      *----------------------------------------------------------------
       0240-CREATE-EXCEPTION-TABLE.
           MOVE "0240-CREATE-EXCEPTION-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_exception ("
                   & "target_table varchar(30), "
                   & "business_date date, "
                   & "rule_id varchar(8), "
                   & "account_id bigint, "
                   & "rule_type varchar(8), "
                   & "severity integer, "
                   & "measured numeric(15,2), "
                   & "limit_value numeric(15,2), "
                   & "movements integer, "
                   & "balance numeric(13,2), "
                   & "prior_hits integer, "
                   & "last_hit_date date, "
                   & "status char(1), "
                   & "raised_ts timestamp, "
                   & "reviewed_by varchar(8), "
                   & "reviewed_ts timestamp, "
                   & "review_note varchar(40), "
                   & "PRIMARY KEY (target_table, business_date, "
                   & "rule_id, account_id))" & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               AND PGB-SQLSTATE NOT = "23505"
               AND PGB-SQLSTATE NOT = "42P07"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0241-EXCEPTION-REPORT: evaluates every rule on PGXRUFL, in
      * file order, against the posting history of one business day
      * (CCYYMMDD in the cutoff parm position, default today) and
      * the balances on the target table, and prints the hits on
      * PGXCRFL grouped by rule. Every hit is kept in
      * cobpg_exception. A rule that does not edit is listed and
      * skipped (return code 4); otherwise the return code is the
      * highest severity among the hits still open, so a day whose
      * hits have all been reviewed reruns clean.
      *----------------------------------------------------------------
       0241-EXCEPTION-REPORT.
           MOVE 0 TO PGB-XC-RULE-CT PGB-XC-RULES-REJECTED
                     PGB-XC-SEEN-CT PGB-XC-TOTAL-HITS
                     PGB-XC-TOTAL-OPEN PGB-XC-TOTAL-REVIEWED
                     PGB-XC-TOTAL-REPEATS.
           IF PGB-CUTOFF-X = SPACES
               ACCEPT PGB-FM-DATE FROM DATE YYYYMMDD
           ELSE
               IF PGB-CUTOFF-X(1:8) IS NOT NUMERIC
                   OR PGB-CUTOFF-X(9:2) NOT = SPACES
                   DISPLAY "EXCEPTION needs a CCYYMMDD business date"
                       " in the cutoff parm position, got '"
                       PGB-CUTOFF-X "'"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
                   PERFORM 0004-FINISH
                   GOBACK
               END-IF
               MOVE PGB-CUTOFF-X(1:8) TO PGB-FM-DATE
           END-IF.
           PERFORM 0220-CREATE-CALENDAR-TABLE.
           PERFORM 0226-GET-BUSINESS-WINDOW.
           IF PGB-FM-NEXT-DATE = SPACES
               DISPLAY "EXCEPTION cannot establish business day "
                   PGB-FM-DATE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           OPEN INPUT PGXRUFL.
           IF PGB-XRUFL-STATUS NOT = "00"
               DISPLAY "PGXRUFL not available, status "
                   PGB-XRUFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
               PERFORM 0004-FINISH
               GOBACK
           END-IF.
           PERFORM 0170-CREATE-POSTING-HISTORY.
           PERFORM 0240-CREATE-EXCEPTION-TABLE.
           PERFORM 0242-CHECK-LIMIT-COLUMN.
           PERFORM 0230-CHECK-CURRENCY-COLUMN.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           MOVE SPACES TO PGB-PARAM-FM-DATE.
           STRING
               PGB-FM-BUS-DATE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-FM-DATE
           END-STRING.
           OPEN OUTPUT PGXCRFL.
           MOVE 0 TO PGB-TB-PAGE-CT.
           MOVE 99 TO PGB-TB-LINE-CT.
           MOVE "N" TO PGB-XC-EOF-SW.
           PERFORM 0241-A-READ-RULE.
           PERFORM 0243-EDIT-RULE UNTIL PGB-XC-EOF.
           IF PGB-XC-RULE-CT = 0
               MOVE SPACES TO PGB-TB-PRINT
               PERFORM 0249-A-XC-PRINT-LINE
               MOVE " NO VALID RULES ON PGXRUFL -- NOTHING EVALUATED"
                   TO PGB-TB-PRINT
               PERFORM 0249-A-XC-PRINT-LINE
               DISPLAY "EXCEPTION found no valid rules on PGXRUFL"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           PERFORM 0246-XC-PRINT-SUMMARY.
           CLOSE PGXRUFL.
           CLOSE PGXCRFL.

       0241-A-READ-RULE.
           READ PGXRUFL
               AT END MOVE "Y" TO PGB-XC-EOF-SW
           END-READ.

      *----------------------------------------------------------------
      * 0242-CHECK-LIMIT-COLUMN: an account's own credit limit is
      * the table's credit_limit column where the table has one and
      * the account's is set; otherwise the rule's threshold is the
      * limit. Looked up through the catalog, as the status column
      * is in 0180.
      *----------------------------------------------------------------
       0242-CHECK-LIMIT-COLUMN.
           MOVE "N" TO PGB-XC-LIMIT-COL-SW.
           MOVE SPACES TO PGB-PARAM-TABLE.
           STRING
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-TABLE
           END-STRING.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE "0242-CHECK-LIMIT-COLUMN" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass($1) "
                   & "AND attname = 'credit_limit' "
                   & "AND NOT attisdropped" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGB-CELL-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGB-XC-LIMIT-COL-SW
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0243-EDIT-RULE: a rule needs an id not used before in the
      * file, a known type, a numeric threshold, and a severity of
      * 1 to 3. A rule that fails is listed on the report and the
      * job log and costs only itself.
      *----------------------------------------------------------------
       0243-EDIT-RULE.
           MOVE SPACES TO PGB-XC-REASON.
           MOVE 0 TO PGB-XC-HIT.
           IF PGB-XC-SEEN-CT > 0
               PERFORM 0243-A-MATCH-SEEN
                   VARYING PGB-XC-SCAN FROM 1 BY 1
                   UNTIL PGB-XC-SCAN > PGB-XC-SEEN-CT
           END-IF.
           EVALUATE TRUE
               WHEN PGXRU-RULE-ID = SPACES
                   MOVE "RULE ID IS BLANK" TO PGB-XC-REASON
               WHEN NOT (PGXRU-LARGE-MOVEMENT OR PGXRU-OVERDRAWN
                   OR PGXRU-CREDIT-LIMIT OR PGXRU-DORMANT
                   OR PGXRU-MOVE-COUNT)
                   MOVE "RULE TYPE IS NOT RECOGNISED" TO PGB-XC-REASON
               WHEN PGXRU-THRESHOLD IS NOT NUMERIC
                   MOVE "THRESHOLD IS NOT NUMERIC" TO PGB-XC-REASON
               WHEN PGXRU-SEVERITY NOT = "1"
                   AND PGXRU-SEVERITY NOT = "2"
                   AND PGXRU-SEVERITY NOT = "3"
                   MOVE "SEVERITY IS NOT 1, 2, OR 3" TO PGB-XC-REASON
               WHEN PGB-XC-HIT > 0
                   MOVE "RULE ID APPEARS TWICE IN THE FILE"
                       TO PGB-XC-REASON
               WHEN PGB-XC-SEEN-CT NOT LESS THAN 50
                   MOVE "MORE THAN 50 RULES IN THE FILE"
                       TO PGB-XC-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF PGB-XC-REASON = SPACES
               ADD 1 TO PGB-XC-SEEN-CT
               MOVE PGXRU-RULE-ID TO PGB-XC-SEEN-ID(PGB-XC-SEEN-CT)
               ADD 1 TO PGB-XC-RULE-CT
               PERFORM 0244-EVALUATE-RULE
           ELSE
               ADD 1 TO PGB-XC-RULES-REJECTED
               DISPLAY "Exception rule rejected: " PGXRU-RULE-ID " "
                   PGXRU-RULE-TYPE " " PGB-XC-REASON
               MOVE SPACES TO PGB-TB-PRINT
               PERFORM 0249-A-XC-PRINT-LINE
               MOVE " RULE" TO PGB-TB-PRINT(1:5)
               MOVE PGXRU-RULE-ID TO PGB-TB-PRINT(7:8)
               MOVE PGXRU-RULE-TYPE TO PGB-TB-PRINT(17:8)
               MOVE "REJECTED --" TO PGB-TB-PRINT(27:11)
               MOVE PGB-XC-REASON TO PGB-TB-PRINT(39:40)
               PERFORM 0249-A-XC-PRINT-LINE
               IF PGB-RUN-SEVERITY LESS THAN 1
                   MOVE 1 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           PERFORM 0241-A-READ-RULE.

       0243-A-MATCH-SEEN.
           IF PGB-XC-SEEN-ID(PGB-XC-SCAN) = PGXRU-RULE-ID
               MOVE PGB-XC-SCAN TO PGB-XC-HIT
           END-IF.

      *----------------------------------------------------------------
      * 0244-EVALUATE-RULE: one statement per rule measures every
      * account that moved on the day, keeps those over the limit
      * in cobpg_exception -- a hit already held for the day keeps
      * its review status -- and returns them for the report with
      * their earlier hits on the same rule. Large movement and
      * movement count measure the day's postings, overdrawn and
      * credit limit the balance now on the table, dormancy the
      * days since the account last moved before the day.
      *----------------------------------------------------------------
       0244-EVALUATE-RULE.
           MOVE 0 TO PGB-XC-RULE-HITS PGB-XC-RULE-OPEN
                     PGB-XC-RULE-REVIEWED PGB-XC-RULE-REPEATS.
           MOVE PGXRU-THRESHOLD TO PGB-XC-THRESHOLD.
           IF PGXRU-DORMANT AND PGB-XC-THRESHOLD = 0
               MOVE 180 TO PGB-XC-THRESHOLD
           END-IF.
           MOVE PGXRU-SEVERITY TO PGB-XC-SEVERITY.
           PERFORM 0244-A-SET-RULE-SQL.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE " RULE" TO PGB-TB-PRINT(1:5).
           MOVE PGXRU-RULE-ID TO PGB-TB-PRINT(7:8).
           MOVE PGXRU-RULE-TYPE TO PGB-TB-PRINT(17:8).
           MOVE PGXRU-DESCRIPTION TO PGB-TB-PRINT(27:30).
           MOVE "SEVERITY" TO PGB-TB-PRINT(59:8).
           MOVE PGB-XC-SEVERITY TO PGB-TB-PRINT(68:1).
           MOVE "THRESHOLD" TO PGB-TB-PRINT(72:9).
           IF PGB-XC-COUNT-RULE
               MOVE PGB-XC-THRESHOLD TO PGB-XC-COUNT-EDIT
               MOVE PGB-XC-COUNT-EDIT TO PGB-TB-PRINT(82:10)
               IF PGXRU-DORMANT
                   MOVE "DAYS" TO PGB-TB-PRINT(93:4)
               ELSE
                   MOVE "MOVEMENTS" TO PGB-TB-PRINT(93:9)
               END-IF
           ELSE
               MOVE PGB-XC-THRESHOLD TO PGB-XC-AMOUNT-EDIT
               MOVE PGB-XC-AMOUNT-EDIT TO PGB-TB-PRINT(82:18)
           END-IF.
           PERFORM 0249-A-XC-PRINT-LINE.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-FM-DATE.
           MOVE SPACES TO PGB-PARAM-XC-RULE-ID.
           STRING
               PGXRU-RULE-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-XC-RULE-ID
           END-STRING.
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-XC-RULE-ID.
           MOVE SPACES TO PGB-PARAM-XC-THRESHOLD.
           MOVE PGB-XC-THRESHOLD TO PGB-XC-THRESHOLD-EDIT.
           MOVE PGB-XC-THRESHOLD-EDIT TO PGB-PARAM-XC-THRESHOLD(1:15).
           MOVE x"00" TO PGB-PARAM-XC-THRESHOLD(16:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-XC-THRESHOLD.
           MOVE SPACES TO PGB-PARAM-XC-SEVERITY.
           MOVE PGB-XC-SEVERITY TO PGB-PARAM-XC-SEVERITY(1:1).
           MOVE x"00" TO PGB-PARAM-XC-SEVERITY(2:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-XC-SEVERITY.
           MOVE SPACES TO PGB-PARAM-XC-RULE-TYPE.
           STRING
               PGXRU-RULE-TYPE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-XC-RULE-TYPE
           END-STRING.
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-XC-RULE-TYPE.
           MOVE "0244-EVALUATE-RULE" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE PGB-XC-SQL
               BY VALUE 6
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               PERFORM 0245-PRINT-HIT
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE SPACES TO PGB-TB-PRINT.
           EVALUATE TRUE
               WHEN NOT PGB-RESULT-OK
                   MOVE " RULE COULD NOT BE EVALUATED -- SEE JOB LOG"
                       TO PGB-TB-PRINT
                   DISPLAY "Exception rule " PGXRU-RULE-ID
                       " could not be evaluated"
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               WHEN PGB-XC-RULE-HITS = 0
                   MOVE " NO EXCEPTIONS" TO PGB-TB-PRINT
               WHEN OTHER
                   MOVE " HITS" TO PGB-TB-PRINT(1:5)
                   MOVE PGB-XC-RULE-HITS TO PGB-RH-COUNT-EDIT
                   MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(7:11)
                   MOVE "OPEN" TO PGB-TB-PRINT(21:4)
                   MOVE PGB-XC-RULE-OPEN TO PGB-RH-COUNT-EDIT
                   MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(26:11)
                   MOVE "REVIEWED" TO PGB-TB-PRINT(40:8)
                   MOVE PGB-XC-RULE-REVIEWED TO PGB-RH-COUNT-EDIT
                   MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(49:11)
                   MOVE "REPEAT OFFENDERS" TO PGB-TB-PRINT(63:16)
                   MOVE PGB-XC-RULE-REPEATS TO PGB-RH-COUNT-EDIT
                   MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(80:11)
           END-EVALUATE.
           PERFORM 0249-A-XC-PRINT-LINE.
           ADD PGB-XC-RULE-HITS TO PGB-XC-TOTAL-HITS.
           ADD PGB-XC-RULE-OPEN TO PGB-XC-TOTAL-OPEN.
           ADD PGB-XC-RULE-REVIEWED TO PGB-XC-TOTAL-REVIEWED.
           ADD PGB-XC-RULE-REPEATS TO PGB-XC-TOTAL-REPEATS.

      *----------------------------------------------------------------
      * 0244-A-SET-RULE-SQL: the measure, the limit, and the test for
      * the rule's type, and the statement built round them. The
      * limit is always the threshold ($4) unless the account has a
      * credit limit of its own.
      *----------------------------------------------------------------
       0244-A-SET-RULE-SQL.
           MOVE "N" TO PGB-XC-COUNT-RULE-SW.
           MOVE "$4" TO PGB-XC-LIMIT-EXPR.
           EVALUATE TRUE
               WHEN PGXRU-LARGE-MOVEMENT
                   MOVE "m.big" TO PGB-XC-MEASURE-EXPR
                   MOVE ">=" TO PGB-XC-COMPARE
               WHEN PGXRU-MOVE-COUNT
                   MOVE "m.moves" TO PGB-XC-MEASURE-EXPR
                   MOVE ">" TO PGB-XC-COMPARE
                   MOVE "Y" TO PGB-XC-COUNT-RULE-SW
               WHEN PGXRU-DORMANT
                   MOVE "($2::date-m.last_moved)"
                       TO PGB-XC-MEASURE-EXPR
                   MOVE ">=" TO PGB-XC-COMPARE
                   MOVE "Y" TO PGB-XC-COUNT-RULE-SW
               WHEN PGXRU-CREDIT-LIMIT AND PGB-XC-LIMIT-COL-PRESENT
                   MOVE "t.balance" TO PGB-XC-MEASURE-EXPR
                   MOVE "COALESCE(t.credit_limit,$4::numeric)"
                       TO PGB-XC-LIMIT-EXPR
                   MOVE ">" TO PGB-XC-COMPARE
               WHEN OTHER
                   MOVE "t.balance" TO PGB-XC-MEASURE-EXPR
                   MOVE ">" TO PGB-XC-COMPARE
           END-EVALUATE.
           MOVE SPACES TO PGB-XC-SQL.
           STRING
               "WITH mv AS (SELECT h.account_id, count(*) AS moves, "
                   DELIMITED BY SIZE
               "max(abs(h.movement)) AS big, (SELECT "
                   DELIMITED BY SIZE
               "max(p.posted_ts)::date FROM cobpg_posting_history p "
                   DELIMITED BY SIZE
               "WHERE p.target_table = $1::text AND p.account_id = "
                   DELIMITED BY SIZE
               "h.account_id AND p.posted_ts < $2::date) AS "
                   DELIMITED BY SIZE
               "last_moved FROM cobpg_posting_history h WHERE "
                   DELIMITED BY SIZE
               "h.target_table = $1::text AND h.posted_ts >= "
                   DELIMITED BY SIZE
               "$2::date AND h.posted_ts < $2::date + 1 "
                   DELIMITED BY SIZE
               "GROUP BY h.account_id), hit AS (SELECT "
                   DELIMITED BY SIZE
               "m.account_id, m.moves, t.balance, "
                   DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               " AS ccy, " DELIMITED BY SIZE
               PGB-XC-MEASURE-EXPR DELIMITED BY SPACE
               "::numeric AS measured, " DELIMITED BY SIZE
               PGB-XC-LIMIT-EXPR DELIMITED BY SPACE
               "::numeric AS limit_value FROM mv m JOIN "
                   DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               " t ON t.account_id = m.account_id), "
                   DELIMITED BY SIZE
               "ins AS (INSERT INTO cobpg_exception (target_table, "
                   DELIMITED BY SIZE
               "business_date, rule_id, account_id, rule_type, "
                   DELIMITED BY SIZE
               "severity, measured, limit_value, movements, "
                   DELIMITED BY SIZE
               "balance, prior_hits, last_hit_date, status, "
                   DELIMITED BY SIZE
               "raised_ts) SELECT $1::text, $2::date, $3::text, "
                   DELIMITED BY SIZE
               "h.account_id, $6::text, $5::integer, h.measured, "
                   DELIMITED BY SIZE
               "h.limit_value, h.moves, h.balance, (SELECT "
                   DELIMITED BY SIZE
               "count(*) FROM cobpg_exception x WHERE "
                   DELIMITED BY SIZE
               "x.target_table = $1::text AND x.rule_id = $3::text "
                   DELIMITED BY SIZE
               "AND x.account_id = h.account_id AND "
                   DELIMITED BY SIZE
               "x.business_date < $2::date), (SELECT "
                   DELIMITED BY SIZE
               "max(x.business_date) FROM cobpg_exception x WHERE "
                   DELIMITED BY SIZE
               "x.target_table = $1::text AND x.rule_id = $3::text "
                   DELIMITED BY SIZE
               "AND x.account_id = h.account_id AND "
                   DELIMITED BY SIZE
               "x.business_date < $2::date), 'O', now() "
                   DELIMITED BY SIZE
               "FROM hit h WHERE h.measured " DELIMITED BY SIZE
               PGB-XC-COMPARE DELIMITED BY SPACE
               " h.limit_value ON CONFLICT (target_table, "
                   DELIMITED BY SIZE
               "business_date, rule_id, account_id) DO UPDATE SET "
                   DELIMITED BY SIZE
               "rule_type = EXCLUDED.rule_type, severity = "
                   DELIMITED BY SIZE
               "EXCLUDED.severity, measured = EXCLUDED.measured, "
                   DELIMITED BY SIZE
               "limit_value = EXCLUDED.limit_value, movements = "
                   DELIMITED BY SIZE
               "EXCLUDED.movements, balance = EXCLUDED.balance, "
                   DELIMITED BY SIZE
               "prior_hits = EXCLUDED.prior_hits, last_hit_date = "
                   DELIMITED BY SIZE
               "EXCLUDED.last_hit_date RETURNING account_id, "
                   DELIMITED BY SIZE
               "measured, limit_value, movements, balance, "
                   DELIMITED BY SIZE
               "prior_hits, last_hit_date, status, reviewed_by) "
                   DELIMITED BY SIZE
               "SELECT i.account_id::text, h.ccy, i.measured::text, "
                   DELIMITED BY SIZE
               "i.limit_value::text, i.movements::text, "
                   DELIMITED BY SIZE
               "i.balance::text, i.prior_hits::text, "
                   DELIMITED BY SIZE
               "COALESCE(i.last_hit_date::text, ' '), i.status, "
                   DELIMITED BY SIZE
               "COALESCE(i.reviewed_by, ' ') FROM ins i JOIN hit h "
                   DELIMITED BY SIZE
               "ON h.account_id = i.account_id "
                   DELIMITED BY SIZE
               "ORDER BY i.account_id" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-XC-SQL
           END-STRING.

      *----------------------------------------------------------------
      * 0245-PRINT-HIT: one report line per account over the limit.
      * Counts and days print as whole numbers under the amounts.
      * An open hit raises the return code to the rule's severity.
      *----------------------------------------------------------------
       0245-PRINT-HIT.
           MOVE SPACES TO PGB-XC-DETAIL-LINE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-XCD-ACCOUNT.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:3) TO PGB-XCD-CCY.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           IF PGB-XC-COUNT-RULE
               MOVE PGB-AMT-VALUE TO PGB-XC-COUNT-EDIT
               MOVE PGB-XC-COUNT-EDIT TO PGB-XCD-MEASURED(5:10)
           ELSE
               MOVE PGB-AMT-VALUE TO PGB-XC-AMOUNT-EDIT
               MOVE PGB-XC-AMOUNT-EDIT TO PGB-XCD-MEASURED
           END-IF.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           IF PGB-XC-COUNT-RULE
               MOVE PGB-AMT-VALUE TO PGB-XC-COUNT-EDIT
               MOVE PGB-XC-COUNT-EDIT TO PGB-XCD-LIMIT(5:10)
           ELSE
               MOVE PGB-AMT-VALUE TO PGB-XC-AMOUNT-EDIT
               MOVE PGB-XC-AMOUNT-EDIT TO PGB-XCD-LIMIT
           END-IF.
           MOVE 4 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-XCD-MOVES.
           MOVE 5 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-XCD-BALANCE.
           MOVE 6 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           IF PGB-AMT-VALUE > 0
               MOVE "REPEAT" TO PGB-XCD-REPEAT
               MOVE PGB-AMT-VALUE TO PGB-XCD-PRIOR
               ADD 1 TO PGB-XC-RULE-REPEATS
               MOVE 7 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:10) TO PGB-XCD-LAST-HIT
           END-IF.
           MOVE 8 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:1) TO PGB-XC-HIT-STATUS.
           IF PGB-XC-HIT-OPEN
               MOVE "OPEN" TO PGB-XCD-STATUS
               ADD 1 TO PGB-XC-RULE-OPEN
               IF PGB-RUN-SEVERITY LESS THAN PGB-XC-SEVERITY
                   MOVE PGB-XC-SEVERITY TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               MOVE "REVIEWED" TO PGB-XCD-STATUS
               ADD 1 TO PGB-XC-RULE-REVIEWED
           END-IF.
           MOVE 9 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:8) TO PGB-XCD-REVIEWER.
           ADD 1 TO PGB-XC-RULE-HITS.
           MOVE PGB-XC-DETAIL-LINE TO PGB-TB-PRINT.
           PERFORM 0249-A-XC-PRINT-LINE.
           ADD 1 TO PGB-ROW-IDX.

       0246-XC-PRINT-SUMMARY.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE ALL "-" TO PGB-TB-PRINT(1:130).
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE PGB-XC-RULE-CT TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " RULES EVALUATED" TO PGB-TB-PRINT(1:16).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(24:11).
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE PGB-XC-RULES-REJECTED TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " RULES REJECTED" TO PGB-TB-PRINT(1:15).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(24:11).
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE PGB-XC-TOTAL-HITS TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " EXCEPTIONS" TO PGB-TB-PRINT(1:11).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(24:11).
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE PGB-XC-TOTAL-OPEN TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " OPEN" TO PGB-TB-PRINT(1:5).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(24:11).
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE PGB-XC-TOTAL-REVIEWED TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " REVIEWED" TO PGB-TB-PRINT(1:9).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(24:11).
           PERFORM 0249-A-XC-PRINT-LINE.
           MOVE PGB-XC-TOTAL-REPEATS TO PGB-RH-COUNT-EDIT.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " REPEAT OFFENDERS" TO PGB-TB-PRINT(1:17).
           MOVE PGB-RH-COUNT-EDIT TO PGB-TB-PRINT(24:11).
           PERFORM 0249-A-XC-PRINT-LINE.
           DISPLAY "Exceptions business day   : " PGB-FM-BUS-DATE.
           DISPLAY "Rules evaluated           : " PGB-XC-RULE-CT.
           DISPLAY "Rules rejected            : " PGB-XC-RULES-REJECTED.
           DISPLAY "Exceptions                : " PGB-XC-TOTAL-HITS.
           DISPLAY "Open                      : " PGB-XC-TOTAL-OPEN.
           DISPLAY "Reviewed                  : " PGB-XC-TOTAL-REVIEWED.
           DISPLAY "Repeat offenders          : " PGB-XC-TOTAL-REPEATS.

      *----------------------------------------------------------------
      * 0247-EXCEPTION-REVIEW: applies the PGXRVFL review file to
      * cobpg_exception one record at a time. "R" signs an open
      * exception off as reviewed and "O" reopens a reviewed one,
      * recording who did it, when, and their note. A record that
      * matches no exception on the target table, or finds it
      * already in that status, is listed on the job log and costs
      * only itself (return code 4).
      *----------------------------------------------------------------
       0247-EXCEPTION-REVIEW.
           MOVE 0 TO PGB-RECS-READ PGB-RECS-REJECTED
                     PGB-XC-REVIEWED-CT PGB-XC-REOPENED-CT.
           PERFORM 0240-CREATE-EXCEPTION-TABLE.
           OPEN INPUT PGXRVFL.
           IF PGB-XRVFL-STATUS NOT = "00"
               DISPLAY "PGXRVFL not available, status "
                   PGB-XRVFL-STATUS
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               MOVE SPACES TO PGB-PARAM-TABLE
               STRING
                   PGB-TARGET-TABLE DELIMITED BY SPACE
                   x"00" DELIMITED BY SIZE
                   INTO PGB-PARAM-TABLE
               END-STRING
               MOVE "N" TO PGB-XC-EOF-SW
               PERFORM 0247-A-READ-REVIEW
               PERFORM 0248-APPLY-REVIEW UNTIL PGB-XC-EOF
               CLOSE PGXRVFL
               DISPLAY "Review records read      : " PGB-RECS-READ
               DISPLAY "Exceptions reviewed      : "
                   PGB-XC-REVIEWED-CT
               DISPLAY "Exceptions reopened      : "
                   PGB-XC-REOPENED-CT
               DISPLAY "Review records rejected  : "
                   PGB-RECS-REJECTED
               IF PGB-RECS-REJECTED > 0
                   IF PGB-RUN-SEVERITY LESS THAN 1
                       MOVE 1 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.

       0247-A-READ-REVIEW.
           READ PGXRVFL
               AT END MOVE "Y" TO PGB-XC-EOF-SW
           END-READ.

       0248-APPLY-REVIEW.
           ADD 1 TO PGB-RECS-READ.
           MOVE SPACES TO PGB-XC-REASON.
           EVALUATE TRUE
               WHEN PGXRV-BUS-DATE IS NOT NUMERIC
                   MOVE "DATE IS NOT CCYYMMDD" TO PGB-XC-REASON
               WHEN PGXRV-RULE-ID = SPACES
                   MOVE "RULE ID IS BLANK" TO PGB-XC-REASON
               WHEN PGXRV-ACCOUNT-ID IS NOT NUMERIC
                   MOVE "ACCOUNT ID IS NOT NUMERIC" TO PGB-XC-REASON
               WHEN NOT (PGXRV-ACTION-REVIEWED OR PGXRV-ACTION-REOPEN)
                   MOVE "ACTION IS NOT R OR O" TO PGB-XC-REASON
               WHEN PGXRV-REVIEWER-ID = SPACES
                   MOVE "NO REVIEWER ID ON THE RECORD" TO PGB-XC-REASON
               WHEN OTHER
                   PERFORM 0248-A-UPDATE-EXCEPTION
           END-EVALUATE.
           IF PGB-XC-REASON NOT = SPACES
               ADD 1 TO PGB-RECS-REJECTED
               DISPLAY "Review record rejected: " PGXRV-BUS-DATE " "
                   PGXRV-RULE-ID " " PGXRV-ACCOUNT-ID " "
                   PGXRV-ACTION " " PGB-XC-REASON
           END-IF.
           PERFORM 0247-A-READ-REVIEW.

      *----------------------------------------------------------------
      * 0248-A-UPDATE-EXCEPTION: the update only takes an exception
      * not already in the status asked for; the status it held
      * before tells a missing exception from one already done.
      *----------------------------------------------------------------
       0248-A-UPDATE-EXCEPTION.
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-TABLE.
           MOVE SPACES TO PGB-PARAM-CAL-DATE.
           MOVE PGXRV-BUS-DATE TO PGB-PARAM-CAL-DATE(1:8).
           MOVE x"00" TO PGB-PARAM-CAL-DATE(9:1).
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-CAL-DATE.
           MOVE SPACES TO PGB-PARAM-XC-RULE-ID.
           STRING
               PGXRV-RULE-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-XC-RULE-ID
           END-STRING.
           SET PGB-PARAM-PTR(3) TO ADDRESS OF PGB-PARAM-XC-RULE-ID.
           MOVE SPACES TO PGB-PARAM-ACCOUNT-ID.
           MOVE PGXRV-ACCOUNT-ID TO PGB-PARAM-ACCOUNT-ID(1:10).
           MOVE x"00" TO PGB-PARAM-ACCOUNT-ID(11:1).
           SET PGB-PARAM-PTR(4) TO ADDRESS OF PGB-PARAM-ACCOUNT-ID.
           MOVE SPACES TO PGB-PARAM-XC-ACTION.
           MOVE PGXRV-ACTION TO PGB-PARAM-XC-ACTION(1:1).
           MOVE x"00" TO PGB-PARAM-XC-ACTION(2:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-XC-ACTION.
           MOVE SPACES TO PGB-PARAM-XC-REVIEWER.
           STRING
               PGXRV-REVIEWER-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-PARAM-XC-REVIEWER
           END-STRING.
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-XC-REVIEWER.
           MOVE SPACES TO PGB-PARAM-XC-NOTE.
           MOVE PGXRV-NOTE TO PGB-PARAM-XC-NOTE(1:40).
           MOVE x"00" TO PGB-PARAM-XC-NOTE(41:1).
           SET PGB-PARAM-PTR(7) TO ADDRESS OF PGB-PARAM-XC-NOTE.
           MOVE "0248-A-UPDATE-EXCEPTION" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "WITH u AS (UPDATE cobpg_exception SET "
                   & "status = $5::text, reviewed_by = $6::text, "
                   & "reviewed_ts = now(), "
                   & "review_note = rtrim($7::text) "
                   & "WHERE target_table = $1::text "
                   & "AND business_date = $2::date "
                   & "AND rule_id = $3::text "
                   & "AND account_id = $4::bigint "
                   & "AND status <> $5::text RETURNING 1) "
                   & "SELECT (SELECT count(*) FROM u)::text, "
                   & "COALESCE((SELECT status FROM cobpg_exception "
                   & "WHERE target_table = $1::text "
                   & "AND business_date = $2::date "
                   & "AND rule_id = $3::text "
                   & "AND account_id = $4::bigint), ' ')" & x"00"
               BY VALUE 7
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               EVALUATE TRUE
                   WHEN PGB-CELL-TEXT(1:1) NOT = "0"
                       AND PGXRV-ACTION-REVIEWED
                       ADD 1 TO PGB-XC-REVIEWED-CT
                   WHEN PGB-CELL-TEXT(1:1) NOT = "0"
                       ADD 1 TO PGB-XC-REOPENED-CT
                   WHEN OTHER
                       MOVE 1 TO PGB-COL-IDX
                       PERFORM 0087-GET-CELL
                       EVALUATE TRUE
                           WHEN PGB-CELL-TEXT(1:1) = SPACE
                               MOVE "NO SUCH EXCEPTION ON THE TABLE"
                                   TO PGB-XC-REASON
                           WHEN PGXRV-ACTION-REVIEWED
                               MOVE "EXCEPTION IS ALREADY REVIEWED"
                                   TO PGB-XC-REASON
                           WHEN OTHER
                               MOVE "EXCEPTION IS ALREADY OPEN"
                                   TO PGB-XC-REASON
                       END-EVALUATE
               END-EVALUATE
           ELSE
               IF PGB-SQLSTATE(1:2) = "22"
                   MOVE "NOT A VALID DATE" TO PGB-XC-REASON
               ELSE
                   MOVE "UPDATE FAILED -- SEE JOB LOG"
                       TO PGB-XC-REASON
                   IF PGB-RUN-SEVERITY LESS THAN 3
                       MOVE 3 TO PGB-RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0249-XC-PRINT-HEADINGS.
           ADD 1 TO PGB-TB-PAGE-CT.
           MOVE SPACES TO PGXCR-LINE.
           MOVE " COBPG DAILY EXCEPTIONS REPORT" TO PGXCR-LINE(1:30).
           MOVE "TABLE" TO PGXCR-LINE(36:5).
           MOVE PGB-TARGET-TABLE TO PGXCR-LINE(42:30).
           MOVE "BUSINESS DAY" TO PGXCR-LINE(78:12).
           MOVE PGB-FM-BUS-DATE TO PGXCR-LINE(91:10).
           MOVE "PAGE" TO PGXCR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGXCR-LINE(125:4).
           WRITE PGXCR-RECORD.
           MOVE SPACES TO PGXCR-LINE.
           WRITE PGXCR-RECORD.
           MOVE SPACES TO PGXCR-LINE.
           MOVE "ACCOUNT ID" TO PGXCR-LINE(2:10).
           MOVE "CCY" TO PGXCR-LINE(14:3).
           MOVE "MEASURED" TO PGXCR-LINE(29:8).
           MOVE "LIMIT" TO PGXCR-LINE(52:5).
           MOVE "BALANCE" TO PGXCR-LINE(70:7).
           MOVE "MOVES" TO PGXCR-LINE(81:5).
           MOVE "STATUS" TO PGXCR-LINE(88:6).
           MOVE "REVIEWER" TO PGXCR-LINE(98:8).
           MOVE "REPEAT" TO PGXCR-LINE(108:6).
           MOVE "PRIOR" TO PGXCR-LINE(115:5).
           MOVE "LAST HIT" TO PGXCR-LINE(122:8).
           WRITE PGXCR-RECORD.
           MOVE ALL "-" TO PGXCR-LINE(1:130).
           MOVE SPACES TO PGXCR-LINE(131:2).
           WRITE PGXCR-RECORD.
           MOVE 4 TO PGB-TB-LINE-CT.

       0249-A-XC-PRINT-LINE.
           IF PGB-TB-LINE-CT GREATER THAN 55
               PERFORM 0249-XC-PRINT-HEADINGS
           END-IF.
           MOVE PGB-TB-PRINT TO PGXCR-LINE.
           WRITE PGXCR-RECORD.
           ADD 1 TO PGB-TB-LINE-CT.

      *----------------------------------------------------------------
      * 0120-MONTH-END-CLOSE: closes the books for the accounting
      * period given as CCYYMM in the cutoff parm position. Every
      * row of the target table is snapshotted into the
      * cobpg_period_history table stamped with the period, under
      * one transaction, and the month-end trial balance is printed
      * to PGTBRFL in the usual 132-column format: per batch, the
      * opening balance (the prior period's closing balance out of
      * the same history table), the net monthly movement, and the
      * closing balance. A period whose snapshot already exists is
      * locked: the close refuses unless FORCE is given, in which
      * case the old snapshot rows for the period are replaced in
      * the same transaction -- so a late rerun of a daily load can
      * never silently rewrite a closed month. Nor can a period be
      * closed before its last business day on the calendar without
      * FORCE. Each account's currency is snapshotted with it; the
      * report is per currency, with every currency's closing total
      * valued in base at the rate of the last business day.
      *----------------------------------------------------------------
       0120-MONTH-END-CLOSE.
           MOVE "N" TO PGB-ME-CLOSED-SW PGB-ME-FAILED-SW.
           MOVE 0 TO PGB-ME-SNAP-COUNT.
           IF PGB-CUTOFF-X(1:6) IS NOT NUMERIC
               OR PGB-CUTOFF-X(7:4) NOT = SPACES
               OR PGB-CUTOFF-X(5:2) < "01"
               OR PGB-CUTOFF-X(5:2) > "12"
               DISPLAY "MONTHEND needs a CCYYMM period in the"
                   " cutoff parm position"
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           ELSE
               MOVE PGB-CUTOFF-X(1:6) TO PGB-ME-PERIOD
               PERFORM 0120-A-SET-PRIOR-PERIOD
               PERFORM 0121-CREATE-HISTORY-TABLE
               PERFORM 0220-CREATE-CALENDAR-TABLE
               PERFORM 0231-CREATE-RATE-TABLE
               PERFORM 0230-CHECK-CURRENCY-COLUMN
               PERFORM 0120-B-CHECK-LAST-BUSINESS-DAY
               PERFORM 0122-CHECK-PERIOD-CLOSED
               EVALUATE TRUE
                   WHEN NOT PGB-ME-PERIOD-OVER AND NOT PGB-FORCE-RUN
                       DISPLAY "Close refused: period " PGB-ME-PERIOD
                           " runs to business day " PGB-ME-LAST-BUS-DAY
                           ", use FORCE to close early"
                       MOVE "R" TO PGB-CTL-FINAL-STATUS
                       IF PGB-RUN-SEVERITY LESS THAN 3
                           MOVE 3 TO PGB-RUN-SEVERITY
                       END-IF
                   WHEN PGB-ME-CLOSED AND NOT PGB-FORCE-RUN
                       DISPLAY "Close refused: period " PGB-ME-PERIOD
                           " already closed, use FORCE to re-close"
                       MOVE "R" TO PGB-CTL-FINAL-STATUS
                       IF PGB-RUN-SEVERITY LESS THAN 3
                           MOVE 3 TO PGB-RUN-SEVERITY
                       END-IF
                   WHEN OTHER
                       PERFORM 0123-TAKE-SNAPSHOT
                       IF NOT PGB-ME-FAILED
                           PERFORM 0124-MONTH-END-REPORT
                       END-IF
               END-EVALUATE
           END-IF.

       0120-A-SET-PRIOR-PERIOD.
           MOVE PGB-ME-PERIOD TO PGB-ME-PERIOD-WK.
           IF PGB-ME-WK-MONTH = 1
               SUBTRACT 1 FROM PGB-ME-WK-YEAR
               MOVE 12 TO PGB-ME-WK-MONTH
           ELSE
               SUBTRACT 1 FROM PGB-ME-WK-MONTH
           END-IF.
           MOVE PGB-ME-PERIOD-WK TO PGB-ME-PRIOR-PERIOD.

      *----------------------------------------------------------------
      * 0120-B-CHECK-LAST-BUSINESS-DAY: a period cannot be closed
      * before its last business day on the calendar has come, or
      * the last day's postings would fall outside the snapshot.
      * Like the lockout in 0122 it fails closed: if the calendar
      * cannot be read the period is taken as still open.
      *----------------------------------------------------------------
       0120-B-CHECK-LAST-BUSINESS-DAY.
           MOVE "N" TO PGB-ME-PERIOD-OVER-SW.
           MOVE SPACES TO PGB-ME-LAST-BUS-DAY.
           MOVE SPACES TO PGB-PARAM-PERIOD-1.
           MOVE PGB-ME-PERIOD TO PGB-PARAM-PERIOD-1(1:6).
           MOVE x"00" TO PGB-PARAM-PERIOD-1(7:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-PERIOD-1.
           MOVE "0120-B-CHECK-LAST-BUSINESS-DAY" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COALESCE(MAX(g::date)::text, "
                   & "' '), CASE WHEN current_date >= "
                   & "MAX(g::date) THEN 'Y' ELSE 'N' END "
                   & "FROM generate_series(to_date($1, 'YYYYMM'), "
                   & "to_date($1, 'YYYYMM') + interval '1 month' "
                   & "- interval '1 day', interval '1 day') g "
                   & "WHERE extract(isodow FROM g) < 6 "
                   & "AND NOT EXISTS (SELECT 1 FROM "
                   & "cobpg_business_calendar h WHERE "
                   & "h.holiday_date = g::date)" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               MOVE 0 TO PGB-ROW-IDX
               MOVE 0 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:10) TO PGB-ME-LAST-BUS-DAY
               MOVE 1 TO PGB-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGB-CELL-TEXT(1:1) TO PGB-ME-PERIOD-OVER-SW
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

       0121-CREATE-HISTORY-TABLE.
           MOVE "0121-CREATE-HISTORY-TABLE" TO PGB-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_period_history ("
                   & "period_id varchar(6), "
                   & "account_id bigint, "
                   & "account_name varchar(30), "
                   & "balance numeric(13,2), "
                   & "load_date varchar(10), "
                   & "batch_id varchar(10), "
                   & "closed_ts timestamp); "
                   & "ALTER TABLE cobpg_period_history "
                   & "ADD COLUMN IF NOT EXISTS currency char(3)"
                   & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
               MOVE "Y" TO PGB-ME-FAILED-SW
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0122-CHECK-PERIOD-CLOSED: the lockout. Like the duplicate-
      * batch guard in 0061, it fails closed -- if the check itself
      * cannot run, the period is treated as closed and the run
      * refuses rather than risk doubling a month of history.
      *----------------------------------------------------------------
       0122-CHECK-PERIOD-CLOSED.
           MOVE SPACES TO PGB-PARAM-PERIOD-1.
           MOVE PGB-ME-PERIOD TO PGB-PARAM-PERIOD-1(1:6).
           MOVE x"00" TO PGB-PARAM-PERIOD-1(7:1).
           SET PGB-PARAM-PTR(1) TO ADDRESS OF PGB-PARAM-PERIOD-1.
           MOVE "0122-CHECK-PERIOD-CLOSED" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM "
                   & "cobpg_period_history WHERE period_id = $1"
                   & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGB-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF PGB-RESULT-OK
               CALL "PQgetvalue" USING
                   BY VALUE PGRES
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING RESPTR
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACES TO PGB-CTL-COUNT-TEXT
               STRING RESSTR DELIMITED BY x"00"
                   INTO PGB-CTL-COUNT-TEXT
               IF PGB-CTL-COUNT-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGB-ME-CLOSED-SW
               END-IF
           ELSE
               MOVE "Y" TO PGB-ME-CLOSED-SW
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.

      *----------------------------------------------------------------
      * 0123-TAKE-SNAPSHOT: one transaction covers the whole close.
      * A FORCE re-close deletes the period's old snapshot rows
      * first, so history never holds a month twice; any failure
      * rolls the lot back and the period stays exactly as it was.
      *----------------------------------------------------------------
       0123-TAKE-SNAPSHOT.
           PERFORM 0029-BEGIN-TRANSACTION.
           IF PGB-ME-CLOSED
               PERFORM 0123-A-DELETE-OLD-SNAPSHOT
           END-IF.
           IF NOT PGB-ME-FAILED
               PERFORM 0123-B-INSERT-SNAPSHOT
           END-IF.
           IF PGB-ME-FAILED
                   DELIMITED BY SIZE
               "account_id, account_name, balance, load_date, "
                   DELIMITED BY SIZE
               "batch_id, closed_ts, currency) SELECT $1, "
                   DELIMITED BY SIZE
               "account_id, account_name, balance, load_date::text, "
                   DELIMITED BY SIZE
               "batch_id, now(), " DELIMITED BY SIZE
               PGB-CCY-EXPR DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               PGB-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGB-ME-SQL
      * report always matches the snapshot that was just locked. A
      * full outer join picks up batches that existed last period
      * but have gone (closing zero, movement backing out the whole
      * opening balance). Batches are listed within currency, each
      * currency totalled in its own right; snapshots taken before
      * accounts carried a currency read as base.
      *----------------------------------------------------------------
       0124-MONTH-END-REPORT.
           MOVE SPACES TO PGB-PARAM-PERIOD-2.
           SET PGB-PARAM-PTR(2) TO ADDRESS OF PGB-PARAM-PERIOD-2.
           MOVE SPACES TO PGB-ME-SQL.
           STRING
               "SELECT COALESCE(c.ccy, o.ccy), "
                   DELIMITED BY SIZE
               "COALESCE(c.batch_id, o.batch_id), "
                   DELIMITED BY SIZE
               "COALESCE(o.bal, 0)::text, "
                   DELIMITED BY SIZE
               "COALESCE(c.bal, 0)::text FROM "
                   DELIMITED BY SIZE
               "(SELECT COALESCE(currency, '" DELIMITED BY SIZE
               PGB-BASE-CCY DELIMITED BY SIZE
               "') AS ccy, batch_id, SUM(balance) AS bal FROM "
                   DELIMITED BY SIZE
               "cobpg_period_history WHERE period_id = $1 "
                   DELIMITED BY SIZE
               "GROUP BY 1, 2) c FULL JOIN "
                   DELIMITED BY SIZE
               "(SELECT COALESCE(currency, '" DELIMITED BY SIZE
               PGB-BASE-CCY DELIMITED BY SIZE
               "') AS ccy, batch_id, SUM(balance) AS bal FROM "
                   DELIMITED BY SIZE
               "cobpg_period_history WHERE period_id = $2 "
                   DELIMITED BY SIZE
               "GROUP BY 1, 2) o ON o.ccy = c.ccy "
                   DELIMITED BY SIZE
               "AND o.batch_id = c.batch_id ORDER BY 1, 2"
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGB-ME-SQL
           END-STRING.
               MOVE 99 TO PGB-TB-LINE-CT
               MOVE 0 TO PGB-ME-G-OPENING PGB-ME-G-MOVEMENT
                         PGB-ME-G-CLOSING
               MOVE 0 TO PGB-FX-CCY-CT PGB-FX-NO-RATE-CT
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGB-NTUPLES
               MOVE 0 TO PGB-ROW-IDX
               MOVE SPACES TO PGB-FX-GROUP-CCY
               PERFORM 0124-A-REPORT-BATCH-LINE
                   UNTIL PGB-ROW-IDX NOT LESS THAN PGB-NTUPLES
               IF PGB-NTUPLES > 0
                   PERFORM 0124-B-PRINT-GRAND-TOTAL
               END-IF
           ELSE
               IF PGB-RUN-SEVERITY LESS THAN 3
                   MOVE 3 TO PGB-RUN-SEVERITY
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGB-RESULT-OK
               MOVE PGB-ME-LAST-BUS-DAY TO PGB-FX-AS-OF
               PERFORM 0235-FX-SUMMARY
               CLOSE PGTBRFL
               DISPLAY "Month-end trial balance written for period "
                   PGB-ME-PERIOD
           END-IF.

       0124-A-REPORT-BATCH-LINE.
           MOVE 0 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           IF PGB-CELL-TEXT(1:3) NOT = PGB-FX-GROUP-CCY
               IF PGB-ROW-IDX > 0
                   PERFORM 0124-B-PRINT-GRAND-TOTAL
                   MOVE SPACES TO PGB-TB-PRINT
                   PERFORM 0126-ME-PRINT-LINE
               END-IF
               MOVE PGB-CELL-TEXT(1:3) TO PGB-FX-GROUP-CCY
               MOVE 0 TO PGB-ME-G-OPENING PGB-ME-G-MOVEMENT
                         PGB-ME-G-CLOSING
           END-IF.
           MOVE 2 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-ME-OPENING.
           MOVE 3 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGB-CELL-TEXT(1:20) TO PGB-AMT-TEXT.
           PERFORM 0015-PARSE-AMOUNT.
           MOVE PGB-AMT-VALUE TO PGB-ME-CLOSING.
           COMPUTE PGB-ME-MOVEMENT = PGB-ME-CLOSING - PGB-ME-OPENING.
           MOVE 1 TO PGB-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE SPACES TO PGB-ME-DETAIL-LINE.
           MOVE PGB-CELL-TEXT(1:10) TO PGB-MED-BATCH.
           MOVE PGB-FX-GROUP-CCY TO PGB-MED-CCY.
           MOVE PGB-ME-OPENING TO PGB-MED-OPENING.
           MOVE PGB-ME-MOVEMENT TO PGB-MED-MOVEMENT.
           MOVE PGB-ME-CLOSING TO PGB-MED-CLOSING.
           ADD PGB-ME-CLOSING TO PGB-ME-G-CLOSING.
           ADD 1 TO PGB-ROW-IDX.

      *    one currency's total, in that currency, kept for the
      *    base-currency summary
       0124-B-PRINT-GRAND-TOTAL.
           MOVE PGB-FX-GROUP-CCY TO PGB-FX-CCY.
           PERFORM 0236-FIND-CCY-ENTRY.
           ADD PGB-ME-G-CLOSING TO PGB-FX-E-AMOUNT(PGB-FX-HIT).
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0126-ME-PRINT-LINE.
           MOVE SPACES TO PGB-ME-DETAIL-LINE.
           MOVE "*TOTAL*" TO PGB-MED-BATCH.
           MOVE PGB-FX-GROUP-CCY TO PGB-MED-CCY.
           MOVE PGB-ME-G-OPENING TO PGB-MED-OPENING.
           MOVE PGB-ME-G-MOVEMENT TO PGB-MED-MOVEMENT.
           MOVE PGB-ME-G-CLOSING TO PGB-MED-CLOSING.
               TO PGTBR-LINE(1:30).
           MOVE "PERIOD" TO PGTBR-LINE(43:6).
           MOVE PGB-ME-PERIOD TO PGTBR-LINE(50:6).
           MOVE "LAST BUSINESS DAY" TO PGTBR-LINE(60:17).
           MOVE PGB-ME-LAST-BUS-DAY TO PGTBR-LINE(78:10).
           MOVE "PAGE" TO PGTBR-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGTBR-LINE(125:4).
           WRITE PGTBR-RECORD.
           MOVE "OPENING BALANCE" TO PGTBR-LINE(21:15).
           MOVE "NET MOVEMENT" TO PGTBR-LINE(49:12).
           MOVE "CLOSING BALANCE" TO PGTBR-LINE(71:15).
           MOVE "CCY" TO PGTBR-LINE(91:3).
           WRITE PGTBR-RECORD.
           MOVE ALL "-" TO PGTBR-LINE(1:93).
           MOVE SPACES TO PGTBR-LINE(94:39).
           WRITE PGTBR-RECORD.
           MOVE 4 TO PGB-TB-LINE-CT.

               BY REFERENCE "INSERT INTO cobpg_reject_track "
                   & "(account_id, batch_id, target_table, source, "
                   & "reason, reject_date, status) "
                   & "SELECT $1::bigint, $2::varchar, $5::varchar, "
                   & "$3, $4, current_date, 'O' WHERE $1::bigint = 0 "
                   & "OR NOT EXISTS "
                   & "(SELECT 1 FROM cobpg_reject_track WHERE "
                   & "account_id = $1::bigint AND batch_id = $2 "
      *----------------------------------------------------------------
      * 0145-REJECT-AGING-REPORT: the daily worklist of every reject
      * still open, grouped by supplier batch, oldest first within
      * the batch, with business days open (weekends and calendar
      * holidays are not counted) and an ESCALATE flag on anything
      * older than the threshold (business days, cutoff parm
      * position, default 7). An open reject raises the partial
      * severity so
      * the scheduler shows the day was not clean -- this report
      * exists because a reject once sat unseen for five months.
      *----------------------------------------------------------------
           PERFORM 0145-A-EDIT-THRESHOLD.
           MOVE 0 TO PGB-RJ-OPEN-CT PGB-RJ-ESCALATE-CT.
           MOVE SPACES TO PGB-RJ-PREV-BATCH.
           PERFORM 0220-CREATE-CALENDAR-TABLE.
           MOVE SPACES TO PGB-PARAM-DAYS.
           MOVE PGB-RJ-DAYS TO PGB-PARAM-DAYS(1:3).
           MOVE x"00" TO PGB-PARAM-DAYS(4:1).
                   & "COALESCE(source, ' '), account_id::text, "
                   & "COALESCE(reason, ' '), "
                   & "to_char(reject_date, 'YYYY-MM-DD'), "
                   & "b.days::text, "
                   & "CASE WHEN b.days > "
                   & "$1::integer THEN 'Y' ELSE 'N' END "
                   & "FROM cobpg_reject_track CROSS JOIN LATERAL "
                   & "(SELECT COUNT(*) AS days FROM generate_series("
                   & "reject_date + 1, current_date, interval '1 day')"
                   & " g WHERE extract(isodow FROM g) < 6 "
                   & "AND NOT EXISTS (SELECT 1 FROM "
                   & "cobpg_business_calendar h WHERE "
                   & "h.holiday_date = g::date)) b WHERE status = 'O' "
                   & "ORDER BY batch_id, reject_date, reject_seq"
                   & x"00"
               BY VALUE 1
               IF PGB-RH-BAD OR PGB-RH-DIGITS = 0
                   OR PGB-RH-DIGITS > 3
                   DISPLAY "Bad REJAGE threshold '" PGB-CUTOFF-X
                       "', using 7 business days"
                   MOVE 7 TO PGB-RJ-DAYS
               END-IF
           END-IF.
           MOVE " COBPG REJECT AGING" TO PGRJA-LINE(1:19).
           MOVE "ESCALATE OVER" TO PGRJA-LINE(40:13).
           MOVE PGB-RJ-DAYS TO PGRJA-LINE(54:3).
           MOVE "BUSINESS DAYS" TO PGRJA-LINE(58:13).
           MOVE "PAGE" TO PGRJA-LINE(120:4).
           MOVE PGB-TB-PAGE-CT TO PGRJA-LINE(125:4).
           WRITE PGRJA-RECORD.
      * after extract images, the batch-id, and the run sequence,
      * so a bad change file can be reversed and an account's
      * history answered without reconstructing anything by hand.
      * Adds are journaled with an after image only, so the balance
      * roll-forward can account for them; a backout stamps the time
      * it reversed each entry.
      *----------------------------------------------------------------
       0150-INIT-JOURNAL.
           MOVE "0150-INIT-JOURNAL" TO PGB-CALLING-PARA.
                   & "target_table varchar(30), "
                   & "action char(1), "
                   & "key_value bigint, "
                   & "before_image varchar(75), "
                   & "after_image varchar(75), "
                   & "applied_ts timestamp, "
                   & "status char(1), "
                   & "backout_ts timestamp); "
                   & "ALTER TABLE cobpg_delta_journal ADD COLUMN "
                   & "IF NOT EXISTS backout_ts timestamp, "
                   & "ALTER COLUMN before_image TYPE varchar(75), "
                   & "ALTER COLUMN after_image TYPE varchar(75)"
                   & x"00"
               RETURNING PGRES.
           PERFORM 0005-CHECK-RESULT.
           IF NOT PGB-RESULT-OK
           MOVE x"00" TO PGB-PARAM-JRN-KEY(11:1).
           SET PGB-PARAM-PTR(5) TO ADDRESS OF PGB-PARAM-JRN-KEY.
           MOVE SPACES TO PGB-PARAM-JRN-BEF.
           MOVE PGB-JRN-BEFORE TO PGB-PARAM-JRN-BEF(1:75).
           MOVE x"00" TO PGB-PARAM-JRN-BEF(76:1).
           SET PGB-PARAM-PTR(6) TO ADDRESS OF PGB-PARAM-JRN-BEF.
           MOVE SPACES TO PGB-PARAM-JRN-AFT.
           IF PGDLI-ACTION-CHANGE OR PGDLI-ACTION-ADD
               MOVE PGB-WORK-IMAGE TO PGB-PARAM-JRN-AFT(1:75)
           END-IF.
           MOVE x"00" TO PGB-PARAM-JRN-AFT(76:1).
           SET PGB-PARAM-PTR(7) TO ADDRESS OF PGB-PARAM-JRN-AFT.
           MOVE "0153-INSERT-JOURNAL-ROW" TO PGB-CALLING-PARA.
           CALL "PQexecParams" USING
           MOVE PGB-JRN-CELL(1:1) TO PGB-JRN-ACTION.
           MOVE 2 TO PGB-JRN-COL.
           PERFORM 0156-B-GET-JRN-CELL.
           MOVE PGB-JRN-CELL(1:75) TO PGB-WORK-IMAGE.
           PERFORM 0022-BUILD-PARAMS.
           MOVE "0156-A-REVERSE-ONE" TO PGB-CALLING-PARA.
           IF PGB-JRN-ACTION = "C"
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_delta_journal SET "
                   & "status = 'B', backout_ts = now() "
                   & "WHERE jrn_seq = $1::bigint"
                   & x"00"
               BY VALUE 1
               BY VALUE 0
           MOVE " BEFORE" TO PGB-TB-PRINT(1:7).
           MOVE 6 TO PGB-JRN-COL.
           PERFORM 0156-B-GET-JRN-CELL.
           MOVE PGB-JRN-CELL(1:75) TO PGB-TB-PRINT(10:75).
           PERFORM 0159-A-DH-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           MOVE " AFTER" TO PGB-TB-PRINT(1:6).
           MOVE 7 TO PGB-JRN-COL.
           PERFORM 0156-B-GET-JRN-CELL.
           MOVE PGB-JRN-CELL(1:75) TO PGB-TB-PRINT(10:75).
           PERFORM 0159-A-DH-PRINT-LINE.
           MOVE SPACES TO PGB-TB-PRINT.
           PERFORM 0159-A-DH-PRINT-LINE.
