       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGACCRUE.
      *
      *    PGACCRUE is the daily interest accrual and monthly fee run.
      *    It reads every account's balance off the target table
      *    (ledger_accounts unless the PARM names another) and the
      *    rate and fee control file (PGRFCFL, layout in PGRFCREC),
      *    and writes a ready-to-post PGTXIFL in the PGTXIREC layout
      *    -- one debit or credit movement per account, netting the
      *    interest against any fee due, stamped with the business
      *    date and the run's batch-id -- for POST mode to apply.
      *    A debit balance accrues debit interest at the debit rate
      *    of its balance band and a credit balance accrues credit
      *    interest at the credit rate, for the days since the last
      *    accrual on the table (one day on the first run). The
      *    maintenance fee is charged as a debit on the first
      *    accrual of each calendar month, unless the account holds
      *    a credit balance at or above the waiver balance.
      *    Interest and fee are in the account's own currency, and
      *    each movement carries that currency for POST to match.
      *
      *    Every account is listed on the accrual register (PGACRFL)
      *    with the balance used, the rate, the days accrued, the
      *    interest, the fee, and the movement generated. An
      *    account frozen or closed by account maintenance accrues
      *    nothing and is charged no fee; it is listed with its
      *    status in place of the fee note and counted apart.
      *    The register's control totals are then proved against the
      *    PGTXIFL just written, read back record by record, so the
      *    file handed to POST is known to be the file the register
      *    describes.
      *
      *    Each business date accrues once per table. The run claims
      *    the date in cobpg_accrual_control before it reads a
      *    balance and holds the claim inside its own transaction; a
      *    second run for the same date, or for a date earlier than
      *    one already accrued, is refused. The claim is committed
      *    only once the file has been written and proved, so a run
      *    that fails leaves the date free to be run again.
      *
      *    PARM layout (space separated):
      *        <BUSINESS-DATE CCYYMMDD> <BATCH-ID> <TARGET-TABLE>
      *    The batch-id defaults to AC followed by the business date.
      *
      *    RETURN-CODE: 0 = accrual file written and proved,
      *    8 = the generated file does not agree with the register
      *    (nothing committed; the file must not be posted),
      *    12 = bad PARM, control file missing or invalid, or a
      *    query failed, 16 = connection failed, 20 = the business
      *    date has already been accrued for this table.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PGCFGFL ASSIGN TO "PGCFGFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGA-CFGFL-STATUS.
           SELECT PGRFCFL ASSIGN TO "PGRFCFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGA-RFCFL-STATUS.
           SELECT PGTXIFL ASSIGN TO "PGTXIFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGA-TXIFL-STATUS.
           SELECT PGACRFL ASSIGN TO "PGACRFL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGERRFL ASSIGN TO "PGERRFL"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PGCFGFL.
           COPY PGCFGREC.
       FD  PGRFCFL.
           COPY PGRFCREC.
       FD  PGTXIFL.
           COPY PGTXIREC.
       FD  PGACRFL.
           COPY PGACRREC.
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
       01 PGA-CFGFL-STATUS         PIC X(02).
       01 PGA-RFCFL-STATUS         PIC X(02).
       01 PGA-TXIFL-STATUS         PIC X(02).
       01 CONNINFO                 PIC X(256).
       01 PGA-CONNINFO-PTR         USAGE BINARY-LONG.
       01 PGA-CONNECTED-SW         PIC X(01).
           88 PGA-CONNECTED            VALUE "Y".
       01 PGA-RETRY-COUNT          USAGE BINARY-LONG.
       01 PGA-RETRY-DELAY          USAGE BINARY-LONG.
       01 PGA-RETRY-MAX            USAGE BINARY-LONG VALUE 5.
       01 PGA-RETRY-BASE-DELAY     USAGE BINARY-LONG VALUE 3.

      * PARM
       01 PGA-PARM-LINE            PIC X(80).
       01 PGA-BUS-DATE             PIC X(08).
       01 PGA-BUS-DATE-PARTS REDEFINES PGA-BUS-DATE.
           05 PGA-BUS-YEAR          PIC 9(04).
           05 PGA-BUS-MONTH         PIC 9(02).
           05 PGA-BUS-DAY           PIC 9(02).
       01 PGA-MONTH-DAYS-X         PIC X(24)
               VALUE "312831303130313130313031".
       01 PGA-MONTH-DAYS-TABLE REDEFINES PGA-MONTH-DAYS-X.
           05 PGA-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
       01 PGA-LAST-DAY             PIC 9(02).
       01 PGA-LEAP-QUOT            PIC 9(04).
       01 PGA-LEAP-REM             PIC 9(03).
       01 PGA-BATCH-ID             PIC X(10).
       01 PGA-TARGET-TABLE         PIC X(30).

      * error message capture and shared result check
       01 ERR-MSG-PTR              USAGE POINTER.
       01 ERR-MSG-STR              PIC X(160) BASED.
       01 ERR-MSG-TEXT             PIC X(160).
       01 PGA-SQLSTATE-PTR         USAGE POINTER.
       01 PGA-SQLSTATE-STR         PIC X(05) BASED.
       01 PGA-SQLSTATE             PIC X(05).
       01 RESULT-STATUS            USAGE BINARY-LONG.
           88 RESULT-STATUS-COMMAND-OK VALUE 1.
           88 RESULT-STATUS-TUPLES-OK  VALUE 2.
       01 PGA-RESULT-OK-SW         PIC X(01).
           88 PGA-RESULT-OK            VALUE "Y".
       01 PGA-CALLING-PARA         PIC X(24).
       01 PGA-RETURN-CODE          PIC 9(02).

      * rate and fee control, held in storage for the whole run
       01 PGA-RFC-EOF-SW           PIC X(01).
           88 PGA-RFC-EOF              VALUE "Y".
       01 PGA-RFC-BAD-SW           PIC X(01).
           88 PGA-RFC-BAD              VALUE "Y".
       01 PGA-FEE-SEEN-SW          PIC X(01).
           88 PGA-FEE-SEEN             VALUE "Y".
       01 PGA-RFC-READ             USAGE BINARY-LONG.
       01 PGA-BAND-COUNT           USAGE BINARY-LONG.
       01 PGA-BAND-IDX             USAGE BINARY-LONG.
       01 PGA-BAND-USED            USAGE BINARY-LONG.
       01 PGA-BAND-TABLE.
           05 PGA-BAND-ENTRY        OCCURS 20 TIMES.
               10 PGA-BAND-FLOOR       PIC 9(11)V99.
               10 PGA-BAND-DEBIT-RATE  PIC 9(03)V9(04).
               10 PGA-BAND-CREDIT-RATE PIC 9(03)V9(04).
       01 PGA-FEE-AMOUNT           PIC 9(07)V99.
       01 PGA-WAIVER-BALANCE       PIC 9(11)V99.
       01 PGA-DAY-BASIS            PIC 9(03).

      * business-date claim in cobpg_accrual_control
       01 PGA-PARAM-VALUES.
           05 PGA-PARAM-PTR         OCCURS 8 TIMES USAGE POINTER.
       01 PGA-PARAM-TABLE          PIC X(31).
       01 PGA-PARAM-BUS-DATE       PIC X(09).
       01 PGA-PARAM-BATCH-ID       PIC X(11).
       01 PGA-PARAM-ACCOUNTS       PIC X(11).
       01 PGA-PARAM-DR-TOTAL       PIC X(20).
       01 PGA-PARAM-CR-TOTAL       PIC X(20).
       01 PGA-PARAM-FEE-TOTAL      PIC X(20).
       01 PGA-TOTAL-EDIT           PIC -(15)9.99.
       01 PGA-COUNT-9              PIC 9(10).
       01 PGA-DATE-CLAIMED-SW      PIC X(01).
           88 PGA-DATE-CLAIMED         VALUE "Y".
       01 PGA-PRIOR-DATE           PIC X(08).
       01 PGA-DAYS                 PIC S9(05).
       01 PGA-FEE-DUE-SW           PIC X(01).
           88 PGA-FEE-DUE              VALUE "Y".

      * accrual pass
       01 PGA-SQL                  PIC X(200).
       01 PGA-NTUPLES              USAGE BINARY-LONG.
       01 PGA-ROW-IDX              USAGE BINARY-LONG.
       01 PGA-COL-IDX              USAGE BINARY-LONG.
       01 PGA-CELL-TEXT            PIC X(30).
       01 PGA-ACCRUAL-FAILED-SW    PIC X(01).
           88 PGA-ACCRUAL-FAILED       VALUE "Y".
       01 PGA-ACCOUNT-ID           PIC 9(10).
       01 PGA-BALANCE              PIC S9(13)V99.
       01 PGA-ABS-BAL              PIC S9(13)V99.
       01 PGA-RATE                 PIC 9(03)V9(04).
       01 PGA-INTEREST             PIC S9(13)V99.
       01 PGA-FEE                  PIC S9(13)V99.
       01 PGA-NET                  PIC S9(13)V99.
       01 PGA-SIDE                 PIC X(02).
       01 PGA-FEE-NOTE             PIC X(06).
       01 PGA-STATUS-COL-SW        PIC X(01).
           88 PGA-STATUS-COL-PRESENT   VALUE "Y".
       01 PGA-STATUS-EXPR          PIC X(16).
       01 PGA-ACCT-STATUS          PIC X(01).
           88 PGA-ACCT-FROZEN          VALUE "F".
           88 PGA-ACCT-CLOSED          VALUE "C".
       01 PGA-BASE-CCY             PIC X(03) VALUE "USD".
       01 PGA-CCY-COL-SW           PIC X(01).
           88 PGA-CCY-COL-PRESENT      VALUE "Y".
       01 PGA-CCY-EXPR             PIC X(30).
       01 PGA-ACCT-CCY             PIC X(03).

      * control totals, and the same totals read back off PGTXIFL
       01 PGA-ACCTS-READ           USAGE BINARY-LONG.
       01 PGA-NO-MOVEMENT-CT       USAGE BINARY-LONG.
       01 PGA-NOT-ACCRUED-CT       USAGE BINARY-LONG.
       01 PGA-FEES-CHARGED         USAGE BINARY-LONG.
       01 PGA-FEES-WAIVED          USAGE BINARY-LONG.
       01 PGA-DR-COUNT             USAGE BINARY-LONG.
       01 PGA-CR-COUNT             USAGE BINARY-LONG.
       01 PGA-INT-DR-TOTAL         PIC S9(13)V99.
       01 PGA-INT-CR-TOTAL         PIC S9(13)V99.
       01 PGA-FEE-TOTAL            PIC S9(13)V99.
       01 PGA-DR-TOTAL             PIC S9(13)V99.
       01 PGA-CR-TOTAL             PIC S9(13)V99.
       01 PGA-NET-CHECK            PIC S9(13)V99.
       01 PGA-PF-EOF-SW            PIC X(01).
           88 PGA-PF-EOF               VALUE "Y".
       01 PGA-PF-RECORDS           USAGE BINARY-LONG.
       01 PGA-PF-DR-COUNT          USAGE BINARY-LONG.
       01 PGA-PF-CR-COUNT          USAGE BINARY-LONG.
       01 PGA-PF-DR-TOTAL          PIC S9(13)V99.
       01 PGA-PF-CR-TOTAL          PIC S9(13)V99.
       01 PGA-OUT-OF-BALANCE-SW    PIC X(01).
           88 PGA-OUT-OF-BALANCE       VALUE "Y".

      * plain-text amount parser
       01 PGA-AMT-TEXT             PIC X(20).
       01 PGA-AMT-VALUE            PIC S9(13)V99.
       01 PGA-AMT-WORK             PIC 9(15).
       01 PGA-AMT-IDX              USAGE BINARY-LONG.
       01 PGA-AMT-DIGIT-X          PIC X(01).
       01 PGA-AMT-DIGIT-9 REDEFINES PGA-AMT-DIGIT-X PIC 9(01).
       01 PGA-AMT-NEG-SW           PIC X(01).
           88 PGA-AMT-NEG              VALUE "Y".
       01 PGA-AMT-FRAC-SW          PIC X(01).
           88 PGA-AMT-IN-FRACTION      VALUE "Y".
       01 PGA-AMT-FRAC-CT          USAGE BINARY-LONG.

      * accrual register print
       01 PGA-PRINT                PIC X(132).
       01 PGA-PAGE-CT              PIC 9(04).
       01 PGA-LINE-CT              USAGE BINARY-LONG.
       01 PGA-COUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01 PGA-AMOUNT-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 PGA-DAYS-EDIT            PIC ZZZZ9.
       01 PGA-DETAIL-LINE.
           05 FILLER                PIC X(01).
           05 PGA-DTL-ACCOUNT       PIC 9(10).
           05 FILLER                PIC X(02).
           05 PGA-DTL-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02).
           05 PGA-DTL-SIDE          PIC X(02).
           05 FILLER                PIC X(02).
           05 PGA-DTL-RATE          PIC ZZ9.9999.
           05 FILLER                PIC X(02).
           05 PGA-DTL-DAYS          PIC ZZZZ9.
           05 FILLER                PIC X(02).
           05 PGA-DTL-INTEREST      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02).
           05 PGA-DTL-FEE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01).
           05 PGA-DTL-FEE-NOTE      PIC X(06).
           05 FILLER                PIC X(02).
           05 PGA-DTL-MOVEMENT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02).
           05 PGA-DTL-CODE          PIC X(01).

       PROCEDURE DIVISION.
       PERFORM 0010-GET-PARMS.
       PERFORM 0020-LOAD-CONTROL-FILE.
       PERFORM 0030-CONNECT.
       IF PGA-CONNECTED
           PERFORM 0040-CLAIM-BUSINESS-DATE
       END-IF.
       IF PGA-DATE-CLAIMED
           PERFORM 0050-ACCRUE-ACCOUNTS
           PERFORM 0070-PROVE-ACCRUAL-FILE
           PERFORM 0080-SETTLE-CLAIM
       END-IF.
       PERFORM 0090-WRAP-UP.
       GOBACK.

      *----------------------------------------------------------------
      * 0010-GET-PARMS: the business date is mandatory -- it is what
      * the whole run is keyed on, so a guessed default would defeat
      * the once-per-date protection. It must be a real calendar
      * date, February 29th only in a leap year, before 0040 claims
      * it.
      *----------------------------------------------------------------
       0010-GET-PARMS.
           MOVE 0 TO PGA-RETURN-CODE.
           MOVE "N" TO PGA-CONNECTED-SW PGA-DATE-CLAIMED-SW.
           MOVE SPACES TO PGA-PARM-LINE.
           ACCEPT PGA-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PGA-BUS-DATE PGA-BATCH-ID PGA-TARGET-TABLE.
           UNSTRING PGA-PARM-LINE DELIMITED BY ALL SPACE
               INTO PGA-BUS-DATE PGA-BATCH-ID PGA-TARGET-TABLE
           END-UNSTRING.
           IF PGA-BUS-DATE IS NOT NUMERIC
               DISPLAY "PGACCRUE needs a CCYYMMDD business date, got '"
                   PGA-BUS-DATE "'"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO PGA-LAST-DAY.
           IF PGA-BUS-MONTH > 0 AND PGA-BUS-MONTH < 13
               MOVE PGA-MONTH-DAYS(PGA-BUS-MONTH) TO PGA-LAST-DAY
               IF PGA-BUS-MONTH = 2
                   PERFORM 0011-CHECK-LEAP-YEAR
               END-IF
           END-IF.
           IF PGA-BUS-YEAR < 1900
               OR PGA-BUS-DAY < 1 OR PGA-BUS-DAY > PGA-LAST-DAY
               DISPLAY "PGACCRUE business date is not a real date: "
                   PGA-BUS-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PGA-BATCH-ID = SPACES
               STRING
                   "AC" DELIMITED BY SIZE
                   PGA-BUS-DATE DELIMITED BY SIZE
                   INTO PGA-BATCH-ID
               END-STRING
           END-IF.
           IF PGA-TARGET-TABLE = SPACES
               MOVE "ledger_accounts" TO PGA-TARGET-TABLE
           END-IF.
           OPEN OUTPUT PGERRFL.

      *    a year divisible by 4 is a leap year, except a century year
      *    not divisible by 400
       0011-CHECK-LEAP-YEAR.
           DIVIDE PGA-BUS-YEAR BY 4
               GIVING PGA-LEAP-QUOT REMAINDER PGA-LEAP-REM.
           IF PGA-LEAP-REM = 0
               MOVE 29 TO PGA-LAST-DAY
               DIVIDE PGA-BUS-YEAR BY 100
                   GIVING PGA-LEAP-QUOT REMAINDER PGA-LEAP-REM
               IF PGA-LEAP-REM = 0
                   DIVIDE PGA-BUS-YEAR BY 400
                       GIVING PGA-LEAP-QUOT REMAINDER PGA-LEAP-REM
                   IF PGA-LEAP-REM NOT = 0
                       MOVE 28 TO PGA-LAST-DAY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0020-LOAD-CONTROL-FILE: the whole rate and fee control file is
      * edited before the database is touched. A band table that is
      * out of tier order, does not start at zero, or has a
      * non-numeric rate would price every account wrongly, so any
      * fault refuses the run outright rather than skipping a record.
      *----------------------------------------------------------------
       0020-LOAD-CONTROL-FILE.
           MOVE 0 TO PGA-BAND-COUNT PGA-RFC-READ.
           MOVE 0 TO PGA-FEE-AMOUNT PGA-WAIVER-BALANCE.
           MOVE 365 TO PGA-DAY-BASIS.
           MOVE "N" TO PGA-RFC-EOF-SW PGA-RFC-BAD-SW PGA-FEE-SEEN-SW.
           OPEN INPUT PGRFCFL.
           IF PGA-RFCFL-STATUS NOT = "00"
               DISPLAY "PGRFCFL not found, status " PGA-RFCFL-STATUS
               CLOSE PGERRFL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0021-READ-CONTROL-RECORD.
           PERFORM 0022-TAKE-CONTROL-RECORD
               UNTIL PGA-RFC-EOF OR PGA-RFC-BAD.
           CLOSE PGRFCFL.
           IF NOT PGA-RFC-BAD
               IF PGA-BAND-COUNT = 0
                   DISPLAY "PGRFCFL has no interest band records"
                   MOVE "Y" TO PGA-RFC-BAD-SW
               ELSE
                   IF PGA-BAND-FLOOR(1) NOT = 0
                       DISPLAY "PGRFCFL first band does not start at"
                           " zero"
                       MOVE "Y" TO PGA-RFC-BAD-SW
                   END-IF
               END-IF
           END-IF.
           IF PGA-RFC-BAD
               DISPLAY "Rate and fee control file refused"
               CLOSE PGERRFL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Interest bands      : " PGA-BAND-COUNT.

       0021-READ-CONTROL-RECORD.
           READ PGRFCFL
               AT END MOVE "Y" TO PGA-RFC-EOF-SW
           END-READ.
           IF NOT PGA-RFC-EOF
               ADD 1 TO PGA-RFC-READ
           END-IF.

       0022-TAKE-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN PGRFC-BAND-REC
                   PERFORM 0023-TAKE-BAND
               WHEN PGRFC-FEE-REC
                   PERFORM 0024-TAKE-FEE
               WHEN OTHER
                   DISPLAY "PGRFCFL record " PGA-RFC-READ
                       " has unknown record type " PGRFC-REC-TYPE
                   MOVE "Y" TO PGA-RFC-BAD-SW
           END-EVALUATE.
           PERFORM 0021-READ-CONTROL-RECORD.

       0023-TAKE-BAND.
           EVALUATE TRUE
               WHEN PGRFC-TIER-FLOOR IS NOT NUMERIC
                   OR PGRFC-DEBIT-RATE IS NOT NUMERIC
                   OR PGRFC-CREDIT-RATE IS NOT NUMERIC
                   DISPLAY "PGRFCFL band record " PGA-RFC-READ
                       " is not numeric"
                   MOVE "Y" TO PGA-RFC-BAD-SW
               WHEN PGA-BAND-COUNT NOT LESS THAN 20
                   DISPLAY "PGRFCFL has more than 20 interest bands"
                   MOVE "Y" TO PGA-RFC-BAD-SW
               WHEN PGA-BAND-COUNT > 0
                   AND PGRFC-TIER-FLOOR
                       NOT > PGA-BAND-FLOOR(PGA-BAND-COUNT)
                   DISPLAY "PGRFCFL band record " PGA-RFC-READ
                       " is out of ascending tier order"
                   MOVE "Y" TO PGA-RFC-BAD-SW
               WHEN OTHER
                   ADD 1 TO PGA-BAND-COUNT
                   MOVE PGRFC-TIER-FLOOR
                       TO PGA-BAND-FLOOR(PGA-BAND-COUNT)
                   MOVE PGRFC-DEBIT-RATE
                       TO PGA-BAND-DEBIT-RATE(PGA-BAND-COUNT)
                   MOVE PGRFC-CREDIT-RATE
                       TO PGA-BAND-CREDIT-RATE(PGA-BAND-COUNT)
           END-EVALUATE.

       0024-TAKE-FEE.
           EVALUATE TRUE
               WHEN PGA-FEE-SEEN
                   DISPLAY "PGRFCFL has more than one fee record"
                   MOVE "Y" TO PGA-RFC-BAD-SW
               WHEN PGRFC-FEE-AMOUNT IS NOT NUMERIC
                   OR PGRFC-WAIVER-BALANCE IS NOT NUMERIC
                   OR PGRFC-DAY-BASIS IS NOT NUMERIC
                   DISPLAY "PGRFCFL fee record " PGA-RFC-READ
                       " is not numeric"
                   MOVE "Y" TO PGA-RFC-BAD-SW
               WHEN PGRFC-DAY-BASIS NOT = 360
                   AND PGRFC-DAY-BASIS NOT = 365
                   DISPLAY "PGRFCFL day basis must be 360 or 365, got "
                       PGRFC-DAY-BASIS
                   MOVE "Y" TO PGA-RFC-BAD-SW
               WHEN OTHER
                   MOVE "Y" TO PGA-FEE-SEEN-SW
                   MOVE PGRFC-FEE-AMOUNT TO PGA-FEE-AMOUNT
                   MOVE PGRFC-WAIVER-BALANCE TO PGA-WAIVER-BALANCE
                   MOVE PGRFC-DAY-BASIS TO PGA-DAY-BASIS
           END-EVALUATE.

      *----------------------------------------------------------------
      * 0030-CONNECT: same PGCFGFL record, CONNINFO rules, and
      * retry/backoff as COBPG, so the accrual step runs against
      * whichever database the rest of the night's COBPG steps use.
      *----------------------------------------------------------------
       0030-CONNECT.
           MOVE SPACES TO PGCFG-RECORD.
           OPEN INPUT PGCFGFL.
           IF PGA-CFGFL-STATUS = "00"
               READ PGCFGFL
                   AT END
                       MOVE SPACES TO PGCFG-RECORD
               END-READ
               CLOSE PGCFGFL
           ELSE
               DISPLAY "PGCFGFL not available, using libpq defaults"
           END-IF.
           PERFORM 0031-BUILD-CONN-STRING.
           MOVE 0 TO PGA-RETRY-COUNT.
           PERFORM 0032-TRY-CONNECT
               UNTIL PGA-CONNECTED
                  OR PGA-RETRY-COUNT NOT LESS THAN PGA-RETRY-MAX.
           IF NOT PGA-CONNECTED
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING ERR-MSG-PTR
               SET ADDRESS OF ERR-MSG-STR TO ERR-MSG-PTR
               MOVE SPACES TO ERR-MSG-TEXT
               STRING ERR-MSG-STR DELIMITED BY x"00" INTO ERR-MSG-TEXT
               DISPLAY "Connection failed after " PGA-RETRY-COUNT
                   " attempt(s): " ERR-MSG-TEXT
               MOVE 16 TO PGA-RETURN-CODE
           END-IF.

       0031-BUILD-CONN-STRING.
           MOVE SPACES TO CONNINFO.
           MOVE 1 TO PGA-CONNINFO-PTR.
           IF PGCFG-HOST NOT = SPACES
               STRING
                   "host=" DELIMITED BY SIZE
                   PGCFG-HOST DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGA-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-PORT NOT = SPACES
               STRING
                   "port=" DELIMITED BY SIZE
                   PGCFG-PORT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGA-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-DBNAME NOT = SPACES
               STRING
                   "dbname=" DELIMITED BY SIZE
                   PGCFG-DBNAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGA-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-USERID NOT = SPACES
               STRING
                   "user=" DELIMITED BY SIZE
                   PGCFG-USERID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGA-CONNINFO-PTR
               END-STRING
           END-IF.
           IF PGCFG-PASSWORD NOT = SPACES
               STRING
                   "password=" DELIMITED BY SIZE
                   PGCFG-PASSWORD DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO CONNINFO
                   WITH POINTER PGA-CONNINFO-PTR
               END-STRING
           END-IF.
           MOVE x"00" TO CONNINFO(PGA-CONNINFO-PTR:1).

       0032-TRY-CONNECT.
           ADD 1 TO PGA-RETRY-COUNT.
           CALL "PQconnectdb" USING
               BY REFERENCE CONNINFO
               RETURNING PGCONN.
           CALL "PQstatus" USING BY VALUE PGCONN RETURNING CONN-STATUS.
           IF CONN-STATUS-OK
               MOVE "Y" TO PGA-CONNECTED-SW
           ELSE
               IF PGA-RETRY-COUNT LESS THAN PGA-RETRY-MAX
                   COMPUTE PGA-RETRY-DELAY =
                       PGA-RETRY-BASE-DELAY * PGA-RETRY-COUNT
                   DISPLAY "PQconnectdb attempt " PGA-RETRY-COUNT
                       " of " PGA-RETRY-MAX
                       " failed, retrying in " PGA-RETRY-DELAY
                       " seconds"
                   CALL "PQfinish" USING BY VALUE PGCONN RETURNING NULL
                   CALL "C$SLEEP" USING BY REFERENCE PGA-RETRY-DELAY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0040-CLAIM-BUSINESS-DATE: opens the run's one transaction and
      * inserts the table/date claim row in it. The primary key does
      * the refusing: a rerun of a committed date fails the insert,
      * and a second run started while this one is still going waits
      * on the uncommitted row and then fails it. A date earlier
      * than the last one accrued is refused up front -- its days
      * have already been paid -- and the gap back to the last
      * accrual is the days accrued this time.
      *----------------------------------------------------------------
       0040-CLAIM-BUSINESS-DATE.
           MOVE "0040-CREATE-CONTROL" TO PGA-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "CREATE TABLE IF NOT EXISTS "
                   & "cobpg_accrual_control ("
                   & "target_table varchar(30), "
                   & "business_date date, "
                   & "batch_id varchar(10), "
                   & "accounts integer, "
                   & "debit_total numeric(15,2), "
                   & "credit_total numeric(15,2), "
                   & "fee_total numeric(15,2), "
                   & "accrued_at timestamp DEFAULT now(), "
                   & "PRIMARY KEY (target_table, business_date))"
                   & x"00"
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGA-RESULT-OK
               MOVE 12 TO PGA-RETURN-CODE
           ELSE
               PERFORM 0081-EXEC-SIMPLE-BEGIN
           END-IF.
           IF PGA-RETURN-CODE = 0
               PERFORM 0041-FIND-PRIOR-ACCRUAL
           END-IF.
           IF PGA-RETURN-CODE = 0
               PERFORM 0042-INSERT-CLAIM
           END-IF.
           IF PGA-RETURN-CODE = 0
               MOVE "Y" TO PGA-DATE-CLAIMED-SW
               DISPLAY "Business date       : " PGA-BUS-DATE
               DISPLAY "Batch-id            : " PGA-BATCH-ID
               DISPLAY "Days accrued        : " PGA-DAYS
               IF PGA-FEE-DUE
                   DISPLAY "Maintenance fee due this run"
               END-IF
           ELSE
               PERFORM 0082-EXEC-ROLLBACK
           END-IF.

       0041-FIND-PRIOR-ACCRUAL.
           PERFORM 0043-SET-CLAIM-PARAMS.
           MOVE "0041-FIND-PRIOR-ACCRUAL" TO PGA-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COALESCE(to_char(max("
                   & "business_date), 'YYYYMMDD'), ' '), "
                   & "COALESCE(($2::date - max(business_date))"
                   & "::text, '0') FROM cobpg_accrual_control "
                   & "WHERE target_table = $1" & x"00"
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE PGA-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGA-RESULT-OK
               MOVE 0 TO PGA-ROW-IDX
               MOVE 0 TO PGA-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGA-CELL-TEXT(1:8) TO PGA-PRIOR-DATE
               MOVE 1 TO PGA-COL-IDX
               PERFORM 0087-GET-CELL
               MOVE PGA-CELL-TEXT(1:20) TO PGA-AMT-TEXT
               PERFORM 0086-PARSE-AMOUNT
               MOVE PGA-AMT-VALUE TO PGA-DAYS
           ELSE
               MOVE 12 TO PGA-RETURN-CODE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGA-RETURN-CODE = 0
               IF PGA-PRIOR-DATE = SPACES
                   MOVE 1 TO PGA-DAYS
                   MOVE "Y" TO PGA-FEE-DUE-SW
               ELSE
                   IF PGA-DAYS NOT > 0
                       DISPLAY "Accrual refused: " PGA-TARGET-TABLE
                           " already accrued to " PGA-PRIOR-DATE
                       MOVE 20 TO PGA-RETURN-CODE
                   END-IF
                   IF PGA-PRIOR-DATE(1:6) = PGA-BUS-DATE(1:6)
                       MOVE "N" TO PGA-FEE-DUE-SW
                   ELSE
                       MOVE "Y" TO PGA-FEE-DUE-SW
                   END-IF
               END-IF
           END-IF.

       0042-INSERT-CLAIM.
           PERFORM 0043-SET-CLAIM-PARAMS.
           MOVE "0042-INSERT-CLAIM" TO PGA-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "INSERT INTO cobpg_accrual_control "
                   & "(target_table, business_date, batch_id) "
                   & "VALUES ($1, $2::date, $3)" & x"00"
               BY VALUE 3
               BY VALUE 0
               BY REFERENCE PGA-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGA-RESULT-OK
               IF PGA-SQLSTATE = "23505"
                   DISPLAY "Accrual refused: " PGA-TARGET-TABLE
                       " business date " PGA-BUS-DATE
                       " already accrued"
                   MOVE 20 TO PGA-RETURN-CODE
               ELSE
                   MOVE 12 TO PGA-RETURN-CODE
               END-IF
           END-IF.

       0043-SET-CLAIM-PARAMS.
           MOVE SPACES TO PGA-PARAM-TABLE.
           STRING
               PGA-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGA-PARAM-TABLE
           END-STRING.
           SET PGA-PARAM-PTR(1) TO ADDRESS OF PGA-PARAM-TABLE.
           MOVE PGA-BUS-DATE TO PGA-PARAM-BUS-DATE(1:8).
           MOVE x"00" TO PGA-PARAM-BUS-DATE(9:1).
           SET PGA-PARAM-PTR(2) TO ADDRESS OF PGA-PARAM-BUS-DATE.
           MOVE SPACES TO PGA-PARAM-BATCH-ID.
           STRING
               PGA-BATCH-ID DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGA-PARAM-BATCH-ID
           END-STRING.
           SET PGA-PARAM-PTR(3) TO ADDRESS OF PGA-PARAM-BATCH-ID.

      *----------------------------------------------------------------
      * 0050-ACCRUE-ACCOUNTS: one pass over the table in account-id
      * order, read inside the claim's transaction so every balance
      * is from the same moment. Each account gets its register
      * line whether or not anything is generated for it.
      *----------------------------------------------------------------
       0050-ACCRUE-ACCOUNTS.
           MOVE "N" TO PGA-ACCRUAL-FAILED-SW.
           MOVE 0 TO PGA-ACCTS-READ PGA-NO-MOVEMENT-CT.
           MOVE 0 TO PGA-NOT-ACCRUED-CT.
           MOVE 0 TO PGA-FEES-CHARGED PGA-FEES-WAIVED.
           MOVE 0 TO PGA-DR-COUNT PGA-CR-COUNT.
           MOVE 0 TO PGA-INT-DR-TOTAL PGA-INT-CR-TOTAL PGA-FEE-TOTAL.
           MOVE 0 TO PGA-DR-TOTAL PGA-CR-TOTAL.
           MOVE 0 TO PGA-PAGE-CT.
           MOVE 99 TO PGA-LINE-CT.
           OPEN OUTPUT PGTXIFL.
           OPEN OUTPUT PGACRFL.
           PERFORM 0055-CHECK-STATUS-COLUMN.
           PERFORM 0056-CHECK-CCY-COLUMN.
           MOVE SPACES TO PGA-SQL.
           STRING
               "SELECT account_id::text, balance::text, "
                   DELIMITED BY SIZE
               PGA-STATUS-EXPR DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               PGA-CCY-EXPR DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               PGA-TARGET-TABLE DELIMITED BY SPACE
               " ORDER BY account_id" DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO PGA-SQL
           END-STRING.
           MOVE "0050-ACCRUE-ACCOUNTS" TO PGA-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE PGA-SQL
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGA-RESULT-OK
               CALL "PQntuples" USING
                   BY VALUE PGRES RETURNING PGA-NTUPLES
               MOVE 0 TO PGA-ROW-IDX
               PERFORM 0051-ACCRUE-ONE
                   UNTIL PGA-ROW-IDX NOT LESS THAN PGA-NTUPLES
           ELSE
               MOVE "Y" TO PGA-ACCRUAL-FAILED-SW
               MOVE 12 TO PGA-RETURN-CODE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           CLOSE PGTXIFL.

      *----------------------------------------------------------------
      * Interest is simple daily interest on the whole balance at the
      * one band it falls in: balance x annual rate x days / basis,
      * rounded to the cent. A debit balance's interest and the fee
      * both move the account the debit way, a credit balance's
      * interest the credit way; the two are netted into the one
      * movement the account gets. A frozen or closed account gets
      * neither interest nor fee.
      *----------------------------------------------------------------
       0051-ACCRUE-ONE.
           ADD 1 TO PGA-ACCTS-READ.
           MOVE 0 TO PGA-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGA-CELL-TEXT(1:20) TO PGA-AMT-TEXT.
           PERFORM 0086-PARSE-AMOUNT.
           MOVE PGA-AMT-VALUE TO PGA-ACCOUNT-ID.
           MOVE 1 TO PGA-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGA-CELL-TEXT(1:20) TO PGA-AMT-TEXT.
           PERFORM 0086-PARSE-AMOUNT.
           MOVE PGA-AMT-VALUE TO PGA-BALANCE.
           MOVE 2 TO PGA-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGA-CELL-TEXT(1:1) TO PGA-ACCT-STATUS.
           MOVE 3 TO PGA-COL-IDX.
           PERFORM 0087-GET-CELL.
           MOVE PGA-CELL-TEXT(1:3) TO PGA-ACCT-CCY.
           MOVE 0 TO PGA-INTEREST PGA-FEE PGA-RATE PGA-NET.
           MOVE SPACES TO PGA-SIDE PGA-FEE-NOTE.
           IF PGA-ACCT-FROZEN OR PGA-ACCT-CLOSED
               IF PGA-ACCT-FROZEN
                   MOVE "FROZEN" TO PGA-FEE-NOTE
               ELSE
                   MOVE "CLOSED" TO PGA-FEE-NOTE
               END-IF
               ADD 1 TO PGA-NOT-ACCRUED-CT
               ADD 1 TO PGA-NO-MOVEMENT-CT
           ELSE
               PERFORM 0051-A-CALCULATE
           END-IF.
           PERFORM 0054-PRINT-DETAIL.
           ADD 1 TO PGA-ROW-IDX.

       0051-A-CALCULATE.
           IF PGA-BALANCE < 0
               COMPUTE PGA-ABS-BAL = 0 - PGA-BALANCE
           ELSE
               MOVE PGA-BALANCE TO PGA-ABS-BAL
           END-IF.
           MOVE 1 TO PGA-BAND-USED.
           PERFORM 0052-FIND-BAND
               VARYING PGA-BAND-IDX FROM 1 BY 1
               UNTIL PGA-BAND-IDX > PGA-BAND-COUNT.
           EVALUATE TRUE
               WHEN PGA-BALANCE > 0
                   MOVE "DR" TO PGA-SIDE
                   MOVE PGA-BAND-DEBIT-RATE(PGA-BAND-USED) TO PGA-RATE
                   COMPUTE PGA-INTEREST ROUNDED =
                       PGA-ABS-BAL * PGA-RATE * PGA-DAYS
                           / (PGA-DAY-BASIS * 100)
                   ADD PGA-INTEREST TO PGA-INT-DR-TOTAL
               WHEN PGA-BALANCE < 0
                   MOVE "CR" TO PGA-SIDE
                   MOVE PGA-BAND-CREDIT-RATE(PGA-BAND-USED) TO PGA-RATE
                   COMPUTE PGA-INTEREST ROUNDED =
                       PGA-ABS-BAL * PGA-RATE * PGA-DAYS
                           / (PGA-DAY-BASIS * 100)
                   ADD PGA-INTEREST TO PGA-INT-CR-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF PGA-FEE-DUE AND PGA-FEE-AMOUNT > 0
               IF PGA-WAIVER-BALANCE > 0
                   AND PGA-BALANCE < 0
                   AND PGA-ABS-BAL NOT < PGA-WAIVER-BALANCE
                   MOVE "WAIVED" TO PGA-FEE-NOTE
                   ADD 1 TO PGA-FEES-WAIVED
               ELSE
                   MOVE PGA-FEE-AMOUNT TO PGA-FEE
                   ADD 1 TO PGA-FEES-CHARGED
                   ADD PGA-FEE TO PGA-FEE-TOTAL
               END-IF
           END-IF.
           IF PGA-BALANCE < 0
               COMPUTE PGA-NET = PGA-FEE - PGA-INTEREST
           ELSE
               COMPUTE PGA-NET = PGA-INTEREST + PGA-FEE
           END-IF.
           MOVE SPACES TO PGTXI-RECORD.
           EVALUATE TRUE
               WHEN PGA-NET > 0
                   MOVE "D" TO PGTXI-TXN-CODE
                   MOVE PGA-NET TO PGTXI-AMOUNT
                   ADD 1 TO PGA-DR-COUNT
                   ADD PGA-NET TO PGA-DR-TOTAL
                   PERFORM 0053-WRITE-MOVEMENT
               WHEN PGA-NET < 0
                   MOVE "C" TO PGTXI-TXN-CODE
                   COMPUTE PGTXI-AMOUNT = 0 - PGA-NET
                   ADD 1 TO PGA-CR-COUNT
                   SUBTRACT PGA-NET FROM PGA-CR-TOTAL
                   PERFORM 0053-WRITE-MOVEMENT
               WHEN OTHER
                   ADD 1 TO PGA-NO-MOVEMENT-CT
           END-EVALUATE.

       0052-FIND-BAND.
           IF PGA-BAND-FLOOR(PGA-BAND-IDX) NOT > PGA-ABS-BAL
               MOVE PGA-BAND-IDX TO PGA-BAND-USED
           END-IF.

       0053-WRITE-MOVEMENT.
           MOVE PGA-ACCOUNT-ID TO PGTXI-ACCOUNT-ID.
           MOVE PGA-BUS-DATE TO PGTXI-TXN-DATE.
           MOVE PGA-BATCH-ID TO PGTXI-BATCH-ID.
           MOVE PGA-ACCT-CCY TO PGTXI-CURRENCY.
           WRITE PGTXI-RECORD.

       0054-PRINT-DETAIL.
           MOVE SPACES TO PGA-DETAIL-LINE.
           MOVE PGA-ACCOUNT-ID TO PGA-DTL-ACCOUNT.
           MOVE PGA-BALANCE TO PGA-DTL-BALANCE.
           MOVE PGA-SIDE TO PGA-DTL-SIDE.
           MOVE PGA-RATE TO PGA-DTL-RATE.
           MOVE PGA-DAYS TO PGA-DTL-DAYS.
           MOVE PGA-INTEREST TO PGA-DTL-INTEREST.
           MOVE PGA-FEE TO PGA-DTL-FEE.
           MOVE PGA-FEE-NOTE TO PGA-DTL-FEE-NOTE.
           IF PGA-NET < 0
               COMPUTE PGA-DTL-MOVEMENT = 0 - PGA-NET
           ELSE
               MOVE PGA-NET TO PGA-DTL-MOVEMENT
           END-IF.
           IF PGA-NET NOT = 0
               MOVE PGTXI-TXN-CODE TO PGA-DTL-CODE
           END-IF.
           MOVE PGA-DETAIL-LINE TO PGA-PRINT.
           PERFORM 0061-PRINT-LINE.

      *----------------------------------------------------------------
      * 0055-CHECK-STATUS-COLUMN: account status is on the table only
      * once account maintenance has been run against it; until then
      * every account is active.
      *----------------------------------------------------------------
       0055-CHECK-STATUS-COLUMN.
           MOVE "N" TO PGA-STATUS-COL-SW.
           MOVE SPACES TO PGA-PARAM-TABLE.
           STRING
               PGA-TARGET-TABLE DELIMITED BY SPACE
               x"00" DELIMITED BY SIZE
               INTO PGA-PARAM-TABLE
           END-STRING.
           SET PGA-PARAM-PTR(1) TO ADDRESS OF PGA-PARAM-TABLE.
           MOVE "0055-CHECK-STATUS-COLUMN" TO PGA-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass($1) "
                   & "AND attname = 'account_status' "
                   & "AND NOT attisdropped" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGA-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGA-RESULT-OK
               MOVE 0 TO PGA-ROW-IDX
               MOVE 0 TO PGA-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGA-CELL-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGA-STATUS-COL-SW
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           IF PGA-STATUS-COL-PRESENT
               MOVE "account_status" TO PGA-STATUS-EXPR
           ELSE
               MOVE "'A'" TO PGA-STATUS-EXPR
           END-IF.

      *----------------------------------------------------------------
      * 0056-CHECK-CCY-COLUMN: likewise an account's currency is
      * on the table only once a load has carried it; until then
      * every account is in the base currency. Interest and fee are
      * raised in the account's own currency, so POST applies them.
      *----------------------------------------------------------------
       0056-CHECK-CCY-COLUMN.
           MOVE "N" TO PGA-CCY-COL-SW.
           MOVE "0056-CHECK-CCY-COLUMN" TO PGA-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "SELECT COUNT(*) FROM pg_attribute "
                   & "WHERE attrelid = to_regclass($1) "
                   & "AND attname = 'currency' "
                   & "AND NOT attisdropped" & x"00"
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE PGA-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           IF PGA-RESULT-OK
               MOVE 0 TO PGA-ROW-IDX
               MOVE 0 TO PGA-COL-IDX
               PERFORM 0087-GET-CELL
               IF PGA-CELL-TEXT(1:1) NOT = "0"
                   MOVE "Y" TO PGA-CCY-COL-SW
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES.
           MOVE SPACES TO PGA-CCY-EXPR.
           IF PGA-CCY-COL-PRESENT
               STRING
                   "COALESCE(currency,'" DELIMITED BY SIZE
                   PGA-BASE-CCY DELIMITED BY SIZE
                   "')" DELIMITED BY SIZE
                   INTO PGA-CCY-EXPR
               END-STRING
           ELSE
               STRING
                   "'" DELIMITED BY SIZE
                   PGA-BASE-CCY DELIMITED BY SIZE
                   "'::char(3)" DELIMITED BY SIZE
                   INTO PGA-CCY-EXPR
               END-STRING
           END-IF.

       0060-PRINT-HEADINGS.
           ADD 1 TO PGA-PAGE-CT.
           MOVE SPACES TO PGACR-LINE.
           MOVE " COBPG ACCRUAL REGISTER" TO PGACR-LINE(1:23).
           MOVE "TABLE" TO PGACR-LINE(30:5).
           MOVE PGA-TARGET-TABLE TO PGACR-LINE(36:30).
           MOVE "BUSINESS DATE" TO PGACR-LINE(68:13).
           MOVE PGA-BUS-DATE TO PGACR-LINE(82:8).
           MOVE "BATCH" TO PGACR-LINE(92:5).
           MOVE PGA-BATCH-ID TO PGACR-LINE(98:10).
           MOVE "PAGE" TO PGACR-LINE(120:4).
           MOVE PGA-PAGE-CT TO PGACR-LINE(125:4).
           WRITE PGACR-RECORD.
           MOVE SPACES TO PGACR-LINE.
           WRITE PGACR-RECORD.
           MOVE SPACES TO PGACR-LINE.
           MOVE "ACCOUNT ID" TO PGACR-LINE(2:10).
           MOVE "BALANCE USED" TO PGACR-LINE(20:12).
           MOVE "SD" TO PGACR-LINE(34:2).
           MOVE "RATE %" TO PGACR-LINE(40:6).
           MOVE "DAYS" TO PGACR-LINE(49:4).
           MOVE "INTEREST" TO PGACR-LINE(63:8).
           MOVE "FEE" TO PGACR-LINE(82:3).
           MOVE "MOVEMENT" TO PGACR-LINE(104:8).
           MOVE "C" TO PGACR-LINE(114:1).
           WRITE PGACR-RECORD.
           MOVE ALL "-" TO PGACR-LINE(1:114).
           MOVE SPACES TO PGACR-LINE(115:18).
           WRITE PGACR-RECORD.
           MOVE 4 TO PGA-LINE-CT.

       0061-PRINT-LINE.
           IF PGA-LINE-CT GREATER THAN 55
               PERFORM 0060-PRINT-HEADINGS
           END-IF.
           MOVE PGA-PRINT TO PGACR-LINE.
           WRITE PGACR-RECORD.
           ADD 1 TO PGA-LINE-CT.

      *----------------------------------------------------------------
      * 0070-PROVE-ACCRUAL-FILE: the generated file is read back and
      * its record count and debit and credit totals must equal what
      * the register counted as it wrote them, and the register's
      * own net must equal debit interest less credit interest plus
      * fees. Either disagreement means the file cannot be trusted
      * for posting; the claim is not committed and the date stays
      * open for a rerun.
      *----------------------------------------------------------------
       0070-PROVE-ACCRUAL-FILE.
           MOVE "N" TO PGA-OUT-OF-BALANCE-SW.
           MOVE 0 TO PGA-PF-RECORDS PGA-PF-DR-COUNT PGA-PF-CR-COUNT.
           MOVE 0 TO PGA-PF-DR-TOTAL PGA-PF-CR-TOTAL.
           IF NOT PGA-ACCRUAL-FAILED
               OPEN INPUT PGTXIFL
               IF PGA-TXIFL-STATUS NOT = "00"
                   DISPLAY "PGTXIFL cannot be read back, status "
                       PGA-TXIFL-STATUS
                   MOVE "Y" TO PGA-OUT-OF-BALANCE-SW
               ELSE
                   MOVE "N" TO PGA-PF-EOF-SW
                   PERFORM 0071-READ-BACK-MOVEMENT
                       UNTIL PGA-PF-EOF
                   CLOSE PGTXIFL
               END-IF
               COMPUTE PGA-NET-CHECK = PGA-INT-DR-TOTAL
                   - PGA-INT-CR-TOTAL + PGA-FEE-TOTAL
                   - PGA-DR-TOTAL + PGA-CR-TOTAL
               IF PGA-PF-DR-COUNT NOT = PGA-DR-COUNT
                   OR PGA-PF-CR-COUNT NOT = PGA-CR-COUNT
                   OR PGA-PF-DR-TOTAL NOT = PGA-DR-TOTAL
                   OR PGA-PF-CR-TOTAL NOT = PGA-CR-TOTAL
                   OR PGA-NET-CHECK NOT = 0
                   MOVE "Y" TO PGA-OUT-OF-BALANCE-SW
               END-IF
               IF PGA-OUT-OF-BALANCE
                   DISPLAY "Accrual file does not agree with the"
                       " register, do not post it"
                   IF PGA-RETURN-CODE LESS THAN 8
                       MOVE 8 TO PGA-RETURN-CODE
                   END-IF
               END-IF
               PERFORM 0072-PRINT-TOTALS
           END-IF.
           CLOSE PGACRFL.

       0071-READ-BACK-MOVEMENT.
           READ PGTXIFL
               AT END MOVE "Y" TO PGA-PF-EOF-SW
           END-READ.
           IF NOT PGA-PF-EOF
               ADD 1 TO PGA-PF-RECORDS
               IF PGTXI-TXN-DEBIT
                   ADD 1 TO PGA-PF-DR-COUNT
                   ADD PGTXI-AMOUNT TO PGA-PF-DR-TOTAL
               ELSE
                   ADD 1 TO PGA-PF-CR-COUNT
                   ADD PGTXI-AMOUNT TO PGA-PF-CR-TOTAL
               END-IF
           END-IF.

       0072-PRINT-TOTALS.
           MOVE SPACES TO PGA-PRINT.
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " ACCOUNTS READ          " TO PGA-PRINT(1:24).
           MOVE PGA-ACCTS-READ TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " NO MOVEMENT            " TO PGA-PRINT(1:24).
           MOVE PGA-NO-MOVEMENT-CT TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " FROZEN OR CLOSED       " TO PGA-PRINT(1:24).
           MOVE PGA-NOT-ACCRUED-CT TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " DEBIT INTEREST         " TO PGA-PRINT(1:24).
           MOVE PGA-INT-DR-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(38:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " CREDIT INTEREST        " TO PGA-PRINT(1:24).
           MOVE PGA-INT-CR-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(38:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " FEES CHARGED           " TO PGA-PRINT(1:24).
           MOVE PGA-FEES-CHARGED TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           MOVE PGA-FEE-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(38:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " FEES WAIVED            " TO PGA-PRINT(1:24).
           MOVE PGA-FEES-WAIVED TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " CONTROL TOTALS" TO PGA-PRINT(1:15).
           MOVE "REGISTER" TO PGA-PRINT(44:8).
           MOVE "PGTXIFL" TO PGA-PRINT(80:7).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " DEBIT MOVEMENTS        " TO PGA-PRINT(1:24).
           MOVE PGA-DR-COUNT TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           MOVE PGA-DR-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(38:21).
           MOVE PGA-PF-DR-COUNT TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(61:11).
           MOVE PGA-PF-DR-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(74:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " CREDIT MOVEMENTS       " TO PGA-PRINT(1:24).
           MOVE PGA-CR-COUNT TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           MOVE PGA-CR-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(38:21).
           MOVE PGA-PF-CR-COUNT TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(61:11).
           MOVE PGA-PF-CR-TOTAL TO PGA-AMOUNT-EDIT.
           MOVE PGA-AMOUNT-EDIT TO PGA-PRINT(74:21).
           PERFORM 0061-PRINT-LINE.
           MOVE SPACES TO PGA-PRINT.
           MOVE " RECORDS WRITTEN        " TO PGA-PRINT(1:24).
           COMPUTE PGA-COUNT-EDIT = PGA-DR-COUNT + PGA-CR-COUNT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(25:11).
           MOVE PGA-PF-RECORDS TO PGA-COUNT-EDIT.
           MOVE PGA-COUNT-EDIT TO PGA-PRINT(61:11).
           IF PGA-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE ***" TO PGA-PRINT(100:22)
           ELSE
               MOVE "AGREED" TO PGA-PRINT(100:6)
           END-IF.
           PERFORM 0061-PRINT-LINE.

      *----------------------------------------------------------------
      * 0080-SETTLE-CLAIM: a proved file commits the claim with the
      * run's totals against it; anything else rolls the claim back
      * so the date can be run again once the fault is fixed.
      *----------------------------------------------------------------
       0080-SETTLE-CLAIM.
           IF PGA-RETURN-CODE NOT = 0
               PERFORM 0082-EXEC-ROLLBACK
               DISPLAY "Accrual claim for " PGA-BUS-DATE
                   " rolled back"
           ELSE
               PERFORM 0083-RECORD-TOTALS
               IF PGA-RESULT-OK
                   PERFORM 0084-EXEC-COMMIT
               END-IF
               IF NOT PGA-RESULT-OK
                   PERFORM 0082-EXEC-ROLLBACK
                   DISPLAY "Accrual claim could not be committed, do"
                       " not post PGTXIFL"
                   MOVE 12 TO PGA-RETURN-CODE
               END-IF
           END-IF.

       0081-EXEC-SIMPLE-BEGIN.
           MOVE "0081-EXEC-SIMPLE-BEGIN" TO PGA-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "BEGIN" & x"00"
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.
           IF NOT PGA-RESULT-OK
               MOVE 12 TO PGA-RETURN-CODE
           END-IF.

       0082-EXEC-ROLLBACK.
           MOVE "0082-EXEC-ROLLBACK" TO PGA-CALLING-PARA.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE "ROLLBACK" & x"00"
               RETURNING PGRES.
           CALL "PQclear" USING BY VALUE PGRES.

       0083-RECORD-TOTALS.
           PERFORM 0043-SET-CLAIM-PARAMS.
           MOVE SPACES TO PGA-PARAM-ACCOUNTS.
           MOVE PGA-ACCTS-READ TO PGA-COUNT-9.
           MOVE PGA-COUNT-9 TO PGA-PARAM-ACCOUNTS(1:10).
           MOVE x"00" TO PGA-PARAM-ACCOUNTS(11:1).
           SET PGA-PARAM-PTR(3) TO ADDRESS OF PGA-PARAM-ACCOUNTS.
           MOVE SPACES TO PGA-PARAM-DR-TOTAL.
           MOVE PGA-DR-TOTAL TO PGA-TOTAL-EDIT.
           MOVE PGA-TOTAL-EDIT TO PGA-PARAM-DR-TOTAL(1:19).
           MOVE x"00" TO PGA-PARAM-DR-TOTAL(20:1).
           SET PGA-PARAM-PTR(4) TO ADDRESS OF PGA-PARAM-DR-TOTAL.
           MOVE SPACES TO PGA-PARAM-CR-TOTAL.
           MOVE PGA-CR-TOTAL TO PGA-TOTAL-EDIT.
           MOVE PGA-TOTAL-EDIT TO PGA-PARAM-CR-TOTAL(1:19).
           MOVE x"00" TO PGA-PARAM-CR-TOTAL(20:1).
           SET PGA-PARAM-PTR(5) TO ADDRESS OF PGA-PARAM-CR-TOTAL.
           MOVE SPACES TO PGA-PARAM-FEE-TOTAL.
           MOVE PGA-FEE-TOTAL TO PGA-TOTAL-EDIT.
           MOVE PGA-TOTAL-EDIT TO PGA-PARAM-FEE-TOTAL(1:19).
           MOVE x"00" TO PGA-PARAM-FEE-TOTAL(20:1).
           SET PGA-PARAM-PTR(6) TO ADDRESS OF PGA-PARAM-FEE-TOTAL.
           MOVE "0083-RECORD-TOTALS" TO PGA-CALLING-PARA.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE "UPDATE cobpg_accrual_control SET "
                   & "accounts = $3::integer, "
                   & "debit_total = $4::numeric, "
                   & "credit_total = $5::numeric, "
                   & "fee_total = $6::numeric "
                   & "WHERE target_table = $1 "
                   & "AND business_date = $2::date" & x"00"
               BY VALUE 6
               BY VALUE 0
               BY REFERENCE PGA-PARAM-VALUES
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES.
           PERFORM 0085-CHECK-RESULT.
           CALL "PQclear" USING BY VALUE PGRES.

       0084-EXEC-COMMIT.
           MOVE "0084-EXEC-COMMIT" TO PGA-CALLING-PARA.
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
               MOVE "Y" TO PGA-RESULT-OK-SW
           ELSE
               MOVE "N" TO PGA-RESULT-OK-SW
               CALL "PQresultErrorMessage" USING
                   BY VALUE PGRES
                   RETURNING ERR-MSG-PTR
               SET ADDRESS OF ERR-MSG-STR TO ERR-MSG-PTR
               MOVE SPACES TO ERR-MSG-TEXT
               STRING ERR-MSG-STR DELIMITED BY x"00" INTO ERR-MSG-TEXT
               INSPECT ERR-MSG-TEXT REPLACING ALL x"0A" BY SPACE
                                            ALL x"0D" BY SPACE
               MOVE SPACES TO PGA-SQLSTATE
               CALL "PQresultErrorField" USING
                   BY VALUE PGRES
                   BY VALUE 67
                   RETURNING PGA-SQLSTATE-PTR
               IF PGA-SQLSTATE-PTR NOT = NULL
                   SET ADDRESS OF PGA-SQLSTATE-STR TO PGA-SQLSTATE-PTR
                   STRING PGA-SQLSTATE-STR DELIMITED BY x"00"
                       INTO PGA-SQLSTATE
               END-IF
               MOVE SPACES TO PGERR-RECORD
               MOVE PGA-CALLING-PARA TO PGERR-PARAGRAPH
               MOVE PGA-SQLSTATE TO PGERR-SQLSTATE
               MOVE ERR-MSG-TEXT TO PGERR-MESSAGE
               WRITE PGERR-RECORD
               DISPLAY PGA-CALLING-PARA " failed: " ERR-MSG-TEXT
           END-IF.

      *----------------------------------------------------------------
      * 0086-PARSE-AMOUNT: the same plain-text numeric parser as
      * COBPG's 0015 -- optional leading minus, digits, optional
      * point, anything past two decimal places dropped.
      *----------------------------------------------------------------
       0086-PARSE-AMOUNT.
           MOVE 0 TO PGA-AMT-WORK PGA-AMT-FRAC-CT.
           MOVE "N" TO PGA-AMT-NEG-SW PGA-AMT-FRAC-SW.
           PERFORM 0086-A-PARSE-CHAR
               VARYING PGA-AMT-IDX FROM 1 BY 1
               UNTIL PGA-AMT-IDX > 20.
           IF NOT PGA-AMT-IN-FRACTION OR PGA-AMT-FRAC-CT = 0
               MULTIPLY 100 BY PGA-AMT-WORK
           ELSE
               IF PGA-AMT-FRAC-CT = 1
                   MULTIPLY 10 BY PGA-AMT-WORK
               END-IF
           END-IF.
           COMPUTE PGA-AMT-VALUE = PGA-AMT-WORK / 100.
           IF PGA-AMT-NEG
               COMPUTE PGA-AMT-VALUE = 0 - PGA-AMT-VALUE
           END-IF.

       0086-A-PARSE-CHAR.
           MOVE PGA-AMT-TEXT(PGA-AMT-IDX:1) TO PGA-AMT-DIGIT-X.
           EVALUATE TRUE
               WHEN PGA-AMT-DIGIT-X = "-"
                   MOVE "Y" TO PGA-AMT-NEG-SW
               WHEN PGA-AMT-DIGIT-X = "."
                   MOVE "Y" TO PGA-AMT-FRAC-SW
               WHEN PGA-AMT-DIGIT-X NOT LESS THAN "0"
                   AND PGA-AMT-DIGIT-X NOT GREATER THAN "9"
                   IF NOT PGA-AMT-IN-FRACTION
                       OR PGA-AMT-FRAC-CT LESS THAN 2
                       COMPUTE PGA-AMT-WORK =
                           PGA-AMT-WORK * 10 + PGA-AMT-DIGIT-9
                       IF PGA-AMT-IN-FRACTION
                           ADD 1 TO PGA-AMT-FRAC-CT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0087-GET-CELL.
           CALL "PQgetvalue" USING
               BY VALUE PGRES
               BY VALUE PGA-ROW-IDX
               BY VALUE PGA-COL-IDX
               RETURNING RESPTR.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACES TO PGA-CELL-TEXT.
           STRING RESSTR DELIMITED BY x"00" INTO PGA-CELL-TEXT.

       0090-WRAP-UP.
           CALL "PQfinish" USING BY VALUE PGCONN RETURNING NULL.
           IF PGA-DATE-CLAIMED
               DISPLAY "Accounts read       : " PGA-ACCTS-READ
               DISPLAY "Debit movements     : " PGA-DR-COUNT
               DISPLAY "Credit movements    : " PGA-CR-COUNT
               DISPLAY "Fees charged        : " PGA-FEES-CHARGED
               DISPLAY "Fees waived         : " PGA-FEES-WAIVED
               DISPLAY "Frozen or closed    : " PGA-NOT-ACCRUED-CT
           END-IF.
           CLOSE PGERRFL.
           MOVE PGA-RETURN-CODE TO RETURN-CODE.
           DISPLAY "PGACCRUE return code set to " RETURN-CODE.
