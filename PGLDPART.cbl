       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGLDPART.
      *
      *    PGLDPART splits the cleaned load extract (PGLDCFL, written
      *    by the pre-load edit PGLDEDIT) into account-id range
      *    partitions so that several BULKLOAD streams can load one
      *    batch into the same target table at the same time, each
      *    on its own partition file, checkpoint file, reject file,
      *    and range lock. It runs with no database connection at
      *    all. A first pass proves the file is in ascending
      *    account-id order -- the ranges are only disjoint if it is
      *    -- and counts the type-1 account records; the accounts
      *    are then dealt out as evenly as the count allows, the
      *    first partitions taking one extra account each when it
      *    does not divide. A partition boundary only ever falls
      *    before a type-1 account record, so every type-2 contact
      *    record (CT2) travels with the account it follows and
      *    lands in the same partition as its parent. The extract
      *    header record heads every partition file.
      *
      *    Partition n is written to PGPTnFL (n = 1 to 8), and one
      *    PGPTCREC control record per partition -- batch-id,
      *    partition number and count, low and high account-id, the
      *    account and contact counts, and the balance hash total --
      *    goes to PGPTCFL, which every stream reads for its range
      *    and the BULKMERGE step reads for the partition list. An
      *    extract with fewer accounts than partitions asked for is
      *    split into one partition per account.
      *
      *    PARM: <PARTITIONS 1-8> <BATCH-ID>
      *
      *    RETURN-CODE: 0 = partitions written, 8 = PGLDCFL out of
      *    ascending account-id sequence or holding no account
      *    records (nothing is written and nothing must be loaded),
      *    12 = PARM invalid or PGLDCFL missing or unreadable.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PGLDCFL ASSIGN TO "PGLDCFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PGP-LDCFL-STATUS.
           SELECT PGPT1FL ASSIGN TO "PGPT1FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT2FL ASSIGN TO "PGPT2FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT3FL ASSIGN TO "PGPT3FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT4FL ASSIGN TO "PGPT4FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT5FL ASSIGN TO "PGPT5FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT6FL ASSIGN TO "PGPT6FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT7FL ASSIGN TO "PGPT7FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPT8FL ASSIGN TO "PGPT8FL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PGPTCFL ASSIGN TO "PGPTCFL"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PGLDCFL.
           COPY PGLDCREC.
           COPY PGLDIREC.
       FD  PGPT1FL.
       01  PGPT1-RECORD                   PIC X(120).
       FD  PGPT2FL.
       01  PGPT2-RECORD                   PIC X(120).
       FD  PGPT3FL.
       01  PGPT3-RECORD                   PIC X(120).
       FD  PGPT4FL.
       01  PGPT4-RECORD                   PIC X(120).
       FD  PGPT5FL.
       01  PGPT5-RECORD                   PIC X(120).
       FD  PGPT6FL.
       01  PGPT6-RECORD                   PIC X(120).
       FD  PGPT7FL.
       01  PGPT7-RECORD                   PIC X(120).
       FD  PGPT8FL.
       01  PGPT8-RECORD                   PIC X(120).
       FD  PGPTCFL.
           COPY PGPTCREC.

       WORKING-STORAGE SECTION.
       01 PGP-PARM-LINE             PIC X(80).
       01 PGP-PARTS-X               PIC X(02).
       01 PGP-PARTS                 PIC 9(02).
       01 PGP-BATCH-ID              PIC X(10).
       01 PGP-LDCFL-STATUS          PIC X(02).
       01 PGP-EOF-SW                PIC X(01).
           88 PGP-EOF                   VALUE "Y".
       01 PGP-SEQ-ERROR-SW          PIC X(01).
           88 PGP-SEQ-ERROR             VALUE "Y".
       01 PGP-FIRST-ACCOUNT-SW      PIC X(01).
           88 PGP-FIRST-ACCOUNT         VALUE "Y".
       01 PGP-PREV-ACCOUNT-ID       PIC 9(10).

       01 PGP-ACCOUNTS-TOTAL        USAGE BINARY-LONG.
       01 PGP-CONTACTS-TOTAL        USAGE BINARY-LONG.
       01 PGP-PART-COUNT            USAGE BINARY-LONG.
       01 PGP-PART-BASE             USAGE BINARY-LONG.
       01 PGP-PART-EXTRA            USAGE BINARY-LONG.
       01 PGP-PART-NO               USAGE BINARY-LONG.
       01 PGP-PART-IDX              USAGE BINARY-LONG.

      * one entry per partition: how many accounts it is to take,
      * and what it actually took
       01 PGP-PART-TABLE.
           05 PGP-PART-ENTRY         OCCURS 8 TIMES.
               10 PGP-PT-TARGET      USAGE BINARY-LONG.
               10 PGP-PT-ACCOUNTS    USAGE BINARY-LONG.
               10 PGP-PT-CONTACTS    USAGE BINARY-LONG.
               10 PGP-PT-LOW         PIC 9(10).
               10 PGP-PT-HIGH        PIC 9(10).
               10 PGP-PT-HASH        PIC S9(13)V99.

       PROCEDURE DIVISION.
       PERFORM 0010-GET-PARMS.
       PERFORM 0020-COUNT-ACCOUNTS.
       PERFORM 0030-SET-TARGETS.
       PERFORM 0040-OPEN-FILES.
       PERFORM 0051-READ-CLEAN.
       PERFORM 0050-SPLIT-RECORD UNTIL PGP-EOF.
       PERFORM 0060-WRITE-CONTROL.
       PERFORM 0090-WRAP-UP.
       GOBACK.

      *----------------------------------------------------------------
      * 0010-GET-PARMS: the batch-id is mandatory -- it is what the
      * streams and the merge step find their partitions by.
      *----------------------------------------------------------------
       0010-GET-PARMS.
           MOVE SPACES TO PGP-PARM-LINE.
           ACCEPT PGP-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PGP-PARTS-X PGP-BATCH-ID.
           UNSTRING PGP-PARM-LINE DELIMITED BY ALL SPACE
               INTO PGP-PARTS-X PGP-BATCH-ID
           END-UNSTRING.
           MOVE 0 TO PGP-PARTS.
           IF PGP-PARTS-X(2:1) = SPACE
               IF PGP-PARTS-X(1:1) IS NUMERIC
                   MOVE PGP-PARTS-X(1:1) TO PGP-PARTS
               END-IF
           ELSE
               IF PGP-PARTS-X IS NUMERIC
                   MOVE PGP-PARTS-X TO PGP-PARTS
               END-IF
           END-IF.
           IF PGP-PARTS < 1 OR PGP-PARTS > 8
               DISPLAY "PGLDPART needs a partition count of 1 to 8,"
                   " got '" PGP-PARTS-X "'"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PGP-BATCH-ID = SPACES
               DISPLAY "PGLDPART needs the batch-id to be loaded"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------
      * 0020-COUNT-ACCOUNTS: one pass over the clean file before
      * anything is written. An account-id that is not above the
      * one before it would put the same or a lower id in a later
      * partition, so the ranges would overlap and the range locks
      * would not keep the streams apart: the split is refused.
      *----------------------------------------------------------------
       0020-COUNT-ACCOUNTS.
           MOVE 0 TO PGP-ACCOUNTS-TOTAL PGP-CONTACTS-TOTAL.
           MOVE 0 TO PGP-PREV-ACCOUNT-ID.
           MOVE "Y" TO PGP-FIRST-ACCOUNT-SW.
           MOVE "N" TO PGP-EOF-SW PGP-SEQ-ERROR-SW.
           OPEN INPUT PGLDCFL.
           IF PGP-LDCFL-STATUS NOT = "00"
               DISPLAY "PGLDCFL not found, status " PGP-LDCFL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0021-COUNT-RECORD UNTIL PGP-EOF.
           CLOSE PGLDCFL.
           IF PGP-SEQ-ERROR
               DISPLAY "PGLDCFL is not in ascending account-id order,"
                   " split refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PGP-ACCOUNTS-TOTAL = 0
               DISPLAY "PGLDCFL holds no account records, nothing to"
                   " split"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0021-COUNT-RECORD.
           PERFORM 0051-READ-CLEAN.
           IF NOT PGP-EOF
               EVALUATE TRUE
                   WHEN PGLDI-HEADER-REC OR PGLDI-TRAILER-REC
                       CONTINUE
                   WHEN PGLDI2-CONTACT-REC
                       ADD 1 TO PGP-CONTACTS-TOTAL
                   WHEN OTHER
                       PERFORM 0022-CHECK-SEQUENCE
               END-EVALUATE
           END-IF.

       0022-CHECK-SEQUENCE.
           IF PGLDI-ACCOUNT-ID IS NOT NUMERIC
               MOVE "Y" TO PGP-SEQ-ERROR-SW
               DISPLAY "Account-id not numeric: " PGLDI-RECORD(1:10)
           ELSE
               IF NOT PGP-FIRST-ACCOUNT
                   AND PGLDI-ACCOUNT-ID NOT > PGP-PREV-ACCOUNT-ID
                   MOVE "Y" TO PGP-SEQ-ERROR-SW
                   DISPLAY "Account-id " PGLDI-ACCOUNT-ID
                       " follows " PGP-PREV-ACCOUNT-ID
               END-IF
               MOVE PGLDI-ACCOUNT-ID TO PGP-PREV-ACCOUNT-ID
               MOVE "N" TO PGP-FIRST-ACCOUNT-SW
           END-IF.
           ADD 1 TO PGP-ACCOUNTS-TOTAL.

      *----------------------------------------------------------------
      * 0030-SET-TARGETS: the accounts are dealt out evenly; when
      * they do not divide, the first partitions take one more.
      *----------------------------------------------------------------
       0030-SET-TARGETS.
           IF PGP-PARTS > PGP-ACCOUNTS-TOTAL
               MOVE PGP-ACCOUNTS-TOTAL TO PGP-PART-COUNT
           ELSE
               MOVE PGP-PARTS TO PGP-PART-COUNT
           END-IF.
           DIVIDE PGP-ACCOUNTS-TOTAL BY PGP-PART-COUNT
               GIVING PGP-PART-BASE REMAINDER PGP-PART-EXTRA.
           PERFORM 0031-SET-ONE-TARGET
               VARYING PGP-PART-IDX FROM 1 BY 1
               UNTIL PGP-PART-IDX > 8.

       0031-SET-ONE-TARGET.
           MOVE 0 TO PGP-PT-TARGET(PGP-PART-IDX)
                     PGP-PT-ACCOUNTS(PGP-PART-IDX)
                     PGP-PT-CONTACTS(PGP-PART-IDX)
                     PGP-PT-LOW(PGP-PART-IDX)
                     PGP-PT-HIGH(PGP-PART-IDX)
                     PGP-PT-HASH(PGP-PART-IDX).
           IF PGP-PART-IDX NOT > PGP-PART-COUNT
               MOVE PGP-PART-BASE TO PGP-PT-TARGET(PGP-PART-IDX)
               IF PGP-PART-IDX NOT > PGP-PART-EXTRA
                   ADD 1 TO PGP-PT-TARGET(PGP-PART-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0040-OPEN-FILES: rewind the clean file for the split pass and
      * open only the partition files this split uses. A clean file
      * that cannot be reopened ends the run before any partition
      * file is opened, so no partial split is ever left behind.
      *----------------------------------------------------------------
       0040-OPEN-FILES.
           MOVE "N" TO PGP-EOF-SW.
           MOVE 0 TO PGP-PART-NO.
           OPEN INPUT PGLDCFL.
           IF PGP-LDCFL-STATUS NOT = "00"
               DISPLAY "PGLDCFL could not be reopened, status "
                   PGP-LDCFL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0041-OPEN-PARTITION
               VARYING PGP-PART-IDX FROM 1 BY 1
               UNTIL PGP-PART-IDX > PGP-PART-COUNT.

       0041-OPEN-PARTITION.
           EVALUATE PGP-PART-IDX
               WHEN 1
                   OPEN OUTPUT PGPT1FL
               WHEN 2
                   OPEN OUTPUT PGPT2FL
               WHEN 3
                   OPEN OUTPUT PGPT3FL
               WHEN 4
                   OPEN OUTPUT PGPT4FL
               WHEN 5
                   OPEN OUTPUT PGPT5FL
               WHEN 6
                   OPEN OUTPUT PGPT6FL
               WHEN 7
                   OPEN OUTPUT PGPT7FL
               WHEN 8
                   OPEN OUTPUT PGPT8FL
           END-EVALUATE.

      *----------------------------------------------------------------
      * 0050-SPLIT-RECORD: a new partition starts only at an account
      * record, and only once the current partition has its share;
      * a contact always goes where its account went. The extract
      * header is copied to the head of every partition, so each
      * stream records the feed it loaded.
      *----------------------------------------------------------------
       0050-SPLIT-RECORD.
           EVALUATE TRUE
               WHEN PGLDI-HEADER-REC
                   PERFORM 0052-WRITE-PARTITION
                       VARYING PGP-PART-NO FROM 1 BY 1
                       UNTIL PGP-PART-NO > PGP-PART-COUNT
                   MOVE 0 TO PGP-PART-NO
               WHEN PGLDI-TRAILER-REC
                   CONTINUE
               WHEN PGLDI2-CONTACT-REC
                   IF PGP-PART-NO = 0
                       MOVE 1 TO PGP-PART-NO
                   END-IF
                   ADD 1 TO PGP-PT-CONTACTS(PGP-PART-NO)
                   PERFORM 0052-WRITE-PARTITION
               WHEN OTHER
                   PERFORM 0053-SPLIT-ACCOUNT
           END-EVALUATE.
           PERFORM 0051-READ-CLEAN.

       0051-READ-CLEAN.
           READ PGLDCFL
               AT END MOVE "Y" TO PGP-EOF-SW
           END-READ.

       0052-WRITE-PARTITION.
           EVALUATE PGP-PART-NO
               WHEN 1
                   WRITE PGPT1-RECORD FROM PGLDC-RECORD
               WHEN 2
                   WRITE PGPT2-RECORD FROM PGLDC-RECORD
               WHEN 3
                   WRITE PGPT3-RECORD FROM PGLDC-RECORD
               WHEN 4
                   WRITE PGPT4-RECORD FROM PGLDC-RECORD
               WHEN 5
                   WRITE PGPT5-RECORD FROM PGLDC-RECORD
               WHEN 6
                   WRITE PGPT6-RECORD FROM PGLDC-RECORD
               WHEN 7
                   WRITE PGPT7-RECORD FROM PGLDC-RECORD
               WHEN 8
                   WRITE PGPT8-RECORD FROM PGLDC-RECORD
           END-EVALUATE.

       0053-SPLIT-ACCOUNT.
           IF PGP-PART-NO = 0
               MOVE 1 TO PGP-PART-NO
           ELSE
               IF PGP-PT-ACCOUNTS(PGP-PART-NO)
                       NOT < PGP-PT-TARGET(PGP-PART-NO)
                   AND PGP-PART-NO < PGP-PART-COUNT
                   ADD 1 TO PGP-PART-NO
               END-IF
           END-IF.
           IF PGP-PT-ACCOUNTS(PGP-PART-NO) = 0
               MOVE PGLDI-ACCOUNT-ID TO PGP-PT-LOW(PGP-PART-NO)
           END-IF.
           MOVE PGLDI-ACCOUNT-ID TO PGP-PT-HIGH(PGP-PART-NO).
           ADD 1 TO PGP-PT-ACCOUNTS(PGP-PART-NO).
           IF PGLDI-BALANCE IS NUMERIC
               ADD PGLDI-BALANCE TO PGP-PT-HASH(PGP-PART-NO)
           END-IF.
           PERFORM 0052-WRITE-PARTITION.

      *----------------------------------------------------------------
      * 0060-WRITE-CONTROL: one control record per partition, and
      * the same figures on the job log.
      *----------------------------------------------------------------
       0060-WRITE-CONTROL.
           OPEN OUTPUT PGPTCFL.
           PERFORM 0061-WRITE-CONTROL-REC
               VARYING PGP-PART-IDX FROM 1 BY 1
               UNTIL PGP-PART-IDX > PGP-PART-COUNT.
           CLOSE PGPTCFL.

       0061-WRITE-CONTROL-REC.
           MOVE SPACES TO PGPTC-RECORD.
           MOVE PGP-BATCH-ID TO PGPTC-BATCH-ID.
           MOVE PGP-PART-IDX TO PGPTC-PART-NO.
           MOVE PGP-PART-COUNT TO PGPTC-PART-COUNT.
           MOVE PGP-PT-LOW(PGP-PART-IDX) TO PGPTC-LOW-ACCOUNT-ID.
           MOVE PGP-PT-HIGH(PGP-PART-IDX) TO PGPTC-HIGH-ACCOUNT-ID.
           MOVE PGP-PT-ACCOUNTS(PGP-PART-IDX) TO PGPTC-ACCOUNTS.
           MOVE PGP-PT-CONTACTS(PGP-PART-IDX) TO PGPTC-CONTACTS.
           MOVE PGP-PT-HASH(PGP-PART-IDX) TO PGPTC-BALANCE-HASH.
           WRITE PGPTC-RECORD.
           DISPLAY "Partition " PGPTC-PART-NO
               " accounts " PGPTC-LOW-ACCOUNT-ID
               " thru " PGPTC-HIGH-ACCOUNT-ID
               " count " PGPTC-ACCOUNTS
               " contacts " PGPTC-CONTACTS.

       0090-WRAP-UP.
           CLOSE PGLDCFL.
           PERFORM 0091-CLOSE-PARTITION
               VARYING PGP-PART-IDX FROM 1 BY 1
               UNTIL PGP-PART-IDX > PGP-PART-COUNT.
           DISPLAY "Split batch      : " PGP-BATCH-ID.
           DISPLAY "Partitions       : " PGP-PART-COUNT.
           DISPLAY "Accounts split   : " PGP-ACCOUNTS-TOTAL.
           DISPLAY "Contacts split   : " PGP-CONTACTS-TOTAL.
           MOVE 0 TO RETURN-CODE.

       0091-CLOSE-PARTITION.
           EVALUATE PGP-PART-IDX
               WHEN 1
                   CLOSE PGPT1FL
               WHEN 2
                   CLOSE PGPT2FL
               WHEN 3
                   CLOSE PGPT3FL
               WHEN 4
                   CLOSE PGPT4FL
               WHEN 5
                   CLOSE PGPT5FL
               WHEN 6
                   CLOSE PGPT6FL
               WHEN 7
                   CLOSE PGPT7FL
               WHEN 8
                   CLOSE PGPT8FL
           END-EVALUATE.
