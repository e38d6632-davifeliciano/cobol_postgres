      *****************************************************************
      *    COPYBOOK   : PGPTCREC
      *    DESCRIPTION : BULK LOAD PARTITION CONTROL RECORD (PGPTCFL).
      *                  WRITTEN BY THE EXTRACT SPLIT (PGLDPART), ONE
      *                  RECORD PER ACCOUNT-ID RANGE PARTITION OF THE
      *                  BATCH, AND READ BY EACH PARTITIONED BULKLOAD
      *                  STREAM FOR ITS OWN RANGE AND BY THE BULKMERGE
      *                  STEP FOR THE PARTITION LIST. THE BALANCE HASH
      *                  IS EDITED THE WAY THE SUPPLIER TRAILER IS.
      *****************************************************************
       01  PGPTC-RECORD.
           05  PGPTC-BATCH-ID              PIC X(10).
           05  FILLER                      PIC X(01).
           05  PGPTC-PART-NO               PIC 9(02).
           05  FILLER                      PIC X(01).
           05  PGPTC-PART-COUNT            PIC 9(02).
           05  FILLER                      PIC X(01).
           05  PGPTC-LOW-ACCOUNT-ID        PIC 9(10).
           05  FILLER                      PIC X(01).
           05  PGPTC-HIGH-ACCOUNT-ID       PIC 9(10).
           05  FILLER                      PIC X(01).
           05  PGPTC-ACCOUNTS              PIC 9(09).
           05  FILLER                      PIC X(01).
           05  PGPTC-CONTACTS              PIC 9(09).
           05  FILLER                      PIC X(01).
           05  PGPTC-BALANCE-HASH          PIC +9(13).99.
