      *    DESCRIPTION : CHECKPOINT RECORD FOR THE LOAD SUBSYSTEM
      *                  (PGCKPFL). WRITTEN AFTER EVERY COMMIT SO A
      *                  RERUN CAN RESUME AFTER THE LAST ROW LOADED.
      *                  PART-NO IS THE PARTITION OF A PARTITIONED
      *                  BULKLOAD STREAM, SPACES FOR A WHOLE-FILE RUN.
      *                  CT2-COMMITTED IS THE RUNNING TOTAL OF CONTACT
      *                  ROWS COMMITTED, KEPT APART FROM THE PARENT
      *                  COUNT IN RECS-COMMITTED.
      *****************************************************************
       01  PGCKP-RECORD.
           05  PGCKP-BATCH-ID              PIC X(10).
           05  PGCKP-LAST-ACCOUNT-ID       PIC 9(10).
           05  PGCKP-RECS-COMMITTED        PIC 9(09).
           05  PGCKP-PART-NO               PIC X(02).
           05  PGCKP-CT2-COMMITTED         PIC 9(09).
