                                                          SEPARATE.
           05  PGLDJ-LOAD-DATE             PIC X(08).
           05  PGLDJ-BATCH-ID              PIC X(10).
           05  PGLDJ-CURRENCY              PIC X(03).
