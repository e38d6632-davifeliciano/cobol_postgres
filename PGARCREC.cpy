                                                          SEPARATE.
           05  PGARC-LOAD-DATE             PIC X(08).
           05  PGARC-BATCH-ID              PIC X(10).
           05  PGARC-CURRENCY              PIC X(03).
