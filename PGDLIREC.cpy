                                                          SEPARATE.
           05  PGDLI-LOAD-DATE             PIC X(08).
           05  PGDLI-BATCH-ID              PIC X(10).
           05  PGDLI-CURRENCY              PIC X(03).
      *    GENERIC VIEW FOR TABLE-DEFINITION-DRIVEN FEEDS: THE
      *    ACTION CODE FOLLOWED BY THE RAW EXTRACT IMAGE, SLICED BY
      *    THE PGTDFREC COLUMN WIDTHS. FOR LEDGER_ACCOUNTS THE IMAGE
      *    IS EXACTLY THE FIELDS ABOVE.
       01  PGDLI-GEN-RECORD.
           05  PGDLI-GEN-ACTION            PIC X(01).
           05  PGDLI-GEN-IMAGE             PIC X(75).
