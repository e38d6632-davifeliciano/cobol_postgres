                                                          SEPARATE.
           05  PGLDP-LOAD-DATE             PIC X(08).
           05  PGLDP-BATCH-ID              PIC X(10).
           05  PGLDP-CURRENCY              PIC X(03).
      *    TAG VIEW: THE FULL EXTRACT ALSO CARRIES THE SUPPLIER
      *    ENVELOPE (HDR/TRL) AND MAY CARRY TYPE-2 CONTACT RECORDS
      *    (CT2); THE COMPARE KEYS OFF TYPE-1 RECORDS ONLY.
