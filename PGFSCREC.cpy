      *****************************************************************
      *    COPYBOOK   : PGFSCREC
      *    DESCRIPTION : EXPECTED-FEED SCHEDULE RECORD (PGFSCFL) READ
      *                  BY FEEDMON MODE. ONE RECORD PER RUN EXPECTED
      *                  EVERY BUSINESS DAY: THE SUPPLIER FEED ID (AS
      *                  CARRIED ON THE PGLDIREC ENVELOPE HEADER,
      *                  BLANK FOR A RUN THAT READS NO SUPPLIER FEED),
      *                  THE COBPG RUN MODE, THE TIME OF DAY BY WHICH
      *                  THE RUN MUST HAVE COMPLETED (HHMM), AND THE
      *                  TARGET TABLE (BLANK = ANY TABLE).
      *****************************************************************
       01  PGFSC-RECORD.
           05  PGFSC-FEED-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGFSC-RUN-MODE              PIC X(09).
           05  FILLER                      PIC X(01).
           05  PGFSC-DUE-TIME.
               10  PGFSC-DUE-HH            PIC X(02).
               10  PGFSC-DUE-MM            PIC X(02).
           05  FILLER                      PIC X(01).
           05  PGFSC-TARGET-TABLE          PIC X(30).
