      *                  BATCH-ID) AND A TRAILER RECORD (DETAIL COUNT,
      *                  BALANCE HASH TOTAL) IN THE SAME POSITIONS THE
      *                  UNLOAD SUBSYSTEM WRITES ON OUTBOUND FEEDS --
      *                  WHICH THE PRE-LOAD EDIT VERIFIES. THE HEADER
      *                  IS PASSED ON TO THE LOAD STEP, WHICH RECORDS
      *                  ITS FEED ID; THE TRAILER IS STRIPPED.
      *                  CURRENCY IS THE ISO CODE THE ACCOUNT IS HELD
      *                  IN; BLANK MEANS THE BASE CURRENCY (USD), SO
      *                  AN EXTRACT WRITTEN BEFORE THE FIELD EXISTED
      *                  STILL LOADS AS IT ALWAYS DID.
      *****************************************************************
       01  PGLDI-RECORD.
           05  PGLDI-ACCOUNT-ID            PIC 9(10).
                                                          SEPARATE.
           05  PGLDI-LOAD-DATE             PIC X(08).
           05  PGLDI-BATCH-ID              PIC X(10).
           05  PGLDI-CURRENCY              PIC X(03).
       01  PGLDI-ENVELOPE.
           05  PGLDI-REC-TAG               PIC X(03).
               88  PGLDI-HEADER-REC            VALUE "HDR".
