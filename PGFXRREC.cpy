      *****************************************************************
      *    COPYBOOK   : PGFXRREC
      *    DESCRIPTION : DAILY FX RATE FILE RECORD (PGFXRFL) READ BY
      *                  FXRATE MODE INTO THE RATE TABLE
      *                  COBPG_FX_RATE. ONE RECORD PER FOREIGN
      *                  CURRENCY PER RATE DATE (CCYYMMDD), THE RATE
      *                  GIVEN AS BASE-CURRENCY (USD) UNITS PER ONE
      *                  UNIT OF THE FOREIGN CURRENCY, SIX IMPLIED
      *                  DECIMALS. A RATE ALREADY HELD FOR THE SAME
      *                  DATE AND CURRENCY IS REPLACED, SO A CORRECTED
      *                  FILE CAN SIMPLY BE RUN AGAIN.
      *****************************************************************
       01  PGFXR-RECORD.
           05  PGFXR-RATE-DATE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGFXR-CURRENCY              PIC X(03).
           05  FILLER                      PIC X(01).
           05  PGFXR-RATE                  PIC 9(05)V9(06).
