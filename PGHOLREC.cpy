      *****************************************************************
      *    COPYBOOK   : PGHOLREC
      *    DESCRIPTION : BANK HOLIDAY FILE RECORD (PGHOLFL) READ BY
      *                  CALENDAR MODE TO MAINTAIN THE BUSINESS-DAY
      *                  CALENDAR TABLE COBPG_BUSINESS_CALENDAR. A
      *                  BUSINESS DAY IS ANY MONDAY TO FRIDAY NOT ON
      *                  THAT TABLE. ACTION "A" ADDS THE DATE AS A
      *                  HOLIDAY (OR RENAMES IT IF ALREADY THERE); "D"
      *                  REMOVES IT, MAKING IT A BUSINESS DAY AGAIN.
      *                  THE DATE IS CCYYMMDD.
      *****************************************************************
       01  PGHOL-RECORD.
           05  PGHOL-ACTION                PIC X(01).
               88  PGHOL-ACTION-ADD            VALUE "A".
               88  PGHOL-ACTION-DELETE         VALUE "D".
           05  FILLER                      PIC X(01).
           05  PGHOL-DATE                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  PGHOL-DESCRIPTION           PIC X(30).
