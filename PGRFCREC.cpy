      *****************************************************************
      *    COPYBOOK   : PGRFCREC
      *    DESCRIPTION : RATE AND FEE CONTROL RECORD (PGRFCFL) READ BY
      *                  THE PGACCRUE INTEREST ACCRUAL AND FEE RUN.
      *                  TYPE "B" RECORDS ARE THE INTEREST BANDS, ONE
      *                  PER BALANCE TIER IN ASCENDING ORDER OF TIER
      *                  FLOOR, THE FIRST STARTING AT ZERO: THE BAND
      *                  WITH THE HIGHEST FLOOR NOT ABOVE THE
      *                  ACCOUNT'S BALANCE (SIGN IGNORED) APPLIES, AT
      *                  ITS DEBIT RATE TO A DEBIT BALANCE AND ITS
      *                  CREDIT RATE TO A CREDIT BALANCE. RATES ARE
      *                  ANNUAL PERCENTAGES. ONE OPTIONAL TYPE "F"
      *                  RECORD CARRIES THE MONTHLY MAINTENANCE FEE,
      *                  THE CREDIT BALANCE AT OR ABOVE WHICH THE FEE
      *                  IS WAIVED (ZERO MEANS NO WAIVER), AND THE
      *                  DAY BASIS OF THE ANNUAL RATES (360 OR 365).
      *****************************************************************
       01  PGRFC-RECORD.
           05  PGRFC-REC-TYPE              PIC X(01).
               88  PGRFC-BAND-REC              VALUE "B".
               88  PGRFC-FEE-REC               VALUE "F".
           05  FILLER                      PIC X(01).
           05  PGRFC-BAND-DETAIL.
               10  PGRFC-TIER-FLOOR        PIC 9(11)V99.
               10  FILLER                  PIC X(01).
               10  PGRFC-DEBIT-RATE        PIC 9(03)V9(04).
               10  FILLER                  PIC X(01).
               10  PGRFC-CREDIT-RATE       PIC 9(03)V9(04).
           05  PGRFC-FEE-DETAIL REDEFINES PGRFC-BAND-DETAIL.
               10  PGRFC-FEE-AMOUNT        PIC 9(07)V99.
               10  FILLER                  PIC X(01).
               10  PGRFC-WAIVER-BALANCE    PIC 9(11)V99.
               10  FILLER                  PIC X(01).
               10  PGRFC-DAY-BASIS         PIC 9(03).
               10  FILLER                  PIC X(02).
