      *                  DEBIT INCREASES THE BALANCE, A CREDIT
      *                  DECREASES IT, MATCHING THE DEBIT/CREDIT
      *                  CLASSIFICATION THE TRIAL BALANCE REPORTS.
      *                  CURRENCY MUST MATCH THE ACCOUNT'S CURRENCY;
      *                  BLANK MEANS THE BASE CURRENCY (USD).
      *****************************************************************
       01  PGTXI-RECORD.
           05  PGTXI-ACCOUNT-ID            PIC 9(10).
                                                          SEPARATE.
           05  PGTXI-TXN-DATE              PIC X(08).
           05  PGTXI-BATCH-ID              PIC X(10).
           05  PGTXI-CURRENCY              PIC X(03).
