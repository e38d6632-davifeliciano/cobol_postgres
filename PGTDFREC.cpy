      *                  WITH A LEADING SEPARATE SIGN AND TWO IMPLIED
      *                  DECIMALS, ALWAYS 14 WIDE. A COLUMN NAMED
      *                  BATCH_ID IS FILLED FROM THE RUN'S BATCH-ID
      *                  WHEN THE EXTRACT LEAVES IT BLANK, AND A
      *                  COLUMN NAMED CURRENCY WITH THE BASE CURRENCY
      *                  WHEN BLANK. AT MOST
      *                  TWELVE COLUMNS; THE RECORD MUST FIT THE
      *                  75-BYTE EXTRACT IMAGE; THE KEY IS AN
      *                  UNSIGNED DIGIT FIELD AT MOST TEN WIDE.
      *****************************************************************
       01  PGTDF-RECORD.
