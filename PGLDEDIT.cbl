      *    day. Only a verified file is then edited, and it applies
      *    the business edits to every record: account-id numeric and
      *    non-zero, load-date a real calendar date, balance a valid
      *    signed amount, account-name non-blank, currency blank or
      *    a three-letter code, and no duplicate
      *    account-ids within the file (which is expected in ascending
      *    account-id order, the same assumption the load subsystem's
      *    checkpoint restart makes). Records that pass every edit go
      *    to PGLDCFL unchanged, behind the verified header record,
      *    ready to be fed to LOAD mode; records
      *    that fail go to PGLDEFL with the full original image and a
      *    plain-English reason, so data problems bounce back to the
      *    extract supplier instead of surfacing as load failures

      *----------------------------------------------------------------
      * 0020-EDIT-RECORD: the envelope records were consumed by the
      * verification pass. The header is passed through to PGLDCFL
      * so the LOAD step can record which feed it loaded; the
      * trailer is stripped, since its totals no longer hold once
      * rejects are taken out. For details, first
      * failing edit wins -- one record, one reason, so the reject
      * file reads as a worklist the extract supplier can action
      * line by line.
      *----------------------------------------------------------------
       0020-EDIT-RECORD.
           EVALUATE TRUE
               WHEN PGLDI-HEADER-REC
                   MOVE PGLDI-ENVELOPE TO PGLDC-RECORD
                   WRITE PGLDC-RECORD
               WHEN PGLDI-TRAILER-REC
                   CONTINUE
               WHEN PGLDI2-CONTACT-REC
                   PERFORM 0040-EDIT-CONTACT
           IF PGE-RECORD-OK
               PERFORM 0034-EDIT-LOAD-DATE
           END-IF.
           IF PGE-RECORD-OK
               PERFORM 0038-EDIT-CURRENCY
           END-IF.
           IF PGE-RECORD-OK
               ADD 1 TO PGE-RECS-CLEAN
               MOVE PGLDI-RECORD TO PGLDC-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0038-EDIT-CURRENCY: blank is the base currency; anything else
      * must be a full three-letter ISO code, since POST matches
      * movements to the account on it exactly.
      *----------------------------------------------------------------
       0038-EDIT-CURRENCY.
           IF PGLDI-CURRENCY NOT = SPACES
               IF PGLDI-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR PGLDI-CURRENCY(1:1) = SPACE
                   OR PGLDI-CURRENCY(2:1) = SPACE
                   OR PGLDI-CURRENCY(3:1) = SPACE
                   MOVE "N" TO PGE-RECORD-OK-SW
                   MOVE "CURRENCY IS NOT A 3-LETTER CODE"
                       TO PGE-REASON-TEXT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0040-EDIT-CONTACT: type-2 records live or die with the
      * account record immediately in force. First failing edit
