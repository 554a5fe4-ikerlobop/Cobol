      *> Chart-of-accounts mapping record for the GL extract. One
      *> record per region, originating department and currency
      *> combination the ledger books, keyed on all three, giving
      *> the GL account a posting in that combination debits and
      *> the account it credits. Accounting owns the file (a VSAM
      *> KSDS loaded from their chart of accounts). SumaGlx looks
      *> every posting in the extract window up here before it cuts
      *> the interface file; a posting with no mapping stops the
      *> extract on the SUMAGLE exception listing rather than send
      *> the ledger a line it cannot book.
       01  SUMA-COA-RECORD.
           05  COA-KEY.
               10  COA-REGION          PIC X(3).
               10  COA-DEPT            PIC X(4).
               10  COA-CURRENCY        PIC X(3).
           05  COA-DEBIT-ACCT          PIC X(10).
           05  COA-CREDIT-ACCT         PIC X(10).
           05  COA-DESCRIPTION         PIC X(30).
