      *> Duplicate-payment review record. The SumaDup detector writes
      *> one for every pair of postings it suspects of being the same
      *> payment keyed twice under two different transaction ids,
      *> keyed by the two ids (lower id first, so a pair has only one
      *> key however it is found). DRV-MATCH-TYPE says why the pair
      *> was raised: the same region, currency and operand pair, or
      *> the same region, currency and original-currency result from
      *> different operands. The controller works the open items
      *> through the SumaDrv review session: a pair cleared as not a
      *> duplicate is never raised again; one confirmed as a
      *> duplicate is listed on every run until one side has been
      *> reversed, when it drops out of the scan.
       01  SUMA-DUP-REVIEW-RECORD.
           05  DRV-KEY.
               10  DRV-TRAN-ID-A       PIC X(8).
               10  DRV-TRAN-ID-B       PIC X(8).
           05  DRV-MATCH-TYPE          PIC X(1).
               88  DRV-SAME-OPERANDS            VALUE 'P'.
               88  DRV-SAME-RESULT              VALUE 'R'.
           05  DRV-REGION              PIC X(3).
           05  DRV-CURRENCY            PIC X(3).
           05  DRV-ORIG-RESULT         PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
           05  DRV-DEPT-A              PIC X(4).
           05  DRV-POST-DATE-A         PIC 9(6).
           05  DRV-DEPT-B              PIC X(4).
           05  DRV-POST-DATE-B         PIC 9(6).
           05  DRV-STATUS              PIC X(1).
               88  DRV-OPEN                     VALUE 'O'.
               88  DRV-NOT-DUPLICATE            VALUE 'N'.
               88  DRV-CONFIRMED                VALUE 'D'.
           05  DRV-FIRST-FLAGGED       PIC 9(6).
           05  DRV-LAST-FLAGGED        PIC 9(6).
           05  DRV-REVIEW-DATE         PIC 9(6).
           05  DRV-REVIEW-BY           PIC X(3).
