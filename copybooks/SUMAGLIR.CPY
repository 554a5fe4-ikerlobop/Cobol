      *> posted result, and the 'T' file trailer carries the record
      *> count and a hash total of RR-RESULTADO so the ledger system
      *> can prove it ingested the whole handover.
      *> Each 'D' record is followed by its two 'J' journal lines:
      *> the SUMACOA debit account and credit account for the
      *> posting's region, department and currency, each carrying
      *> the unsigned base-currency amount. A reversal's offsetting
      *> entry carries negated figures, so its lines land on the
      *> opposite sides. The trailer count and hash still cover the
      *> 'D' records only (that is what the ledger acknowledges);
      *> the trailer also carries the journal line count and the
      *> journal net (debits less credits), which is always zero.
       01  SUMA-GLI-RECORD.
           05  GLI-REC-TYPE            PIC X(1).
               88  GLI-FILE-HEADER              VALUE 'H'.
               88  GLI-DETAIL                   VALUE 'D'.
               88  GLI-JOURNAL-LINE             VALUE 'J'.
               88  GLI-FILE-TRAILER             VALUE 'T'.
           05  GLI-REC-DATA            PIC X(46).
           05  GLI-HEADER-DATA REDEFINES GLI-REC-DATA.
                                        SEPARATE.
               10  GLI-RESULTADO       PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
           05  GLI-JOURNAL-DATA REDEFINES GLI-REC-DATA.
               10  GLI-JNL-TRAN-ID     PIC X(8).
               10  GLI-JNL-ACCOUNT     PIC X(10).
               10  GLI-JNL-DR-CR       PIC X(1).
                   88  GLI-JNL-DEBIT            VALUE 'D'.
                   88  GLI-JNL-CREDIT           VALUE 'C'.
               10  GLI-JNL-AMOUNT      PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
               10  GLI-JNL-REGION      PIC X(3).
               10  GLI-JNL-DEPT        PIC X(4).
               10  GLI-JNL-CURRENCY    PIC X(3).
               10  FILLER              PIC X(5).
           05  GLI-TRAILER-DATA REDEFINES GLI-REC-DATA.
               10  GLI-TRL-REC-COUNT   PIC 9(7).
               10  GLI-TRL-HASH-TOTAL  PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
               10  GLI-TRL-JNL-COUNT   PIC 9(7).
               10  GLI-TRL-JNL-NET     PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
               10  FILLER              PIC X(4).
