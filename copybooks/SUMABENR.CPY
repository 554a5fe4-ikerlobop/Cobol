      *> Batch-entry work record. The SumaBke entry screen keeps
      *> every batch being keyed on the SUMABEN file between
      *> sessions, keyed by batch number and line number. Line 0000
      *> is the batch control record: the department, who keyed the
      *> batch and who verified it, the detail count and operand
      *> hash the program builds the 'T' trailer from, and where the
      *> batch stands - being keyed, closed and waiting for its blind
      *> second keying, verified (every field of both keyings agrees,
      *> or a disagreement has been resolved), or released to the
      *> night's SUMATRN input. Lines 0001 up are the details, each
      *> holding both keyings side by side; only the first keying is
      *> released, and only once the line is marked verified. A
      *> released batch stays on file until its number is reused.
       01  SUMA-BATCH-ENTRY-RECORD.
           05  BEN-KEY.
               10  BEN-BATCH-NO        PIC 9(4).
               10  BEN-LINE-NO         PIC 9(4).
           05  BEN-DATA                PIC X(80).
           05  BEN-CONTROL-DATA REDEFINES BEN-DATA.
               10  BEN-DEPT            PIC X(4).
               10  BEN-BATCH-STATUS    PIC X(1).
                   88  BEN-KEYING               VALUE 'K'.
                   88  BEN-AWAIT-VERIFY         VALUE 'V'.
                   88  BEN-VERIFIED             VALUE 'C'.
                   88  BEN-RELEASED             VALUE 'R'.
               10  BEN-KEYED-BY        PIC X(3).
               10  BEN-KEYED-DATE      PIC 9(6).
               10  BEN-VERIFIED-BY     PIC X(3).
               10  BEN-VERIFIED-DATE   PIC 9(6).
               10  BEN-RELEASED-DATE   PIC 9(6).
               10  BEN-DETAIL-COUNT    PIC 9(4).
               10  BEN-HASH-TOTAL      PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
               10  BEN-VERIFY-LINE     PIC 9(4).
               10  BEN-MISMATCH-COUNT  PIC 9(4).
               10  FILLER              PIC X(27).
           05  BEN-DETAIL-DATA REDEFINES BEN-DATA.
               10  BEN-FIRST-KEYING.
                   15  BEN-K1-TRAN-ID  PIC X(8).
                   15  BEN-K1-REGION   PIC X(3).
                   15  BEN-K1-CURRENCY PIC X(3).
                   15  BEN-K1-NUM1     PIC S9(7)V99 SIGN LEADING
                                        SEPARATE.
                   15  BEN-K1-NUM2     PIC S9(7)V99 SIGN LEADING
                                        SEPARATE.
               10  BEN-SECOND-KEYING.
                   15  BEN-K2-TRAN-ID  PIC X(8).
                   15  BEN-K2-REGION   PIC X(3).
                   15  BEN-K2-CURRENCY PIC X(3).
                   15  BEN-K2-NUM1     PIC S9(7)V99 SIGN LEADING
                                        SEPARATE.
                   15  BEN-K2-NUM2     PIC S9(7)V99 SIGN LEADING
                                        SEPARATE.
               10  BEN-LINE-STATUS     PIC X(1).
                   88  BEN-LINE-UNVERIFIED      VALUE ' '.
                   88  BEN-LINE-MISMATCH        VALUE 'M'.
                   88  BEN-LINE-VERIFIED        VALUE 'V'.
               10  BEN-RESOLVED-BY     PIC X(3).
               10  FILLER              PIC X(8).
