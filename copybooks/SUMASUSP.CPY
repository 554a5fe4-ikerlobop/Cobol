      *> it and the batch it arrived in, plus a status byte so the
      *> SumaSus correction program can release a fixed record back
      *> into the next run or delete it, without anything being
      *> posted twice or silently dropped. A corrected item waits
      *> with the corrected operands and the id of the operator who
      *> corrected it until someone else releases it.
       01  SUMA-SUSP-RECORD.
           05  SUS-TRAN-ID             PIC X(8).
           05  SUS-REGION              PIC X(3).
               88  SUS-RVSL-NOT-FOUND           VALUE 'RNOF'.
               88  SUS-RVSL-DUPLICATE           VALUE 'RDUP'.
               88  SUS-HOLD-REJECTED            VALUE 'HREJ'.
               88  SUS-UNKNOWN-REGION           VALUE 'UREG'.
               88  SUS-RETIRED-REGION           VALUE 'XREG'.
               88  SUS-UNKNOWN-DEPT             VALUE 'UDPT'.
               88  SUS-RETIRED-DEPT             VALUE 'XDPT'.
           05  SUS-RUN-DATE            PIC 9(6).
           05  SUS-BATCH-NO            PIC 9(4).
           05  SUS-STATUS              PIC X(1).
               88  SUS-OPEN-ITEM                VALUE 'O'.
               88  SUS-RELEASED                 VALUE 'R'.
               88  SUS-DELETED                  VALUE 'D'.
               88  SUS-CORRECTED                VALUE 'C'.
               88  SUS-OUTSTANDING              VALUE 'O' 'C'.
           05  SUS-CORRECTED-BY        PIC X(3).
