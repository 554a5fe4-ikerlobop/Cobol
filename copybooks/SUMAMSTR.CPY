      *> A posting backed out by an 'R' reversal record stays on the
      *> master flagged reversed with the reversing run's date, so
      *> an inquiry shows the reversal and a second reversal of the
      *> same id is refused. MST-APPLIED-FACTOR is the conversion
      *> factor the posting run applied to reach MST-RESULTADO (one
      *> for base and blank currency; zero on history converted from
      *> before the factor was kept).
       01  SUMA-MASTER-RECORD.
           05  MST-TRAN-ID             PIC X(8).
           05  MST-REGION              PIC X(3).
                                        SEPARATE.
           05  MST-RESULTADO           PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
           05  MST-APPLIED-FACTOR      PIC 9(3)V9(6).
           05  MST-POST-DATE           PIC 9(6).
           05  MST-POST-TIME           PIC 9(8).
           05  MST-BATCH-NO            PIC 9(4).
