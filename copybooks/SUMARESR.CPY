      *> posting business date ride along so the SumaCls period-end
      *> close can roll the cumulative file up by region and
      *> department without re-reading the transaction stream.
      *> RR-APPLIED-FACTOR is the conversion factor actually used to
      *> turn the original-currency sum into RR-RESULTADO (one for
      *> base and blank currency; zero on history converted from
      *> before the factor was kept), so the SumaRcr rate-correction
      *> run can find every posting a wrong rate touched.
       01  SUMA-RESULT-RECORD.
           05  RR-TRAN-ID     PIC X(8).
           05  RR-REGION      PIC X(3).
           05  RR-NUM2        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  RR-ORIG-RESULT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RR-RESULTADO   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RR-APPLIED-FACTOR PIC 9(3)V9(6).
           05  RR-DEPT        PIC X(4).
           05  RR-POST-DATE   PIC 9(6).
