      *> Rate-history record. SUMARATE is replaced every day, so once
      *> a day's rate file has passed the SumaRtv edit each of its
      *> factors is kept here, keyed by the business date the rates
      *> were cut for and the currency code, for as long as the file
      *> is kept. RHS-ORIG-FACTOR is the factor as validated -- the
      *> one SumaDos applied that night and stamped on SUMARES and
      *> SUMAMST -- and RHS-FACTOR is the factor now in force for
      *> that date: the two agree until treasury corrects the rate,
      *> when the SumaRcr correction run posts the base-currency
      *> difference and marks the record corrected. A corrected
      *> record is never overwritten by a later SumaRtv run.
      *> The record keyed date zero / currency 'SEQ' is not a rate:
      *> it holds the last sequence number SumaRcr used to build its
      *> adjusting-entry transaction ids (RC000001, RC000002, ...).
       01  SUMA-RATE-HIST-RECORD.
           05  RHS-KEY.
               10  RHS-RATE-DATE       PIC 9(6).
               10  RHS-CURRENCY        PIC X(3).
           05  RHS-RATE-DATA.
               10  RHS-FACTOR          PIC 9(3)V9(6).
               10  RHS-ORIG-FACTOR     PIC 9(3)V9(6).
               10  RHS-STATUS          PIC X(1).
                   88  RHS-AS-VALIDATED         VALUE 'V'.
                   88  RHS-CORRECTED            VALUE 'C'.
               10  RHS-STAMP-DATE      PIC 9(6).
               10  RHS-STAMP-TIME      PIC 9(8).
           05  RHS-CONTROL-DATA REDEFINES RHS-RATE-DATA.
               10  RHS-LAST-ADJ-SEQ    PIC 9(6).
               10  FILLER              PIC X(27).
