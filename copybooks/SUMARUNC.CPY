      *> authorization follows it -- set deliberately by an operator,
      *> either via the PARM force indicator or by appending an 'F'
      *> record -- so a double submission can no longer double-post
      *> a processing day. A forced run's 'O' and 'C' records, and
      *> every 'F' record, carry the id of the operator who
      *> authorized it, who must hold the operations override role
      *> on SUMAOPR. An 'R' record notes that SumaRtv accepted a
      *> rate movement beyond tolerance for the date on an override
      *> and by whom; it does not change where the run stands.
       01  SUMA-RUN-RECORD.
           05  RUN-BUS-DATE            PIC 9(6).
           05  RUN-STATUS              PIC X(1).
               88  RUN-OPENED                   VALUE 'O'.
               88  RUN-COMPLETE                 VALUE 'C'.
               88  RUN-FORCE-AUTH               VALUE 'F'.
               88  RUN-RATE-OVERRIDE            VALUE 'R'.
           05  RUN-STAMP-DATE          PIC 9(6).
           05  RUN-STAMP-TIME          PIC 9(8).
           05  RUN-AUTH-BY             PIC X(3).
