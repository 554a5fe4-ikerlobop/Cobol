      *> Standing-transaction produced log. SumaStg writes one record
      *> for every occurrence it generates, keyed by the entry number
      *> and the scheduled date the occurrence was due (before any
      *> roll forward to a processing day), with the transaction id
      *> it went out under and the business date of the batch that
      *> carried it. Before generating anything the run looks here
      *> first, so a rerun of the same business date -- or an
      *> occurrence reached again through a calendar change --
      *> never goes out twice.
       01  SUMA-STD-LOG-RECORD.
           05  SPL-KEY.
               10  SPL-ENTRY-NO        PIC 9(4).
               10  SPL-DUE-DATE        PIC 9(6).
           05  SPL-TRAN-ID             PIC X(8).
           05  SPL-BUS-DATE            PIC 9(6).
           05  SPL-RUN-DATE            PIC 9(6).
           05  SPL-RUN-TIME            PIC 9(8).
