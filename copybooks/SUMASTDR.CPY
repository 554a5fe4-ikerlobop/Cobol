      *> Standing-transaction record. One per recurring operand pair
      *> a department would otherwise key every period (rent, lease,
      *> service fees), keyed by a four-digit entry number. The SumaStg
      *> generator reads the file nightly and writes an occurrence
      *> into a self-balancing batch for every scheduled date that
      *> falls due on the business date: monthly and quarterly on
      *> the start date's day of the month (the last day of a shorter
      *> month), weekly every seventh day from the start date, and a
      *> date that is a weekend or holiday on SUMACAL rolls forward to
      *> the next processing day. STD-END-DATE zero means open-ended.
      *> Each occurrence posts under transaction id 'S', the entry
      *> number and STD-GEN-COUNT (the occurrences generated so far),
      *> so any posting traces straight back to its entry. Maintained
      *> through the SumaStd screen, which stamps who last changed it;
      *> a suspended entry is kept but generates nothing.
       01  SUMA-STANDING-RECORD.
           05  STD-ENTRY-NO            PIC 9(4).
           05  STD-STATUS              PIC X(1).
               88  STD-ACTIVE                   VALUE 'A'.
               88  STD-SUSPENDED                VALUE 'S'.
           05  STD-REGION              PIC X(3).
           05  STD-DEPT                PIC X(4).
           05  STD-CURRENCY            PIC X(3).
           05  STD-NUM1                PIC S9(7)V99 SIGN LEADING
                                        SEPARATE.
           05  STD-NUM2                PIC S9(7)V99 SIGN LEADING
                                        SEPARATE.
           05  STD-FREQUENCY           PIC X(1).
               88  STD-MONTHLY                  VALUE 'M'.
               88  STD-WEEKLY                   VALUE 'W'.
               88  STD-QUARTERLY                VALUE 'Q'.
           05  STD-START-DATE          PIC 9(6).
           05  STD-END-DATE            PIC 9(6).
           05  STD-DESCRIPTION         PIC X(20).
           05  STD-GEN-COUNT           PIC 9(3).
           05  STD-LAST-DUE-DATE       PIC 9(6).
           05  STD-MAINT-DATE          PIC 9(6).
           05  STD-MAINT-BY            PIC X(3).
