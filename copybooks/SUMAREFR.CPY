      *> Region/department reference master record. One record per
      *> valid code, keyed by code type ('R' region, 'D' department)
      *> and the code itself (a 3-character region code is held left-
      *> justified in the 4-character key). REF-EFF-DATE is the
      *> business date the record's current status took effect: an
      *> active code is good from that date on (before it, the code
      *> is not yet in force and edits as unknown), and a retired
      *> code stays good until that date and is refused from it on,
      *> so a retirement can be keyed ahead of time. SumaDos edits
      *> every detail region and every batch-header department
      *> against this file, and SumaSus edits a corrected region
      *> before releasing it; a code not on file suspends as UREG /
      *> UDPT, a retired one as XREG / XDPT. Maintained through the
      *> SumaRfm screen, which stamps who last changed a code.
       01  SUMA-REF-RECORD.
           05  REF-KEY.
               10  REF-CODE-TYPE       PIC X(1).
                   88  REF-REGION-CODE          VALUE 'R'.
                   88  REF-DEPT-CODE            VALUE 'D'.
               10  REF-CODE            PIC X(4).
           05  REF-STATUS              PIC X(1).
               88  REF-ACTIVE                   VALUE 'A'.
               88  REF-RETIRED                  VALUE 'I'.
           05  REF-EFF-DATE            PIC 9(6).
           05  REF-DESCRIPTION         PIC X(30).
           05  REF-MAINT-DATE          PIC 9(6).
           05  REF-MAINT-BY            PIC X(3).
