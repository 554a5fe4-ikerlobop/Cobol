      *> Operator authority record. One record per user id - the
      *> same three characters every screen asks for at sign-on and
      *> stamps on SUMAAUD - with the roles the user holds:
      *>   entry       keys and re-keys batches on the SumaBke screen
      *>   correction  corrects and deletes suspense items (SumaSus)
      *>   approver    decides held batches (SumaApr) and releases
      *>               corrected suspense items (SumaSus)
      *>   override    authorizes a SumaDos forced rerun or a SumaRtv
      *>               rate-movement override, and maintains this file
      *> and up to five departments the user keys for. A clerk keys
      *> only for those departments, and nobody may approve a held
      *> batch from one of them. A revoked user keeps the record, so
      *> the audit trail can always be read back to a name, but can
      *> no longer act. Maintained through the SumaOpr screen, which
      *> stamps who last changed the record.
       01  SUMA-OPERATOR-RECORD.
           05  OPR-USER-ID             PIC X(3).
           05  OPR-NAME                PIC X(20).
           05  OPR-STATUS              PIC X(1).
               88  OPR-ACTIVE                   VALUE 'A'.
               88  OPR-REVOKED                  VALUE 'R'.
           05  OPR-ROLES.
               10  OPR-ROLE-ENTRY      PIC X(1).
                   88  OPR-ENTRY-ROLE           VALUE 'Y'.
               10  OPR-ROLE-CORRECTION PIC X(1).
                   88  OPR-CORRECTION-ROLE      VALUE 'Y'.
               10  OPR-ROLE-APPROVER   PIC X(1).
                   88  OPR-APPROVER-ROLE        VALUE 'Y'.
               10  OPR-ROLE-OVERRIDE   PIC X(1).
                   88  OPR-OVERRIDE-ROLE        VALUE 'Y'.
           05  OPR-ENTRY-DEPTS.
               10  OPR-ENTRY-DEPT      PIC X(4) OCCURS 5 TIMES.
           05  OPR-MAINT-DATE          PIC 9(6).
           05  OPR-MAINT-BY            PIC X(3).
           05  FILLER                  PIC X(13).
