      *> Override audit line. SumaDos (forced rerun) and SumaRtv
      *> (rate-movement override) build one of these in working
      *> storage and write it to SUMAAUD whenever an override is
      *> used or refused, so the line reads like every other audit
      *> entry (DATE= TIME= ... BY=) and is counted as maintenance by
      *> SumaStat, while the SumaOvr override-usage report can pick
      *> the fields out by position. OVL-OUTCOME is USED or REFUSED;
      *> OVL-REASON says what the override got past (or why it was
      *> refused).
       01  SUMA-OVERRIDE-LINE.
           05  FILLER                  PIC X(5) VALUE 'DATE='.
           05  OVL-DATE                PIC 9(6).
           05  FILLER                  PIC X(6) VALUE ' TIME='.
           05  OVL-TIME                PIC 9(8).
           05  OVL-MARKER              PIC X(22)
                                        VALUE ' OVERRIDE MAINTENANCE '.
           05  OVL-TYPE                PIC X(10).
               88  OVL-FORCED-RERUN             VALUE 'FORCERERUN'.
               88  OVL-RATE-MOVEMENT            VALUE 'RATE-MOVE'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  OVL-OUTCOME             PIC X(7).
               88  OVL-USED                     VALUE 'USED'.
               88  OVL-REFUSED                  VALUE 'REFUSED'.
           05  FILLER                  PIC X(10) VALUE ' BUS-DATE='.
           05  OVL-BUS-DATE            PIC 9(6).
           05  FILLER                  PIC X(4) VALUE ' BY='.
           05  OVL-USER-ID             PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  OVL-REASON              PIC X(40).
           05  FILLER                  PIC X(3) VALUE SPACES.
