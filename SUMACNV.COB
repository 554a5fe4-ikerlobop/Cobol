000240*                ENDS RC=8 AND NOTHING IS SWAPPED. RUN ONCE,
000250*                WITH THE NIGHTLY JOBS HELD; SEE THE JCL FOR
000260*                THE FULL CUTOVER DRILL.
000262* 10/07/26  JRH  OUTPUT LAYOUTS FOLLOW THE SUMARESR/SUMAMSTR
000264*                COPYBOOKS, NOW 77 AND 96 BYTES: THE APPLIED
000266*                CONVERSION FACTOR THE OLD LAYOUTS NEVER
000268*                CARRIED LANDS AS ZERO (NOT RECORDED).
000269* 10/13/26  JRH  SUSPENSE OUTPUT FOLLOWS SUMASUSP, NOW 52
000270*                BYTES: THE CORRECTED-BY ID LANDS BLANK.
000271*--------------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000750                                  SEPARATE.
000760
000770 FD  NEW-RESULT-FILE
000780     RECORD CONTAINS 77 CHARACTERS.
000790 COPY SUMARESR.
000800
000810 FD  OLD-SUSP-FILE
000940     05  OSU-STATUS              PIC X(1).
000950
000960 FD  NEW-SUSP-FILE
000970     RECORD CONTAINS 52 CHARACTERS.
000980 COPY SUMASUSP.
000990
001000 FD  OLD-MASTER
001180     05  OMS-RVSL-DATE           PIC 9(6).
001190
001200 FD  NEW-MASTER
001210     RECORD CONTAINS 96 CHARACTERS.
001220 COPY SUMAMSTR.
001230
001240 WORKING-STORAGE SECTION.
001840             MOVE ORS-NUM2        TO RR-NUM2
001850             MOVE ORS-ORIG-RESULT TO RR-ORIG-RESULT
001860             MOVE ORS-RESULTADO   TO RR-RESULTADO
001861             MOVE ZERO            TO RR-APPLIED-FACTOR
001862*            THE OLD LAYOUT CARRIED NEITHER DEPARTMENT NOR
001864*            POSTING DATE - PRE-CUTOVER HISTORY CLOSES UNDER
001866*            THE ???? DEPARTMENT AND A ZERO DATE.
002230             MOVE OSU-RUN-DATE    TO SUS-RUN-DATE
002240             MOVE OSU-BATCH-NO    TO SUS-BATCH-NO
002250             MOVE OSU-STATUS      TO SUS-STATUS
002255             MOVE SPACES          TO SUS-CORRECTED-BY
002260             WRITE SUMA-SUSP-RECORD
002270             ADD 1 TO WS-SUS-OUT-COUNT
002280     END-READ.
002600             MOVE OMS-NUM2        TO MST-NUM2
002610             MOVE OMS-ORIG-RESULT TO MST-ORIG-RESULT
002620             MOVE OMS-RESULTADO   TO MST-RESULTADO
002625             MOVE ZERO            TO MST-APPLIED-FACTOR
002630             MOVE OMS-POST-DATE   TO MST-POST-DATE
002640             MOVE OMS-POST-TIME   TO MST-POST-TIME
002650             MOVE OMS-BATCH-NO    TO MST-BATCH-NO
