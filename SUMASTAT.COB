000184*                FOR THE TWO-DECIMAL AMOUNT FIELDS. THE
000185*                DATE= PREFIX THIS PROGRAM PARSES IS
000186*                UNCHANGED.
000187* 10/01/26  JRH  REFERENCE-FILE MAINTENANCE LINES (SUMARFM) ARE
000188*                MARKED ' MAINTENANCE ' AND NOW COUNT WITH THE
000189*                MAINTENANCE LINES INSTEAD OF AS POSTINGS.
000190*--------------------------------------------------------------*
000200
000210 ENVIRONMENT DIVISION.
000510 77  WS-LINE-MONTH               PIC 9(4) VALUE 0.
000520 77  WS-EXC-TALLY                PIC 9(2) VALUE 0.
000530 77  WS-SUS-TALLY                PIC 9(2) VALUE 0.
000535 77  WS-MNT-TALLY                PIC 9(2) VALUE 0.
000540
000550 77  WS-DAY-POSTED               PIC 9(7) VALUE 0.
000560 77  WS-DAY-EXCEPT               PIC 9(7) VALUE 0.
001480 2100-TALLY-AUDIT-LINE.
001490     MOVE 0 TO WS-EXC-TALLY
001500     MOVE 0 TO WS-SUS-TALLY
001505     MOVE 0 TO WS-MNT-TALLY
001510     INSPECT SUMA-AUDIT-RECORD
001520         TALLYING WS-EXC-TALLY FOR ALL 'EXCEPTION REASON='
001530     INSPECT SUMA-AUDIT-RECORD
001540         TALLYING WS-SUS-TALLY FOR ALL ' SUSPENSE '
001542     INSPECT SUMA-AUDIT-RECORD
001544         TALLYING WS-MNT-TALLY FOR ALL ' MAINTENANCE '
001550     ADD 1 TO WS-DAY-TOTAL
001560     EVALUATE TRUE
001570         WHEN WS-EXC-TALLY > 0
001580             ADD 1 TO WS-DAY-EXCEPT
001590         WHEN WS-SUS-TALLY > 0 OR WS-MNT-TALLY > 0
001600             ADD 1 TO WS-DAY-MAINT
001610         WHEN OTHER
001620             ADD 1 TO WS-DAY-POSTED
