000250*                LOGGED TO SUMAAUD WITH THE APPROVER'S
000260*                INITIALS - THE WHO-KEYED-IT CONTEXT THE
000270*                AUDITORS ASK US TO SHOW.
000271* 10/13/26  JRH  SEGREGATION OF DUTIES. THE APPROVER'S INITIALS
000272*                MUST BE ON THE SUMAOPR OPERATOR AUTHORITY FILE,
000273*                ACTIVE AND HOLDING THE APPROVER ROLE, OR THE
000274*                SESSION ENDS RC=16. A HELD BATCH FROM ANY
000275*                DEPARTMENT THE APPROVER KEYS FOR IS NOT OFFERED
000276*                FOR A DECISION - IT STAYS PENDING FOR ANOTHER
000277*                SUPERVISOR. SUSPENSE RECORD NOW 52 BYTES.
000280*--------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000490     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.
000511
000512     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS OPR-USER-ID
000516         FILE STATUS IS WS-OPR-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000650 COPY SUMATRNR.
000660
000670 FD  SUMA-SUSP-FILE
000680     RECORD CONTAINS 52 CHARACTERS.
000690 COPY SUMASUSP.
000700
000710 FD  SUMA-AUDIT-LOG
000720     RECORD CONTAINS 132 CHARACTERS.
000730 01  SUMA-AUDIT-RECORD           PIC X(132).
000731
000732 FD  SUMA-OPR-FILE
000733     RECORD CONTAINS 70 CHARACTERS.
000734 COPY SUMAOPRR.
000740
000750 WORKING-STORAGE SECTION.
000760 77  WS-HOLDIN-STATUS            PIC X(2).
000820     88  HOLD-EOF                         VALUE 'Y'.
000830 77  WS-ACTION-REPLY             PIC X(1).
000840 77  WS-APPROVER                 PIC X(3) VALUE SPACES.
000841 77  WS-OPR-STATUS               PIC X(2).
000842
000843*    THE DEPARTMENTS THE APPROVER KEYS FOR, FROM SUMAOPR - A
000844*    HELD BATCH FROM ANY OF THEM IS SOMEONE ELSE'S DECISION.
000845 01  WS-APPROVER-DEPTS.
000846     05  WS-APPR-DEPT            PIC X(4) OCCURS 5 TIMES.
000847 77  WS-APPR-DEPT-IDX            PIC 9(1) VALUE 0.
000848 77  WS-OWN-DEPT-SW              PIC X(1) VALUE 'N'.
000849     88  APPROVER-KEYS-DEPT               VALUE 'Y'.
000850
000860 77  WS-BATCH-COUNT              PIC 9(5) VALUE 0.
000870 77  WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
001370         MOVE 16 TO RETURN-CODE
001380         STOP RUN
001390     END-IF
001392     PERFORM 0200-CHECK-APPROVER-AUTHORITY
001400     OPEN INPUT SUMA-HOLD-IN
001410     IF WS-HOLDIN-STATUS NOT = '00'
001420         DISPLAY 'SUMAHLD OPEN FAILED - STATUS '
002460         '  DEPT=' WS-CUR-DEPT
002470         '  DETAILS=' WS-COUNT-ED
002480         '  OPERAND TOTAL=' WS-HASH-ED
002482     PERFORM 2150-CHECK-OWN-DEPT
002484     IF APPROVER-KEYS-DEPT
002486         DISPLAY 'DEPARTMENT ' WS-CUR-DEPT ' IS ONE YOU KEY FOR'
002488             ' - LEFT PENDING FOR ANOTHER SUPERVISOR'
002489         MOVE 'S' TO WS-ACTION-REPLY
002490     ELSE
002492         DISPLAY 'ACTION? (R)ELEASE (J)REJECT TO SUSPENSE '
002500             '(S)KIP - LEAVE PENDING: '
002510         ACCEPT WS-ACTION-REPLY
002515     END-IF
002520     EVALUATE WS-ACTION-REPLY
002530         WHEN 'R'
002540         WHEN 'r'
003010         MOVE WS-RUN-DATE   TO SUS-RUN-DATE
003020         MOVE WS-CUR-BATCH-NO TO SUS-BATCH-NO
003030         SET SUS-OPEN-ITEM  TO TRUE
003035         MOVE SPACES        TO SUS-CORRECTED-BY
003040         WRITE SUMA-SUSP-RECORD
003050     END-IF.
003060
003520     CLOSE SUMA-RELEASE-FILE
003530     CLOSE SUMA-SUSP-FILE
003540     CLOSE SUMA-AUDIT-LOG.
003550
003560 0200-CHECK-APPROVER-AUTHORITY.
003570     OPEN INPUT SUMA-OPR-FILE
003580     IF WS-OPR-STATUS NOT = '00'
003590         DISPLAY 'SUMAOPR OPEN FAILED - STATUS ' WS-OPR-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF
003630     MOVE WS-APPROVER TO OPR-USER-ID
003640     READ SUMA-OPR-FILE
003650         INVALID KEY
003660             MOVE 'R' TO OPR-STATUS
003670     END-READ
003680     CLOSE SUMA-OPR-FILE
003690     IF NOT OPR-ACTIVE OR NOT OPR-APPROVER-ROLE
003700         DISPLAY 'OPERATOR ' WS-APPROVER
003710             ' IS NOT AUTHORIZED TO APPROVE HELD BATCHES'
003720             ' - SESSION ENDED'
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF
003760     MOVE OPR-ENTRY-DEPTS TO WS-APPROVER-DEPTS.
003770
003780 2150-CHECK-OWN-DEPT.
003790     MOVE 'N' TO WS-OWN-DEPT-SW
003800     PERFORM 2160-MATCH-ONE-DEPT
003810         VARYING WS-APPR-DEPT-IDX FROM 1 BY 1
003820         UNTIL WS-APPR-DEPT-IDX > 5.
003830
003840 2160-MATCH-ONE-DEPT.
003850     IF WS-APPR-DEPT (WS-APPR-DEPT-IDX) = WS-CUR-DEPT
003860             AND WS-CUR-DEPT NOT = SPACES
003870         SET APPROVER-KEYS-DEPT TO TRUE
003880     END-IF.
