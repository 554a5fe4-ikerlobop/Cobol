000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaOvr.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/13/2026.
000060 DATE-COMPILED. 10/13/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/13/26  JRH  ORIGINAL VERSION - OVERRIDE USAGE REPORT FOR
000110*                THE AUDITORS. READS THE SUMAAUD AUDIT LOG FOR
000120*                THE OVERRIDE LINES (SUMAOVRL LAYOUT) THAT THE
000130*                SUMADOS FORCED RERUN AND THE SUMARTV RATE-
000140*                MOVEMENT OVERRIDE WRITE, WITHIN THE PERIOD ON
000150*                THE PARM (POS 1-6 FROM, 7-12 TO, YYMMDD;
000160*                DEFAULT THE WHOLE LOG), AND LISTS EACH ONE -
000170*                WHO, WHICH OVERRIDE, FOR WHICH BUSINESS DATE,
000180*                USED OR REFUSED AND WHY - THEN SUMMARIZES BY
000190*                USER ID AND OVERRIDE TYPE AGAINST THE USER'S
000200*                CURRENT STANDING ON SUMAOPR. RC 4 WHEN ANY
000210*                OVERRIDE WAS REFUSED OR WAS USED BY AN ID THAT
000220*                NO LONGER HOLDS THE OVERRIDE ROLE.
000230*--------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-AUDIT-STATUS.
000310
000320     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS OPR-USER-ID
000360         FILE STATUS IS WS-OPR-STATUS.
000370
000380     SELECT SUMA-OVR-RPT ASSIGN TO "SUMAOVP"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OVRRPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SUMA-AUDIT-LOG
000450     RECORD CONTAINS 132 CHARACTERS.
000460 01  SUMA-AUDIT-RECORD           PIC X(132).
000470
000480 FD  SUMA-OPR-FILE
000490     RECORD CONTAINS 70 CHARACTERS.
000500 COPY SUMAOPRR.
000510
000520 FD  SUMA-OVR-RPT
000530     RECORD CONTAINS 132 CHARACTERS.
000540 01  SUMA-OVR-LINE               PIC X(132).
000550
000560 WORKING-STORAGE SECTION.
000570 77  WS-AUDIT-STATUS             PIC X(2).
000580 77  WS-OPR-STATUS               PIC X(2).
000590 77  WS-OVRRPT-STATUS            PIC X(2).
000600 77  WS-AUDIT-EOF-SW             PIC X(1) VALUE 'N'.
000610     88  AUDIT-EOF                        VALUE 'Y'.
000620 77  WS-FOUND-SW                 PIC X(1) VALUE 'N'.
000630     88  SUMMARY-FOUND                    VALUE 'Y'.
000640
000650*    REPORTING PERIOD, BY AUDIT LINE DATE. WITH NO PARM THE
000660*    WHOLE LOG IS REPORTED.
000670 77  WS-FROM-DATE                PIC 9(6) VALUE 0.
000680 77  WS-TO-DATE                  PIC 9(6) VALUE 999999.
000690
000700 77  WS-LINES-READ               PIC 9(7) VALUE 0.
000710 77  WS-OVR-COUNT                PIC 9(5) VALUE 0.
000720 77  WS-USED-COUNT               PIC 9(5) VALUE 0.
000730 77  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
000740 77  WS-UNAUTH-COUNT             PIC 9(5) VALUE 0.
000750 77  WS-OVERFLOW-COUNT           PIC 9(5) VALUE 0.
000760 77  WS-ED-COUNT                 PIC Z(4)9.
000770 77  WS-ED-USED                  PIC Z(4)9.
000780 77  WS-ED-REFUSED               PIC Z(4)9.
000790 77  WS-STANDING                 PIC X(30).
000800
000810*    ONE ENTRY PER USER ID AND OVERRIDE TYPE, IN THE ORDER
000820*    FIRST SEEN ON THE LOG.
000830 77  WS-SUM-USED                 PIC 9(3) VALUE 0.
000840 77  WS-SUM-IDX                  PIC 9(3) VALUE 0.
000850 01  WS-SUMMARY-TABLE.
000860     05  WS-SUM-ENTRY            OCCURS 100 TIMES.
000870         10  WS-SUM-USER-ID      PIC X(3).
000880         10  WS-SUM-TYPE         PIC X(10).
000890         10  WS-SUM-USED-CT      PIC 9(5).
000900         10  WS-SUM-REFUSED-CT   PIC 9(5).
000910         10  WS-SUM-LAST-DATE    PIC 9(6).
000920
000930 COPY SUMAOVRL.
000940
000950 01  WS-RUN-DATE-TIME.
000960     05  WS-RUN-DATE.
000970         10  WS-RUN-YY           PIC 9(2).
000980         10  WS-RUN-MM           PIC 9(2).
000990         10  WS-RUN-DD           PIC 9(2).
001000     05  WS-RUN-TIME.
001010         10  WS-RUN-HH           PIC 9(2).
001020         10  WS-RUN-MN           PIC 9(2).
001030         10  WS-RUN-SS           PIC 9(2).
001040         10  WS-RUN-HS           PIC 9(2).
001050
001060 LINKAGE SECTION.
001070 01  SUMAOVR-PARM.
001080     05  PARM-LEN                PIC S9(4) COMP.
001090     05  PARM-TEXT               PIC X(80).
001100
001110 PROCEDURE DIVISION USING SUMAOVR-PARM.
001120 0000-MAIN-PROCESS.
001130     PERFORM 0100-INITIALIZE
001140     PERFORM 1000-PROCESS-AUDIT-LOG
001150         UNTIL AUDIT-EOF
001160     PERFORM 9000-FINALIZE
001170     STOP RUN.
001180
001190 0100-INITIALIZE.
001200     ACCEPT WS-RUN-DATE FROM DATE
001210     ACCEPT WS-RUN-TIME FROM TIME
001220     IF PARM-LEN >= 6 AND PARM-TEXT (1:6) NUMERIC
001230         MOVE PARM-TEXT (1:6) TO WS-FROM-DATE
001240     END-IF
001250     IF PARM-LEN >= 12 AND PARM-TEXT (7:6) NUMERIC
001260         MOVE PARM-TEXT (7:6) TO WS-TO-DATE
001270     END-IF
001280     OPEN INPUT SUMA-AUDIT-LOG
001290     IF WS-AUDIT-STATUS NOT = '00'
001300         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
001310         MOVE 16 TO RETURN-CODE
001320         STOP RUN
001330     END-IF
001340     OPEN INPUT SUMA-OPR-FILE
001350     IF WS-OPR-STATUS NOT = '00'
001360         DISPLAY 'SUMAOPR OPEN FAILED - STATUS ' WS-OPR-STATUS
001370         MOVE 16 TO RETURN-CODE
001380         STOP RUN
001390     END-IF
001400     OPEN OUTPUT SUMA-OVR-RPT
001410     IF WS-OVRRPT-STATUS NOT = '00'
001420         DISPLAY 'SUMAOVP OPEN FAILED - STATUS '
001430             WS-OVRRPT-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF
001470     MOVE 0 TO RETURN-CODE
001480     PERFORM 8000-WRITE-REPORT-HEADER.
001490
001500 1000-PROCESS-AUDIT-LOG.
001510     READ SUMA-AUDIT-LOG
001520         AT END
001530             SET AUDIT-EOF TO TRUE
001540         NOT AT END
001550             ADD 1 TO WS-LINES-READ
001560             PERFORM 2000-SELECT-OVERRIDE-LINE
001570     END-READ.
001580
001590 2000-SELECT-OVERRIDE-LINE.
001600*    ONLY THE OVERRIDE LINES ARE OF INTEREST; EVERY OTHER
001610*    AUDIT ENTRY FAILS THE MARKER TEST.
001620     MOVE SUMA-AUDIT-RECORD TO SUMA-OVERRIDE-LINE
001630     IF SUMA-AUDIT-RECORD (1:5) = 'DATE='
001640             AND OVL-MARKER = ' OVERRIDE MAINTENANCE '
001650             AND OVL-DATE NUMERIC
001660         IF OVL-DATE NOT < WS-FROM-DATE
001670                 AND OVL-DATE NOT > WS-TO-DATE
001680             PERFORM 2100-REPORT-OVERRIDE
001690         END-IF
001700     END-IF.
001710
001720 2100-REPORT-OVERRIDE.
001730     ADD 1 TO WS-OVR-COUNT
001740     IF OVL-REFUSED
001750         ADD 1 TO WS-REFUSED-COUNT
001760     ELSE
001770         ADD 1 TO WS-USED-COUNT
001780     END-IF
001790     MOVE SPACES TO SUMA-OVR-LINE
001800     STRING '  ' OVL-DATE ' ' OVL-TIME (1:4)
001810         '  ' OVL-USER-ID
001820         '  ' OVL-TYPE
001830         '  ' OVL-OUTCOME
001840         '  BUS-DATE=' OVL-BUS-DATE
001850         '  ' OVL-REASON
001860         DELIMITED BY SIZE INTO SUMA-OVR-LINE
001870     END-STRING
001880     WRITE SUMA-OVR-LINE
001890     PERFORM 2200-TALLY-SUMMARY.
001900
001910 2200-TALLY-SUMMARY.
001920     MOVE 'N' TO WS-FOUND-SW
001930     PERFORM 2210-FIND-SUMMARY-ENTRY
001940         VARYING WS-SUM-IDX FROM 1 BY 1
001950         UNTIL WS-SUM-IDX > WS-SUM-USED OR SUMMARY-FOUND
001960     IF SUMMARY-FOUND
001970         SUBTRACT 1 FROM WS-SUM-IDX
001980     ELSE
001990         IF WS-SUM-USED < 100
002000             ADD 1 TO WS-SUM-USED
002010             MOVE WS-SUM-USED TO WS-SUM-IDX
002020             MOVE OVL-USER-ID TO WS-SUM-USER-ID (WS-SUM-IDX)
002030             MOVE OVL-TYPE    TO WS-SUM-TYPE (WS-SUM-IDX)
002040             MOVE 0 TO WS-SUM-USED-CT (WS-SUM-IDX)
002050             MOVE 0 TO WS-SUM-REFUSED-CT (WS-SUM-IDX)
002060             SET SUMMARY-FOUND TO TRUE
002070         ELSE
002080             ADD 1 TO WS-OVERFLOW-COUNT
002090         END-IF
002100     END-IF
002110     IF SUMMARY-FOUND
002120         IF OVL-REFUSED
002130             ADD 1 TO WS-SUM-REFUSED-CT (WS-SUM-IDX)
002140         ELSE
002150             ADD 1 TO WS-SUM-USED-CT (WS-SUM-IDX)
002160         END-IF
002170         MOVE OVL-DATE TO WS-SUM-LAST-DATE (WS-SUM-IDX)
002180     END-IF.
002190
002200 2210-FIND-SUMMARY-ENTRY.
002210     IF WS-SUM-USER-ID (WS-SUM-IDX) = OVL-USER-ID
002220             AND WS-SUM-TYPE (WS-SUM-IDX) = OVL-TYPE
002230         SET SUMMARY-FOUND TO TRUE
002240     END-IF.
002250
002260 3000-WRITE-SUMMARY.
002270     MOVE SPACES TO SUMA-OVR-LINE
002280     WRITE SUMA-OVR-LINE
002290     MOVE SPACES TO SUMA-OVR-LINE
002300     STRING '  SUMMARY BY USER ID AND OVERRIDE TYPE'
002310         DELIMITED BY SIZE INTO SUMA-OVR-LINE
002320     END-STRING
002330     WRITE SUMA-OVR-LINE
002340     MOVE SPACES TO SUMA-OVR-LINE
002350     STRING '  ID   TYPE         USED  REFUSED  LAST USED'
002360         '  CURRENT STANDING'
002370         DELIMITED BY SIZE INTO SUMA-OVR-LINE
002380     END-STRING
002390     WRITE SUMA-OVR-LINE
002400     PERFORM 3100-WRITE-SUMMARY-LINE
002410         VARYING WS-SUM-IDX FROM 1 BY 1
002420         UNTIL WS-SUM-IDX > WS-SUM-USED.
002430
002440 3100-WRITE-SUMMARY-LINE.
002450     PERFORM 3200-SET-STANDING
002460     MOVE WS-SUM-USED-CT (WS-SUM-IDX)    TO WS-ED-USED
002470     MOVE WS-SUM-REFUSED-CT (WS-SUM-IDX) TO WS-ED-REFUSED
002480     MOVE SPACES TO SUMA-OVR-LINE
002490     STRING '  ' WS-SUM-USER-ID (WS-SUM-IDX)
002500         '  ' WS-SUM-TYPE (WS-SUM-IDX)
002510         ' ' WS-ED-USED
002520         '    ' WS-ED-REFUSED
002530         '     ' WS-SUM-LAST-DATE (WS-SUM-IDX)
002540         '  ' WS-STANDING
002550         DELIMITED BY SIZE INTO SUMA-OVR-LINE
002560     END-STRING
002570     WRITE SUMA-OVR-LINE.
002580
002590 3200-SET-STANDING.
002600*    AN ID THAT USED AN OVERRIDE BUT NO LONGER HOLDS THE ROLE
002610*    (OR IS NOT ON FILE AT ALL) IS CALLED OUT FOR THE AUDITOR.
002620     MOVE WS-SUM-USER-ID (WS-SUM-IDX) TO OPR-USER-ID
002630     READ SUMA-OPR-FILE
002640         INVALID KEY
002650             MOVE SPACES TO SUMA-OPERATOR-RECORD
002660             MOVE WS-SUM-USER-ID (WS-SUM-IDX) TO OPR-USER-ID
002670     END-READ
002680     EVALUATE TRUE
002690         WHEN OPR-STATUS = SPACE
002700             MOVE '*** NOT ON SUMAOPR ***' TO WS-STANDING
002710         WHEN OPR-REVOKED
002720             MOVE '*** REVOKED ***' TO WS-STANDING
002730         WHEN NOT OPR-OVERRIDE-ROLE
002740             MOVE '*** NO LONGER HOLDS OVERRIDE ***'
002750                 TO WS-STANDING
002760         WHEN OTHER
002770             MOVE OPR-NAME TO WS-STANDING
002780     END-EVALUATE
002790     IF WS-STANDING (1:3) = '***'
002800             AND WS-SUM-USED-CT (WS-SUM-IDX) > 0
002810         ADD 1 TO WS-UNAUTH-COUNT
002820     END-IF.
002830
002840 8000-WRITE-REPORT-HEADER.
002850     MOVE SPACES TO SUMA-OVR-LINE
002860     STRING 'SUMAOVR OVERRIDE USAGE REPORT   PERIOD: '
002870         WS-FROM-DATE ' TO ' WS-TO-DATE
002880         '   PRODUCED: ' WS-RUN-DATE
002890         DELIMITED BY SIZE INTO SUMA-OVR-LINE
002900     END-STRING
002910     WRITE SUMA-OVR-LINE
002920     MOVE SPACES TO SUMA-OVR-LINE
002930     STRING '  DATE   TIME  ID   TYPE        OUTCOME'
002940         '  FOR BUSINESS DATE  REASON'
002950         DELIMITED BY SIZE INTO SUMA-OVR-LINE
002960     END-STRING
002970     WRITE SUMA-OVR-LINE.
002980
002990 9000-FINALIZE.
003000     IF WS-OVR-COUNT = 0
003010         MOVE SPACES TO SUMA-OVR-LINE
003020         STRING '  NO OVERRIDES USED OR REFUSED IN THE PERIOD'
003030             DELIMITED BY SIZE INTO SUMA-OVR-LINE
003040         END-STRING
003050         WRITE SUMA-OVR-LINE
003060     ELSE
003070         PERFORM 3000-WRITE-SUMMARY
003080     END-IF
003090     MOVE SPACES TO SUMA-OVR-LINE
003100     WRITE SUMA-OVR-LINE
003110     MOVE WS-USED-COUNT TO WS-ED-USED
003120     MOVE WS-REFUSED-COUNT TO WS-ED-REFUSED
003130     MOVE SPACES TO SUMA-OVR-LINE
003140     STRING '  OVERRIDES USED: ' WS-ED-USED
003150         '   REFUSED: ' WS-ED-REFUSED
003160         DELIMITED BY SIZE INTO SUMA-OVR-LINE
003170     END-STRING
003180     WRITE SUMA-OVR-LINE
003190     IF WS-UNAUTH-COUNT > 0
003200         MOVE WS-UNAUTH-COUNT TO WS-ED-COUNT
003210         MOVE SPACES TO SUMA-OVR-LINE
003220         STRING '  IDS THAT USED AN OVERRIDE AND NO LONGER HOLD '
003230             'THE ROLE: ' WS-ED-COUNT
003240             DELIMITED BY SIZE INTO SUMA-OVR-LINE
003250         END-STRING
003260         WRITE SUMA-OVR-LINE
003270     END-IF
003280     IF WS-OVERFLOW-COUNT > 0
003290         MOVE WS-OVERFLOW-COUNT TO WS-ED-COUNT
003300         MOVE SPACES TO SUMA-OVR-LINE
003310         STRING '  OVERRIDES LISTED BUT LEFT OUT OF THE SUMMARY '
003320             '(TABLE FULL): ' WS-ED-COUNT
003330             DELIMITED BY SIZE INTO SUMA-OVR-LINE
003340         END-STRING
003350         WRITE SUMA-OVR-LINE
003360     END-IF
003370     IF WS-REFUSED-COUNT > 0 OR WS-UNAUTH-COUNT > 0
003380         MOVE 4 TO RETURN-CODE
003390     END-IF
003400     CLOSE SUMA-AUDIT-LOG
003410     CLOSE SUMA-OPR-FILE
003420     CLOSE SUMA-OVR-RPT
003430     MOVE WS-OVR-COUNT TO WS-ED-COUNT
003440     DISPLAY 'SUMAOVR COMPLETE - ' WS-ED-COUNT
003450         ' OVERRIDE LINES REPORTED'.
