000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaStm.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/06/2026.
000060 DATE-COMPILED. 10/06/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/06/26  JRH  ORIGINAL VERSION - DEPARTMENT/REGION
000110*                TRANSACTION STATEMENT. SELECTS FROM THE KEYED
000120*                SUMAMST MASTER BY REGION AND/OR DEPARTMENT, A
000130*                POSTING-DATE RANGE AND AN OPTIONAL CURRENCY
000140*                (PARM) AND PRINTS EVERY MATCHING POSTING ON
000150*                SUMASTR IN POSTING-DATE ORDER, WITH PAGE
000160*                BREAKS AND A SUBTOTAL PER POSTING DATE.
000170*                REVERSED POSTINGS ARE LISTED, MARKED WITH THE
000180*                REVERSAL DATE, AND TAKEN OUT OF THE NET. CLOSES
000190*                WITH POSTED / REVERSED / NET TOTALS IN BASE
000200*                CURRENCY AND IN EACH ORIGINAL CURRENCY. THE
000210*                SUMABRW CONSOLE BROWSE MAKES THE SAME
000220*                SELECTION ONLINE.
000222* 10/07/26  JRH  MASTER RECORD IS NOW 96 BYTES (APPLIED
000224*                CONVERSION FACTOR).
000230*--------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SUMA-MASTER-FILE ASSIGN TO "SUMAMST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS MST-TRAN-ID
000320         FILE STATUS IS WS-MASTER-STATUS.
000330
000340     SELECT SUMA-STMT-RPT ASSIGN TO "SUMASTR"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-STMRPT-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SUMA-MASTER-FILE
000410     RECORD CONTAINS 96 CHARACTERS.
000420 COPY SUMAMSTR.
000430
000440 FD  SUMA-STMT-RPT
000450     RECORD CONTAINS 132 CHARACTERS.
000460 01  SUMA-STMT-LINE              PIC X(132).
000470
000480 WORKING-STORAGE SECTION.
000490 77  WS-MASTER-STATUS            PIC X(2).
000500 77  WS-STMRPT-STATUS            PIC X(2).
000510 77  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
000520     88  MASTER-EOF                       VALUE 'Y'.
000530 77  WS-TABLE-FULL-SW            PIC X(1) VALUE 'N'.
000540     88  STATEMENT-TABLE-FULL             VALUE 'Y'.
000550 77  WS-SHIFT-DONE-SW            PIC X(1) VALUE 'N'.
000560     88  SHIFT-DONE                       VALUE 'Y'.
000570
000580*    SELECTION, FROM THE PARM:
000590*      PARM='RRRDDDDYYMMDDYYMMDDCCC'
000600*      REGION (BLANK = ALL), DEPARTMENT (BLANK = ALL), FROM AND
000610*      TO POSTING DATE, CURRENCY (BLANK OR OMITTED = ALL). A
000620*      REGION OR A DEPARTMENT MUST BE GIVEN.
000630 01  WS-SELECTION.
000640     05  WS-SEL-REGION           PIC X(3).
000650     05  WS-SEL-DEPT             PIC X(4).
000660     05  WS-SEL-FROM             PIC X(6).
000670     05  WS-SEL-FROM-N REDEFINES WS-SEL-FROM
000680                                 PIC 9(6).
000690     05  WS-SEL-TO               PIC X(6).
000700     05  WS-SEL-TO-N REDEFINES WS-SEL-TO
000710                                 PIC 9(6).
000720     05  WS-SEL-CURRENCY         PIC X(3).
000730
000740 77  WS-SELECTED-COUNT           PIC 9(5) VALUE 0.
000750 77  WS-DROPPED-COUNT            PIC 9(5) VALUE 0.
000760 77  WS-REVERSED-COUNT           PIC 9(5) VALUE 0.
000770
000780*    MATCHING POSTINGS, HELD IN POSTING-DATE ORDER (TRANSACTION
000790*    ID ORDER WITHIN A DATE, AS THE MASTER IS READ). EACH NEW
000800*    ENTRY IS INSERTED BEHIND THE LAST ENTRY OF ITS DATE.
000810 77  WS-ST-MAX                   PIC 9(4) VALUE 5000.
000820 77  WS-ST-USED                  PIC 9(4) VALUE 0.
000830 77  WS-ST-IDX                   PIC 9(4) VALUE 0.
000840 77  WS-ST-SLOT                  PIC 9(4) VALUE 0.
000850 01  WS-ST-NEW-ENTRY.
000860     05  WS-SN-DATE              PIC 9(6).
000870     05  WS-SN-TRAN-ID           PIC X(8).
000880     05  WS-SN-REGION            PIC X(3).
000890     05  WS-SN-DEPT              PIC X(4).
000900     05  WS-SN-CURRENCY          PIC X(3).
000910     05  WS-SN-ORIG              PIC S9(9)V99 SIGN LEADING
000920                                  SEPARATE.
000930     05  WS-SN-BASE              PIC S9(9)V99 SIGN LEADING
000940                                  SEPARATE.
000950     05  WS-SN-RVSL-DATE         PIC 9(6).
000960 01  WS-STATEMENT-TABLE.
000970     05  WS-ST-ENTRY OCCURS 5000 TIMES.
000980         10  WS-ST-DATE          PIC 9(6).
000990         10  WS-ST-TRAN-ID       PIC X(8).
001000         10  WS-ST-REGION        PIC X(3).
001010         10  WS-ST-DEPT          PIC X(4).
001020         10  WS-ST-CURRENCY      PIC X(3).
001030         10  WS-ST-ORIG          PIC S9(9)V99 SIGN LEADING
001040                                  SEPARATE.
001050         10  WS-ST-BASE          PIC S9(9)V99 SIGN LEADING
001060                                  SEPARATE.
001070         10  WS-ST-RVSL-DATE     PIC 9(6).
001080
001090*    POSTING-DATE CONTROL BREAK.
001100 77  WS-BREAK-DATE               PIC 9(6) VALUE 0.
001110 77  WS-DATE-COUNT               PIC 9(5) VALUE 0.
001120 77  WS-DATE-POSTED              PIC S9(11)V99 SIGN LEADING
001130                                  SEPARATE VALUE 0.
001140 77  WS-DATE-NET                 PIC S9(11)V99 SIGN LEADING
001150                                  SEPARATE VALUE 0.
001160
001170*    STATEMENT TOTALS. A REVERSED POSTING IS PART OF WHAT WAS
001180*    POSTED BUT NOT OF THE NET.
001190 77  WS-TOT-POSTED               PIC S9(11)V99 SIGN LEADING
001200                                  SEPARATE VALUE 0.
001210 77  WS-TOT-REVERSED             PIC S9(11)V99 SIGN LEADING
001220                                  SEPARATE VALUE 0.
001230 77  WS-TOT-NET                  PIC S9(11)V99 SIGN LEADING
001240                                  SEPARATE VALUE 0.
001250
001260*    ORIGINAL-CURRENCY TOTALS, ONE ENTRY PER CURRENCY SEEN. THE
001270*    LAST ENTRY CATCHES OVERFLOW, THE SAME CONVENTION AS THE
001280*    REGION TABLES.
001290 77  WS-CU-MAX                   PIC 9(2) VALUE 30.
001300 77  WS-CU-USED                  PIC 9(2) VALUE 0.
001310 77  WS-CU-IDX                   PIC 9(2) VALUE 0.
001320 77  WS-CU-SLOT                  PIC 9(2) VALUE 0.
001330 01  WS-CURRENCY-TABLE.
001340     05  WS-CU-ENTRY OCCURS 30 TIMES.
001350         10  WS-CU-CURRENCY      PIC X(3).
001360         10  WS-CU-POSTED        PIC S9(11)V99 SIGN LEADING
001370                                  SEPARATE.
001380         10  WS-CU-REVERSED      PIC S9(11)V99 SIGN LEADING
001390                                  SEPARATE.
001400
001410 77  WS-PAGE-NO                  PIC 9(4) VALUE 0.
001420 77  WS-LINE-COUNT               PIC 9(3) VALUE 50.
001430 77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
001440 77  WS-PAGE-NO-ED               PIC ZZZ9.
001450 77  WS-COUNT-ED                 PIC Z(4)9.
001460 77  WS-ORIG-ED                  PIC -9(9).99.
001470 77  WS-BASE-ED                  PIC -9(9).99.
001480 77  WS-POSTED-ED                PIC -9(11).99.
001490 77  WS-REVERSED-ED              PIC -9(11).99.
001500 77  WS-NET-ED                   PIC -9(11).99.
001510 77  WS-NET-WORK                 PIC S9(11)V99 SIGN LEADING
001520                                  SEPARATE VALUE 0.
001530 77  WS-RVSL-TEXT                PIC X(16).
001540
001550 01  WS-RUN-DATE-TIME.
001560     05  WS-RUN-DATE.
001570         10  WS-RUN-YY           PIC 9(2).
001580         10  WS-RUN-MM           PIC 9(2).
001590         10  WS-RUN-DD           PIC 9(2).
001600     05  WS-RUN-TIME.
001610         10  WS-RUN-HH           PIC 9(2).
001620         10  WS-RUN-MN           PIC 9(2).
001630         10  WS-RUN-SS           PIC 9(2).
001640         10  WS-RUN-HS           PIC 9(2).
001650
001660 LINKAGE SECTION.
001670 01  SUMASTM-PARM.
001680     05  PARM-LEN                PIC S9(4) COMP.
001690     05  PARM-TEXT               PIC X(80).
001700
001710 PROCEDURE DIVISION USING SUMASTM-PARM.
001720 0000-MAIN-PROCESS.
001730     PERFORM 0100-INITIALIZE
001740     PERFORM 1000-SELECT-POSTINGS
001750         UNTIL MASTER-EOF
001760     PERFORM 2000-PRINT-ONE-POSTING
001770         VARYING WS-ST-IDX FROM 1 BY 1
001780         UNTIL WS-ST-IDX > WS-ST-USED
001790     IF WS-ST-USED > 0
001800         PERFORM 2300-WRITE-DATE-SUBTOTAL
001810     END-IF
001820     PERFORM 3000-WRITE-TOTALS
001830     PERFORM 9000-FINALIZE
001840     STOP RUN.
001850
001860 0100-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE
001880     ACCEPT WS-RUN-TIME FROM TIME
001890     MOVE SPACES TO WS-SELECTION
001900     IF PARM-LEN > 0
001910         MOVE PARM-TEXT (1:22) TO WS-SELECTION
001912         IF PARM-LEN < 22
001914             MOVE SPACES TO WS-SEL-CURRENCY
001916         END-IF
001920     END-IF
001930     IF PARM-LEN < 19
001940             OR WS-SEL-FROM NOT NUMERIC
001950             OR WS-SEL-TO NOT NUMERIC
001960             OR WS-SEL-FROM-N > WS-SEL-TO-N
001970             OR (WS-SEL-REGION = SPACES AND WS-SEL-DEPT = SPACES)
001980         DISPLAY 'SUMASTM NEEDS PARM=RRRDDDDYYMMDDYYMMDDCCC '
001990             '(REGION AND/OR DEPT, FROM-TO POSTING DATE, '
002000             'OPTIONAL CURRENCY)'
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002040     OPEN INPUT SUMA-MASTER-FILE
002050     IF WS-MASTER-STATUS NOT = '00'
002060         DISPLAY 'SUMAMST OPEN FAILED - STATUS '
002070             WS-MASTER-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF
002110     OPEN OUTPUT SUMA-STMT-RPT
002120     IF WS-STMRPT-STATUS NOT = '00'
002130         DISPLAY 'SUMASTR OPEN FAILED - STATUS '
002140             WS-STMRPT-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180
002190 1000-SELECT-POSTINGS.
002200     READ SUMA-MASTER-FILE
002210         AT END
002220             SET MASTER-EOF TO TRUE
002230         NOT AT END
002240             IF (WS-SEL-REGION = SPACES
002250                     OR MST-REGION = WS-SEL-REGION)
002260                 AND (WS-SEL-DEPT = SPACES
002270                     OR MST-DEPT = WS-SEL-DEPT)
002280                 AND (WS-SEL-CURRENCY = SPACES
002290                     OR MST-CURRENCY = WS-SEL-CURRENCY)
002300                 AND MST-POST-DATE NOT < WS-SEL-FROM-N
002310                 AND MST-POST-DATE NOT > WS-SEL-TO-N
002320                 PERFORM 1100-ADD-TO-STATEMENT
002330             END-IF
002340     END-READ.
002350
002360 1100-ADD-TO-STATEMENT.
002370     IF WS-ST-USED >= WS-ST-MAX
002380         SET STATEMENT-TABLE-FULL TO TRUE
002390         ADD 1 TO WS-DROPPED-COUNT
002400     ELSE
002410         ADD 1 TO WS-SELECTED-COUNT
002420         MOVE MST-POST-DATE   TO WS-SN-DATE
002430         MOVE MST-TRAN-ID     TO WS-SN-TRAN-ID
002440         MOVE MST-REGION      TO WS-SN-REGION
002450         MOVE MST-DEPT        TO WS-SN-DEPT
002460         MOVE MST-CURRENCY    TO WS-SN-CURRENCY
002470         MOVE MST-ORIG-RESULT TO WS-SN-ORIG
002480         MOVE MST-RESULTADO   TO WS-SN-BASE
002490         IF MST-REVERSED
002500             MOVE MST-RVSL-DATE TO WS-SN-RVSL-DATE
002510         ELSE
002520             MOVE 0 TO WS-SN-RVSL-DATE
002530         END-IF
002540         MOVE WS-ST-USED TO WS-ST-IDX
002550         MOVE 'N' TO WS-SHIFT-DONE-SW
002560         PERFORM 1150-SHIFT-ONE-ENTRY
002570             UNTIL SHIFT-DONE
002580         COMPUTE WS-ST-SLOT = WS-ST-IDX + 1
002590         MOVE WS-ST-NEW-ENTRY TO WS-ST-ENTRY (WS-ST-SLOT)
002600         ADD 1 TO WS-ST-USED
002610     END-IF.
002620
002630 1150-SHIFT-ONE-ENTRY.
002640     IF WS-ST-IDX = 0
002650         SET SHIFT-DONE TO TRUE
002660     ELSE
002670         IF WS-ST-DATE (WS-ST-IDX) > WS-SN-DATE
002680             COMPUTE WS-ST-SLOT = WS-ST-IDX + 1
002690             MOVE WS-ST-ENTRY (WS-ST-IDX)
002700                 TO WS-ST-ENTRY (WS-ST-SLOT)
002710             SUBTRACT 1 FROM WS-ST-IDX
002720         ELSE
002730             SET SHIFT-DONE TO TRUE
002740         END-IF
002750     END-IF.
002760
002770 2000-PRINT-ONE-POSTING.
002780     IF WS-ST-IDX > 1
002790             AND WS-ST-DATE (WS-ST-IDX) NOT = WS-BREAK-DATE
002800         PERFORM 2300-WRITE-DATE-SUBTOTAL
002810     END-IF
002820     MOVE WS-ST-DATE (WS-ST-IDX) TO WS-BREAK-DATE
002830     MOVE SPACES TO WS-RVSL-TEXT
002840     ADD 1 TO WS-DATE-COUNT
002850     ADD WS-ST-BASE (WS-ST-IDX) TO WS-DATE-POSTED
002860     ADD WS-ST-BASE (WS-ST-IDX) TO WS-TOT-POSTED
002870     PERFORM 2200-FIND-CURRENCY-SLOT
002880     ADD WS-ST-ORIG (WS-ST-IDX) TO WS-CU-POSTED (WS-CU-SLOT)
002890     IF WS-ST-RVSL-DATE (WS-ST-IDX) > 0
002900         ADD 1 TO WS-REVERSED-COUNT
002910         ADD WS-ST-BASE (WS-ST-IDX) TO WS-TOT-REVERSED
002920         ADD WS-ST-ORIG (WS-ST-IDX) TO WS-CU-REVERSED (WS-CU-SLOT)
002930         STRING 'REVERSED ' WS-ST-RVSL-DATE (WS-ST-IDX)
002940             DELIMITED BY SIZE INTO WS-RVSL-TEXT
002950         END-STRING
002960     ELSE
002970         ADD WS-ST-BASE (WS-ST-IDX) TO WS-DATE-NET
002980     END-IF
002990     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003000         PERFORM 2900-WRITE-PAGE-HEADER
003010     END-IF
003020     MOVE WS-ST-ORIG (WS-ST-IDX) TO WS-ORIG-ED
003030     MOVE WS-ST-BASE (WS-ST-IDX) TO WS-BASE-ED
003040     MOVE SPACES TO SUMA-STMT-LINE
003050     STRING '  ' WS-ST-DATE (WS-ST-IDX)
003060         '  ' WS-ST-TRAN-ID (WS-ST-IDX)
003070         '  ' WS-ST-REGION (WS-ST-IDX)
003080         '    ' WS-ST-DEPT (WS-ST-IDX)
003090         '  ' WS-ST-CURRENCY (WS-ST-IDX)
003100         '  ' WS-ORIG-ED '  ' WS-BASE-ED
003110         '  ' WS-RVSL-TEXT
003120         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003130     END-STRING
003140     WRITE SUMA-STMT-LINE
003150     ADD 1 TO WS-LINE-COUNT.
003160
003170 2200-FIND-CURRENCY-SLOT.
003180     MOVE 0 TO WS-CU-SLOT
003190     PERFORM 2250-MATCH-CURRENCY-ENTRY
003200         VARYING WS-CU-IDX FROM 1 BY 1
003210         UNTIL WS-CU-IDX > WS-CU-USED
003220     IF WS-CU-SLOT = 0
003230         IF WS-CU-USED < WS-CU-MAX
003240             ADD 1 TO WS-CU-USED
003250             MOVE WS-CU-USED TO WS-CU-SLOT
003260             MOVE WS-ST-CURRENCY (WS-ST-IDX)
003270                 TO WS-CU-CURRENCY (WS-CU-SLOT)
003280             MOVE 0 TO WS-CU-POSTED (WS-CU-SLOT)
003290             MOVE 0 TO WS-CU-REVERSED (WS-CU-SLOT)
003300         ELSE
003310             MOVE WS-CU-MAX TO WS-CU-SLOT
003320             MOVE '***' TO WS-CU-CURRENCY (WS-CU-SLOT)
003330         END-IF
003340     END-IF.
003350
003360 2250-MATCH-CURRENCY-ENTRY.
003370     IF WS-CU-CURRENCY (WS-CU-IDX) = WS-ST-CURRENCY (WS-ST-IDX)
003380         MOVE WS-CU-IDX TO WS-CU-SLOT
003390     END-IF.
003400
003410 2300-WRITE-DATE-SUBTOTAL.
003420     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003430         PERFORM 2900-WRITE-PAGE-HEADER
003440     END-IF
003450     MOVE WS-DATE-COUNT  TO WS-COUNT-ED
003460     MOVE WS-DATE-POSTED TO WS-POSTED-ED
003470     MOVE WS-DATE-NET    TO WS-NET-ED
003480     MOVE SPACES TO SUMA-STMT-LINE
003490     STRING '    DATE ' WS-BREAK-DATE ' SUBTOTAL: ' WS-COUNT-ED
003500         ' POSTINGS   BASE POSTED ' WS-POSTED-ED
003510         '   BASE NET ' WS-NET-ED
003520         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003530     END-STRING
003540     WRITE SUMA-STMT-LINE
003550     ADD 1 TO WS-LINE-COUNT
003560     MOVE 0 TO WS-DATE-COUNT
003570     MOVE 0 TO WS-DATE-POSTED
003580     MOVE 0 TO WS-DATE-NET.
003590
003600 2900-WRITE-PAGE-HEADER.
003610     ADD 1 TO WS-PAGE-NO
003620     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
003630     MOVE SPACES TO SUMA-STMT-LINE
003640     STRING 'SUMASTM TRANSACTION STATEMENT   RUN DATE: '
003650         WS-RUN-DATE '   PAGE: ' WS-PAGE-NO-ED
003660         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003670     END-STRING
003680     WRITE SUMA-STMT-LINE
003690     MOVE SPACES TO SUMA-STMT-LINE
003700     STRING '  REGION: ' WS-SEL-REGION '  DEPT: ' WS-SEL-DEPT
003710         '  POSTED ' WS-SEL-FROM ' THRU ' WS-SEL-TO
003720         '  CURRENCY: ' WS-SEL-CURRENCY
003730         '  (BLANK = ALL)'
003740         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003750     END-STRING
003760     WRITE SUMA-STMT-LINE
003770     MOVE SPACES TO SUMA-STMT-LINE
003780     STRING '  POSTED  TRAN ID   REG  DEPT  CUR  '
003790         '     ORIGINAL          BASE  STATUS'
003800         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003810     END-STRING
003820     WRITE SUMA-STMT-LINE
003830     MOVE 0 TO WS-LINE-COUNT.
003840
003850 3000-WRITE-TOTALS.
003860     PERFORM 2900-WRITE-PAGE-HEADER
003870     MOVE WS-SELECTED-COUNT TO WS-COUNT-ED
003880     MOVE SPACES TO SUMA-STMT-LINE
003890     STRING '  POSTINGS LISTED:   ' WS-COUNT-ED
003900         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003910     END-STRING
003920     WRITE SUMA-STMT-LINE
003930     MOVE WS-REVERSED-COUNT TO WS-COUNT-ED
003940     MOVE SPACES TO SUMA-STMT-LINE
003950     STRING '  OF WHICH REVERSED: ' WS-COUNT-ED
003960         DELIMITED BY SIZE INTO SUMA-STMT-LINE
003970     END-STRING
003980     WRITE SUMA-STMT-LINE
003990     COMPUTE WS-TOT-NET = WS-TOT-POSTED - WS-TOT-REVERSED
004000     MOVE WS-TOT-POSTED   TO WS-POSTED-ED
004010     MOVE WS-TOT-REVERSED TO WS-REVERSED-ED
004020     MOVE WS-TOT-NET      TO WS-NET-ED
004030     MOVE SPACES TO SUMA-STMT-LINE
004040     STRING '  BASE CURRENCY       POSTED ' WS-POSTED-ED
004050         '   REVERSED ' WS-REVERSED-ED '   NET ' WS-NET-ED
004060         DELIMITED BY SIZE INTO SUMA-STMT-LINE
004070     END-STRING
004080     WRITE SUMA-STMT-LINE
004090     PERFORM 3100-WRITE-CURRENCY-TOTAL
004100         VARYING WS-CU-IDX FROM 1 BY 1
004110         UNTIL WS-CU-IDX > WS-CU-USED
004120     IF STATEMENT-TABLE-FULL
004130         MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
004140         MOVE SPACES TO SUMA-STMT-LINE
004150         STRING '  *** STATEMENT INCOMPLETE *** ' WS-COUNT-ED
004160             ' FURTHER POSTINGS MATCHED - NARROW THE SELECTION'
004170             DELIMITED BY SIZE INTO SUMA-STMT-LINE
004180         END-STRING
004190         WRITE SUMA-STMT-LINE
004200     END-IF.
004210
004220 3100-WRITE-CURRENCY-TOTAL.
004230     COMPUTE WS-NET-WORK
004240         = WS-CU-POSTED (WS-CU-IDX) - WS-CU-REVERSED (WS-CU-IDX)
004250     MOVE WS-CU-POSTED (WS-CU-IDX)   TO WS-POSTED-ED
004260     MOVE WS-CU-REVERSED (WS-CU-IDX) TO WS-REVERSED-ED
004270     MOVE WS-NET-WORK                TO WS-NET-ED
004280     MOVE SPACES TO SUMA-STMT-LINE
004290     STRING '  ORIGINAL ' WS-CU-CURRENCY (WS-CU-IDX)
004300         '        POSTED ' WS-POSTED-ED
004310         '   REVERSED ' WS-REVERSED-ED '   NET ' WS-NET-ED
004320         DELIMITED BY SIZE INTO SUMA-STMT-LINE
004330     END-STRING
004340     WRITE SUMA-STMT-LINE.
004350
004360 9000-FINALIZE.
004370     CLOSE SUMA-MASTER-FILE
004380     CLOSE SUMA-STMT-RPT
004390*    RC=0 STATEMENT PRINTED, RC=4 NOTHING MATCHED, RC=8 THE
004400*    SELECTION OUTGREW THE TABLE AND THE STATEMENT IS SHORT.
004410     EVALUATE TRUE
004420         WHEN STATEMENT-TABLE-FULL
004430             MOVE 8 TO RETURN-CODE
004440         WHEN WS-SELECTED-COUNT = 0
004450             MOVE 4 TO RETURN-CODE
004460         WHEN OTHER
004470             MOVE 0 TO RETURN-CODE
004480     END-EVALUATE
004490     MOVE WS-SELECTED-COUNT TO WS-COUNT-ED
004500     DISPLAY 'SUMASTM COMPLETE - ' WS-COUNT-ED
004510         ' POSTINGS LISTED - RETURN CODE ' RETURN-CODE.
