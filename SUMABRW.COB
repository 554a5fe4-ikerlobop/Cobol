000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaBrw.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/06/2026.
000060 DATE-COMPILED. 10/06/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/06/26  JRH  ORIGINAL VERSION - ONLINE STATEMENT BROWSE.
000110*                THE SUMASTM STATEMENT SELECTION AT THE
000120*                OPERATOR CONSOLE: KEY A REGION AND/OR
000130*                DEPARTMENT, A POSTING-DATE RANGE AND AN
000140*                OPTIONAL CURRENCY, THEN PAGE FORWARD AND BACK
000150*                THROUGH THE MATCHING SUMAMST POSTINGS IN
000160*                POSTING-DATE ORDER. REVERSED POSTINGS SHOW
000170*                THEIR REVERSAL DATE; THE SELECTION'S POSTED,
000180*                REVERSED AND NET BASE TOTALS HEAD THE FIRST
000190*                PAGE. READ-ONLY, LIKE SUMAINQ.
000192* 10/07/26  JRH  MASTER RECORD IS NOW 96 BYTES (APPLIED
000194*                CONVERSION FACTOR).
000200*--------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SUMA-MASTER-FILE ASSIGN TO "SUMAMST"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS MST-TRAN-ID
000290         FILE STATUS IS WS-MASTER-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  SUMA-MASTER-FILE
000340     RECORD CONTAINS 96 CHARACTERS.
000350 COPY SUMAMSTR.
000360
000370 WORKING-STORAGE SECTION.
000380 77  WS-MASTER-STATUS            PIC X(2).
000390 77  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
000400     88  MASTER-EOF                       VALUE 'Y'.
000410 77  WS-TABLE-FULL-SW            PIC X(1) VALUE 'N'.
000420     88  BROWSE-TABLE-FULL                VALUE 'Y'.
000430 77  WS-SHIFT-DONE-SW            PIC X(1) VALUE 'N'.
000440     88  SHIFT-DONE                       VALUE 'Y'.
000450 77  WS-DONE-SW                  PIC X(1) VALUE 'N'.
000460     88  BROWSE-DONE                      VALUE 'Y'.
000470 77  WS-SEL-OK-SW                PIC X(1) VALUE 'N'.
000480     88  SELECTION-OK                     VALUE 'Y'.
000490 77  WS-ACTION-REPLY             PIC X(1).
000500
000510 01  WS-SELECTION.
000520     05  WS-SEL-REGION           PIC X(3).
000530     05  WS-SEL-DEPT             PIC X(4).
000540     05  WS-SEL-FROM             PIC X(6).
000550     05  WS-SEL-FROM-N REDEFINES WS-SEL-FROM
000560                                 PIC 9(6).
000570     05  WS-SEL-TO               PIC X(6).
000580     05  WS-SEL-TO-N REDEFINES WS-SEL-TO
000590                                 PIC 9(6).
000600     05  WS-SEL-CURRENCY         PIC X(3).
000610
000620 77  WS-DROPPED-COUNT            PIC 9(5) VALUE 0.
000630
000640*    MATCHING POSTINGS IN POSTING-DATE ORDER, BUILT THE SAME
000650*    WAY AS THE SUMASTM STATEMENT TABLE.
000660 77  WS-ST-MAX                   PIC 9(4) VALUE 5000.
000670 77  WS-ST-USED                  PIC 9(4) VALUE 0.
000680 77  WS-ST-IDX                   PIC 9(4) VALUE 0.
000690 77  WS-ST-SLOT                  PIC 9(4) VALUE 0.
000700 01  WS-ST-NEW-ENTRY.
000710     05  WS-SN-DATE              PIC 9(6).
000720     05  WS-SN-TRAN-ID           PIC X(8).
000730     05  WS-SN-REGION            PIC X(3).
000740     05  WS-SN-DEPT              PIC X(4).
000750     05  WS-SN-CURRENCY          PIC X(3).
000760     05  WS-SN-ORIG              PIC S9(9)V99 SIGN LEADING
000770                                  SEPARATE.
000780     05  WS-SN-BASE              PIC S9(9)V99 SIGN LEADING
000790                                  SEPARATE.
000800     05  WS-SN-RVSL-DATE         PIC 9(6).
000810 01  WS-BROWSE-TABLE.
000820     05  WS-ST-ENTRY OCCURS 5000 TIMES.
000830         10  WS-ST-DATE          PIC 9(6).
000840         10  WS-ST-TRAN-ID       PIC X(8).
000850         10  WS-ST-REGION        PIC X(3).
000860         10  WS-ST-DEPT          PIC X(4).
000870         10  WS-ST-CURRENCY      PIC X(3).
000880         10  WS-ST-ORIG          PIC S9(9)V99 SIGN LEADING
000890                                  SEPARATE.
000900         10  WS-ST-BASE          PIC S9(9)V99 SIGN LEADING
000910                                  SEPARATE.
000920         10  WS-ST-RVSL-DATE     PIC 9(6).
000930
000940*    PAGING: WS-TOP-IDX IS THE FIRST ENTRY ON THE SCREEN.
000950 77  WS-PAGE-SIZE                PIC 9(2) VALUE 15.
000960 77  WS-TOP-IDX                  PIC 9(4) VALUE 1.
000970 77  WS-BOTTOM-IDX               PIC 9(4) VALUE 0.
000980
000990 77  WS-TOT-POSTED               PIC S9(11)V99 SIGN LEADING
001000                                  SEPARATE VALUE 0.
001010 77  WS-TOT-REVERSED             PIC S9(11)V99 SIGN LEADING
001020                                  SEPARATE VALUE 0.
001030 77  WS-TOT-NET                  PIC S9(11)V99 SIGN LEADING
001040                                  SEPARATE VALUE 0.
001050
001060 77  WS-COUNT-ED                 PIC Z(4)9.
001070 77  WS-TOP-ED                   PIC Z(4)9.
001080 77  WS-BOTTOM-ED                PIC Z(4)9.
001090 77  WS-ORIG-ED                  PIC -9(9).99.
001100 77  WS-BASE-ED                  PIC -9(9).99.
001110 77  WS-POSTED-ED                PIC -9(11).99.
001120 77  WS-REVERSED-ED              PIC -9(11).99.
001130 77  WS-NET-ED                   PIC -9(11).99.
001140 77  WS-RVSL-TEXT                PIC X(16).
001150
001160 PROCEDURE DIVISION.
001170 0000-MAIN-PROCESS.
001180     DISPLAY 'SUMABRW POSTED-RESULTS STATEMENT BROWSE'
001190     OPEN INPUT SUMA-MASTER-FILE
001200     IF WS-MASTER-STATUS NOT = '00'
001210         DISPLAY 'SUMAMST OPEN FAILED - STATUS '
001220             WS-MASTER-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF
001260     CLOSE SUMA-MASTER-FILE
001270     PERFORM 1000-PROCESS-ONE-SELECTION
001280         UNTIL BROWSE-DONE
001290     STOP RUN.
001300
001310 1000-PROCESS-ONE-SELECTION.
001320     PERFORM 1100-ACCEPT-SELECTION
001330     IF NOT BROWSE-DONE
001340         IF SELECTION-OK
001350             PERFORM 2000-BUILD-BROWSE-TABLE
001360             PERFORM 3000-BROWSE-MATCHES
001370         END-IF
001380     END-IF.
001390
001400 1100-ACCEPT-SELECTION.
001410     MOVE 'N' TO WS-SEL-OK-SW
001420     MOVE SPACES TO WS-SELECTION
001430     DISPLAY ' '
001440     DISPLAY 'REGION (BLANK = ALL, END TO QUIT): '
001450     ACCEPT WS-SEL-REGION
001460     IF WS-SEL-REGION = 'END'
001470         SET BROWSE-DONE TO TRUE
001480     ELSE
001490         DISPLAY 'DEPARTMENT (BLANK = ALL): '
001500         ACCEPT WS-SEL-DEPT
001510         DISPLAY 'POSTED FROM YYMMDD: '
001520         ACCEPT WS-SEL-FROM
001530         DISPLAY 'POSTED THRU YYMMDD: '
001540         ACCEPT WS-SEL-TO
001550         DISPLAY 'CURRENCY (BLANK = ALL): '
001560         ACCEPT WS-SEL-CURRENCY
001570         EVALUATE TRUE
001580             WHEN WS-SEL-REGION = SPACES AND WS-SEL-DEPT = SPACES
001590                 DISPLAY 'KEY A REGION OR A DEPARTMENT'
001600             WHEN WS-SEL-FROM NOT NUMERIC
001610                     OR WS-SEL-TO NOT NUMERIC
001620                 DISPLAY 'POSTING DATES MUST BE YYMMDD'
001630             WHEN WS-SEL-FROM-N > WS-SEL-TO-N
001640                 DISPLAY 'FROM DATE IS AFTER THRU DATE'
001650             WHEN OTHER
001660                 SET SELECTION-OK TO TRUE
001670         END-EVALUATE
001680     END-IF.
001690
001700 2000-BUILD-BROWSE-TABLE.
001710     MOVE 0 TO WS-ST-USED
001720     MOVE 0 TO WS-DROPPED-COUNT
001730     MOVE 0 TO WS-TOT-POSTED
001740     MOVE 0 TO WS-TOT-REVERSED
001750     MOVE 'N' TO WS-TABLE-FULL-SW
001760     MOVE 'N' TO WS-MASTER-EOF-SW
001770     OPEN INPUT SUMA-MASTER-FILE
001780     IF WS-MASTER-STATUS NOT = '00'
001790         DISPLAY 'SUMAMST OPEN FAILED - STATUS '
001800             WS-MASTER-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF
001840     PERFORM 2100-SELECT-POSTINGS
001850         UNTIL MASTER-EOF
001860     CLOSE SUMA-MASTER-FILE
001870     COMPUTE WS-TOT-NET = WS-TOT-POSTED - WS-TOT-REVERSED
001880     MOVE 1 TO WS-TOP-IDX.
001890
001900 2100-SELECT-POSTINGS.
001910     READ SUMA-MASTER-FILE
001920         AT END
001930             SET MASTER-EOF TO TRUE
001940         NOT AT END
001950             IF (WS-SEL-REGION = SPACES
001960                     OR MST-REGION = WS-SEL-REGION)
001970                 AND (WS-SEL-DEPT = SPACES
001980                     OR MST-DEPT = WS-SEL-DEPT)
001990                 AND (WS-SEL-CURRENCY = SPACES
002000                     OR MST-CURRENCY = WS-SEL-CURRENCY)
002010                 AND MST-POST-DATE NOT < WS-SEL-FROM-N
002020                 AND MST-POST-DATE NOT > WS-SEL-TO-N
002030                 PERFORM 2200-ADD-TO-BROWSE
002040             END-IF
002050     END-READ.
002060
002070 2200-ADD-TO-BROWSE.
002080     IF WS-ST-USED >= WS-ST-MAX
002090         SET BROWSE-TABLE-FULL TO TRUE
002100         ADD 1 TO WS-DROPPED-COUNT
002110     ELSE
002120         MOVE MST-POST-DATE   TO WS-SN-DATE
002130         MOVE MST-TRAN-ID     TO WS-SN-TRAN-ID
002140         MOVE MST-REGION      TO WS-SN-REGION
002150         MOVE MST-DEPT        TO WS-SN-DEPT
002160         MOVE MST-CURRENCY    TO WS-SN-CURRENCY
002170         MOVE MST-ORIG-RESULT TO WS-SN-ORIG
002180         MOVE MST-RESULTADO   TO WS-SN-BASE
002190         ADD MST-RESULTADO TO WS-TOT-POSTED
002200         IF MST-REVERSED
002210             MOVE MST-RVSL-DATE TO WS-SN-RVSL-DATE
002220             ADD MST-RESULTADO TO WS-TOT-REVERSED
002230         ELSE
002240             MOVE 0 TO WS-SN-RVSL-DATE
002250         END-IF
002260         MOVE WS-ST-USED TO WS-ST-IDX
002270         MOVE 'N' TO WS-SHIFT-DONE-SW
002280         PERFORM 2250-SHIFT-ONE-ENTRY
002290             UNTIL SHIFT-DONE
002300         COMPUTE WS-ST-SLOT = WS-ST-IDX + 1
002310         MOVE WS-ST-NEW-ENTRY TO WS-ST-ENTRY (WS-ST-SLOT)
002320         ADD 1 TO WS-ST-USED
002330     END-IF.
002340
002350 2250-SHIFT-ONE-ENTRY.
002360     IF WS-ST-IDX = 0
002370         SET SHIFT-DONE TO TRUE
002380     ELSE
002390         IF WS-ST-DATE (WS-ST-IDX) > WS-SN-DATE
002400             COMPUTE WS-ST-SLOT = WS-ST-IDX + 1
002410             MOVE WS-ST-ENTRY (WS-ST-IDX)
002420                 TO WS-ST-ENTRY (WS-ST-SLOT)
002430             SUBTRACT 1 FROM WS-ST-IDX
002440         ELSE
002450             SET SHIFT-DONE TO TRUE
002460         END-IF
002470     END-IF.
002480
002490 3000-BROWSE-MATCHES.
002500     MOVE WS-ST-USED TO WS-COUNT-ED
002510     MOVE WS-TOT-POSTED   TO WS-POSTED-ED
002520     MOVE WS-TOT-REVERSED TO WS-REVERSED-ED
002530     MOVE WS-TOT-NET      TO WS-NET-ED
002540     DISPLAY ' '
002550     DISPLAY 'POSTINGS MATCHED: ' WS-COUNT-ED
002560     DISPLAY 'BASE POSTED ' WS-POSTED-ED
002570         '  REVERSED ' WS-REVERSED-ED '  NET ' WS-NET-ED
002580     IF BROWSE-TABLE-FULL
002590         MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
002600         DISPLAY '*** ' WS-COUNT-ED ' FURTHER POSTINGS NOT SHOWN'
002610             ' - NARROW THE SELECTION ***'
002620     END-IF
002630     IF WS-ST-USED = 0
002640         DISPLAY 'NO POSTINGS MATCH THE SELECTION'
002650     ELSE
002660         MOVE SPACE TO WS-ACTION-REPLY
002670         PERFORM 3100-SHOW-ONE-PAGE
002680             UNTIL WS-ACTION-REPLY = 'S' OR WS-ACTION-REPLY = 's'
002690                 OR BROWSE-DONE
002700     END-IF.
002710
002720 3100-SHOW-ONE-PAGE.
002730     COMPUTE WS-BOTTOM-IDX = WS-TOP-IDX + WS-PAGE-SIZE - 1
002740     IF WS-BOTTOM-IDX > WS-ST-USED
002750         MOVE WS-ST-USED TO WS-BOTTOM-IDX
002760     END-IF
002770     MOVE WS-TOP-IDX    TO WS-TOP-ED
002780     MOVE WS-BOTTOM-IDX TO WS-BOTTOM-ED
002790     MOVE WS-ST-USED    TO WS-COUNT-ED
002800     DISPLAY ' '
002810     DISPLAY 'POSTINGS ' WS-TOP-ED ' THRU ' WS-BOTTOM-ED
002820         ' OF ' WS-COUNT-ED
002830     DISPLAY 'POSTED  TRAN ID   REG  DEPT  CUR  '
002840         '     ORIGINAL          BASE  STATUS'
002850     PERFORM 3200-SHOW-ONE-LINE
002860         VARYING WS-ST-IDX FROM WS-TOP-IDX BY 1
002870         UNTIL WS-ST-IDX > WS-BOTTOM-IDX
002880     DISPLAY '(N)EXT (P)REVIOUS (T)OP (S)ELECT AGAIN (E)ND: '
002890     ACCEPT WS-ACTION-REPLY
002900     EVALUATE WS-ACTION-REPLY
002910         WHEN 'N'
002920         WHEN 'n'
002930         WHEN SPACE
002940             IF WS-BOTTOM-IDX < WS-ST-USED
002950                 ADD WS-PAGE-SIZE TO WS-TOP-IDX
002960             ELSE
002970                 DISPLAY 'ALREADY ON THE LAST PAGE'
002980             END-IF
002990         WHEN 'P'
003000         WHEN 'p'
003010             IF WS-TOP-IDX > WS-PAGE-SIZE
003020                 SUBTRACT WS-PAGE-SIZE FROM WS-TOP-IDX
003030             ELSE
003040                 MOVE 1 TO WS-TOP-IDX
003050                 DISPLAY 'ALREADY ON THE FIRST PAGE'
003060             END-IF
003070         WHEN 'T'
003080         WHEN 't'
003090             MOVE 1 TO WS-TOP-IDX
003100         WHEN 'S'
003110         WHEN 's'
003120             CONTINUE
003130         WHEN 'E'
003140         WHEN 'e'
003150             SET BROWSE-DONE TO TRUE
003160         WHEN OTHER
003170             DISPLAY 'UNRECOGNIZED ACTION - TRY AGAIN'
003180     END-EVALUATE.
003190
003200 3200-SHOW-ONE-LINE.
003210     MOVE SPACES TO WS-RVSL-TEXT
003220     IF WS-ST-RVSL-DATE (WS-ST-IDX) > 0
003230         STRING 'REVERSED ' WS-ST-RVSL-DATE (WS-ST-IDX)
003240             DELIMITED BY SIZE INTO WS-RVSL-TEXT
003250         END-STRING
003260     END-IF
003270     MOVE WS-ST-ORIG (WS-ST-IDX) TO WS-ORIG-ED
003280     MOVE WS-ST-BASE (WS-ST-IDX) TO WS-BASE-ED
003290     DISPLAY WS-ST-DATE (WS-ST-IDX)
003300         '  ' WS-ST-TRAN-ID (WS-ST-IDX)
003310         '  ' WS-ST-REGION (WS-ST-IDX)
003320         '    ' WS-ST-DEPT (WS-ST-IDX)
003330         '  ' WS-ST-CURRENCY (WS-ST-IDX)
003340         '  ' WS-ORIG-ED '  ' WS-BASE-ED
003350         '  ' WS-RVSL-TEXT.
