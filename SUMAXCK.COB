000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaXck.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/05/2026.
000060 DATE-COMPILED. 10/05/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/05/26  JRH  ORIGINAL VERSION - NIGHTLY INTEGRITY CROSS-
000110*                CHECK. SUMADOS WRITES EVERY POSTING TWICE -
000120*                TO THE CUMULATIVE SUMARES FILE AND TO THE
000130*                KEYED SUMAMST MASTER - AND NOTHING EVER PROVED
000140*                THE TWO STILL AGREE. THIS STEP MATCHES THEM BY
000150*                TRANSACTION ID AND LISTS ON SUMAXCR:
000160*                RESULTS WITH NO MASTER AND MASTERS WITH NO
000170*                RESULT; AMOUNT, REGION AND DEPARTMENT
000180*                DIFFERENCES; MORE THAN ONE POSTING ENTRY FOR
000190*                AN ID; MASTERS FLAGGED REVERSED WITH NO
000200*                OFFSETTING RESULT AND OFFSETTING RESULTS FOR
000210*                MASTERS NOT FLAGGED REVERSED. IT THEN TIES THE
000220*                NET SUMARES TOTAL PER REGION TO THE LATEST
000230*                SUMACLS PERIOD SUMMARY'S CLOSING BALANCE PLUS
000240*                THE ACTIVITY POSTED SINCE THAT CLOSE. SUMARES
000250*                IS NOT IN KEY ORDER, SO IT IS FIRST INDEXED BY
000260*                ID ONTO THE SUMAXWK WORK KSDS. GRADED RETURN
000270*                CODE SO THE SCHEDULER CAN HOLD SUMAGLX AND
000280*                SUMACLS WHEN THE FILES HAVE DRIFTED.
000282* 10/07/26  JRH  SUMARES IS NOW 77 BYTES AND THE MASTER 96 -
000284*                THE CONVERSION FACTOR APPLIED AT POSTING RIDES
000286*                NEXT TO THE BASE RESULT ON BOTH.
000287* 10/15/26  JRH  HISTORY NO CLOSE CARRIES - SUMACNV ENTRIES WITH
000288*                NO POSTING DATE, AND POSTINGS BEFORE THE FIRST
000289*                CLOSED PERIOD (PARM POS 1-4, YYMM) - IS NOW
000290*                CARRIED AS ITS OWN TERM OF THE TIE-OUT
000291*                (HISTORY + CLOSING + SINCE = EXPECTED) INSTEAD
000292*                OF FAILING IT.
000293*--------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SUMA-RESULT-FILE ASSIGN TO "SUMARES"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RESULT-STATUS.
000370
000380     SELECT SUMA-MASTER-FILE ASSIGN TO "SUMAMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS MST-TRAN-ID
000420         FILE STATUS IS WS-MASTER-STATUS.
000430
000440     SELECT SUMA-XWK-FILE ASSIGN TO "SUMAXWK"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS XWK-TRAN-ID
000480         FILE STATUS IS WS-XWK-STATUS.
000490
000500     SELECT OPTIONAL SUMA-PSUM-IN ASSIGN TO "SUMAPSMI"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PSUMIN-STATUS.
000530
000540     SELECT SUMA-XCHECK-RPT ASSIGN TO "SUMAXCR"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-XCKRPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SUMA-RESULT-FILE
000610     RECORD CONTAINS 77 CHARACTERS.
000620 COPY SUMARESR.
000630
000640 FD  SUMA-MASTER-FILE
000650     RECORD CONTAINS 96 CHARACTERS.
000660 COPY SUMAMSTR.
000670
000680*    ONE WORK RECORD PER TRANSACTION ID SEEN ON SUMARES: THE
000690*    FIGURES OF ITS FIRST (POSTING) ENTRY, HOW MANY POSTING
000700*    AND OFFSETTING ENTRIES CARRY THE ID, AND WHETHER A
000710*    MASTER RECORD WAS FOUND FOR IT.
000720 FD  SUMA-XWK-FILE
000730     RECORD CONTAINS 73 CHARACTERS.
000740 01  SUMA-XWK-RECORD.
000750     05  XWK-TRAN-ID             PIC X(8).
000760     05  XWK-REGION              PIC X(3).
000770     05  XWK-DEPT                PIC X(4).
000780     05  XWK-NUM1                PIC S9(7)V99 SIGN LEADING
000790                                  SEPARATE.
000800     05  XWK-NUM2                PIC S9(7)V99 SIGN LEADING
000810                                  SEPARATE.
000820     05  XWK-ORIG-RESULT         PIC S9(9)V99 SIGN LEADING
000830                                  SEPARATE.
000840     05  XWK-RESULTADO           PIC S9(9)V99 SIGN LEADING
000850                                  SEPARATE.
000860     05  XWK-POST-COUNT          PIC 9(3).
000870     05  XWK-OFFSET-COUNT        PIC 9(3).
000880     05  XWK-FIRST-SEQ           PIC 9(7).
000890     05  XWK-MATCHED-SW          PIC X(1).
000900         88  XWK-MATCHED                  VALUE 'Y'.
000910         88  XWK-NOT-MATCHED              VALUE 'N'.
000920
000930 FD  SUMA-PSUM-IN
000940     RECORD CONTAINS 23 CHARACTERS.
000950 COPY SUMAPSMR.
000960
000970 FD  SUMA-XCHECK-RPT
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  SUMA-XCHECK-LINE            PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020 77  WS-RESULT-STATUS            PIC X(2).
001030 77  WS-MASTER-STATUS            PIC X(2).
001040 77  WS-XWK-STATUS               PIC X(2).
001050 77  WS-PSUMIN-STATUS            PIC X(2).
001060 77  WS-XCKRPT-STATUS            PIC X(2).
001070 77  WS-RESULT-EOF-SW            PIC X(1) VALUE 'N'.
001080     88  RESULT-EOF                       VALUE 'Y'.
001090 77  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
001100     88  MASTER-EOF                       VALUE 'Y'.
001110 77  WS-XWK-EOF-SW               PIC X(1) VALUE 'N'.
001120     88  XWK-EOF                          VALUE 'Y'.
001130 77  WS-PSUMIN-EOF-SW            PIC X(1) VALUE 'N'.
001140     88  PSUMIN-EOF                       VALUE 'Y'.
001150 77  WS-PSUM-SUPPLIED-SW         PIC X(1) VALUE 'N'.
001160     88  PERIOD-SUMMARY-SUPPLIED          VALUE 'Y'.
001170 77  WS-TIE-LIMITED-SW           PIC X(1) VALUE 'N'.
001180     88  TIE-OUT-LIMITED                  VALUE 'Y'.
001190
001200 77  WS-RES-SEQ                  PIC 9(7) VALUE 0.
001210 77  WS-MST-READ-COUNT           PIC 9(7) VALUE 0.
001220 77  WS-ID-COUNT                 PIC 9(7) VALUE 0.
001230 77  WS-ORPHAN-RES-COUNT         PIC 9(7) VALUE 0.
001240 77  WS-ORPHAN-MST-COUNT         PIC 9(7) VALUE 0.
001250 77  WS-DIFF-COUNT               PIC 9(7) VALUE 0.
001260 77  WS-RVSL-ERR-COUNT           PIC 9(7) VALUE 0.
001270 77  WS-TIE-ERR-COUNT            PIC 9(5) VALUE 0.
001280
001290*    THE PERIOD THE LATEST SUMMARY CLOSED. SUMARES ENTRIES
001300*    POSTED IN A LATER PERIOD ARE THE ACTIVITY SINCE THE CLOSE.
001310 77  WS-SUM-PERIOD               PIC 9(4) VALUE 0.
001312*    THE FIRST PERIOD SUMACLS CLOSED (IT OPENED FROM ZERO).
001314*    CONVERTED HISTORY (NO POSTING DATE) AND ANYTHING POSTED
001316*    BEFORE THAT PERIOD IS IN NO CLOSING AND IS NOT ACTIVITY
001318*    SINCE ONE, SO IT IS CARRIED AS HISTORY ON BOTH SIDES.
001320 77  WS-FIRST-PERIOD             PIC 9(4) VALUE 0.
001325 77  WS-GRAND-HIST               PIC S9(11)V99 SIGN LEADING
001326                                  SEPARATE VALUE 0.
001327 77  WS-GRAND-CLOSING            PIC S9(11)V99 SIGN LEADING
001330                                  SEPARATE VALUE 0.
001340 77  WS-GRAND-SINCE              PIC S9(11)V99 SIGN LEADING
001350                                  SEPARATE VALUE 0.
001360 77  WS-GRAND-NET                PIC S9(11)V99 SIGN LEADING
001370                                  SEPARATE VALUE 0.
001380 77  WS-EXPECTED-WORK            PIC S9(11)V99 SIGN LEADING
001390                                  SEPARATE VALUE 0.
001400
001410*    PER-REGION TIE-OUT. THE LAST ENTRY CATCHES OVERFLOW
001420*    BEYOND THE TABLE, THE SAME CONVENTION AS THE SUMACLS
001430*    REGION TABLE.
001440 77  WS-RG-MAX                   PIC 9(2) VALUE 20.
001450 77  WS-RG-USED                  PIC 9(2) VALUE 0.
001460 77  WS-RG-IDX                   PIC 9(2) VALUE 0.
001470 77  WS-RG-SLOT                  PIC 9(2) VALUE 0.
001480 77  WS-MATCH-REGION             PIC X(3) VALUE SPACES.
001490 01  WS-REGION-TABLE.
001500     05  WS-RG-ENTRY OCCURS 20 TIMES.
001510         10  WS-RG-REGION        PIC X(3).
001520         10  WS-RG-CLOSING       PIC S9(11)V99 SIGN LEADING
001530                                  SEPARATE.
001540         10  WS-RG-SINCE         PIC S9(11)V99 SIGN LEADING
001550                                  SEPARATE.
001560         10  WS-RG-NET           PIC S9(11)V99 SIGN LEADING
001570                                  SEPARATE.
001572         10  WS-RG-HIST          PIC S9(11)V99 SIGN LEADING
001574                                  SEPARATE.
001580
001590*    ONE DISCREPANCY LINE: WHAT KIND, WHICH ID, AND THE
001600*    FIGURES FROM EACH SIDE.
001610 77  WS-XCK-CATEGORY             PIC X(24).
001620 77  WS-XCK-TRAN-ID              PIC X(8).
001630 77  WS-XCK-DETAIL               PIC X(80).
001640
001650 77  WS-COUNT-ED                 PIC Z(6)9.
001660 77  WS-RES-SEQ-ED               PIC Z(6)9.
001670 77  WS-AMOUNT-ED                PIC -9(9).99.
001680 77  WS-AMOUNT2-ED               PIC -9(9).99.
001690 77  WS-CLOSING-ED               PIC -9(11).99.
001700 77  WS-SINCE-ED                 PIC -9(11).99.
001710 77  WS-EXPECTED-ED              PIC -9(11).99.
001720 77  WS-NET-ED                   PIC -9(11).99.
001725 77  WS-HIST-ED                  PIC -9(11).99.
001730
001740 01  WS-RUN-DATE-TIME.
001750     05  WS-RUN-DATE.
001760         10  WS-RUN-YY           PIC 9(2).
001770         10  WS-RUN-MM           PIC 9(2).
001780         10  WS-RUN-DD           PIC 9(2).
001790     05  WS-RUN-TIME.
001800         10  WS-RUN-HH           PIC 9(2).
001810         10  WS-RUN-MN           PIC 9(2).
001820         10  WS-RUN-SS           PIC 9(2).
001830         10  WS-RUN-HS           PIC 9(2).
001840
001842 LINKAGE SECTION.
001844 01  SUMAXCK-PARM.
001846     05  PARM-LEN                PIC S9(4) COMP.
001848     05  PARM-TEXT               PIC X(80).
001849
001850 PROCEDURE DIVISION USING SUMAXCK-PARM.
001860 0000-MAIN-PROCESS.
001870     PERFORM 0100-INITIALIZE
001880     PERFORM 0200-LOAD-PERIOD-SUMMARY
001890     PERFORM 1000-INDEX-RESULTS
001900         UNTIL RESULT-EOF
001910     PERFORM 2000-MATCH-MASTER
001920         UNTIL MASTER-EOF
001930     PERFORM 3000-FIND-ORPHAN-RESULTS
001940     PERFORM 4000-WRITE-TIE-OUT
001950     PERFORM 9000-FINALIZE
001960     STOP RUN.
001970
001980 0100-INITIALIZE.
001990     ACCEPT WS-RUN-DATE FROM DATE
002000     ACCEPT WS-RUN-TIME FROM TIME
002002     IF PARM-LEN > 0 AND PARM-TEXT (1:4) NOT = SPACES
002003         IF PARM-LEN < 4 OR PARM-TEXT (1:4) NOT NUMERIC
002004             DISPLAY 'SUMAXCK PARM MUST BE YYMM, THE FIRST '
002005                 'PERIOD SUMACLS CLOSED'
002006             MOVE 16 TO RETURN-CODE
002007             STOP RUN
002008         END-IF
002009         MOVE PARM-TEXT (1:4) TO WS-FIRST-PERIOD
002010     END-IF
002012     OPEN INPUT SUMA-RESULT-FILE
002020     IF WS-RESULT-STATUS NOT = '00'
002030         DISPLAY 'SUMARES OPEN FAILED - STATUS '
002040             WS-RESULT-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     OPEN INPUT SUMA-MASTER-FILE
002090     IF WS-MASTER-STATUS NOT = '00'
002100         DISPLAY 'SUMAMST OPEN FAILED - STATUS '
002110             WS-MASTER-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002150*    THE WORK FILE IS REBUILT FROM NOTHING EVERY RUN.
002160     OPEN OUTPUT SUMA-XWK-FILE
002170     IF WS-XWK-STATUS = '00'
002180         CLOSE SUMA-XWK-FILE
002190         OPEN I-O SUMA-XWK-FILE
002200     END-IF
002210     IF WS-XWK-STATUS NOT = '00'
002220         DISPLAY 'SUMAXWK OPEN FAILED - STATUS ' WS-XWK-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     OPEN OUTPUT SUMA-XCHECK-RPT
002270     IF WS-XCKRPT-STATUS NOT = '00'
002280         DISPLAY 'SUMAXCR OPEN FAILED - STATUS '
002290             WS-XCKRPT-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330     MOVE SPACES TO SUMA-XCHECK-LINE
002340     STRING 'SUMAXCK SUMAMST / SUMARES INTEGRITY CROSS-CHECK'
002350         '   RUN DATE: ' WS-RUN-DATE '  TIME: ' WS-RUN-TIME
002360         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
002370     END-STRING
002380     WRITE SUMA-XCHECK-LINE.
002390
002400 0200-LOAD-PERIOD-SUMMARY.
002410*    THE LATEST SUMACLS SUMMARY GIVES EACH REGION'S CLOSING
002420*    BALANCE. WITH NONE SUPPLIED (NO PERIOD CLOSED YET) EVERY
002430*    POSTING COUNTS AS ACTIVITY SINCE A ZERO CLOSE.
002440     OPEN INPUT SUMA-PSUM-IN
002450     IF WS-PSUMIN-STATUS = '00'
002460         SET PERIOD-SUMMARY-SUPPLIED TO TRUE
002470         PERFORM 0250-READ-SUMMARY-RECORD
002480             UNTIL PSUMIN-EOF
002490         CLOSE SUMA-PSUM-IN
002500     ELSE
002510         IF WS-PSUMIN-STATUS = '05' OR WS-PSUMIN-STATUS = '35'
002520             MOVE SPACES TO SUMA-XCHECK-LINE
002530             STRING '  NO PERIOD SUMMARY SUPPLIED - REGION '
002540                 'TIE-OUT RUNS FROM A ZERO CLOSE'
002550                 DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
002560             END-STRING
002570             WRITE SUMA-XCHECK-LINE
002580         ELSE
002590             DISPLAY 'SUMAPSMI OPEN FAILED - STATUS '
002600                 WS-PSUMIN-STATUS
002610             MOVE 16 TO RETURN-CODE
002620             STOP RUN
002630         END-IF
002640     END-IF.
002650
002660 0250-READ-SUMMARY-RECORD.
002670     READ SUMA-PSUM-IN
002680         AT END
002690             SET PSUMIN-EOF TO TRUE
002700         NOT AT END
002710             MOVE PSM-PERIOD TO WS-SUM-PERIOD
002720             EVALUATE TRUE
002730                 WHEN PSM-GRAND-SUMMARY
002740                     MOVE PSM-CLOSING-BALANCE
002750                         TO WS-GRAND-CLOSING
002760                 WHEN PSM-REGION-SUMMARY
002770                     MOVE PSM-KEY-CODE (1:3) TO WS-MATCH-REGION
002780                     PERFORM 5100-FIND-REGION-SLOT
002790                     ADD PSM-CLOSING-BALANCE
002800                         TO WS-RG-CLOSING (WS-RG-SLOT)
002810                 WHEN OTHER
002820                     CONTINUE
002830             END-EVALUATE
002840     END-READ.
002850
002860 1000-INDEX-RESULTS.
002870     READ SUMA-RESULT-FILE
002880         AT END
002890             SET RESULT-EOF TO TRUE
002900         NOT AT END
002910             ADD 1 TO WS-RES-SEQ
002920             PERFORM 1100-POST-RESULT-TO-WORK
002930             PERFORM 1200-ADD-REGION-NET
002940     END-READ.
002950
002960 1100-POST-RESULT-TO-WORK.
002970*    SUMARES IS APPEND-ONLY, SO THE FIRST ENTRY FOR AN ID IS
002980*    ITS POSTING. A LATER ENTRY CARRYING THE NEGATED FIGURES
002990*    IS THE REVERSAL'S OFFSETTING ENTRY (1090-BACK-OUT-POSTING
003000*    IN SUMADOS); ANYTHING ELSE UNDER THE SAME ID IS A SECOND
003010*    POSTING THAT SHOULD NEVER HAVE HAPPENED.
003020     MOVE RR-TRAN-ID TO XWK-TRAN-ID
003030     READ SUMA-XWK-FILE
003040         INVALID KEY
003050             MOVE RR-TRAN-ID     TO XWK-TRAN-ID
003060             MOVE RR-REGION      TO XWK-REGION
003070             MOVE RR-DEPT        TO XWK-DEPT
003080             MOVE RR-NUM1        TO XWK-NUM1
003090             MOVE RR-NUM2        TO XWK-NUM2
003100             MOVE RR-ORIG-RESULT TO XWK-ORIG-RESULT
003110             MOVE RR-RESULTADO   TO XWK-RESULTADO
003120             MOVE 1              TO XWK-POST-COUNT
003130             MOVE 0              TO XWK-OFFSET-COUNT
003140             MOVE WS-RES-SEQ     TO XWK-FIRST-SEQ
003150             SET XWK-NOT-MATCHED TO TRUE
003160             WRITE SUMA-XWK-RECORD
003170             ADD 1 TO WS-ID-COUNT
003180         NOT INVALID KEY
003190             IF XWK-OFFSET-COUNT = 0
003200                     AND RR-RESULTADO = 0 - XWK-RESULTADO
003210                     AND RR-NUM1 = 0 - XWK-NUM1
003220                     AND RR-NUM2 = 0 - XWK-NUM2
003230                 ADD 1 TO XWK-OFFSET-COUNT
003240             ELSE
003250                 ADD 1 TO XWK-POST-COUNT
003260             END-IF
003270             REWRITE SUMA-XWK-RECORD
003280     END-READ.
003290
003300 1200-ADD-REGION-NET.
003302*    EVERY ENTRY IS IN THE NET. ON THE EXPECTED SIDE A DATED
003304*    ENTRY IS EITHER IN THE LATEST CLOSING OR ACTIVITY SINCE
003306*    IT; AN UNDATED OR PRE-FIRST-CLOSE ONE IS HISTORY.
003310     MOVE RR-REGION TO WS-MATCH-REGION
003320     PERFORM 5100-FIND-REGION-SLOT
003330     ADD RR-RESULTADO TO WS-RG-NET (WS-RG-SLOT)
003340     ADD RR-RESULTADO TO WS-GRAND-NET
003350     EVALUATE TRUE
003352         WHEN RR-POST-DATE = 0
003354         WHEN RR-POST-DATE (1:4) < WS-FIRST-PERIOD
003356             ADD RR-RESULTADO TO WS-RG-HIST (WS-RG-SLOT)
003358             ADD RR-RESULTADO TO WS-GRAND-HIST
003360         WHEN RR-POST-DATE (1:4) > WS-SUM-PERIOD
003362             ADD RR-RESULTADO TO WS-RG-SINCE (WS-RG-SLOT)
003364             ADD RR-RESULTADO TO WS-GRAND-SINCE
003366         WHEN OTHER
003368             CONTINUE
003380     END-EVALUATE.
003390
003400 2000-MATCH-MASTER.
003410     READ SUMA-MASTER-FILE
003420         AT END
003430             SET MASTER-EOF TO TRUE
003440         NOT AT END
003450             ADD 1 TO WS-MST-READ-COUNT
003460             PERFORM 2100-LOOK-UP-RESULT
003470     END-READ.
003480
003490 2100-LOOK-UP-RESULT.
003500     MOVE MST-TRAN-ID TO XWK-TRAN-ID
003510     READ SUMA-XWK-FILE
003520         INVALID KEY
003530             ADD 1 TO WS-ORPHAN-MST-COUNT
003540             MOVE 'MASTER WITH NO RESULT' TO WS-XCK-CATEGORY
003550             MOVE MST-TRAN-ID TO WS-XCK-TRAN-ID
003560             MOVE MST-RESULTADO TO WS-AMOUNT-ED
003570             MOVE SPACES TO WS-XCK-DETAIL
003580             STRING 'REGION=' MST-REGION ' DEPT=' MST-DEPT
003590                 ' POSTED=' MST-POST-DATE ' BATCH=' MST-BATCH-NO
003600                 ' RESULT=' WS-AMOUNT-ED
003610                 DELIMITED BY SIZE INTO WS-XCK-DETAIL
003620             END-STRING
003630             PERFORM 8000-WRITE-DISCREPANCY
003640         NOT INVALID KEY
003650             SET XWK-MATCHED TO TRUE
003660             REWRITE SUMA-XWK-RECORD
003670             PERFORM 2200-COMPARE-FIGURES
003680             PERFORM 2300-CHECK-REVERSAL
003690     END-READ.
003700
003710 2200-COMPARE-FIGURES.
003720     MOVE MST-TRAN-ID TO WS-XCK-TRAN-ID
003730     IF MST-RESULTADO NOT = XWK-RESULTADO
003740             OR MST-ORIG-RESULT NOT = XWK-ORIG-RESULT
003750             OR MST-NUM1 NOT = XWK-NUM1
003760             OR MST-NUM2 NOT = XWK-NUM2
003770         ADD 1 TO WS-DIFF-COUNT
003780         MOVE 'AMOUNT DIFFERS' TO WS-XCK-CATEGORY
003790         MOVE MST-RESULTADO TO WS-AMOUNT-ED
003800         MOVE XWK-RESULTADO TO WS-AMOUNT2-ED
003810         MOVE SPACES TO WS-XCK-DETAIL
003820         STRING 'MASTER RESULT=' WS-AMOUNT-ED
003830             ' SUMARES RESULT=' WS-AMOUNT2-ED
003840             DELIMITED BY SIZE INTO WS-XCK-DETAIL
003850         END-STRING
003860         PERFORM 8000-WRITE-DISCREPANCY
003870     END-IF
003880     IF MST-REGION NOT = XWK-REGION
003890         ADD 1 TO WS-DIFF-COUNT
003900         MOVE 'REGION DIFFERS' TO WS-XCK-CATEGORY
003910         MOVE SPACES TO WS-XCK-DETAIL
003920         STRING 'MASTER REGION=' MST-REGION
003930             ' SUMARES REGION=' XWK-REGION
003940             DELIMITED BY SIZE INTO WS-XCK-DETAIL
003950         END-STRING
003960         PERFORM 8000-WRITE-DISCREPANCY
003970     END-IF
003980     IF MST-DEPT NOT = XWK-DEPT
003990         ADD 1 TO WS-DIFF-COUNT
004000         MOVE 'DEPARTMENT DIFFERS' TO WS-XCK-CATEGORY
004010         MOVE SPACES TO WS-XCK-DETAIL
004020         STRING 'MASTER DEPT=' MST-DEPT
004030             ' SUMARES DEPT=' XWK-DEPT
004040             DELIMITED BY SIZE INTO WS-XCK-DETAIL
004050         END-STRING
004060         PERFORM 8000-WRITE-DISCREPANCY
004070     END-IF
004080     IF XWK-POST-COUNT > 1
004090         ADD 1 TO WS-DIFF-COUNT
004100         MOVE 'POSTED MORE THAN ONCE' TO WS-XCK-CATEGORY
004110         MOVE XWK-POST-COUNT TO WS-COUNT-ED
004120         MOVE SPACES TO WS-XCK-DETAIL
004130         STRING 'SUMARES POSTING ENTRIES=' WS-COUNT-ED
004140             DELIMITED BY SIZE INTO WS-XCK-DETAIL
004150         END-STRING
004160         PERFORM 8000-WRITE-DISCREPANCY
004170     END-IF.
004180
004190 2300-CHECK-REVERSAL.
004200     IF MST-REVERSED AND XWK-OFFSET-COUNT = 0
004210         ADD 1 TO WS-RVSL-ERR-COUNT
004220         MOVE 'REVERSED, NO OFFSET' TO WS-XCK-CATEGORY
004230         MOVE SPACES TO WS-XCK-DETAIL
004240         STRING 'MASTER FLAGGED REVERSED ' MST-RVSL-DATE
004250             ' BUT SUMARES HAS NO OFFSETTING ENTRY'
004260             DELIMITED BY SIZE INTO WS-XCK-DETAIL
004270         END-STRING
004280         PERFORM 8000-WRITE-DISCREPANCY
004290     END-IF
004300     IF MST-NOT-REVERSED AND XWK-OFFSET-COUNT > 0
004310         ADD 1 TO WS-RVSL-ERR-COUNT
004320         MOVE 'OFFSET, NOT REVERSED' TO WS-XCK-CATEGORY
004330         MOVE SPACES TO WS-XCK-DETAIL
004340         STRING 'SUMARES HAS AN OFFSETTING ENTRY BUT THE '
004350             'MASTER IS NOT FLAGGED REVERSED'
004360             DELIMITED BY SIZE INTO WS-XCK-DETAIL
004370         END-STRING
004380         PERFORM 8000-WRITE-DISCREPANCY
004390     END-IF.
004400
004410 3000-FIND-ORPHAN-RESULTS.
004420*    EVERY ID THE MASTER PASS DID NOT TOUCH IS A RESULT WITH
004430*    NO MASTER RECORD.
004440     MOVE LOW-VALUES TO XWK-TRAN-ID
004450     START SUMA-XWK-FILE KEY IS NOT LESS THAN XWK-TRAN-ID
004460         INVALID KEY
004470             SET XWK-EOF TO TRUE
004480     END-START
004490     PERFORM 3100-READ-NEXT-WORK
004500         UNTIL XWK-EOF.
004510
004520 3100-READ-NEXT-WORK.
004530     READ SUMA-XWK-FILE NEXT RECORD
004540         AT END
004550             SET XWK-EOF TO TRUE
004560         NOT AT END
004570             IF XWK-NOT-MATCHED
004580                 PERFORM 3200-LIST-ORPHAN-RESULT
004590             END-IF
004600     END-READ.
004610
004620 3200-LIST-ORPHAN-RESULT.
004630     ADD 1 TO WS-ORPHAN-RES-COUNT
004640     MOVE 'RESULT WITH NO MASTER' TO WS-XCK-CATEGORY
004650     MOVE XWK-TRAN-ID TO WS-XCK-TRAN-ID
004660     MOVE XWK-FIRST-SEQ TO WS-RES-SEQ-ED
004670     MOVE XWK-RESULTADO TO WS-AMOUNT-ED
004680     MOVE SPACES TO WS-XCK-DETAIL
004690     STRING 'REGION=' XWK-REGION ' DEPT=' XWK-DEPT
004700         ' SUMARES REC ' WS-RES-SEQ-ED
004710         ' RESULT=' WS-AMOUNT-ED
004720         DELIMITED BY SIZE INTO WS-XCK-DETAIL
004730     END-STRING
004740     PERFORM 8000-WRITE-DISCREPANCY.
004750
004760 4000-WRITE-TIE-OUT.
004770     MOVE SPACES TO SUMA-XCHECK-LINE
004780     STRING '  REGION TIE-OUT AGAINST PERIOD ' WS-SUM-PERIOD
004790         ' CLOSE (HISTORY + CLOSING + ACTIVITY SINCE = '
004800         'EXPECTED / SUMARES NET)'
004810         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
004820     END-STRING
004830     WRITE SUMA-XCHECK-LINE
004831     MOVE SPACES TO SUMA-XCHECK-LINE
004832     STRING '  HISTORY IS WHAT NO CLOSE CARRIES - CONVERTED '
004833         'ENTRIES WITH NO POSTING DATE, OR POSTED BEFORE PERIOD '
004834         WS-FIRST-PERIOD
004835         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
004836     END-STRING
004837     WRITE SUMA-XCHECK-LINE
004840     PERFORM 4100-TIE-OUT-ONE-REGION
004850         VARYING WS-RG-IDX FROM 1 BY 1
004860         UNTIL WS-RG-IDX > WS-RG-USED
004870     COMPUTE WS-EXPECTED-WORK = WS-GRAND-CLOSING + WS-GRAND-SINCE
004875         + WS-GRAND-HIST
004878     MOVE WS-GRAND-HIST    TO WS-HIST-ED
004880     MOVE WS-GRAND-CLOSING TO WS-CLOSING-ED
004890     MOVE WS-GRAND-SINCE   TO WS-SINCE-ED
004900     MOVE WS-EXPECTED-WORK TO WS-EXPECTED-ED
004910     MOVE WS-GRAND-NET     TO WS-NET-ED
004920     MOVE SPACES TO SUMA-XCHECK-LINE
004930     STRING '    GRAND  ' WS-HIST-ED ' + ' WS-CLOSING-ED
004935         ' + ' WS-SINCE-ED
004940         ' = ' WS-EXPECTED-ED ' / ' WS-NET-ED
004950         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
004960     END-STRING
004970     IF WS-EXPECTED-WORK NOT = WS-GRAND-NET
004980         ADD 1 TO WS-TIE-ERR-COUNT
004990         MOVE '*** DOES NOT TIE ***' TO SUMA-XCHECK-LINE (112:20)
005000     END-IF
005010     WRITE SUMA-XCHECK-LINE
005020     IF TIE-OUT-LIMITED
005030         MOVE SPACES TO SUMA-XCHECK-LINE
005040         STRING '  REGION TABLE FULL - REGIONS BEYOND '
005050             WS-RG-MAX ' ARE TIED OUT TOGETHER UNDER ***'
005060             DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005070         END-STRING
005080         WRITE SUMA-XCHECK-LINE
005090     END-IF.
005100
005110 4100-TIE-OUT-ONE-REGION.
005120     COMPUTE WS-EXPECTED-WORK
005130         = WS-RG-CLOSING (WS-RG-IDX)
005140         + WS-RG-SINCE (WS-RG-IDX)
005145         + WS-RG-HIST (WS-RG-IDX)
005148     MOVE WS-RG-HIST (WS-RG-IDX)    TO WS-HIST-ED
005150     MOVE WS-RG-CLOSING (WS-RG-IDX) TO WS-CLOSING-ED
005160     MOVE WS-RG-SINCE (WS-RG-IDX)   TO WS-SINCE-ED
005170     MOVE WS-EXPECTED-WORK          TO WS-EXPECTED-ED
005180     MOVE WS-RG-NET (WS-RG-IDX)     TO WS-NET-ED
005190     MOVE SPACES TO SUMA-XCHECK-LINE
005200     STRING '    REGION ' WS-RG-REGION (WS-RG-IDX)
005210         '  ' WS-HIST-ED ' + ' WS-CLOSING-ED ' + ' WS-SINCE-ED
005220         ' = ' WS-EXPECTED-ED ' / ' WS-NET-ED
005230         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005240     END-STRING
005250     IF WS-EXPECTED-WORK NOT = WS-RG-NET (WS-RG-IDX)
005260         ADD 1 TO WS-TIE-ERR-COUNT
005270         MOVE '*** DOES NOT TIE ***' TO SUMA-XCHECK-LINE (112:20)
005280     END-IF
005290     WRITE SUMA-XCHECK-LINE.
005300
005310 5100-FIND-REGION-SLOT.
005320     MOVE 0 TO WS-RG-SLOT
005330     PERFORM 5150-MATCH-REGION-ENTRY
005340         VARYING WS-RG-IDX FROM 1 BY 1
005350         UNTIL WS-RG-IDX > WS-RG-USED
005360     IF WS-RG-SLOT = 0
005370         IF WS-RG-USED < WS-RG-MAX
005380             ADD 1 TO WS-RG-USED
005390             MOVE WS-RG-USED TO WS-RG-SLOT
005400             MOVE WS-MATCH-REGION TO WS-RG-REGION (WS-RG-SLOT)
005410             MOVE 0 TO WS-RG-CLOSING (WS-RG-SLOT)
005420             MOVE 0 TO WS-RG-SINCE (WS-RG-SLOT)
005430             MOVE 0 TO WS-RG-NET (WS-RG-SLOT)
005435             MOVE 0 TO WS-RG-HIST (WS-RG-SLOT)
005440         ELSE
005450             MOVE WS-RG-MAX TO WS-RG-SLOT
005460             MOVE '***' TO WS-RG-REGION (WS-RG-SLOT)
005470             SET TIE-OUT-LIMITED TO TRUE
005480         END-IF
005490     END-IF.
005500
005510 5150-MATCH-REGION-ENTRY.
005520     IF WS-RG-REGION (WS-RG-IDX) = WS-MATCH-REGION
005530         MOVE WS-RG-IDX TO WS-RG-SLOT
005540     END-IF.
005550
005560 8000-WRITE-DISCREPANCY.
005570     MOVE SPACES TO SUMA-XCHECK-LINE
005580     STRING '  ' WS-XCK-CATEGORY ' ID=' WS-XCK-TRAN-ID
005590         '  ' WS-XCK-DETAIL
005600         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005610     END-STRING
005620     WRITE SUMA-XCHECK-LINE.
005630
005640 9000-FINALIZE.
005650     CLOSE SUMA-RESULT-FILE
005660     CLOSE SUMA-MASTER-FILE
005670     CLOSE SUMA-XWK-FILE
005680     PERFORM 9100-WRITE-COUNTS
005690     PERFORM 9200-WRITE-VERDICT
005700     CLOSE SUMA-XCHECK-RPT
005710     DISPLAY 'SUMAXCK COMPLETE - RETURN CODE ' RETURN-CODE.
005720
005730 9100-WRITE-COUNTS.
005740     MOVE WS-RES-SEQ TO WS-COUNT-ED
005750     MOVE SPACES TO SUMA-XCHECK-LINE
005760     STRING '  SUMARES ENTRIES READ:        ' WS-COUNT-ED
005770         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005780     END-STRING
005790     WRITE SUMA-XCHECK-LINE
005800     MOVE WS-ID-COUNT TO WS-COUNT-ED
005810     MOVE SPACES TO SUMA-XCHECK-LINE
005820     STRING '  DISTINCT SUMARES IDS:        ' WS-COUNT-ED
005830         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005840     END-STRING
005850     WRITE SUMA-XCHECK-LINE
005860     MOVE WS-MST-READ-COUNT TO WS-COUNT-ED
005870     MOVE SPACES TO SUMA-XCHECK-LINE
005880     STRING '  SUMAMST RECORDS READ:        ' WS-COUNT-ED
005890         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005900     END-STRING
005910     WRITE SUMA-XCHECK-LINE
005920     MOVE WS-ORPHAN-RES-COUNT TO WS-COUNT-ED
005930     MOVE SPACES TO SUMA-XCHECK-LINE
005940     STRING '  RESULTS WITH NO MASTER:      ' WS-COUNT-ED
005950         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
005960     END-STRING
005970     WRITE SUMA-XCHECK-LINE
005980     MOVE WS-ORPHAN-MST-COUNT TO WS-COUNT-ED
005990     MOVE SPACES TO SUMA-XCHECK-LINE
006000     STRING '  MASTERS WITH NO RESULT:      ' WS-COUNT-ED
006010         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
006020     END-STRING
006030     WRITE SUMA-XCHECK-LINE
006040     MOVE WS-DIFF-COUNT TO WS-COUNT-ED
006050     MOVE SPACES TO SUMA-XCHECK-LINE
006060     STRING '  FIELD DIFFERENCES:           ' WS-COUNT-ED
006070         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
006080     END-STRING
006090     WRITE SUMA-XCHECK-LINE
006100     MOVE WS-RVSL-ERR-COUNT TO WS-COUNT-ED
006110     MOVE SPACES TO SUMA-XCHECK-LINE
006120     STRING '  REVERSAL INCONSISTENCIES:    ' WS-COUNT-ED
006130         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
006140     END-STRING
006150     WRITE SUMA-XCHECK-LINE
006160     MOVE WS-TIE-ERR-COUNT TO WS-COUNT-ED
006170     MOVE SPACES TO SUMA-XCHECK-LINE
006180     STRING '  TIE-OUT LINES NOT TYING:     ' WS-COUNT-ED
006190         DELIMITED BY SIZE INTO SUMA-XCHECK-LINE
006200     END-STRING
006210     WRITE SUMA-XCHECK-LINE.
006220
006230 9200-WRITE-VERDICT.
006240*    GRADED FOR THE SCHEDULER:
006250*      RC=0  THE FILES AGREE AND EVERY REGION TIES
006260*      RC=4  THEY AGREE, BUT THE TIE-OUT WAS LIMITED (REGION
006270*            TABLE FULL)
006280*      RC=8  FIELD DIFFERENCES, REVERSAL INCONSISTENCIES OR A
006290*            REGION THAT DOES NOT TIE - HOLD SUMAGLX/SUMACLS
006300*      RC=12 A RECORD MISSING FROM ONE SIDE (LOST WRITE OR BAD
006310*            RESTORE) - HOLD SUMAGLX/SUMACLS
006320*      RC=16 SETUP/OPEN FAILURE
006330     MOVE SPACES TO SUMA-XCHECK-LINE
006340     EVALUATE TRUE
006350         WHEN WS-ORPHAN-RES-COUNT > 0 OR WS-ORPHAN-MST-COUNT > 0
006360             MOVE 12 TO RETURN-CODE
006370             MOVE '  VERDICT: RECORDS MISSING - HOLD'
006380                 TO SUMA-XCHECK-LINE
006390         WHEN WS-DIFF-COUNT > 0 OR WS-RVSL-ERR-COUNT > 0
006400                 OR WS-TIE-ERR-COUNT > 0
006410             MOVE 8 TO RETURN-CODE
006420             MOVE '  VERDICT: FILES HAVE DRIFTED - HOLD'
006430                 TO SUMA-XCHECK-LINE
006440         WHEN TIE-OUT-LIMITED
006450             MOVE 4 TO RETURN-CODE
006460             MOVE '  VERDICT: FILES AGREE - TIE-OUT LIMITED'
006470                 TO SUMA-XCHECK-LINE
006480         WHEN OTHER
006490             MOVE 0 TO RETURN-CODE
006500             MOVE '  VERDICT: FILES AGREE'
006510                 TO SUMA-XCHECK-LINE
006520     END-EVALUATE
006530     WRITE SUMA-XCHECK-LINE.
