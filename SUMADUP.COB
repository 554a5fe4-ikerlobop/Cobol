000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaDup.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/08/2026.
000060 DATE-COMPILED. 10/08/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/08/26  JRH  ORIGINAL VERSION - SUSPECTED DUPLICATE PAYMENT
000110*                DETECTION. THE DUPLICATE-KEY CHECK IN THE
000120*                NIGHTLY RUN ONLY CATCHES ONE TRANSACTION ID
000130*                ARRIVING TWICE; THE SAME INVOICE KEYED TWICE
000140*                UNDER TWO IDS POSTS BOTH TIMES. THIS RUN READS
000150*                THE SUMAMST POSTINGS IN A POSTING-DATE WINDOW
000160*                (PARM) AND PAIRS OFF EVERY TWO WITH THE SAME
000170*                REGION AND CURRENCY AND EITHER THE SAME
000180*                OPERAND PAIR OR THE SAME ORIGINAL-CURRENCY
000190*                RESULT. REVERSED POSTINGS ARE LEFT OUT, SO A
000200*                PAIR ALREADY PUT RIGHT IS NOT RAISED. EACH
000210*                SUSPECT PAIR IS KEPT ON THE SUMADRV REVIEW
000220*                FILE (SUMADRVR COPYBOOK) AND LISTED ON THE
000230*                SUMADUR SUSPECT REPORT FOR THE CONTROLLER; A
000240*                PAIR THE CONTROLLER HAS CLEARED AS NOT A
000250*                DUPLICATE THROUGH THE SUMADRV REVIEW SESSION
000260*                IS COUNTED BUT NOT LISTED AGAIN.
000262* 10/15/26  JRH  OCCURRENCES OF ONE STANDING ENTRY (SUMASTG IDS,
000264*                'S' AND THE SAME ENTRY NUMBER) ARE NOT PAIRED
000266*                WITH EACH OTHER - THEY CARRY THE SAME FIGURES BY
000268*                DESIGN. AN OCCURRENCE IS STILL PAIRED WITH KEYED
000269*                IDS AND WITH OTHER STANDING ENTRIES.
000270*--------------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SUMA-MASTER-FILE ASSIGN TO "SUMAMST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS MST-TRAN-ID
000360         FILE STATUS IS WS-MASTER-STATUS.
000370
000380     SELECT SUMA-DUP-REVIEW ASSIGN TO "SUMADRV"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS DRV-KEY
000420         FILE STATUS IS WS-REVIEW-STATUS.
000430
000440     SELECT SUMA-DUP-RPT ASSIGN TO "SUMADUR"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DUPRPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SUMA-MASTER-FILE
000510     RECORD CONTAINS 96 CHARACTERS.
000520 COPY SUMAMSTR.
000530
000540 FD  SUMA-DUP-REVIEW
000550     RECORD CONTAINS 77 CHARACTERS.
000560 COPY SUMADRVR.
000570
000580 FD  SUMA-DUP-RPT
000590     RECORD CONTAINS 132 CHARACTERS.
000600 01  SUMA-DUP-LINE               PIC X(132).
000610
000620 WORKING-STORAGE SECTION.
000630 77  WS-MASTER-STATUS            PIC X(2).
000640 77  WS-REVIEW-STATUS            PIC X(2).
000650 77  WS-DUPRPT-STATUS            PIC X(2).
000660 77  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
000670     88  MASTER-EOF                       VALUE 'Y'.
000680 77  WS-TABLE-FULL-SW            PIC X(1) VALUE 'N'.
000690     88  POSTING-TABLE-FULL               VALUE 'Y'.
000700 77  WS-MATCH-TYPE               PIC X(1).
000710 77  WS-STATUS-TEXT              PIC X(30).
000720
000730*    WINDOW, FROM THE PARM:
000740*      PARM='YYMMDDYYMMDD'
000750*      FROM AND TO POSTING DATE, BOTH REQUIRED.
000760 01  WS-WINDOW.
000770     05  WS-WIN-FROM             PIC X(6).
000780     05  WS-WIN-FROM-N REDEFINES WS-WIN-FROM
000790                                 PIC 9(6).
000800     05  WS-WIN-TO               PIC X(6).
000810     05  WS-WIN-TO-N REDEFINES WS-WIN-TO
000820                                 PIC 9(6).
000830
000840*    POSTINGS IN THE WINDOW THAT ARE NOT REVERSED, IN THE
000850*    MASTER'S TRANSACTION-ID ORDER - SO OF ANY PAIR FOUND THE
000860*    EARLIER ENTRY ALWAYS HAS THE LOWER ID.
000870 77  WS-DP-MAX                   PIC 9(4) VALUE 5000.
000880 77  WS-DP-USED                  PIC 9(4) VALUE 0.
000890 77  WS-DP-IDX                   PIC 9(4) VALUE 0.
000900 77  WS-DP-SCAN                  PIC 9(4) VALUE 0.
000910 77  WS-DP-START                 PIC 9(4) VALUE 0.
000920 01  WS-POSTING-TABLE.
000930     05  WS-DP-ENTRY OCCURS 5000 TIMES.
000940         10  WS-DP-TRAN-ID       PIC X(8).
000950         10  WS-DP-REGION        PIC X(3).
000960         10  WS-DP-DEPT          PIC X(4).
000970         10  WS-DP-CURRENCY      PIC X(3).
000980         10  WS-DP-NUM1          PIC S9(7)V99 SIGN LEADING
000990                                  SEPARATE.
001000         10  WS-DP-NUM2          PIC S9(7)V99 SIGN LEADING
001010                                  SEPARATE.
001020         10  WS-DP-ORIG          PIC S9(9)V99 SIGN LEADING
001030                                  SEPARATE.
001040         10  WS-DP-POST-DATE     PIC 9(6).
001050
001060 77  WS-READ-COUNT               PIC 9(7) VALUE 0.
001070 77  WS-REVERSED-COUNT           PIC 9(5) VALUE 0.
001080 77  WS-DROPPED-COUNT            PIC 9(5) VALUE 0.
001090 77  WS-NEW-COUNT                PIC 9(5) VALUE 0.
001100 77  WS-OPEN-COUNT               PIC 9(5) VALUE 0.
001110 77  WS-CONFIRMED-COUNT          PIC 9(5) VALUE 0.
001120 77  WS-CLEARED-COUNT            PIC 9(5) VALUE 0.
001130 77  WS-REVIEW-ERROR-COUNT       PIC 9(5) VALUE 0.
001140
001150 77  WS-PAGE-NO                  PIC 9(4) VALUE 0.
001160 77  WS-LINE-COUNT               PIC 9(3) VALUE 50.
001170 77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
001180 77  WS-PAGE-NO-ED               PIC ZZZ9.
001190 77  WS-COUNT-ED                 PIC Z(4)9.
001200 77  WS-READ-ED                  PIC Z(6)9.
001210 77  WS-ORIG-ED                  PIC -9(9).99.
001220 77  WS-NUM1-ED                  PIC -9(7).99.
001230 77  WS-NUM2-ED                  PIC -9(7).99.
001240
001250 01  WS-RUN-DATE-TIME.
001260     05  WS-RUN-DATE.
001270         10  WS-RUN-YY           PIC 9(2).
001280         10  WS-RUN-MM           PIC 9(2).
001290         10  WS-RUN-DD           PIC 9(2).
001300     05  WS-RUN-TIME.
001310         10  WS-RUN-HH           PIC 9(2).
001320         10  WS-RUN-MN           PIC 9(2).
001330         10  WS-RUN-SS           PIC 9(2).
001340         10  WS-RUN-HS           PIC 9(2).
001350
001360 LINKAGE SECTION.
001370 01  SUMADUP-PARM.
001380     05  PARM-LEN                PIC S9(4) COMP.
001390     05  PARM-TEXT               PIC X(80).
001400
001410 PROCEDURE DIVISION USING SUMADUP-PARM.
001420 0000-MAIN-PROCESS.
001430     PERFORM 0100-INITIALIZE
001440     PERFORM 1000-LOAD-POSTINGS
001450         UNTIL MASTER-EOF
001460     PERFORM 2000-COMPARE-ONE-POSTING
001470         VARYING WS-DP-IDX FROM 1 BY 1
001480         UNTIL WS-DP-IDX > WS-DP-USED
001490     PERFORM 3000-WRITE-TOTALS
001500     PERFORM 9000-FINALIZE
001510     STOP RUN.
001520
001530 0100-INITIALIZE.
001540     ACCEPT WS-RUN-DATE FROM DATE
001550     ACCEPT WS-RUN-TIME FROM TIME
001560     MOVE SPACES TO WS-WINDOW
001570     IF PARM-LEN >= 12
001580         MOVE PARM-TEXT (1:12) TO WS-WINDOW
001590     END-IF
001600     IF PARM-LEN < 12
001610             OR WS-WIN-FROM NOT NUMERIC
001620             OR WS-WIN-TO NOT NUMERIC
001630             OR WS-WIN-FROM-N > WS-WIN-TO-N
001640         DISPLAY 'SUMADUP NEEDS PARM=YYMMDDYYMMDD '
001650             '(FROM-TO POSTING DATE)'
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690     OPEN INPUT SUMA-MASTER-FILE
001700     IF WS-MASTER-STATUS NOT = '00'
001710         DISPLAY 'SUMAMST OPEN FAILED - STATUS '
001720             WS-MASTER-STATUS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760*    THE FIRST RUN EVER DEFINES THE REVIEW FILE, AS THE
001770*    NIGHTLY RUN DOES FOR THE POSTED-RESULTS MASTER.
001780     OPEN I-O SUMA-DUP-REVIEW
001790     IF WS-REVIEW-STATUS = '35'
001800         OPEN OUTPUT SUMA-DUP-REVIEW
001810         CLOSE SUMA-DUP-REVIEW
001820         OPEN I-O SUMA-DUP-REVIEW
001830     END-IF
001840     IF WS-REVIEW-STATUS NOT = '00'
001850         DISPLAY 'SUMADRV OPEN FAILED - STATUS '
001860             WS-REVIEW-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF
001900     OPEN OUTPUT SUMA-DUP-RPT
001910     IF WS-DUPRPT-STATUS NOT = '00'
001920         DISPLAY 'SUMADUR OPEN FAILED - STATUS '
001930             WS-DUPRPT-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970
001980 1000-LOAD-POSTINGS.
001990     READ SUMA-MASTER-FILE
002000         AT END
002010             SET MASTER-EOF TO TRUE
002020         NOT AT END
002030             IF MST-POST-DATE NOT < WS-WIN-FROM-N
002040                     AND MST-POST-DATE NOT > WS-WIN-TO-N
002050                 ADD 1 TO WS-READ-COUNT
002060                 PERFORM 1100-ADD-TO-TABLE
002070             END-IF
002080     END-READ.
002090
002100 1100-ADD-TO-TABLE.
002110     EVALUATE TRUE
002120         WHEN MST-REVERSED
002130             ADD 1 TO WS-REVERSED-COUNT
002140         WHEN WS-DP-USED >= WS-DP-MAX
002150             SET POSTING-TABLE-FULL TO TRUE
002160             ADD 1 TO WS-DROPPED-COUNT
002170         WHEN OTHER
002180             ADD 1 TO WS-DP-USED
002190             MOVE MST-TRAN-ID     TO WS-DP-TRAN-ID (WS-DP-USED)
002200             MOVE MST-REGION      TO WS-DP-REGION (WS-DP-USED)
002210             MOVE MST-DEPT        TO WS-DP-DEPT (WS-DP-USED)
002220             MOVE MST-CURRENCY    TO WS-DP-CURRENCY (WS-DP-USED)
002230             MOVE MST-NUM1        TO WS-DP-NUM1 (WS-DP-USED)
002240             MOVE MST-NUM2        TO WS-DP-NUM2 (WS-DP-USED)
002250             MOVE MST-ORIG-RESULT TO WS-DP-ORIG (WS-DP-USED)
002260             MOVE MST-POST-DATE   TO WS-DP-POST-DATE (WS-DP-USED)
002270     END-EVALUATE.
002280
002290 2000-COMPARE-ONE-POSTING.
002300     COMPUTE WS-DP-START = WS-DP-IDX + 1
002310     PERFORM 2100-COMPARE-PAIR
002320         VARYING WS-DP-SCAN FROM WS-DP-START BY 1
002330         UNTIL WS-DP-SCAN > WS-DP-USED.
002340
002350 2100-COMPARE-PAIR.
002360*    A ZERO RESULT MATCHES TOO MUCH TO MEAN ANYTHING; IT IS
002370*    ONLY RAISED WHEN THE OPERANDS THEMSELVES AGREE. TWO
002372*    OCCURRENCES OF THE SAME STANDING ENTRY ARE NEVER A PAIR;
002374*    THE SUMASPL PRODUCED LOG AND THE DUPLICATE-KEY CHECK
002376*    ALREADY STOP ONE BEING GENERATED OR POSTED TWICE.
002380     MOVE SPACE TO WS-MATCH-TYPE
002390     IF WS-DP-REGION (WS-DP-SCAN) = WS-DP-REGION (WS-DP-IDX)
002400             AND WS-DP-CURRENCY (WS-DP-SCAN)
002410                 = WS-DP-CURRENCY (WS-DP-IDX)
002412             AND NOT (WS-DP-TRAN-ID (WS-DP-IDX) (1:1) = 'S'
002414                 AND WS-DP-TRAN-ID (WS-DP-IDX) (1:5)
002416                     = WS-DP-TRAN-ID (WS-DP-SCAN) (1:5))
002420         EVALUATE TRUE
002430             WHEN WS-DP-NUM1 (WS-DP-SCAN) = WS-DP-NUM1 (WS-DP-IDX)
002440                     AND WS-DP-NUM2 (WS-DP-SCAN)
002450                         = WS-DP-NUM2 (WS-DP-IDX)
002460                 MOVE 'P' TO WS-MATCH-TYPE
002470             WHEN WS-DP-ORIG (WS-DP-SCAN) = WS-DP-ORIG (WS-DP-IDX)
002480                     AND WS-DP-ORIG (WS-DP-IDX) NOT = 0
002490                 MOVE 'R' TO WS-MATCH-TYPE
002500         END-EVALUATE
002510     END-IF
002520     IF WS-MATCH-TYPE NOT = SPACE
002530         PERFORM 2200-REVIEW-SUSPECT-PAIR
002540     END-IF.
002550
002560 2200-REVIEW-SUSPECT-PAIR.
002570     MOVE WS-DP-TRAN-ID (WS-DP-IDX)  TO DRV-TRAN-ID-A
002580     MOVE WS-DP-TRAN-ID (WS-DP-SCAN) TO DRV-TRAN-ID-B
002590     READ SUMA-DUP-REVIEW
002600         INVALID KEY
002610             PERFORM 2300-ADD-NEW-SUSPECT
002620         NOT INVALID KEY
002630             PERFORM 2400-RECHECK-KNOWN-SUSPECT
002640     END-READ.
002650
002660 2300-ADD-NEW-SUSPECT.
002670     MOVE SPACES TO SUMA-DUP-REVIEW-RECORD
002680     MOVE WS-DP-TRAN-ID (WS-DP-IDX)   TO DRV-TRAN-ID-A
002690     MOVE WS-DP-TRAN-ID (WS-DP-SCAN)  TO DRV-TRAN-ID-B
002700     MOVE WS-MATCH-TYPE               TO DRV-MATCH-TYPE
002710     MOVE WS-DP-REGION (WS-DP-IDX)    TO DRV-REGION
002720     MOVE WS-DP-CURRENCY (WS-DP-IDX)  TO DRV-CURRENCY
002730     MOVE WS-DP-ORIG (WS-DP-IDX)      TO DRV-ORIG-RESULT
002740     MOVE WS-DP-DEPT (WS-DP-IDX)      TO DRV-DEPT-A
002750     MOVE WS-DP-POST-DATE (WS-DP-IDX) TO DRV-POST-DATE-A
002760     MOVE WS-DP-DEPT (WS-DP-SCAN)     TO DRV-DEPT-B
002770     MOVE WS-DP-POST-DATE (WS-DP-SCAN) TO DRV-POST-DATE-B
002780     SET DRV-OPEN                     TO TRUE
002790     MOVE WS-RUN-DATE                 TO DRV-FIRST-FLAGGED
002800     MOVE WS-RUN-DATE                 TO DRV-LAST-FLAGGED
002810     MOVE ZERO                        TO DRV-REVIEW-DATE
002820     WRITE SUMA-DUP-REVIEW-RECORD
002830         INVALID KEY
002840             DISPLAY 'SUMADRV WRITE FAILED - STATUS '
002850                 WS-REVIEW-STATUS ' ' DRV-KEY
002860             ADD 1 TO WS-REVIEW-ERROR-COUNT
002870         NOT INVALID KEY
002880             ADD 1 TO WS-NEW-COUNT
002890             MOVE 'NEW' TO WS-STATUS-TEXT
002900             PERFORM 2500-WRITE-SUSPECT-LINES
002910     END-WRITE.
002920
002930 2400-RECHECK-KNOWN-SUSPECT.
002940     EVALUATE TRUE
002950         WHEN DRV-NOT-DUPLICATE
002960             ADD 1 TO WS-CLEARED-COUNT
002970         WHEN DRV-CONFIRMED
002980             ADD 1 TO WS-CONFIRMED-COUNT
002990             MOVE SPACES TO WS-STATUS-TEXT
003000             STRING 'CONFIRMED ' DRV-REVIEW-DATE ' BY '
003010                 DRV-REVIEW-BY ' - REVERSE ONE'
003020                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
003030             END-STRING
003040             PERFORM 2450-STAMP-LAST-FLAGGED
003050         WHEN OTHER
003060             ADD 1 TO WS-OPEN-COUNT
003070             MOVE SPACES TO WS-STATUS-TEXT
003080             STRING 'OPEN SINCE ' DRV-FIRST-FLAGGED
003090                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
003100             END-STRING
003110             PERFORM 2450-STAMP-LAST-FLAGGED
003120     END-EVALUATE.
003130
003140 2450-STAMP-LAST-FLAGGED.
003150     MOVE WS-RUN-DATE TO DRV-LAST-FLAGGED
003160     REWRITE SUMA-DUP-REVIEW-RECORD
003170         INVALID KEY
003180             DISPLAY 'SUMADRV REWRITE FAILED - STATUS '
003190                 WS-REVIEW-STATUS ' ' DRV-KEY
003200             ADD 1 TO WS-REVIEW-ERROR-COUNT
003210     END-REWRITE
003220     PERFORM 2500-WRITE-SUSPECT-LINES.
003230
003240 2500-WRITE-SUSPECT-LINES.
003250*    TWO LINES PER PAIR, ONE PER POSTING, KEPT ON ONE PAGE.
003260     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
003270         PERFORM 2900-WRITE-PAGE-HEADER
003280     END-IF
003290     MOVE SPACES TO SUMA-DUP-LINE
003300     WRITE SUMA-DUP-LINE
003310     MOVE WS-DP-NUM1 (WS-DP-IDX) TO WS-NUM1-ED
003320     MOVE WS-DP-NUM2 (WS-DP-IDX) TO WS-NUM2-ED
003330     MOVE WS-DP-ORIG (WS-DP-IDX) TO WS-ORIG-ED
003340     MOVE SPACES TO SUMA-DUP-LINE
003350     STRING '  ' DRV-MATCH-TYPE
003360         '  ' WS-DP-REGION (WS-DP-IDX)
003370         '  ' WS-DP-CURRENCY (WS-DP-IDX)
003380         '  ' WS-DP-TRAN-ID (WS-DP-IDX)
003390         '  ' WS-DP-DEPT (WS-DP-IDX)
003400         '  ' WS-DP-POST-DATE (WS-DP-IDX)
003410         '  ' WS-NUM1-ED '  ' WS-NUM2-ED '  ' WS-ORIG-ED
003420         '  ' WS-STATUS-TEXT
003430         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003440     END-STRING
003450     WRITE SUMA-DUP-LINE
003460     MOVE WS-DP-NUM1 (WS-DP-SCAN) TO WS-NUM1-ED
003470     MOVE WS-DP-NUM2 (WS-DP-SCAN) TO WS-NUM2-ED
003480     MOVE WS-DP-ORIG (WS-DP-SCAN) TO WS-ORIG-ED
003490     MOVE SPACES TO SUMA-DUP-LINE
003500     STRING '              '
003510         WS-DP-TRAN-ID (WS-DP-SCAN)
003520         '  ' WS-DP-DEPT (WS-DP-SCAN)
003530         '  ' WS-DP-POST-DATE (WS-DP-SCAN)
003540         '  ' WS-NUM1-ED '  ' WS-NUM2-ED '  ' WS-ORIG-ED
003550         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003560     END-STRING
003570     WRITE SUMA-DUP-LINE
003580     ADD 3 TO WS-LINE-COUNT.
003590
003600 2900-WRITE-PAGE-HEADER.
003610     ADD 1 TO WS-PAGE-NO
003620     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
003630     MOVE SPACES TO SUMA-DUP-LINE
003640     STRING 'SUMADUP SUSPECTED DUPLICATE PAYMENTS   RUN DATE: '
003650         WS-RUN-DATE '   PAGE: ' WS-PAGE-NO-ED
003660         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003670     END-STRING
003680     WRITE SUMA-DUP-LINE
003690     MOVE SPACES TO SUMA-DUP-LINE
003700     STRING '  POSTED ' WS-WIN-FROM ' THRU ' WS-WIN-TO
003710         '   MATCH P = SAME OPERANDS, R = SAME ORIGINAL RESULT'
003720         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003730     END-STRING
003740     WRITE SUMA-DUP-LINE
003750     MOVE SPACES TO SUMA-DUP-LINE
003760     STRING '  M  REG  CUR  TRAN ID   DEPT  POSTED   '
003770         '  OPERAND 1    OPERAND 2   ORIGINAL RESULT  REVIEW'
003780         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003790     END-STRING
003800     WRITE SUMA-DUP-LINE
003810     MOVE 3 TO WS-LINE-COUNT.
003820
003830 3000-WRITE-TOTALS.
003840     IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
003850         PERFORM 2900-WRITE-PAGE-HEADER
003860     END-IF
003870     MOVE SPACES TO SUMA-DUP-LINE
003880     WRITE SUMA-DUP-LINE
003890     MOVE WS-READ-COUNT TO WS-READ-ED
003900     MOVE SPACES TO SUMA-DUP-LINE
003910     STRING '  POSTINGS IN WINDOW:          ' WS-READ-ED
003920         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003930     END-STRING
003940     WRITE SUMA-DUP-LINE
003950     MOVE WS-REVERSED-COUNT TO WS-COUNT-ED
003960     MOVE SPACES TO SUMA-DUP-LINE
003970     STRING '  REVERSED, LEFT OUT:            ' WS-COUNT-ED
003980         DELIMITED BY SIZE INTO SUMA-DUP-LINE
003990     END-STRING
004000     WRITE SUMA-DUP-LINE
004010     MOVE WS-NEW-COUNT TO WS-COUNT-ED
004020     MOVE SPACES TO SUMA-DUP-LINE
004030     STRING '  NEW SUSPECT PAIRS:             ' WS-COUNT-ED
004040         DELIMITED BY SIZE INTO SUMA-DUP-LINE
004050     END-STRING
004060     WRITE SUMA-DUP-LINE
004070     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
004080     MOVE SPACES TO SUMA-DUP-LINE
004090     STRING '  STILL OPEN FROM EARLIER RUNS:  ' WS-COUNT-ED
004100         DELIMITED BY SIZE INTO SUMA-DUP-LINE
004110     END-STRING
004120     WRITE SUMA-DUP-LINE
004130     MOVE WS-CONFIRMED-COUNT TO WS-COUNT-ED
004140     MOVE SPACES TO SUMA-DUP-LINE
004150     STRING '  CONFIRMED, NOT YET REVERSED:   ' WS-COUNT-ED
004160         DELIMITED BY SIZE INTO SUMA-DUP-LINE
004170     END-STRING
004180     WRITE SUMA-DUP-LINE
004190     MOVE WS-CLEARED-COUNT TO WS-COUNT-ED
004200     MOVE SPACES TO SUMA-DUP-LINE
004210     STRING '  CLEARED EARLIER, NOT LISTED:   ' WS-COUNT-ED
004220         DELIMITED BY SIZE INTO SUMA-DUP-LINE
004230     END-STRING
004240     WRITE SUMA-DUP-LINE
004250     IF POSTING-TABLE-FULL
004260         MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
004270         MOVE SPACES TO SUMA-DUP-LINE
004280         STRING '  *** WINDOW INCOMPLETE - ' WS-COUNT-ED
004290             ' POSTINGS NOT COMPARED, NARROW THE WINDOW ***'
004300             DELIMITED BY SIZE INTO SUMA-DUP-LINE
004310         END-STRING
004320         WRITE SUMA-DUP-LINE
004330     END-IF
004340     IF WS-REVIEW-ERROR-COUNT > 0
004350         MOVE WS-REVIEW-ERROR-COUNT TO WS-COUNT-ED
004360         MOVE SPACES TO SUMA-DUP-LINE
004370         STRING '  *** ' WS-COUNT-ED
004380             ' PAIRS NOT RECORDED ON SUMADRV - SEE CONSOLE ***'
004390             DELIMITED BY SIZE INTO SUMA-DUP-LINE
004400         END-STRING
004410         WRITE SUMA-DUP-LINE
004420     END-IF.
004430
004440 9000-FINALIZE.
004450     EVALUATE TRUE
004460         WHEN POSTING-TABLE-FULL
004470                 OR WS-REVIEW-ERROR-COUNT > 0
004480             MOVE 8 TO RETURN-CODE
004490         WHEN WS-NEW-COUNT > 0
004500                 OR WS-OPEN-COUNT > 0
004510                 OR WS-CONFIRMED-COUNT > 0
004520             MOVE 4 TO RETURN-CODE
004530         WHEN OTHER
004540             MOVE 0 TO RETURN-CODE
004550     END-EVALUATE
004560     CLOSE SUMA-MASTER-FILE
004570     CLOSE SUMA-DUP-REVIEW
004580     CLOSE SUMA-DUP-RPT
004590     DISPLAY 'SUMADUP NEW SUSPECTS: ' WS-NEW-COUNT
004600         '  OPEN: ' WS-OPEN-COUNT
004610         '  CONFIRMED: ' WS-CONFIRMED-COUNT
004620     DISPLAY 'SUMADUP COMPLETE - RETURN CODE ' RETURN-CODE.
