000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaRcr.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/07/2026.
000060 DATE-COMPILED. 10/07/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/07/26  JRH  ORIGINAL VERSION - RETROACTIVE RATE
000110*                CORRECTION. TREASURY SUPPLIES A CORRECTED
000120*                FACTOR FOR ONE CURRENCY ON A PAST BUSINESS
000130*                DATE (PARM). THE RUN LOOKS THE DATE UP ON THE
000140*                SUMARHS RATE HISTORY, FINDS EVERY SUMARES
000150*                POSTING OF THAT CURRENCY AND BUSINESS DATE
000160*                THAT CONVERTED AT THE RATE ON HISTORY (THE
000170*                APPLIED-FACTOR STAMP), AND WORKS OUT THE BASE-
000180*                CURRENCY DIFFERENCE THE CORRECTED FACTOR
000190*                MAKES. EACH DIFFERENCE BECOMES A BASE-CURRENCY
000200*                ADJUSTING ENTRY (ID RC NNNNNN, SAME REGION AND
000210*                DEPARTMENT AS THE POSTING) IN A SELF-BALANCING
000220*                BATCH PER DEPARTMENT ON SUMACOR, WHICH IS
000230*                CONCATENATED INTO THE NEXT NIGHT'S SUMATRN
000240*                LIKE THE RECYCLE FILE, SO THE ADJUSTMENTS POST
000250*                THROUGH SUMADOS AND REACH THE GL EXTRACT AND
000260*                THE CLOSE THE NORMAL WAY. A REVERSED POSTING
000270*                NETS TO ZERO AND IS NOT ADJUSTED. THE SUMARCR
000280*                REPORT LISTS EVERY POSTING FOUND, WITH A
000290*                SIGN-OFF BLOCK FOR TREASURY, AND THE HISTORY
000300*                RECORD IS MARKED CORRECTED SO A RERUN CANNOT
000310*                ADJUST THE SAME POSTINGS TWICE.
000320*--------------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUMA-RATE-HIST ASSIGN TO "SUMARHS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RHS-KEY
000410         FILE STATUS IS WS-HIST-STATUS.
000420
000430     SELECT SUMA-RESULT-FILE ASSIGN TO "SUMARES"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RESULT-STATUS.
000460
000470     SELECT SUMA-MASTER ASSIGN TO "SUMAMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS MST-TRAN-ID
000510         FILE STATUS IS WS-MASTER-STATUS.
000520
000530     SELECT SUMA-ADJUST-FILE ASSIGN TO "SUMACOR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ADJUST-STATUS.
000560
000570     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600
000610     SELECT SUMA-CORR-RPT ASSIGN TO "SUMARCR"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SUMA-RATE-HIST
000680     RECORD CONTAINS 42 CHARACTERS.
000690 COPY SUMARHSR.
000700
000710 FD  SUMA-RESULT-FILE
000720     RECORD CONTAINS 77 CHARACTERS.
000730 COPY SUMARESR.
000740
000750 FD  SUMA-MASTER
000760     RECORD CONTAINS 96 CHARACTERS.
000770 COPY SUMAMSTR.
000780
000790 FD  SUMA-ADJUST-FILE
000800     RECORD CONTAINS 35 CHARACTERS.
000810 COPY SUMATRNR.
000820
000830 FD  SUMA-AUDIT-LOG
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  SUMA-AUDIT-RECORD           PIC X(132).
000860
000870 FD  SUMA-CORR-RPT
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  SUMA-CORR-LINE              PIC X(132).
000900
000910 WORKING-STORAGE SECTION.
000920 77  WS-HIST-STATUS              PIC X(2).
000930 77  WS-RESULT-STATUS            PIC X(2).
000940 77  WS-MASTER-STATUS            PIC X(2).
000950 77  WS-ADJUST-STATUS            PIC X(2).
000960 77  WS-AUDIT-STATUS             PIC X(2).
000970 77  WS-RPT-STATUS               PIC X(2).
000980 77  WS-RESULT-EOF-SW            PIC X(1) VALUE 'N'.
000990     88  RESULT-EOF                       VALUE 'Y'.
001000 77  WS-SEQ-ON-FILE-SW           PIC X(1) VALUE 'N'.
001010     88  SEQ-ON-FILE                      VALUE 'Y'.
001020 77  WS-TABLE-FULL-SW            PIC X(1) VALUE 'N'.
001030     88  ADJUST-TABLE-FULL                VALUE 'Y'.
001040 77  WS-BATCH-DONE-SW            PIC X(1) VALUE 'N'.
001050     88  BATCH-WRITTEN                    VALUE 'Y'.
001060
001070 77  WS-BASE-CURRENCY            PIC X(3) VALUE 'EUR'.
001080
001090*    THE CORRECTION, FROM THE PARM:
001100*      PARM='YYMMDDCCCFFFFFFFFF'
001110*      BUSINESS DATE THE RATE WAS CUT FOR, CURRENCY, AND THE
001120*      CORRECTED FACTOR AS NINE DIGITS, THE LAST SIX DECIMALS
001130*      (000870000 = 0.870000), THE SAME FORM AS ON SUMARATE.
001140 01  WS-CORRECTION.
001150     05  WS-CORR-DATE            PIC X(6).
001160     05  WS-CORR-DATE-N REDEFINES WS-CORR-DATE
001170                                 PIC 9(6).
001180     05  WS-CORR-CURRENCY        PIC X(3).
001190     05  WS-CORR-FACTOR-X        PIC X(9).
001200     05  WS-CORR-FACTOR REDEFINES WS-CORR-FACTOR-X
001210                                 PIC 9(3)V9(6).
001220
001230*    THE DATE'S RATE AS ON HISTORY WHEN THE RUN STARTED.
001240 77  WS-HIST-FACTOR              PIC 9(3)V9(6) VALUE 0.
001250 77  WS-HIST-ORIG-FACTOR         PIC 9(3)V9(6) VALUE 0.
001260 77  WS-HIST-CORRECTED-SW        PIC X(1) VALUE 'N'.
001270     88  HIST-ALREADY-CORRECTED           VALUE 'Y'.
001280
001290*    ADJUSTING-ENTRY IDS ARE RC FOLLOWED BY A SIX-DIGIT
001300*    SEQUENCE KEPT ON THE RATE HISTORY'S CONTROL RECORD.
001310 77  WS-ADJ-SEQ                  PIC 9(6) VALUE 0.
001320 01  WS-ADJ-ID.
001330     05  FILLER                  PIC X(2) VALUE 'RC'.
001340     05  WS-ADJ-ID-SEQ           PIC 9(6).
001350
001360*    ONE POSTING'S ARITHMETIC.
001370 77  WS-BOOK-BASE                PIC S9(9)V99 SIGN LEADING
001380                                  SEPARATE VALUE 0.
001390 77  WS-NEW-BASE                 PIC S9(9)V99 SIGN LEADING
001400                                  SEPARATE VALUE 0.
001410 77  WS-ADJ-AMOUNT               PIC S9(9)V99 SIGN LEADING
001420                                  SEPARATE VALUE 0.
001430 77  WS-ENTRY-LIMIT              PIC S9(7)V99 SIGN LEADING
001440                                  SEPARATE VALUE 9999999.99.
001450 77  WS-NOTE                     PIC X(40).
001460
001470*    ADJUSTMENTS, HELD UNTIL THE SCAN IS OVER AND THEN WRITTEN
001480*    OUT ONE BATCH PER DEPARTMENT - THE BATCH HEADER CARRIES
001490*    THE DEPARTMENT, AND SUMARES IS IN POSTING ORDER, NOT
001500*    DEPARTMENT ORDER.
001510 77  WS-AJ-MAX                   PIC 9(4) VALUE 5000.
001520 77  WS-AJ-USED                  PIC 9(4) VALUE 0.
001530 77  WS-AJ-IDX                   PIC 9(4) VALUE 0.
001540 77  WS-AJ-SCAN                  PIC 9(4) VALUE 0.
001550 01  WS-ADJUST-TABLE.
001560     05  WS-AJ-ENTRY OCCURS 5000 TIMES.
001570         10  WS-AJ-ADJ-ID        PIC X(8).
001580         10  WS-AJ-REGION        PIC X(3).
001590         10  WS-AJ-DEPT          PIC X(4).
001600         10  WS-AJ-AMOUNT        PIC S9(7)V99 SIGN LEADING
001610                                  SEPARATE.
001620         10  WS-AJ-WRITTEN       PIC X(1).
001630
001640*    CORRECTION BATCHES GO OUT UNDER A RESERVED BATCH NUMBER,
001650*    AS THE RECYCLE BATCH DOES UNDER 9999.
001660 77  WS-ADJ-BATCH-NO             PIC 9(4) VALUE 9998.
001670 77  WS-BATCH-DEPT               PIC X(4).
001680 77  WS-BATCH-COUNT              PIC 9(5) VALUE 0.
001690 77  WS-BATCH-HASH               PIC S9(9)V99 SIGN LEADING
001700                                  SEPARATE VALUE 0.
001710 77  WS-BATCHES-WRITTEN          PIC 9(5) VALUE 0.
001720
001730 77  WS-FOUND-COUNT              PIC 9(5) VALUE 0.
001740 77  WS-ADJUSTED-COUNT           PIC 9(5) VALUE 0.
001750 77  WS-NO-DIFF-COUNT            PIC 9(5) VALUE 0.
001760 77  WS-REVERSED-COUNT           PIC 9(5) VALUE 0.
001770 77  WS-EXCEPT-COUNT             PIC 9(5) VALUE 0.
001780 77  WS-TOT-BOOKED               PIC S9(11)V99 SIGN LEADING
001790                                  SEPARATE VALUE 0.
001800 77  WS-TOT-CORRECTED            PIC S9(11)V99 SIGN LEADING
001810                                  SEPARATE VALUE 0.
001820 77  WS-TOT-ADJUSTMENT           PIC S9(11)V99 SIGN LEADING
001830                                  SEPARATE VALUE 0.
001840
001850 77  WS-LINE-COUNT               PIC 9(3) VALUE 0.
001860 77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
001870 77  WS-PAGE-NO                  PIC 9(4) VALUE 0.
001880 77  WS-PAGE-NO-ED               PIC Z(3)9.
001890 77  WS-COUNT-ED                 PIC Z(4)9.
001900 77  WS-FACTOR-ED                PIC ZZ9.9(6).
001910 77  WS-HIST-FACTOR-ED           PIC ZZ9.9(6).
001920 77  WS-ORIG-FACTOR-ED           PIC ZZ9.9(6).
001930 77  WS-CORR-FACTOR-ED           PIC ZZ9.9(6).
001940 77  WS-ORIG-ED                  PIC -9(9).99.
001950 77  WS-BOOK-ED                  PIC -9(9).99.
001960 77  WS-NEW-ED                   PIC -9(9).99.
001970 77  WS-ADJ-ED                   PIC -9(9).99.
001980 77  WS-TOTAL-ED                 PIC -9(11).99.
001990
002000 01  WS-RUN-DATE-TIME.
002010     05  WS-RUN-DATE.
002020         10  WS-RUN-YY           PIC 9(2).
002030         10  WS-RUN-MM           PIC 9(2).
002040         10  WS-RUN-DD           PIC 9(2).
002050     05  WS-RUN-TIME.
002060         10  WS-RUN-HH           PIC 9(2).
002070         10  WS-RUN-MN           PIC 9(2).
002080         10  WS-RUN-SS           PIC 9(2).
002090         10  WS-RUN-HS           PIC 9(2).
002100
002110 LINKAGE SECTION.
002120 01  SUMARCR-PARM.
002130     05  PARM-LEN                PIC S9(4) COMP.
002140     05  PARM-TEXT               PIC X(80).
002150
002160 PROCEDURE DIVISION USING SUMARCR-PARM.
002170 0000-MAIN-PROCESS.
002180     PERFORM 0100-INITIALIZE
002190     PERFORM 0200-LOAD-RATE-HISTORY
002200     PERFORM 2900-WRITE-PAGE-HEADER
002210     IF WS-HIST-FACTOR = WS-CORR-FACTOR
002220         PERFORM 8100-REPORT-ALREADY-IN-FORCE
002230     ELSE
002240         PERFORM 1000-SCAN-RESULTS
002250             UNTIL RESULT-EOF
002260         IF ADJUST-TABLE-FULL
002270             PERFORM 8200-REPORT-TABLE-FULL
002280         ELSE
002290             PERFORM 3000-WRITE-ADJUSTING-BATCHES
002300                 VARYING WS-AJ-IDX FROM 1 BY 1
002310                 UNTIL WS-AJ-IDX > WS-AJ-USED
002320             PERFORM 4000-UPDATE-RATE-HISTORY
002330             PERFORM 5000-WRITE-AUDIT-SUMMARY
002340             PERFORM 6000-WRITE-TOTALS
002350         END-IF
002360     END-IF
002370     PERFORM 9000-FINALIZE
002380     STOP RUN.
002390
002400 0100-INITIALIZE.
002410     ACCEPT WS-RUN-DATE FROM DATE
002420     ACCEPT WS-RUN-TIME FROM TIME
002430     MOVE SPACES TO WS-CORRECTION
002440     IF PARM-LEN >= 18
002450         MOVE PARM-TEXT (1:18) TO WS-CORRECTION
002460     END-IF
002470     EVALUATE TRUE
002480         WHEN PARM-LEN < 18
002490             DISPLAY 'SUMARCR PARM MUST BE YYMMDDCCCFFFFFFFFF'
002500             MOVE 16 TO RETURN-CODE
002510             STOP RUN
002520         WHEN WS-CORR-DATE NOT NUMERIC
002530             DISPLAY 'SUMARCR BUSINESS DATE NOT NUMERIC - '
002540                 WS-CORR-DATE
002550             MOVE 16 TO RETURN-CODE
002560             STOP RUN
002570         WHEN WS-CORR-CURRENCY = SPACES
002580                 OR WS-CORR-CURRENCY = WS-BASE-CURRENCY
002590             DISPLAY 'SUMARCR CURRENCY ' WS-CORR-CURRENCY
002600                 ' HAS NO RATE TO CORRECT'
002610             MOVE 16 TO RETURN-CODE
002620             STOP RUN
002630         WHEN WS-CORR-FACTOR-X NOT NUMERIC
002640                 OR WS-CORR-FACTOR = 0
002650             DISPLAY 'SUMARCR CORRECTED FACTOR MISSING, NON-'
002660                 'NUMERIC OR ZERO - ' WS-CORR-FACTOR-X
002670             MOVE 16 TO RETURN-CODE
002680             STOP RUN
002690     END-EVALUATE
002700     OPEN I-O SUMA-RATE-HIST
002710     IF WS-HIST-STATUS NOT = '00'
002720         DISPLAY 'SUMARHS OPEN FAILED - STATUS '
002730             WS-HIST-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     OPEN INPUT SUMA-RESULT-FILE
002780     IF WS-RESULT-STATUS NOT = '00'
002790         DISPLAY 'SUMARES OPEN FAILED - STATUS '
002800             WS-RESULT-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     OPEN INPUT SUMA-MASTER
002850     IF WS-MASTER-STATUS NOT = '00'
002860         DISPLAY 'SUMAMST OPEN FAILED - STATUS '
002870             WS-MASTER-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     OPEN OUTPUT SUMA-ADJUST-FILE
002920     IF WS-ADJUST-STATUS NOT = '00'
002930         DISPLAY 'SUMACOR OPEN FAILED - STATUS '
002940             WS-ADJUST-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     OPEN EXTEND SUMA-AUDIT-LOG
002990     IF WS-AUDIT-STATUS = '35'
003000         OPEN OUTPUT SUMA-AUDIT-LOG
003010     END-IF
003020     IF WS-AUDIT-STATUS NOT = '00'
003030         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070     OPEN OUTPUT SUMA-CORR-RPT
003080     IF WS-RPT-STATUS NOT = '00'
003090         DISPLAY 'SUMARCR OPEN FAILED - STATUS ' WS-RPT-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130
003140 0200-LOAD-RATE-HISTORY.
003150*    THE RATE BEING CORRECTED MUST BE ON HISTORY - WITHOUT IT
003160*    THERE IS NO TELLING WHICH POSTINGS CONVERTED AT IT.
003170     MOVE WS-CORR-DATE-N   TO RHS-RATE-DATE
003180     MOVE WS-CORR-CURRENCY TO RHS-CURRENCY
003190     READ SUMA-RATE-HIST
003200         INVALID KEY
003210             DISPLAY 'NO ' WS-CORR-CURRENCY ' RATE ON HISTORY '
003220                 'FOR BUSINESS DATE ' WS-CORR-DATE
003230                 ' - NOTHING CORRECTED'
003240             MOVE 12 TO RETURN-CODE
003250             STOP RUN
003260     END-READ
003270     MOVE RHS-FACTOR      TO WS-HIST-FACTOR
003280     MOVE RHS-ORIG-FACTOR TO WS-HIST-ORIG-FACTOR
003290     IF RHS-CORRECTED
003300         SET HIST-ALREADY-CORRECTED TO TRUE
003310     END-IF
003320     MOVE ZERO  TO RHS-RATE-DATE
003330     MOVE 'SEQ' TO RHS-CURRENCY
003340     READ SUMA-RATE-HIST
003350         INVALID KEY
003360             MOVE 0 TO WS-ADJ-SEQ
003370         NOT INVALID KEY
003380             SET SEQ-ON-FILE TO TRUE
003390             MOVE RHS-LAST-ADJ-SEQ TO WS-ADJ-SEQ
003400     END-READ.
003410
003420 1000-SCAN-RESULTS.
003430     READ SUMA-RESULT-FILE
003440         AT END
003450             SET RESULT-EOF TO TRUE
003460         NOT AT END
003470             IF RR-POST-DATE = WS-CORR-DATE-N
003480                     AND RR-CURRENCY = WS-CORR-CURRENCY
003490                 PERFORM 1100-CHECK-ONE-POSTING
003500             END-IF
003510     END-READ.
003520
003530 1100-CHECK-ONE-POSTING.
003540     MOVE RR-TRAN-ID TO MST-TRAN-ID
003550     READ SUMA-MASTER
003560         INVALID KEY
003570             ADD 1 TO WS-FOUND-COUNT
003580             MOVE 'NOT ON MASTER - NOT ADJUSTED' TO WS-NOTE
003590             PERFORM 1500-LIST-EXCEPTION
003600         NOT INVALID KEY
003610             PERFORM 1200-EVALUATE-POSTING
003620     END-READ.
003630
003640 1200-EVALUATE-POSTING.
003650*    A REVERSAL'S OFFSETTING ENTRY CARRIES THE NEGATED FIGURES
003660*    AND THE ORIGINAL POSTING'S FACTOR, NOT THE RATE OF THE
003670*    DAY IT WAS WRITTEN - IT IS PASSED OVER. THE REVERSED
003680*    POSTING ITSELF NETS TO ZERO WHATEVER THE RATE.
003690     IF RR-RESULTADO = MST-RESULTADO
003700         ADD 1 TO WS-FOUND-COUNT
003710         EVALUATE TRUE
003720             WHEN MST-REVERSED
003730                 ADD 1 TO WS-REVERSED-COUNT
003740                 MOVE SPACES TO WS-NOTE
003750                 STRING 'REVERSED ' MST-RVSL-DATE
003760                     ' - NOT ADJUSTED'
003770                     DELIMITED BY SIZE INTO WS-NOTE
003780                 END-STRING
003790                 MOVE RR-RESULTADO TO WS-BOOK-BASE
003800                 MOVE RR-RESULTADO TO WS-NEW-BASE
003810                 MOVE 0 TO WS-ADJ-AMOUNT
003820                 PERFORM 2000-WRITE-DETAIL-LINE
003830             WHEN RR-APPLIED-FACTOR NOT = 0
003835                     AND RR-APPLIED-FACTOR
003840                        NOT = WS-HIST-ORIG-FACTOR
003850                 MOVE 'CONVERTED AT ANOTHER FACTOR - NOT ADJUSTED'
003860                     TO WS-NOTE
003870                 PERFORM 1500-LIST-EXCEPTION
003880             WHEN OTHER
003890                 PERFORM 1300-COMPUTE-ADJUSTMENT
003900         END-EVALUATE
003910     END-IF.
003920
003930 1300-COMPUTE-ADJUSTMENT.
003940*    BEFORE ANY CORRECTION THE BOOKS HOLD THE POSTED RESULT
003950*    ITSELF. AFTER AN EARLIER CORRECTION THEY HOLD THE POSTED
003960*    RESULT PLUS ITS ADJUSTMENT, WHICH IS THE ORIGINAL SUM AT
003970*    THE FACTOR NOW IN FORCE.
003980     IF HIST-ALREADY-CORRECTED
003990         COMPUTE WS-BOOK-BASE ROUNDED
004000             = RR-ORIG-RESULT * WS-HIST-FACTOR
004010     ELSE
004020         MOVE RR-RESULTADO TO WS-BOOK-BASE
004030     END-IF
004040     COMPUTE WS-NEW-BASE ROUNDED
004050             = RR-ORIG-RESULT * WS-CORR-FACTOR
004060         ON SIZE ERROR
004070             MOVE 'CORRECTED BASE OVERFLOWS - NOT ADJUSTED'
004080                 TO WS-NOTE
004090             PERFORM 1500-LIST-EXCEPTION
004100         NOT ON SIZE ERROR
004110             COMPUTE WS-ADJ-AMOUNT = WS-NEW-BASE - WS-BOOK-BASE
004120             PERFORM 1400-RECORD-ADJUSTMENT
004130     END-COMPUTE.
004140
004150 1400-RECORD-ADJUSTMENT.
004160     EVALUATE TRUE
004170         WHEN WS-ADJ-AMOUNT = 0
004180             ADD 1 TO WS-NO-DIFF-COUNT
004190             MOVE 'NO DIFFERENCE' TO WS-NOTE
004200             PERFORM 2000-WRITE-DETAIL-LINE
004210         WHEN WS-ADJ-AMOUNT > WS-ENTRY-LIMIT
004220                 OR (0 - WS-ADJ-AMOUNT) > WS-ENTRY-LIMIT
004230             MOVE 'TOO LARGE FOR ONE ENTRY - POST BY HAND'
004240                 TO WS-NOTE
004250             PERFORM 1500-LIST-EXCEPTION
004260         WHEN WS-AJ-USED >= WS-AJ-MAX
004270             SET ADJUST-TABLE-FULL TO TRUE
004280         WHEN OTHER
004290             ADD 1 TO WS-ADJ-SEQ
004300             MOVE WS-ADJ-SEQ TO WS-ADJ-ID-SEQ
004310             ADD 1 TO WS-AJ-USED
004320             MOVE WS-ADJ-ID     TO WS-AJ-ADJ-ID (WS-AJ-USED)
004330             MOVE RR-REGION     TO WS-AJ-REGION (WS-AJ-USED)
004340             MOVE RR-DEPT       TO WS-AJ-DEPT (WS-AJ-USED)
004350             MOVE WS-ADJ-AMOUNT TO WS-AJ-AMOUNT (WS-AJ-USED)
004360             MOVE 'N'           TO WS-AJ-WRITTEN (WS-AJ-USED)
004370             ADD 1 TO WS-ADJUSTED-COUNT
004380             ADD WS-BOOK-BASE  TO WS-TOT-BOOKED
004390             ADD WS-NEW-BASE   TO WS-TOT-CORRECTED
004400             ADD WS-ADJ-AMOUNT TO WS-TOT-ADJUSTMENT
004410             MOVE SPACES TO WS-NOTE
004420             STRING 'ADJUSTED BY ' WS-ADJ-ID
004430                 DELIMITED BY SIZE INTO WS-NOTE
004440             END-STRING
004450             PERFORM 2000-WRITE-DETAIL-LINE
004460     END-EVALUATE.
004470
004480 1500-LIST-EXCEPTION.
004490     ADD 1 TO WS-EXCEPT-COUNT
004500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004510         PERFORM 2900-WRITE-PAGE-HEADER
004520     END-IF
004530     MOVE RR-ORIG-RESULT    TO WS-ORIG-ED
004540     MOVE RR-APPLIED-FACTOR TO WS-FACTOR-ED
004550     MOVE RR-RESULTADO      TO WS-BOOK-ED
004560     MOVE SPACES TO SUMA-CORR-LINE
004570     STRING '  ' RR-TRAN-ID '  ' RR-REGION '  ' RR-DEPT
004580         '  ' WS-ORIG-ED '  ' WS-FACTOR-ED '  ' WS-BOOK-ED
004590         '  *** ' WS-NOTE
004600         DELIMITED BY SIZE INTO SUMA-CORR-LINE
004610     END-STRING
004620     WRITE SUMA-CORR-LINE
004630     ADD 1 TO WS-LINE-COUNT.
004640
004650 2000-WRITE-DETAIL-LINE.
004660     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004670         PERFORM 2900-WRITE-PAGE-HEADER
004680     END-IF
004690     MOVE RR-ORIG-RESULT    TO WS-ORIG-ED
004700     MOVE RR-APPLIED-FACTOR TO WS-FACTOR-ED
004710     MOVE WS-BOOK-BASE      TO WS-BOOK-ED
004720     MOVE WS-NEW-BASE       TO WS-NEW-ED
004730     MOVE WS-ADJ-AMOUNT     TO WS-ADJ-ED
004740     MOVE SPACES TO SUMA-CORR-LINE
004750     STRING '  ' RR-TRAN-ID '  ' RR-REGION '  ' RR-DEPT
004760         '  ' WS-ORIG-ED '  ' WS-FACTOR-ED '  ' WS-BOOK-ED
004770         '  ' WS-NEW-ED '  ' WS-ADJ-ED '  ' WS-NOTE
004780         DELIMITED BY SIZE INTO SUMA-CORR-LINE
004790     END-STRING
004800     WRITE SUMA-CORR-LINE
004810     ADD 1 TO WS-LINE-COUNT.
004820
004830 2900-WRITE-PAGE-HEADER.
004840     ADD 1 TO WS-PAGE-NO
004850     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
004860     MOVE WS-HIST-ORIG-FACTOR TO WS-ORIG-FACTOR-ED
004870     MOVE WS-HIST-FACTOR      TO WS-HIST-FACTOR-ED
004880     MOVE WS-CORR-FACTOR      TO WS-CORR-FACTOR-ED
004890     MOVE SPACES TO SUMA-CORR-LINE
004900     STRING 'SUMARCR RATE CORRECTION ADJUSTMENTS   RUN DATE: '
004910         WS-RUN-DATE '   PAGE: ' WS-PAGE-NO-ED
004920         DELIMITED BY SIZE INTO SUMA-CORR-LINE
004930     END-STRING
004940     WRITE SUMA-CORR-LINE
004950     MOVE SPACES TO SUMA-CORR-LINE
004960     STRING '  BUSINESS DATE: ' WS-CORR-DATE
004970         '  CURRENCY: ' WS-CORR-CURRENCY
004980         '  FACTOR AS VALIDATED: ' WS-ORIG-FACTOR-ED
004990         '  IN FORCE: ' WS-HIST-FACTOR-ED
005000         '  CORRECTED TO: ' WS-CORR-FACTOR-ED
005010         DELIMITED BY SIZE INTO SUMA-CORR-LINE
005020     END-STRING
005030     WRITE SUMA-CORR-LINE
005040     MOVE SPACES TO SUMA-CORR-LINE
005050     STRING '  TRAN ID   REG  DEPT   ORIGINAL SUM  APPLIED F'
005060         'ACTOR   BASE AS BOOKED  CORRECTED BASE      ADJUS'
005070         'TMENT  ADJUSTING ENTRY / NOTE'
005080         DELIMITED BY SIZE INTO SUMA-CORR-LINE
005090     END-STRING
005100     WRITE SUMA-CORR-LINE
005110     MOVE 0 TO WS-LINE-COUNT.
005120
005130 3000-WRITE-ADJUSTING-BATCHES.
005140*    THE FIRST ADJUSTMENT NOT YET WRITTEN OPENS A BATCH FOR
005150*    ITS DEPARTMENT, WHICH THEN SWEEPS UP EVERY LATER
005160*    ADJUSTMENT FOR THE SAME DEPARTMENT.
005170     IF WS-AJ-WRITTEN (WS-AJ-IDX) = 'N'
005180         MOVE WS-AJ-DEPT (WS-AJ-IDX) TO WS-BATCH-DEPT
005190         MOVE 0 TO WS-BATCH-COUNT
005200         MOVE 0 TO WS-BATCH-HASH
005210         MOVE SPACES TO SUMA-TRANS-RECORD
005220         SET TR-BATCH-HEADER  TO TRUE
005230         MOVE WS-ADJ-BATCH-NO TO TR-HDR-BATCH-NO
005240         MOVE WS-BATCH-DEPT   TO TR-HDR-DEPT
005250         WRITE SUMA-TRANS-RECORD
005260         PERFORM 3100-WRITE-BATCH-DETAIL
005270             VARYING WS-AJ-SCAN FROM WS-AJ-IDX BY 1
005280             UNTIL WS-AJ-SCAN > WS-AJ-USED
005290         MOVE SPACES TO SUMA-TRANS-RECORD
005300         SET TR-BATCH-TRAILER TO TRUE
005310         MOVE WS-ADJ-BATCH-NO TO TR-TRL-BATCH-NO
005320         MOVE WS-BATCH-COUNT  TO TR-TRL-EXP-COUNT
005330         MOVE WS-BATCH-HASH   TO TR-TRL-HASH-TOTAL
005340         WRITE SUMA-TRANS-RECORD
005350         ADD 1 TO WS-BATCHES-WRITTEN
005360     END-IF.
005370
005380 3100-WRITE-BATCH-DETAIL.
005390     IF WS-AJ-WRITTEN (WS-AJ-SCAN) = 'N'
005400             AND WS-AJ-DEPT (WS-AJ-SCAN) = WS-BATCH-DEPT
005410         MOVE SPACES TO SUMA-TRANS-RECORD
005420         SET TR-DETAIL TO TRUE
005430         MOVE WS-AJ-ADJ-ID (WS-AJ-SCAN) TO TR-TRAN-ID
005440         MOVE WS-AJ-REGION (WS-AJ-SCAN) TO TR-REGION
005450         MOVE WS-BASE-CURRENCY          TO TR-CURRENCY
005460         MOVE WS-AJ-AMOUNT (WS-AJ-SCAN) TO TR-NUM1
005470         MOVE ZERO                      TO TR-NUM2
005480         WRITE SUMA-TRANS-RECORD
005490         MOVE 'Y' TO WS-AJ-WRITTEN (WS-AJ-SCAN)
005500         ADD 1 TO WS-BATCH-COUNT
005510         ADD WS-AJ-AMOUNT (WS-AJ-SCAN) TO WS-BATCH-HASH
005520         PERFORM 3200-WRITE-AUDIT-ADJUSTMENT
005530     END-IF.
005540
005550 3200-WRITE-AUDIT-ADJUSTMENT.
005560     MOVE SPACES TO SUMA-AUDIT-RECORD
005570     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
005580         ' RATE MAINTENANCE ADJUST ID=' WS-AJ-ADJ-ID (WS-AJ-SCAN)
005590         ' REG=' WS-AJ-REGION (WS-AJ-SCAN)
005600         ' DEPT=' WS-AJ-DEPT (WS-AJ-SCAN)
005610         ' AMT=' WS-AJ-AMOUNT (WS-AJ-SCAN)
005620         ' FOR ' WS-CORR-CURRENCY ' ' WS-CORR-DATE
005630         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
005640     END-STRING
005650     WRITE SUMA-AUDIT-RECORD.
005660
005670 4000-UPDATE-RATE-HISTORY.
005680*    THE CORRECTED FACTOR IS NOW THE ONE IN FORCE FOR THE DATE;
005690*    A RERUN FINDS IT ALREADY IN FORCE AND ADJUSTS NOTHING.
005700     MOVE WS-CORR-DATE-N   TO RHS-RATE-DATE
005710     MOVE WS-CORR-CURRENCY TO RHS-CURRENCY
005720     READ SUMA-RATE-HIST
005730         INVALID KEY
005740             DISPLAY 'SUMARHS RATE RECORD LOST - STATUS '
005750                 WS-HIST-STATUS
005760             MOVE 16 TO RETURN-CODE
005770             STOP RUN
005780     END-READ
005790     MOVE WS-CORR-FACTOR TO RHS-FACTOR
005800     SET RHS-CORRECTED   TO TRUE
005810     MOVE WS-RUN-DATE    TO RHS-STAMP-DATE
005820     MOVE WS-RUN-TIME    TO RHS-STAMP-TIME
005830     REWRITE SUMA-RATE-HIST-RECORD
005840         INVALID KEY
005850             DISPLAY 'SUMARHS REWRITE FAILED - STATUS '
005860                 WS-HIST-STATUS
005870             MOVE 16 TO RETURN-CODE
005880             STOP RUN
005890     END-REWRITE
005900     MOVE ZERO  TO RHS-RATE-DATE
005910     MOVE 'SEQ' TO RHS-CURRENCY
005920     MOVE SPACES TO RHS-CONTROL-DATA
005930     MOVE WS-ADJ-SEQ TO RHS-LAST-ADJ-SEQ
005940     IF SEQ-ON-FILE
005950         REWRITE SUMA-RATE-HIST-RECORD
005960             INVALID KEY
005970                 DISPLAY 'SUMARHS SEQUENCE REWRITE FAILED - '
005980                     'STATUS ' WS-HIST-STATUS
005990                 MOVE 16 TO RETURN-CODE
006000                 STOP RUN
006010         END-REWRITE
006020     ELSE
006030         WRITE SUMA-RATE-HIST-RECORD
006040             INVALID KEY
006050                 DISPLAY 'SUMARHS SEQUENCE WRITE FAILED - '
006060                     'STATUS ' WS-HIST-STATUS
006070                 MOVE 16 TO RETURN-CODE
006080                 STOP RUN
006090         END-WRITE
006100     END-IF.
006110
006120 5000-WRITE-AUDIT-SUMMARY.
006130     MOVE SPACES TO SUMA-AUDIT-RECORD
006140     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
006150         ' RATE MAINTENANCE CORRECTED ' WS-CORR-CURRENCY
006160         ' ' WS-CORR-DATE ' FROM ' WS-HIST-FACTOR-ED
006170         ' TO ' WS-CORR-FACTOR-ED
006180         ' ENTRIES=' WS-ADJUSTED-COUNT
006190         ' NET=' WS-TOT-ADJUSTMENT
006200         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
006210     END-STRING
006220     WRITE SUMA-AUDIT-RECORD.
006230
006240 6000-WRITE-TOTALS.
006250     IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
006260         PERFORM 2900-WRITE-PAGE-HEADER
006270     END-IF
006280     MOVE SPACES TO SUMA-CORR-LINE
006290     WRITE SUMA-CORR-LINE
006300     MOVE WS-FOUND-COUNT TO WS-COUNT-ED
006310     MOVE SPACES TO SUMA-CORR-LINE
006320     STRING '  POSTINGS FOUND:            ' WS-COUNT-ED
006330         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006340     END-STRING
006350     WRITE SUMA-CORR-LINE
006360     MOVE WS-ADJUSTED-COUNT TO WS-COUNT-ED
006370     MOVE SPACES TO SUMA-CORR-LINE
006380     STRING '  ADJUSTING ENTRIES WRITTEN: ' WS-COUNT-ED
006390         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006400     END-STRING
006410     WRITE SUMA-CORR-LINE
006420     MOVE WS-BATCHES-WRITTEN TO WS-COUNT-ED
006430     MOVE SPACES TO SUMA-CORR-LINE
006440     STRING '  IN DEPARTMENT BATCHES:     ' WS-COUNT-ED
006450         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006460     END-STRING
006470     WRITE SUMA-CORR-LINE
006480     MOVE WS-NO-DIFF-COUNT TO WS-COUNT-ED
006490     MOVE SPACES TO SUMA-CORR-LINE
006500     STRING '  NO DIFFERENCE:             ' WS-COUNT-ED
006510         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006520     END-STRING
006530     WRITE SUMA-CORR-LINE
006540     MOVE WS-REVERSED-COUNT TO WS-COUNT-ED
006550     MOVE SPACES TO SUMA-CORR-LINE
006560     STRING '  REVERSED, NOT ADJUSTED:    ' WS-COUNT-ED
006570         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006580     END-STRING
006590     WRITE SUMA-CORR-LINE
006600     MOVE WS-EXCEPT-COUNT TO WS-COUNT-ED
006610     MOVE SPACES TO SUMA-CORR-LINE
006620     STRING '  EXCEPTIONS (*** ABOVE):    ' WS-COUNT-ED
006630         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006640     END-STRING
006650     WRITE SUMA-CORR-LINE
006660     MOVE WS-TOT-BOOKED TO WS-TOTAL-ED
006670     MOVE SPACES TO SUMA-CORR-LINE
006680     STRING '  BASE AS BOOKED (ADJUSTED): ' WS-TOTAL-ED
006690         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006700     END-STRING
006710     WRITE SUMA-CORR-LINE
006720     MOVE WS-TOT-CORRECTED TO WS-TOTAL-ED
006730     MOVE SPACES TO SUMA-CORR-LINE
006740     STRING '  CORRECTED BASE:            ' WS-TOTAL-ED
006750         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006760     END-STRING
006770     WRITE SUMA-CORR-LINE
006780     MOVE WS-TOT-ADJUSTMENT TO WS-TOTAL-ED
006790     MOVE SPACES TO SUMA-CORR-LINE
006800     STRING '  NET ADJUSTMENT (BASE):     ' WS-TOTAL-ED
006810         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006820     END-STRING
006830     WRITE SUMA-CORR-LINE
006840     MOVE SPACES TO SUMA-CORR-LINE
006850     WRITE SUMA-CORR-LINE
006860     MOVE SPACES TO SUMA-CORR-LINE
006870     STRING '  THE ADJUSTING ENTRIES ON SUMACOR POST WITH THE '
006880         'NEXT NIGHTLY RUN ONCE TREASURY HAS SIGNED BELOW.'
006890         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006900     END-STRING
006910     WRITE SUMA-CORR-LINE
006920     MOVE SPACES TO SUMA-CORR-LINE
006930     WRITE SUMA-CORR-LINE
006940     MOVE SPACES TO SUMA-CORR-LINE
006950     STRING '  TREASURY SIGN-OFF: ______________________________'
006960         '     DATE: __________'
006970         DELIMITED BY SIZE INTO SUMA-CORR-LINE
006980     END-STRING
006990     WRITE SUMA-CORR-LINE
007000     MOVE SPACES TO SUMA-CORR-LINE
007010     WRITE SUMA-CORR-LINE
007020     MOVE SPACES TO SUMA-CORR-LINE
007030     STRING '  OPERATIONS RELEASE: ______________________________'
007040         '     DATE: __________'
007050         DELIMITED BY SIZE INTO SUMA-CORR-LINE
007060     END-STRING
007070     WRITE SUMA-CORR-LINE.
007080
007090 8100-REPORT-ALREADY-IN-FORCE.
007100     MOVE SPACES TO SUMA-CORR-LINE
007110     STRING '  THE CORRECTED FACTOR IS ALREADY IN FORCE FOR '
007120         'THIS DATE - NOTHING TO ADJUST'
007130         DELIMITED BY SIZE INTO SUMA-CORR-LINE
007140     END-STRING
007150     WRITE SUMA-CORR-LINE.
007160
007170 8200-REPORT-TABLE-FULL.
007180     MOVE SPACES TO SUMA-CORR-LINE
007190     STRING '  *** MORE POSTINGS TO ADJUST THAN ONE RUN HOLDS - '
007200         'NO ENTRIES WRITTEN, RATE HISTORY NOT CHANGED ***'
007210         DELIMITED BY SIZE INTO SUMA-CORR-LINE
007220     END-STRING
007230     WRITE SUMA-CORR-LINE.
007240
007250 9000-FINALIZE.
007260     EVALUATE TRUE
007270         WHEN ADJUST-TABLE-FULL
007280             MOVE 12 TO RETURN-CODE
007290         WHEN WS-EXCEPT-COUNT > 0
007300             MOVE 8 TO RETURN-CODE
007310         WHEN WS-ADJUSTED-COUNT = 0
007320             MOVE 4 TO RETURN-CODE
007330         WHEN OTHER
007340             MOVE 0 TO RETURN-CODE
007350     END-EVALUATE
007360     CLOSE SUMA-RATE-HIST
007370     CLOSE SUMA-RESULT-FILE
007380     CLOSE SUMA-MASTER
007390     CLOSE SUMA-ADJUST-FILE
007400     CLOSE SUMA-AUDIT-LOG
007410     CLOSE SUMA-CORR-RPT
007420     MOVE WS-ADJUSTED-COUNT TO WS-COUNT-ED
007430     DISPLAY 'SUMARCR ' WS-CORR-CURRENCY ' ' WS-CORR-DATE
007440         ' ADJUSTING ENTRIES: ' WS-COUNT-ED
007450     DISPLAY 'SUMARCR COMPLETE - RETURN CODE ' RETURN-CODE.
