000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaOps.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED. 10/14/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/14/26  JRH  ORIGINAL VERSION - MORNING-AFTER OPERATIONS
000110*                STATUS. FOR ONE BUSINESS DATE (PARM POS 1-6,
000120*                DEFAULT THE LAST PROCESSING DAY ON SUMACAL
000130*                BEFORE TODAY) PULLS TOGETHER THE PLACES THE
000140*                NIGHT IS CHECKED FROM: THE SUMADOS STATUS
000150*                SUMMARY (SUMASTS, AND ITS HISTORY SUMASTH),
000160*                THE SUMARUN RUN CONTROL, THE SUMAHCT GL
000170*                HANDOVER CONTROL, THE SUMAHLD BATCHES WAITING
000180*                ON A SUPERVISOR, AND THE AGESTAT AND RATESTAT
000190*                TRAILERS OF THE SUMAAGE AND SUMARTV REPORTS.
000200*                PRINTS ONE PAGE: EACH JOB'S VERDICT, WHAT IS
000210*                STILL PENDING AND WHO OWNS IT, AND THE TREND
000220*                OVER THE PREVIOUS FIVE PROCESSING DAYS; WRITES
000230*                A ONE-LINE OPSSTAT RECORD FOR THE SCHEDULER;
000240*                AND ENDS WITH THE WORST RETURN CODE FOUND
000250*                ANYWHERE IN THE CHAIN.
000260*--------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUMA-CALENDAR ASSIGN TO "SUMACAL"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CAL-STATUS.
000340
000350     SELECT OPTIONAL SUMA-STATUS-HIST ASSIGN TO "SUMASTH"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-STSHIST-STATUS.
000380
000390     SELECT OPTIONAL SUMA-STATUS-FILE ASSIGN TO "SUMASTS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-STATUS-STATUS.
000420
000430     SELECT SUMA-RUN-CONTROL ASSIGN TO "SUMARUN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUNCTL-STATUS.
000460
000470     SELECT OPTIONAL SUMA-HANDOVER-CTL ASSIGN TO "SUMAHCT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HANDOVER-STATUS.
000500
000510     SELECT OPTIONAL SUMA-HOLD-FILE ASSIGN TO "SUMAHLD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HOLD-STATUS.
000540
000550     SELECT OPTIONAL SUMA-AGE-RPT ASSIGN TO "SUMAAGR"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AGERPT-STATUS.
000580
000590     SELECT OPTIONAL SUMA-RATE-RPT ASSIGN TO "SUMARTR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RATERPT-STATUS.
000620
000630     SELECT SUMA-OPS-RPT ASSIGN TO "SUMAOSR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-OPSRPT-STATUS.
000660
000670     SELECT SUMA-OPS-STATUS ASSIGN TO "SUMAOSS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OPSSTS-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SUMA-CALENDAR
000740     RECORD CONTAINS 7 CHARACTERS.
000750 COPY SUMACALR.
000760
000770 FD  SUMA-STATUS-HIST
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  SUMA-STSHIST-LINE           PIC X(80).
000800
000810 FD  SUMA-STATUS-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  SUMA-STATUS-LINE            PIC X(80).
000840
000850 FD  SUMA-RUN-CONTROL
000860     RECORD CONTAINS 24 CHARACTERS.
000870 COPY SUMARUNC.
000880
000890 FD  SUMA-HANDOVER-CTL
000900     RECORD CONTAINS 34 CHARACTERS.
000910 COPY SUMAHCTR.
000920
000930 FD  SUMA-HOLD-FILE
000940     RECORD CONTAINS 35 CHARACTERS.
000950 COPY SUMATRNR.
000960
000970 FD  SUMA-AGE-RPT
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  SUMA-AGE-LINE               PIC X(132).
001000
001010 FD  SUMA-RATE-RPT
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  SUMA-RATERPT-LINE           PIC X(80).
001040
001050 FD  SUMA-OPS-RPT
001060     RECORD CONTAINS 132 CHARACTERS.
001070 01  SUMA-OPS-LINE               PIC X(132).
001080
001090 FD  SUMA-OPS-STATUS
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  SUMA-OPS-STATUS-LINE        PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 77  WS-CAL-STATUS               PIC X(2).
001150 77  WS-STSHIST-STATUS           PIC X(2).
001160 77  WS-STATUS-STATUS            PIC X(2).
001170 77  WS-RUNCTL-STATUS            PIC X(2).
001180 77  WS-HANDOVER-STATUS          PIC X(2).
001190 77  WS-HOLD-STATUS              PIC X(2).
001200 77  WS-AGERPT-STATUS            PIC X(2).
001210 77  WS-RATERPT-STATUS           PIC X(2).
001220 77  WS-OPSRPT-STATUS            PIC X(2).
001230 77  WS-OPSSTS-STATUS            PIC X(2).
001240 77  WS-INPUT-EOF-SW             PIC X(1) VALUE 'N'.
001250     88  INPUT-EOF                        VALUE 'Y'.
001260 77  WS-PARM-DATE-SW             PIC X(1) VALUE 'N'.
001270     88  PARM-DATE-GIVEN                  VALUE 'Y'.
001280
001290 77  WS-BUS-DATE                 PIC 9(6) VALUE 0.
001300 77  WS-CAL-LIMIT                PIC 9(6) VALUE 0.
001310
001320*    THE BUSINESS DATE AND THE FIVE PROCESSING DAYS BEFORE IT,
001330*    OLDEST FIRST: SLOT 6 IS THE DATE BEING REPORTED. EVERY
001340*    INPUT IS FILED AGAINST ITS SLOT AS IT IS READ; THE FILES
001350*    ARE APPEND-ONLY, SO THE LAST RECORD FOR A DATE WINS.
001360 77  WS-DAY-IDX                  PIC 9(1) VALUE 0.
001370 77  WS-DAY-SLOT                 PIC 9(1) VALUE 0.
001380 77  WS-MATCH-DATE               PIC 9(6) VALUE 0.
001390 01  WS-DAY-TABLE.
001400     05  WS-DAY                  OCCURS 6 TIMES.
001410         10  WS-DAY-DATE         PIC 9(6).
001420         10  WS-DAY-STS-SW       PIC X(1).
001430             88  DAY-STATUS-FOUND         VALUE 'Y'.
001440         10  WS-DAY-READ         PIC 9(7).
001450         10  WS-DAY-POSTED       PIC 9(7).
001460         10  WS-DAY-REJECTED     PIC 9(7).
001470         10  WS-DAY-HELD         PIC 9(7).
001480         10  WS-DAY-DOS-RC       PIC 9(2).
001490         10  WS-DAY-RECON        PIC X(25).
001500         10  WS-DAY-RUN-STATE    PIC X(1).
001510         10  WS-DAY-RUN-AUTH     PIC X(3).
001520         10  WS-DAY-RUN-STAMP    PIC 9(6).
001530         10  WS-DAY-GL-STATE     PIC X(1).
001540         10  WS-DAY-GL-DATE      PIC 9(6).
001550
001560*    CALENDAR WINDOW: THE LAST SIX PROCESSING DAYS BEFORE THE
001570*    LIMIT DATE, SHIFTED DOWN ONE AS EACH NEW ONE IS READ.
001580 01  WS-CAL-WINDOW.
001590     05  WS-WIN-DATE             PIC 9(6) OCCURS 6 TIMES.
001600
001610*    SUMADOS STATUS LINES: THE BLOCK FOR EACH RUN OPENS WITH
001620*    ITS 'SUMADOS RUN STATUS' HEADER (BUSINESS DATE IN 37-42);
001630*    THE COUNTS THAT FOLLOW ARE EDITED FIELDS FROM POSITION 21
001640*    (30 FOR THE HELD COUNT), AS 9300-WRITE-STATUS-SUMMARY
001650*    WRITES THEM. A TRIAL RUN'S BLOCK IS PASSED OVER.
001660 77  WS-STS-TEXT                 PIC X(80).
001670 77  WS-STS-SLOT                 PIC 9(1) VALUE 0.
001680 01  WS-EDIT-NUM-X               PIC X(7).
001690 01  WS-EDIT-NUM REDEFINES WS-EDIT-NUM-X
001700                                 PIC 9(7).
001710 01  WS-EDIT-RC-X                PIC X(2).
001720 01  WS-EDIT-RC REDEFINES WS-EDIT-RC-X
001730                                 PIC 9(2).
001740
001750*    BATCHES WAITING ON A SUPERVISOR, FIRST TEN LISTED.
001760 77  WS-HELD-COUNT               PIC 9(5) VALUE 0.
001770 77  WS-HELD-IDX                 PIC 9(2) VALUE 0.
001780 01  WS-HELD-TABLE.
001790     05  WS-HELD-ENTRY           OCCURS 10 TIMES.
001800         10  WS-HELD-BATCH-NO    PIC 9(4).
001810         10  WS-HELD-DEPT        PIC X(4).
001820
001830*    AGESTAT TRAILER OF THE SUMAAGE REPORT (LAST ONE WINS):
001840*    RUN DATE 10-15, OUTSTANDING 17-23, CORRECTED AWAITING
001850*    RELEASE 25-31, PAST THE CUTOFF 33-39, CUTOFF DAYS 41-43.
001860 77  WS-AGE-FOUND-SW             PIC X(1) VALUE 'N'.
001870     88  AGE-STATUS-FOUND                 VALUE 'Y'.
001880 77  WS-AGE-DATE                 PIC 9(6) VALUE 0.
001890 77  WS-AGE-OPEN                 PIC 9(7) VALUE 0.
001900 77  WS-AGE-CORRECTED            PIC 9(7) VALUE 0.
001910 77  WS-AGE-ESCALATED            PIC 9(7) VALUE 0.
001920 77  WS-AGE-CUTOFF               PIC 9(3) VALUE 0.
001930
001940*    RATESTAT TRAILER OF THE SUMARTV REPORT FOR THE BUSINESS
001950*    DATE: DATE 10-15, RC 17-18, ERRORS 20-24, FLAGGED 26-30,
001960*    WARNINGS 32-36, OVERRIDE ID 38-40.
001970 77  WS-RATE-FOUND-SW            PIC X(1) VALUE 'N'.
001980     88  RATE-STATUS-FOUND                VALUE 'Y'.
001990 77  WS-RATE-RC                  PIC 9(2) VALUE 0.
002000 77  WS-RATE-ERRORS              PIC 9(5) VALUE 0.
002010 77  WS-RATE-FLAGGED             PIC 9(5) VALUE 0.
002020 77  WS-RATE-WARNINGS            PIC 9(5) VALUE 0.
002030 77  WS-RATE-OVERRIDE-BY         PIC X(3) VALUE SPACES.
002040
002050*    ONE VERDICT LINE PER JOB IN THE CHAIN, IN RUN ORDER.
002060 77  WS-JOB-USED                 PIC 9(1) VALUE 0.
002070 77  WS-JOB-IDX                  PIC 9(1) VALUE 0.
002080 01  WS-JOB-TABLE.
002090     05  WS-JOB-ENTRY            OCCURS 6 TIMES.
002100         10  WS-JOB-NAME         PIC X(22).
002110         10  WS-JOB-RC           PIC 9(2).
002120         10  WS-JOB-VERDICT      PIC X(80).
002130 77  WS-VERDICT                  PIC X(80).
002140
002150*    WHAT IS STILL PENDING AND WHO OWNS IT.
002160 77  WS-PEND-USED                PIC 9(2) VALUE 0.
002170 77  WS-PEND-IDX                 PIC 9(2) VALUE 0.
002180 77  WS-PEND-LOST                PIC 9(3) VALUE 0.
002190 77  WS-PEND-TEXT                PIC X(64).
002200 77  WS-PEND-OWNER               PIC X(30).
002210 01  WS-PEND-TABLE.
002220     05  WS-PEND-ENTRY           OCCURS 25 TIMES.
002230         10  WS-PEND-ITEM        PIC X(64).
002240         10  WS-PEND-WHO         PIC X(30).
002250
002260 77  WS-COND-RC                  PIC 9(2) VALUE 0.
002270 77  WS-WORST-RC                 PIC 9(2) VALUE 0.
002280 77  WS-PAGE-FLAG                PIC X(1) VALUE 'N'.
002290
002300*    VOLUME TREND AGAINST THE PREVIOUS FIVE DAYS, SAME RULE AS
002310*    THE SUMASTAT DEVIATION FLAG: MORE THAN HALF ABOVE OR
002320*    BELOW THE AVERAGE, WITH AT LEAST THREE DAYS TO AVERAGE.
002330 77  WS-TREND-DAYS               PIC 9(1) VALUE 0.
002340 77  WS-TREND-SUM                PIC 9(9) VALUE 0.
002350 77  WS-TREND-AVG                PIC 9(7) VALUE 0.
002360 77  WS-DEV-LOW                  PIC 9(7) VALUE 0.
002370 77  WS-DEV-HIGH                 PIC 9(9) VALUE 0.
002380 77  WS-PRIOR-OPEN-COUNT         PIC 9(1) VALUE 0.
002390
002400 77  WS-COUNT-ED                 PIC Z(6)9.
002410 77  WS-COUNT2-ED                PIC Z(6)9.
002420 77  WS-COUNT3-ED                PIC Z(6)9.
002430 77  WS-COUNT4-ED                PIC Z(6)9.
002440 77  WS-RC-TEXT                  PIC X(2).
002450 77  WS-MARK                     PIC X(1).
002460
002470 01  WS-RUN-DATE-TIME.
002480     05  WS-RUN-DATE.
002490         10  WS-RUN-YY           PIC 9(2).
002500         10  WS-RUN-MM           PIC 9(2).
002510         10  WS-RUN-DD           PIC 9(2).
002520     05  WS-RUN-TIME.
002530         10  WS-RUN-HH           PIC 9(2).
002540         10  WS-RUN-MN           PIC 9(2).
002550         10  WS-RUN-SS           PIC 9(2).
002560         10  WS-RUN-HS           PIC 9(2).
002570
002580 LINKAGE SECTION.
002590 01  SUMAOPS-PARM.
002600     05  PARM-LEN                PIC S9(4) COMP.
002610     05  PARM-TEXT               PIC X(80).
002620
002630 PROCEDURE DIVISION USING SUMAOPS-PARM.
002640 0000-MAIN-PROCESS.
002650     PERFORM 0100-INITIALIZE
002660     PERFORM 1000-LOAD-CALENDAR
002670     PERFORM 2000-LOAD-STATUS-SUMMARIES
002680     PERFORM 3000-LOAD-RUN-CONTROL
002690     PERFORM 3500-LOAD-HANDOVER-CONTROL
002700     PERFORM 4000-LOAD-HELD-BATCHES
002710     PERFORM 4500-LOAD-AGING-STATUS
002720     PERFORM 4700-LOAD-RATE-STATUS
002730     PERFORM 5000-ASSESS-THE-NIGHT
002740     PERFORM 6000-WRITE-OPS-REPORT
002750     PERFORM 9000-FINALIZE
002760     STOP RUN.
002770
002780 0100-INITIALIZE.
002790     ACCEPT WS-RUN-DATE FROM DATE
002800     ACCEPT WS-RUN-TIME FROM TIME
002810     IF PARM-LEN >= 6 AND PARM-TEXT (1:6) NUMERIC
002820         MOVE PARM-TEXT (1:6) TO WS-BUS-DATE
002830         SET PARM-DATE-GIVEN TO TRUE
002840         MOVE WS-BUS-DATE TO WS-CAL-LIMIT
002850     ELSE
002860         MOVE WS-RUN-DATE TO WS-CAL-LIMIT
002870     END-IF
002880     MOVE ZEROS TO WS-CAL-WINDOW
002890     PERFORM 0150-INIT-ONE-DAY
002900         VARYING WS-DAY-IDX FROM 1 BY 1
002910         UNTIL WS-DAY-IDX > 6
002920     OPEN OUTPUT SUMA-OPS-RPT
002930     IF WS-OPSRPT-STATUS NOT = '00'
002940         DISPLAY 'SUMAOSR OPEN FAILED - STATUS ' WS-OPSRPT-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     OPEN OUTPUT SUMA-OPS-STATUS
002990     IF WS-OPSSTS-STATUS NOT = '00'
003000         DISPLAY 'SUMAOSS OPEN FAILED - STATUS ' WS-OPSSTS-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040
003050 0150-INIT-ONE-DAY.
003060     MOVE 0      TO WS-DAY-DATE (WS-DAY-IDX)
003070     PERFORM 0160-CLEAR-DAY-STATUS
003080     MOVE 'N'    TO WS-DAY-RUN-STATE (WS-DAY-IDX)
003090     MOVE SPACES TO WS-DAY-RUN-AUTH (WS-DAY-IDX)
003100     MOVE 0      TO WS-DAY-RUN-STAMP (WS-DAY-IDX)
003110     MOVE 'N'    TO WS-DAY-GL-STATE (WS-DAY-IDX)
003120     MOVE 0      TO WS-DAY-GL-DATE (WS-DAY-IDX).
003130
003140 0160-CLEAR-DAY-STATUS.
003150     MOVE 'N'    TO WS-DAY-STS-SW (WS-DAY-IDX)
003160     MOVE 0      TO WS-DAY-READ (WS-DAY-IDX)
003170     MOVE 0      TO WS-DAY-POSTED (WS-DAY-IDX)
003180     MOVE 0      TO WS-DAY-REJECTED (WS-DAY-IDX)
003190     MOVE 0      TO WS-DAY-HELD (WS-DAY-IDX)
003200     MOVE 0      TO WS-DAY-DOS-RC (WS-DAY-IDX)
003210     MOVE SPACES TO WS-DAY-RECON (WS-DAY-IDX).
003220
003230 1000-LOAD-CALENDAR.
003240*    WITHOUT A PARM DATE THE NIGHT BEING REPORTED IS THE LAST
003250*    PROCESSING DAY BEFORE TODAY, AND THE FIVE BEFORE IT ARE
003260*    THE TREND; WITH ONE, THE TREND IS THE FIVE PROCESSING
003270*    DAYS BEFORE THE DATE GIVEN.
003280     OPEN INPUT SUMA-CALENDAR
003290     IF WS-CAL-STATUS NOT = '00'
003300         DISPLAY 'SUMACAL OPEN FAILED - STATUS ' WS-CAL-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF
003340     MOVE 'N' TO WS-INPUT-EOF-SW
003350     PERFORM 1100-READ-CALENDAR
003360         UNTIL INPUT-EOF
003370     CLOSE SUMA-CALENDAR
003380     IF PARM-DATE-GIVEN
003390         PERFORM 1200-TAKE-WINDOW-BEFORE-DATE
003400             VARYING WS-DAY-IDX FROM 1 BY 1
003410             UNTIL WS-DAY-IDX > 5
003420         MOVE WS-BUS-DATE TO WS-DAY-DATE (6)
003430     ELSE
003440         PERFORM 1250-TAKE-WINDOW-TO-DATE
003450             VARYING WS-DAY-IDX FROM 1 BY 1
003460             UNTIL WS-DAY-IDX > 6
003470         MOVE WS-DAY-DATE (6) TO WS-BUS-DATE
003480     END-IF
003490     IF WS-BUS-DATE = 0
003500         DISPLAY 'SUMAOPS - NO PROCESSING DAY ON SUMACAL BEFORE '
003510             WS-RUN-DATE ' - CODE THE BUSINESS DATE ON THE PARM'
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550
003560 1100-READ-CALENDAR.
003570     READ SUMA-CALENDAR
003580         AT END
003590             SET INPUT-EOF TO TRUE
003600         NOT AT END
003610             IF CAL-PROCESSING-DAY AND CAL-DATE < WS-CAL-LIMIT
003620                 PERFORM 1150-SHIFT-WINDOW
003630                     VARYING WS-DAY-IDX FROM 1 BY 1
003640                     UNTIL WS-DAY-IDX > 5
003650                 MOVE CAL-DATE TO WS-WIN-DATE (6)
003660             END-IF
003670     END-READ.
003680
003690 1150-SHIFT-WINDOW.
003700     MOVE WS-WIN-DATE (WS-DAY-IDX + 1)
003710         TO WS-WIN-DATE (WS-DAY-IDX).
003720
003730 1200-TAKE-WINDOW-BEFORE-DATE.
003740     MOVE WS-WIN-DATE (WS-DAY-IDX + 1)
003750         TO WS-DAY-DATE (WS-DAY-IDX).
003760
003770 1250-TAKE-WINDOW-TO-DATE.
003780     MOVE WS-WIN-DATE (WS-DAY-IDX) TO WS-DAY-DATE (WS-DAY-IDX).
003790
003800 1300-FIND-DAY-SLOT.
003810*    SLOT HOLDING WS-MATCH-DATE, OR ZERO WHEN THE DATE IS NOT
003820*    ONE OF THE SIX BEING REPORTED.
003830     MOVE 0 TO WS-DAY-SLOT
003840     IF WS-MATCH-DATE > 0
003850         PERFORM 1350-MATCH-DAY-SLOT
003860             VARYING WS-DAY-IDX FROM 1 BY 1
003870             UNTIL WS-DAY-IDX > 6
003880     END-IF.
003890
003900 1350-MATCH-DAY-SLOT.
003910     IF WS-DAY-DATE (WS-DAY-IDX) = WS-MATCH-DATE
003920         MOVE WS-DAY-IDX TO WS-DAY-SLOT
003930     END-IF.
003940
003950 2000-LOAD-STATUS-SUMMARIES.
003960*    THE HISTORY FIRST, THEN THE NIGHT'S OWN SUMASTS IF IT HAS
003970*    NOT YET BEEN APPENDED TO IT - EITHER WAY THE LAST BLOCK
003980*    FOR A DATE WINS.
003990     OPEN INPUT SUMA-STATUS-HIST
004000     IF WS-STSHIST-STATUS = '00' OR WS-STSHIST-STATUS = '05'
004010         MOVE 0 TO WS-STS-SLOT
004020         MOVE 'N' TO WS-INPUT-EOF-SW
004030         PERFORM 2100-READ-STATUS-HISTORY
004040             UNTIL INPUT-EOF
004050         CLOSE SUMA-STATUS-HIST
004060     ELSE
004070         DISPLAY 'SUMASTH OPEN FAILED - STATUS '
004080             WS-STSHIST-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF
004120     OPEN INPUT SUMA-STATUS-FILE
004130     IF WS-STATUS-STATUS = '00' OR WS-STATUS-STATUS = '05'
004140         MOVE 0 TO WS-STS-SLOT
004150         MOVE 'N' TO WS-INPUT-EOF-SW
004160         PERFORM 2150-READ-STATUS-FILE
004170             UNTIL INPUT-EOF
004180         CLOSE SUMA-STATUS-FILE
004190     ELSE
004200         DISPLAY 'SUMASTS OPEN FAILED - STATUS '
004210             WS-STATUS-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250
004260 2100-READ-STATUS-HISTORY.
004270     READ SUMA-STATUS-HIST
004280         AT END
004290             SET INPUT-EOF TO TRUE
004300         NOT AT END
004310             MOVE SUMA-STSHIST-LINE TO WS-STS-TEXT
004320             PERFORM 2200-PARSE-STATUS-LINE
004330     END-READ.
004340
004350 2150-READ-STATUS-FILE.
004360     READ SUMA-STATUS-FILE
004370         AT END
004380             SET INPUT-EOF TO TRUE
004390         NOT AT END
004400             MOVE SUMA-STATUS-LINE TO WS-STS-TEXT
004410             PERFORM 2200-PARSE-STATUS-LINE
004420     END-READ.
004430
004440 2200-PARSE-STATUS-LINE.
004450     EVALUATE TRUE
004460         WHEN WS-STS-TEXT (1:19) = 'SUMADOS RUN STATUS '
004470             MOVE 0 TO WS-MATCH-DATE
004480             IF WS-STS-TEXT (37:6) NUMERIC
004490                 MOVE WS-STS-TEXT (37:6) TO WS-MATCH-DATE
004500             END-IF
004510             PERFORM 1300-FIND-DAY-SLOT
004520             MOVE WS-DAY-SLOT TO WS-STS-SLOT
004530             IF WS-STS-SLOT > 0
004540                 MOVE WS-STS-SLOT TO WS-DAY-IDX
004550                 PERFORM 0160-CLEAR-DAY-STATUS
004560                 MOVE 'Y' TO WS-DAY-STS-SW (WS-STS-SLOT)
004570             END-IF
004580         WHEN WS-STS-TEXT (1:8) = 'SUMADOS '
004590             MOVE 0 TO WS-STS-SLOT
004600         WHEN WS-STS-SLOT = 0
004610             CONTINUE
004620         WHEN WS-STS-TEXT (1:20) = '  RECORDS READ:     '
004630             MOVE WS-STS-TEXT (21:7) TO WS-EDIT-NUM-X
004640             PERFORM 2300-UNEDIT-COUNT
004650             MOVE WS-EDIT-NUM TO WS-DAY-READ (WS-STS-SLOT)
004660         WHEN WS-STS-TEXT (1:20) = '  RECORDS POSTED:   '
004670             MOVE WS-STS-TEXT (21:7) TO WS-EDIT-NUM-X
004680             PERFORM 2300-UNEDIT-COUNT
004690             MOVE WS-EDIT-NUM TO WS-DAY-POSTED (WS-STS-SLOT)
004700         WHEN WS-STS-TEXT (1:20) = '  RECORDS REJECTED: '
004710             MOVE WS-STS-TEXT (21:7) TO WS-EDIT-NUM-X
004720             PERFORM 2300-UNEDIT-COUNT
004730             MOVE WS-EDIT-NUM TO WS-DAY-REJECTED (WS-STS-SLOT)
004740         WHEN WS-STS-TEXT (1:29) = '  BATCHES HELD FOR APPROVAL: '
004750             MOVE WS-STS-TEXT (30:7) TO WS-EDIT-NUM-X
004760             PERFORM 2300-UNEDIT-COUNT
004770             MOVE WS-EDIT-NUM TO WS-DAY-HELD (WS-STS-SLOT)
004780         WHEN WS-STS-TEXT (1:20) = '  RECONCILIATION:   '
004790             MOVE WS-STS-TEXT (21:25)
004800                 TO WS-DAY-RECON (WS-STS-SLOT)
004810         WHEN WS-STS-TEXT (1:20) = '  RETURN CODE:      '
004820             MOVE WS-STS-TEXT (21:2) TO WS-EDIT-RC-X
004830             INSPECT WS-EDIT-RC-X REPLACING LEADING SPACE BY '0'
004840             IF WS-EDIT-RC NUMERIC
004850                 MOVE WS-EDIT-RC TO WS-DAY-DOS-RC (WS-STS-SLOT)
004860             ELSE
004870                 MOVE 16 TO WS-DAY-DOS-RC (WS-STS-SLOT)
004880             END-IF
004890     END-EVALUATE.
004900
004910 2300-UNEDIT-COUNT.
004920     INSPECT WS-EDIT-NUM-X REPLACING LEADING SPACE BY '0'
004930     IF WS-EDIT-NUM NOT NUMERIC
004940         MOVE 0 TO WS-EDIT-NUM
004950     END-IF.
004960
004970 3000-LOAD-RUN-CONTROL.
004980*    LAST RECORD PER DATE WINS, AS SUMADOS READS IT. SUMARTV'S
004990*    'R' RATE-OVERRIDE NOTES DO NOT CHANGE WHERE A RUN STANDS.
005000     OPEN INPUT SUMA-RUN-CONTROL
005010     IF WS-RUNCTL-STATUS NOT = '00'
005020         DISPLAY 'SUMARUN OPEN FAILED - STATUS ' WS-RUNCTL-STATUS
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF
005060     MOVE 'N' TO WS-INPUT-EOF-SW
005070     PERFORM 3100-READ-RUN-CONTROL
005080         UNTIL INPUT-EOF
005090     CLOSE SUMA-RUN-CONTROL.
005100
005110 3100-READ-RUN-CONTROL.
005120     READ SUMA-RUN-CONTROL
005130         AT END
005140             SET INPUT-EOF TO TRUE
005150         NOT AT END
005160             IF NOT RUN-RATE-OVERRIDE
005170                 MOVE RUN-BUS-DATE TO WS-MATCH-DATE
005180                 PERFORM 1300-FIND-DAY-SLOT
005190                 IF WS-DAY-SLOT > 0
005200                     MOVE RUN-STATUS
005210                         TO WS-DAY-RUN-STATE (WS-DAY-SLOT)
005220                     MOVE RUN-AUTH-BY
005230                         TO WS-DAY-RUN-AUTH (WS-DAY-SLOT)
005240                     MOVE RUN-STAMP-DATE
005250                         TO WS-DAY-RUN-STAMP (WS-DAY-SLOT)
005260                 END-IF
005270             END-IF
005280     END-READ.
005290
005300 3500-LOAD-HANDOVER-CONTROL.
005310*    SUMAGLX STAMPS AN EXTRACT WITH THE DATE IT RAN, WHICH FOR
005320*    A NIGHT THAT RAN PAST MIDNIGHT IS THE DAY AFTER THE
005330*    BUSINESS DATE. IT RUNS STRAIGHT AFTER SUMADOS, SO AN
005340*    EXTRACT BELONGS TO THE DAY WHOSE SUMARUN STAMP CARRIES
005350*    THE SAME DATE; FAILING THAT, TO THE DAY IT IS DATED.
005360     OPEN INPUT SUMA-HANDOVER-CTL
005370     IF WS-HANDOVER-STATUS NOT = '00'
005380             AND WS-HANDOVER-STATUS NOT = '05'
005390         DISPLAY 'SUMAHCT OPEN FAILED - STATUS '
005400             WS-HANDOVER-STATUS
005410         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF
005440     MOVE 'N' TO WS-INPUT-EOF-SW
005450     PERFORM 3600-READ-HANDOVER-CONTROL
005460         UNTIL INPUT-EOF
005470     CLOSE SUMA-HANDOVER-CTL.
005480
005490 3600-READ-HANDOVER-CONTROL.
005500     READ SUMA-HANDOVER-CTL
005510         AT END
005520             SET INPUT-EOF TO TRUE
005530         NOT AT END
005540             MOVE 0 TO WS-DAY-SLOT
005550             PERFORM 3650-PLACE-HANDOVER
005560                 VARYING WS-DAY-IDX FROM 1 BY 1
005570                 UNTIL WS-DAY-IDX > 6
005580             IF WS-DAY-SLOT = 0
005590                 MOVE HCT-EXTRACT-DATE TO WS-MATCH-DATE
005600                 PERFORM 1300-FIND-DAY-SLOT
005610             END-IF
005620             IF WS-DAY-SLOT > 0
005630                 MOVE HCT-STATUS
005640                     TO WS-DAY-GL-STATE (WS-DAY-SLOT)
005650                 MOVE HCT-EXTRACT-DATE
005660                     TO WS-DAY-GL-DATE (WS-DAY-SLOT)
005670             END-IF
005680     END-READ.
005690
005700 3650-PLACE-HANDOVER.
005710     IF WS-DAY-RUN-STAMP (WS-DAY-IDX) = HCT-EXTRACT-DATE
005720         MOVE WS-DAY-IDX TO WS-DAY-SLOT
005730     END-IF.
005740
005750 4000-LOAD-HELD-BATCHES.
005760     OPEN INPUT SUMA-HOLD-FILE
005770     IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
005780         DISPLAY 'SUMAHLD OPEN FAILED - STATUS ' WS-HOLD-STATUS
005790         MOVE 16 TO RETURN-CODE
005800         STOP RUN
005810     END-IF
005820     MOVE 'N' TO WS-INPUT-EOF-SW
005830     PERFORM 4100-READ-HELD-BATCH
005840         UNTIL INPUT-EOF
005850     CLOSE SUMA-HOLD-FILE.
005860
005870 4100-READ-HELD-BATCH.
005880     READ SUMA-HOLD-FILE
005890         AT END
005900             SET INPUT-EOF TO TRUE
005910         NOT AT END
005920             IF TR-BATCH-HEADER
005930                 ADD 1 TO WS-HELD-COUNT
005940                 IF WS-HELD-COUNT NOT > 10
005950                     MOVE WS-HELD-COUNT TO WS-HELD-IDX
005960                     MOVE TR-HDR-BATCH-NO
005970                         TO WS-HELD-BATCH-NO (WS-HELD-IDX)
005980                     MOVE TR-HDR-DEPT
005990                         TO WS-HELD-DEPT (WS-HELD-IDX)
006000                 END-IF
006010             END-IF
006020     END-READ.
006030
006040 4500-LOAD-AGING-STATUS.
006050     OPEN INPUT SUMA-AGE-RPT
006060     IF WS-AGERPT-STATUS NOT = '00'
006070             AND WS-AGERPT-STATUS NOT = '05'
006080         DISPLAY 'SUMAAGR OPEN FAILED - STATUS ' WS-AGERPT-STATUS
006090         MOVE 16 TO RETURN-CODE
006100         STOP RUN
006110     END-IF
006120     MOVE 'N' TO WS-INPUT-EOF-SW
006130     PERFORM 4600-READ-AGING-REPORT
006140         UNTIL INPUT-EOF
006150     CLOSE SUMA-AGE-RPT.
006160
006170 4600-READ-AGING-REPORT.
006180     READ SUMA-AGE-RPT
006190         AT END
006200             SET INPUT-EOF TO TRUE
006210         NOT AT END
006220             IF SUMA-AGE-LINE (1:9) = 'AGESTAT  '
006230                     AND SUMA-AGE-LINE (10:6) NUMERIC
006240                     AND SUMA-AGE-LINE (17:7) NUMERIC
006250                     AND SUMA-AGE-LINE (25:7) NUMERIC
006260                     AND SUMA-AGE-LINE (33:7) NUMERIC
006270                     AND SUMA-AGE-LINE (41:3) NUMERIC
006280                 SET AGE-STATUS-FOUND TO TRUE
006290                 MOVE SUMA-AGE-LINE (10:6) TO WS-AGE-DATE
006300                 MOVE SUMA-AGE-LINE (17:7) TO WS-AGE-OPEN
006310                 MOVE SUMA-AGE-LINE (25:7) TO WS-AGE-CORRECTED
006320                 MOVE SUMA-AGE-LINE (33:7) TO WS-AGE-ESCALATED
006330                 MOVE SUMA-AGE-LINE (41:3) TO WS-AGE-CUTOFF
006340             END-IF
006350     END-READ.
006360
006370 4700-LOAD-RATE-STATUS.
006380     OPEN INPUT SUMA-RATE-RPT
006390     IF WS-RATERPT-STATUS NOT = '00'
006400             AND WS-RATERPT-STATUS NOT = '05'
006410         DISPLAY 'SUMARTR OPEN FAILED - STATUS '
006420             WS-RATERPT-STATUS
006430         MOVE 16 TO RETURN-CODE
006440         STOP RUN
006450     END-IF
006460     MOVE 'N' TO WS-INPUT-EOF-SW
006470     PERFORM 4800-READ-RATE-REPORT
006480         UNTIL INPUT-EOF
006490     CLOSE SUMA-RATE-RPT.
006500
006510 4800-READ-RATE-REPORT.
006520     READ SUMA-RATE-RPT
006530         AT END
006540             SET INPUT-EOF TO TRUE
006550         NOT AT END
006560             IF SUMA-RATERPT-LINE (1:9) = 'RATESTAT '
006570                     AND SUMA-RATERPT-LINE (10:6) = WS-BUS-DATE
006580                     AND SUMA-RATERPT-LINE (17:2) NUMERIC
006590                     AND SUMA-RATERPT-LINE (20:5) NUMERIC
006600                     AND SUMA-RATERPT-LINE (26:5) NUMERIC
006610                     AND SUMA-RATERPT-LINE (32:5) NUMERIC
006620                 SET RATE-STATUS-FOUND TO TRUE
006630                 MOVE SUMA-RATERPT-LINE (17:2) TO WS-RATE-RC
006640                 MOVE SUMA-RATERPT-LINE (20:5) TO WS-RATE-ERRORS
006650                 MOVE SUMA-RATERPT-LINE (26:5) TO WS-RATE-FLAGGED
006660                 MOVE SUMA-RATERPT-LINE (32:5)
006670                     TO WS-RATE-WARNINGS
006680                 MOVE SUMA-RATERPT-LINE (38:3)
006690                     TO WS-RATE-OVERRIDE-BY
006700             END-IF
006710     END-READ.
006720
006730 5000-ASSESS-THE-NIGHT.
006740     PERFORM 5600-ASSESS-RATE-EDIT
006750     PERFORM 5100-ASSESS-NIGHTLY-RUN
006760     PERFORM 5200-ASSESS-RUN-CONTROL
006770     PERFORM 5300-ASSESS-GL-HANDOVER
006780     PERFORM 5400-ASSESS-HELD-BATCHES
006790     PERFORM 5500-ASSESS-SUSPENSE-AGING
006800     PERFORM 5700-ASSESS-PRIOR-DAYS
006810         VARYING WS-DAY-IDX FROM 1 BY 1
006820         UNTIL WS-DAY-IDX > 5
006830     PERFORM 5800-ASSESS-VOLUME-TREND.
006840
006850 5100-ASSESS-NIGHTLY-RUN.
006860     MOVE SPACES TO WS-VERDICT
006870     IF NOT DAY-STATUS-FOUND (6)
006880         MOVE 16 TO WS-COND-RC
006890         MOVE 'NO STATUS SUMMARY - THE RUN DID NOT FINISH'
006900             TO WS-VERDICT
006910         MOVE 'SUMADOS WROTE NO STATUS - FIND OUT WHY'
006920             TO WS-PEND-TEXT
006930         MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
006940         PERFORM 7100-ADD-PENDING
006950     ELSE
006960         MOVE WS-DAY-DOS-RC (6) TO WS-COND-RC
006970         MOVE WS-DAY-READ (6)     TO WS-COUNT-ED
006980         MOVE WS-DAY-POSTED (6)   TO WS-COUNT2-ED
006990         MOVE WS-DAY-REJECTED (6) TO WS-COUNT3-ED
007000         STRING 'READ=' WS-COUNT-ED ' POSTED=' WS-COUNT2-ED
007010             ' REJECTED=' WS-COUNT3-ED ' '
007020             WS-DAY-RECON (6)
007030             DELIMITED BY SIZE INTO WS-VERDICT
007040         END-STRING
007050         EVALUATE TRUE
007060             WHEN WS-COND-RC = 4
007070                 MOVE SPACES TO WS-PEND-TEXT
007080                 STRING WS-COUNT3-ED
007090                     ' RECORDS REJECTED TO SUSPENSE'
007100                     DELIMITED BY SIZE INTO WS-PEND-TEXT
007110                 END-STRING
007120                 MOVE 'SUSPENSE CLERKS - SUMASUS'
007130                     TO WS-PEND-OWNER
007140                 PERFORM 7100-ADD-PENDING
007150             WHEN WS-COND-RC = 8
007160                 MOVE 'CONTROL-TOTAL MISMATCH - DOWNSTREAM HELD'
007170                     TO WS-PEND-TEXT
007180                 MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
007190                 PERFORM 7100-ADD-PENDING
007200             WHEN WS-COND-RC > 8
007210                 MOVE 'NIGHTLY RUN STOPPED - SEE THE SUMADOS LOG'
007220                     TO WS-PEND-TEXT
007230                 MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
007240                 PERFORM 7100-ADD-PENDING
007250         END-EVALUATE
007260     END-IF
007270     MOVE 'SUMADOS NIGHTLY RUN' TO WS-JOB-NAME (2)
007280     MOVE 2 TO WS-JOB-IDX
007290     PERFORM 7200-FILE-JOB-VERDICT.
007300
007310 5200-ASSESS-RUN-CONTROL.
007320     MOVE SPACES TO WS-VERDICT
007330     EVALUATE WS-DAY-RUN-STATE (6)
007340         WHEN 'C'
007350             MOVE 0 TO WS-COND-RC
007360             IF WS-DAY-RUN-AUTH (6) = SPACES
007370                 MOVE 'BUSINESS DATE COMPLETE' TO WS-VERDICT
007380             ELSE
007390                 STRING 'BUSINESS DATE COMPLETE ON A FORCED RERUN'
007400                     ' AUTHORIZED BY ' WS-DAY-RUN-AUTH (6)
007410                     DELIMITED BY SIZE INTO WS-VERDICT
007420                 END-STRING
007430             END-IF
007440         WHEN 'O'
007450             MOVE 12 TO WS-COND-RC
007460             MOVE 'OPENED BUT NEVER COMPLETED - RESTART PENDING'
007470                 TO WS-VERDICT
007480             MOVE 'RESTART THE NIGHTLY RUN (RESTART=STEP1)'
007490                 TO WS-PEND-TEXT
007500             MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
007510             PERFORM 7100-ADD-PENDING
007520         WHEN 'F'
007530             MOVE 8 TO WS-COND-RC
007540             STRING 'FORCED RERUN AUTHORIZED BY '
007550                 WS-DAY-RUN-AUTH (6) ' BUT NOT YET RUN'
007560                 DELIMITED BY SIZE INTO WS-VERDICT
007570             END-STRING
007580             MOVE 'SUBMIT THE AUTHORIZED RERUN' TO WS-PEND-TEXT
007590             MOVE 'OPERATIONS' TO WS-PEND-OWNER
007600             PERFORM 7100-ADD-PENDING
007610         WHEN OTHER
007620             MOVE 12 TO WS-COND-RC
007630             MOVE 'NOT RUN - NOTHING ON SUMARUN FOR THE DATE'
007640                 TO WS-VERDICT
007650             MOVE 'RUN THE NIGHT FOR THE BUSINESS DATE'
007660                 TO WS-PEND-TEXT
007670             MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
007680             PERFORM 7100-ADD-PENDING
007690     END-EVALUATE
007700     MOVE 'SUMARUN RUN CONTROL' TO WS-JOB-NAME (3)
007710     MOVE 3 TO WS-JOB-IDX
007720     PERFORM 7200-FILE-JOB-VERDICT.
007730
007740 5300-ASSESS-GL-HANDOVER.
007750     MOVE SPACES TO WS-VERDICT
007760     EVALUATE WS-DAY-GL-STATE (6)
007770         WHEN 'C'
007780             MOVE 0 TO WS-COND-RC
007790             STRING 'EXTRACT ' WS-DAY-GL-DATE (6)
007800                 ' CONFIRMED BY THE LEDGER'
007810                 DELIMITED BY SIZE INTO WS-VERDICT
007820             END-STRING
007830         WHEN 'S'
007840             MOVE 4 TO WS-COND-RC
007850             STRING 'EXTRACT ' WS-DAY-GL-DATE (6)
007860                 ' SENT - LEDGER ACKNOWLEDGMENT NOT YET MATCHED'
007870                 DELIMITED BY SIZE INTO WS-VERDICT
007880             END-STRING
007890             MOVE SPACES TO WS-PEND-TEXT
007900             STRING 'GL HANDOVER ' WS-DAY-GL-DATE (6)
007910                 ' AWAITING LEDGER ACKNOWLEDGMENT'
007920                 DELIMITED BY SIZE INTO WS-PEND-TEXT
007930             END-STRING
007940             MOVE 'ACCOUNTING - SUMAGLA' TO WS-PEND-OWNER
007950             PERFORM 7100-ADD-PENDING
007960         WHEN 'M'
007970             MOVE 8 TO WS-COND-RC
007980             STRING 'EXTRACT ' WS-DAY-GL-DATE (6)
007990                 ' ACKNOWLEDGED WITH A DIFFERENT COUNT OR HASH'
008000                 DELIMITED BY SIZE INTO WS-VERDICT
008010             END-STRING
008020             MOVE SPACES TO WS-PEND-TEXT
008030             STRING 'GL HANDOVER ' WS-DAY-GL-DATE (6)
008040                 ' MISMATCHED - RECONCILE WITH THE LEDGER'
008050                 DELIMITED BY SIZE INTO WS-PEND-TEXT
008060             END-STRING
008070             MOVE 'ACCOUNTING - SUMAGLA' TO WS-PEND-OWNER
008080             PERFORM 7100-ADD-PENDING
008090         WHEN OTHER
008100             MOVE 8 TO WS-COND-RC
008110             MOVE 'NO EXTRACT HANDED OVER FOR THE DATE'
008120                 TO WS-VERDICT
008130             MOVE 'CUT THE GL EXTRACT ONCE THE NIGHT IS GOOD'
008140                 TO WS-PEND-TEXT
008150             MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
008160             PERFORM 7100-ADD-PENDING
008170     END-EVALUATE
008180     MOVE 'SUMAGLX GL HANDOVER' TO WS-JOB-NAME (4)
008190     MOVE 4 TO WS-JOB-IDX
008200     PERFORM 7200-FILE-JOB-VERDICT.
008210
008220 5400-ASSESS-HELD-BATCHES.
008230     MOVE SPACES TO WS-VERDICT
008240     IF WS-HELD-COUNT = 0
008250         MOVE 0 TO WS-COND-RC
008260         MOVE 'NO BATCHES WAITING ON A SUPERVISOR' TO WS-VERDICT
008270     ELSE
008280         MOVE 4 TO WS-COND-RC
008290         MOVE WS-HELD-COUNT TO WS-COUNT-ED
008300         STRING WS-COUNT-ED ' BATCH(ES) WAITING ON A SUPERVISOR'
008310             DELIMITED BY SIZE INTO WS-VERDICT
008320         END-STRING
008330         PERFORM 5450-PEND-ONE-HELD-BATCH
008340             VARYING WS-HELD-IDX FROM 1 BY 1
008350             UNTIL WS-HELD-IDX > 10 OR WS-HELD-IDX > WS-HELD-COUNT
008360         IF WS-HELD-COUNT > 10
008370             COMPUTE WS-COUNT-ED = WS-HELD-COUNT - 10
008380             MOVE SPACES TO WS-PEND-TEXT
008390             STRING 'AND ' WS-COUNT-ED ' MORE HELD BATCH(ES)'
008400                 DELIMITED BY SIZE INTO WS-PEND-TEXT
008410             END-STRING
008420             MOVE 'SUPERVISOR - SUMAAPR' TO WS-PEND-OWNER
008430             PERFORM 7100-ADD-PENDING
008440         END-IF
008450     END-IF
008460     MOVE 'SUMAAPR HELD BATCHES' TO WS-JOB-NAME (5)
008470     MOVE 5 TO WS-JOB-IDX
008480     PERFORM 7200-FILE-JOB-VERDICT.
008490
008500 5450-PEND-ONE-HELD-BATCH.
008510     MOVE SPACES TO WS-PEND-TEXT
008520     STRING 'HELD BATCH ' WS-HELD-BATCH-NO (WS-HELD-IDX)
008530         ' DEPT ' WS-HELD-DEPT (WS-HELD-IDX)
008540         ' AWAITING APPROVAL'
008550         DELIMITED BY SIZE INTO WS-PEND-TEXT
008560     END-STRING
008570     MOVE 'SUPERVISOR - SUMAAPR' TO WS-PEND-OWNER
008580     PERFORM 7100-ADD-PENDING.
008590
008600 5500-ASSESS-SUSPENSE-AGING.
008610*    THE AGING RUN COUNTS ONLY IF IT RAN ON OR AFTER THE
008620*    BUSINESS DATE - AN OLDER ONE MISSES THE NIGHT'S REJECTS.
008630     MOVE SPACES TO WS-VERDICT
008640     IF NOT AGE-STATUS-FOUND OR WS-AGE-DATE < WS-BUS-DATE
008650         MOVE 4 TO WS-COND-RC
008660         MOVE 'NO AGING RUN SINCE THE BUSINESS DATE'
008670             TO WS-VERDICT
008680         MOVE 'RUN THE SUSPENSE AGING REPORT' TO WS-PEND-TEXT
008690         MOVE 'OPERATIONS' TO WS-PEND-OWNER
008700         PERFORM 7100-ADD-PENDING
008710     ELSE
008720         MOVE WS-AGE-OPEN       TO WS-COUNT-ED
008730         MOVE WS-AGE-CORRECTED  TO WS-COUNT2-ED
008740         MOVE WS-AGE-ESCALATED  TO WS-COUNT3-ED
008750         STRING 'OUTSTANDING=' WS-COUNT-ED
008760             ' CORRECTED=' WS-COUNT2-ED
008770             ' PAST ' WS-AGE-CUTOFF ' DAYS=' WS-COUNT3-ED
008780             ' (RUN ' WS-AGE-DATE ')'
008790             DELIMITED BY SIZE INTO WS-VERDICT
008800         END-STRING
008810         IF WS-AGE-ESCALATED > 0
008820             MOVE 4 TO WS-COND-RC
008830             MOVE SPACES TO WS-PEND-TEXT
008840             STRING WS-COUNT3-ED ' SUSPENSE ITEMS PAST THE '
008850                 WS-AGE-CUTOFF '-DAY CUTOFF'
008860                 DELIMITED BY SIZE INTO WS-PEND-TEXT
008870             END-STRING
008880             MOVE 'SUSPENSE CLERKS - SUMASUS' TO WS-PEND-OWNER
008890             PERFORM 7100-ADD-PENDING
008900         ELSE
008910             MOVE 0 TO WS-COND-RC
008920         END-IF
008930         IF WS-AGE-CORRECTED > 0
008940             MOVE SPACES TO WS-PEND-TEXT
008950             STRING WS-COUNT2-ED ' CORRECTED SUSPENSE ITEMS '
008960                 'AWAITING RELEASE'
008970                 DELIMITED BY SIZE INTO WS-PEND-TEXT
008980             END-STRING
008990             MOVE 'APPROVER - SUMASUS RELEASE' TO WS-PEND-OWNER
009000             PERFORM 7100-ADD-PENDING
009010         END-IF
009020     END-IF
009030     MOVE 'SUMAAGE SUSPENSE AGING' TO WS-JOB-NAME (6)
009040     MOVE 6 TO WS-JOB-IDX
009050     PERFORM 7200-FILE-JOB-VERDICT.
009060
009070 5600-ASSESS-RATE-EDIT.
009080     MOVE SPACES TO WS-VERDICT
009090     IF NOT RATE-STATUS-FOUND
009100         MOVE 4 TO WS-COND-RC
009110         MOVE 'NO RATE EDIT STATUS FOR THE DATE' TO WS-VERDICT
009120         MOVE 'CHECK THE SUMARTV STEP RAN FOR THE DATE'
009130             TO WS-PEND-TEXT
009140         MOVE 'OPERATIONS' TO WS-PEND-OWNER
009150         PERFORM 7100-ADD-PENDING
009160     ELSE
009170         MOVE WS-RATE-RC TO WS-COND-RC
009180         MOVE WS-RATE-ERRORS   TO WS-COUNT-ED
009190         MOVE WS-RATE-FLAGGED  TO WS-COUNT2-ED
009200         MOVE WS-RATE-WARNINGS TO WS-COUNT3-ED
009210         STRING 'ERRORS=' WS-COUNT-ED ' FLAGGED=' WS-COUNT2-ED
009220             ' NO-RATE WARNINGS=' WS-COUNT3-ED
009230             DELIMITED BY SIZE INTO WS-VERDICT
009240         END-STRING
009250         IF WS-RATE-RC > 4
009260             MOVE 'RATE FILE REFUSED - NIGHT HELD FOR A GOOD FILE'
009270                 TO WS-PEND-TEXT
009280             MOVE 'TREASURY' TO WS-PEND-OWNER
009290             PERFORM 7100-ADD-PENDING
009300         END-IF
009310         IF WS-RATE-WARNINGS > 0
009320             MOVE SPACES TO WS-PEND-TEXT
009330             STRING WS-COUNT3-ED ' CURRENCIES WITH NO RATE - '
009340                 'WORK SUSPENDS AS NRAT'
009350                 DELIMITED BY SIZE INTO WS-PEND-TEXT
009360             END-STRING
009370             MOVE 'TREASURY' TO WS-PEND-OWNER
009380             PERFORM 7100-ADD-PENDING
009390         END-IF
009400         IF WS-RATE-OVERRIDE-BY NOT = SPACES
009410             MOVE SPACES TO WS-PEND-TEXT
009420             STRING WS-COUNT2-ED ' RATE MOVEMENTS FORCED BY '
009430                 WS-RATE-OVERRIDE-BY ' - FOR THE OVERRIDE REVIEW'
009440                 DELIMITED BY SIZE INTO WS-PEND-TEXT
009450             END-STRING
009460             MOVE 'AUDIT - SUMAOVR' TO WS-PEND-OWNER
009470             PERFORM 7100-ADD-PENDING
009480         END-IF
009490     END-IF
009500     MOVE 'SUMARTV RATE EDIT' TO WS-JOB-NAME (1)
009510     MOVE 1 TO WS-JOB-IDX
009520     PERFORM 7200-FILE-JOB-VERDICT.
009530
009540 5700-ASSESS-PRIOR-DAYS.
009550*    A PROCESSING DAY IN THE TREND WINDOW THAT NEVER COMPLETED,
009560*    OR WHOSE GL HANDOVER WAS NEVER CONFIRMED, IS STILL OPEN.
009570     IF WS-DAY-DATE (WS-DAY-IDX) > 0
009580         IF WS-DAY-RUN-STATE (WS-DAY-IDX) NOT = 'C'
009590             ADD 1 TO WS-PRIOR-OPEN-COUNT
009600             MOVE 8 TO WS-COND-RC
009610             PERFORM 7000-RAISE-CONDITION
009620             MOVE SPACES TO WS-PEND-TEXT
009630             STRING 'PROCESSING DAY ' WS-DAY-DATE (WS-DAY-IDX)
009640                 ' WAS NEVER COMPLETED'
009650                 DELIMITED BY SIZE INTO WS-PEND-TEXT
009660             END-STRING
009670             MOVE 'ON-CALL ANALYST' TO WS-PEND-OWNER
009680             PERFORM 7100-ADD-PENDING
009690         END-IF
009700         IF WS-DAY-GL-STATE (WS-DAY-IDX) = 'S'
009710                 OR WS-DAY-GL-STATE (WS-DAY-IDX) = 'M'
009720             MOVE 8 TO WS-COND-RC
009730             PERFORM 7000-RAISE-CONDITION
009740             MOVE SPACES TO WS-PEND-TEXT
009750             STRING 'GL HANDOVER ' WS-DAY-GL-DATE (WS-DAY-IDX)
009760                 ' STILL NOT CONFIRMED BY THE LEDGER'
009770                 DELIMITED BY SIZE INTO WS-PEND-TEXT
009780             END-STRING
009790             MOVE 'ACCOUNTING - SUMAGLA' TO WS-PEND-OWNER
009800             PERFORM 7100-ADD-PENDING
009810         END-IF
009820     END-IF.
009830
009840 5800-ASSESS-VOLUME-TREND.
009850     MOVE 0 TO WS-TREND-DAYS
009860     MOVE 0 TO WS-TREND-SUM
009870     PERFORM 5850-SUM-TREND-DAY
009880         VARYING WS-DAY-IDX FROM 1 BY 1
009890         UNTIL WS-DAY-IDX > 5
009900     IF WS-TREND-DAYS >= 3 AND DAY-STATUS-FOUND (6)
009910         DIVIDE WS-TREND-SUM BY WS-TREND-DAYS
009920             GIVING WS-TREND-AVG
009930         DIVIDE WS-TREND-AVG BY 2 GIVING WS-DEV-LOW
009940         COMPUTE WS-DEV-HIGH = WS-TREND-AVG + WS-DEV-LOW
009950         IF WS-DAY-READ (6) < WS-DEV-LOW
009960                 OR WS-DAY-READ (6) > WS-DEV-HIGH
009970             MOVE 4 TO WS-COND-RC
009980             PERFORM 7000-RAISE-CONDITION
009990             MOVE WS-DAY-READ (6) TO WS-COUNT-ED
010000             MOVE WS-TREND-AVG    TO WS-COUNT2-ED
010010             MOVE SPACES TO WS-PEND-TEXT
010020             STRING 'VOLUME ' WS-COUNT-ED ' AGAINST A 5-DAY '
010030                 'AVERAGE OF ' WS-COUNT2-ED
010040                 DELIMITED BY SIZE INTO WS-PEND-TEXT
010050             END-STRING
010060             MOVE 'DATA ENTRY / UPSTREAM FEED' TO WS-PEND-OWNER
010070             PERFORM 7100-ADD-PENDING
010080         END-IF
010090     END-IF.
010100
010110 5850-SUM-TREND-DAY.
010120     IF DAY-STATUS-FOUND (WS-DAY-IDX)
010130         ADD 1 TO WS-TREND-DAYS
010140         ADD WS-DAY-READ (WS-DAY-IDX) TO WS-TREND-SUM
010150     END-IF.
010160
010170 6000-WRITE-OPS-REPORT.
010180     PERFORM 8000-WRITE-REPORT-HEADER
010190     MOVE SPACES TO SUMA-OPS-LINE
010200     STRING '  JOB                     RC  VERDICT'
010210         DELIMITED BY SIZE INTO SUMA-OPS-LINE
010220     END-STRING
010230     WRITE SUMA-OPS-LINE
010240     PERFORM 6100-WRITE-JOB-LINE
010250         VARYING WS-JOB-IDX FROM 1 BY 1
010260         UNTIL WS-JOB-IDX > 6
010270     MOVE SPACES TO SUMA-OPS-LINE
010280     WRITE SUMA-OPS-LINE
010290     MOVE SPACES TO SUMA-OPS-LINE
010300     IF WS-PEND-USED = 0
010310         STRING '  NOTHING PENDING'
010320             DELIMITED BY SIZE INTO SUMA-OPS-LINE
010330         END-STRING
010340         WRITE SUMA-OPS-LINE
010350     ELSE
010360         STRING '  PENDING                                       '
010370             '                    OWNER'
010380             DELIMITED BY SIZE INTO SUMA-OPS-LINE
010390         END-STRING
010400         WRITE SUMA-OPS-LINE
010410         PERFORM 6200-WRITE-PENDING-LINE
010420             VARYING WS-PEND-IDX FROM 1 BY 1
010430             UNTIL WS-PEND-IDX > WS-PEND-USED
010440         IF WS-PEND-LOST > 0
010450             MOVE WS-PEND-LOST TO WS-COUNT-ED
010460             MOVE SPACES TO SUMA-OPS-LINE
010470             STRING '  AND ' WS-COUNT-ED ' MORE - SEE THE JOB '
010480                 'REPORTS'
010490                 DELIMITED BY SIZE INTO SUMA-OPS-LINE
010500             END-STRING
010510             WRITE SUMA-OPS-LINE
010520         END-IF
010530     END-IF
010540     MOVE SPACES TO SUMA-OPS-LINE
010550     WRITE SUMA-OPS-LINE
010560     MOVE SPACES TO SUMA-OPS-LINE
010570     STRING '  TREND - THE FIVE PROCESSING DAYS BEFORE, AND THE '
010580         'BUSINESS DATE (*)'
010590         DELIMITED BY SIZE INTO SUMA-OPS-LINE
010600     END-STRING
010610     WRITE SUMA-OPS-LINE
010620     MOVE SPACES TO SUMA-OPS-LINE
010630     STRING '    BUS DATE RUN  RC    READ  POSTED REJECTED'
010640         '    HELD  GL  RECONCILIATION'
010650         DELIMITED BY SIZE INTO SUMA-OPS-LINE
010660     END-STRING
010670     WRITE SUMA-OPS-LINE
010680     PERFORM 6300-WRITE-TREND-LINE
010690         VARYING WS-DAY-IDX FROM 1 BY 1
010700         UNTIL WS-DAY-IDX > 6
010710     MOVE SPACES TO SUMA-OPS-LINE
010720     WRITE SUMA-OPS-LINE
010730     EVALUATE TRUE
010740         WHEN WS-WORST-RC = 0
010750             MOVE 'GOOD NIGHT - NOTHING NEEDS ATTENTION'
010760                 TO WS-VERDICT
010770         WHEN WS-WORST-RC = 4
010780             MOVE 'GOOD NIGHT - WORK PENDING AS LISTED'
010790                 TO WS-VERDICT
010800         WHEN WS-WORST-RC = 8
010810             MOVE 'ATTENTION - DOWNSTREAM HELD UNTIL WORKED'
010820                 TO WS-VERDICT
010830         WHEN OTHER
010840             MOVE 'NIGHT NOT GOOD - PAGE THE ON-CALL ANALYST'
010850                 TO WS-VERDICT
010860     END-EVALUATE
010870     MOVE SPACES TO SUMA-OPS-LINE
010880     STRING '  WORST CONDITION IN THE CHAIN: RC=' WS-WORST-RC
010890         '  ' WS-VERDICT
010900         DELIMITED BY SIZE INTO SUMA-OPS-LINE
010910     END-STRING
010920     WRITE SUMA-OPS-LINE.
010930
010940 6100-WRITE-JOB-LINE.
010950     MOVE SPACES TO SUMA-OPS-LINE
010960     STRING '  ' WS-JOB-NAME (WS-JOB-IDX)
010970         '  ' WS-JOB-RC (WS-JOB-IDX)
010980         '  ' WS-JOB-VERDICT (WS-JOB-IDX)
010990         DELIMITED BY SIZE INTO SUMA-OPS-LINE
011000     END-STRING
011010     WRITE SUMA-OPS-LINE.
011020
011030 6200-WRITE-PENDING-LINE.
011040     MOVE SPACES TO SUMA-OPS-LINE
011050     STRING '  ' WS-PEND-ITEM (WS-PEND-IDX)
011060         '  ' WS-PEND-WHO (WS-PEND-IDX)
011070         DELIMITED BY SIZE INTO SUMA-OPS-LINE
011080     END-STRING
011090     WRITE SUMA-OPS-LINE.
011100
011110 6300-WRITE-TREND-LINE.
011120     IF WS-DAY-DATE (WS-DAY-IDX) > 0
011130         IF WS-DAY-IDX = 6
011140             MOVE '*' TO WS-MARK
011150         ELSE
011160             MOVE SPACE TO WS-MARK
011170         END-IF
011180         MOVE SPACES TO SUMA-OPS-LINE
011190         IF DAY-STATUS-FOUND (WS-DAY-IDX)
011200             MOVE WS-DAY-READ (WS-DAY-IDX)     TO WS-COUNT-ED
011210             MOVE WS-DAY-POSTED (WS-DAY-IDX)   TO WS-COUNT2-ED
011220             MOVE WS-DAY-REJECTED (WS-DAY-IDX) TO WS-COUNT3-ED
011230             MOVE WS-DAY-HELD (WS-DAY-IDX)     TO WS-COUNT4-ED
011240             STRING '  ' WS-MARK ' ' WS-DAY-DATE (WS-DAY-IDX)
011250                 '    ' WS-DAY-RUN-STATE (WS-DAY-IDX)
011260                 '   ' WS-DAY-DOS-RC (WS-DAY-IDX)
011270                 ' ' WS-COUNT-ED ' ' WS-COUNT2-ED
011280                 '  ' WS-COUNT3-ED ' ' WS-COUNT4-ED
011290                 '   ' WS-DAY-GL-STATE (WS-DAY-IDX)
011300                 '  ' WS-DAY-RECON (WS-DAY-IDX)
011310                 DELIMITED BY SIZE INTO SUMA-OPS-LINE
011320             END-STRING
011330         ELSE
011340             STRING '  ' WS-MARK ' ' WS-DAY-DATE (WS-DAY-IDX)
011350                 '    ' WS-DAY-RUN-STATE (WS-DAY-IDX)
011360                 '   --   NO STATUS SUMMARY'
011370                 '                '
011380                 WS-DAY-GL-STATE (WS-DAY-IDX)
011390                 DELIMITED BY SIZE INTO SUMA-OPS-LINE
011400             END-STRING
011410         END-IF
011420         WRITE SUMA-OPS-LINE
011430     END-IF.
011440
011450 7000-RAISE-CONDITION.
011460     IF WS-COND-RC > WS-WORST-RC
011470         MOVE WS-COND-RC TO WS-WORST-RC
011480     END-IF.
011490
011500 7100-ADD-PENDING.
011510     IF WS-PEND-USED < 25
011520         ADD 1 TO WS-PEND-USED
011530         MOVE WS-PEND-TEXT  TO WS-PEND-ITEM (WS-PEND-USED)
011540         MOVE WS-PEND-OWNER TO WS-PEND-WHO (WS-PEND-USED)
011550     ELSE
011560         ADD 1 TO WS-PEND-LOST
011570     END-IF.
011580
011590 7200-FILE-JOB-VERDICT.
011600     MOVE WS-COND-RC TO WS-JOB-RC (WS-JOB-IDX)
011610     MOVE WS-VERDICT TO WS-JOB-VERDICT (WS-JOB-IDX)
011620     PERFORM 7000-RAISE-CONDITION.
011630
011640 8000-WRITE-REPORT-HEADER.
011650     MOVE SPACES TO SUMA-OPS-LINE
011660     STRING 'SUMAOPS MORNING-AFTER OPERATIONS STATUS   BUSINESS '
011670         'DATE: ' WS-BUS-DATE
011680         '   PRODUCED: ' WS-RUN-DATE ' ' WS-RUN-HH WS-RUN-MN
011690         DELIMITED BY SIZE INTO SUMA-OPS-LINE
011700     END-STRING
011710     WRITE SUMA-OPS-LINE
011720     MOVE SPACES TO SUMA-OPS-LINE
011730     WRITE SUMA-OPS-LINE.
011740
011750 9000-FINALIZE.
011760*    THE SCHEDULER'S LINE: FIXED POSITIONS, ONE RECORD.
011770*    PAGE=Y WHEN THE WORST CONDITION IS RC=8 OR ABOVE.
011780     IF WS-WORST-RC >= 8
011790         MOVE 'Y' TO WS-PAGE-FLAG
011800     END-IF
011810     IF DAY-STATUS-FOUND (6)
011820         MOVE WS-DAY-DOS-RC (6) TO WS-EDIT-RC
011830         MOVE WS-EDIT-RC-X TO WS-RC-TEXT
011840     ELSE
011850         MOVE '--' TO WS-RC-TEXT
011860     END-IF
011870     MOVE SPACES TO SUMA-OPS-STATUS-LINE
011880     STRING 'OPSSTAT ' WS-BUS-DATE ' RC=' WS-WORST-RC
011890         ' DOS=' WS-RC-TEXT
011900         ' RUN=' WS-DAY-RUN-STATE (6)
011910         ' GL=' WS-DAY-GL-STATE (6)
011920         ' HELD=' WS-HELD-COUNT
011930         ' AGED=' WS-AGE-ESCALATED (3:5)
011940         ' RATE=' WS-JOB-RC (1)
011950         ' PAGE=' WS-PAGE-FLAG
011960         DELIMITED BY SIZE INTO SUMA-OPS-STATUS-LINE
011970     END-STRING
011980     WRITE SUMA-OPS-STATUS-LINE
011990     CLOSE SUMA-OPS-RPT
012000     CLOSE SUMA-OPS-STATUS
012010     DISPLAY SUMA-OPS-STATUS-LINE
012020     MOVE WS-WORST-RC TO RETURN-CODE.
