000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaStg.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/09/2026.
000060 DATE-COMPILED. 10/09/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/09/26  JRH  ORIGINAL VERSION - STANDING-TRANSACTION
000110*                GENERATOR. RUN EACH NIGHT AHEAD OF SUMADOS FOR
000120*                THE BUSINESS DATE (PARM, DEFAULT SYSTEM DATE).
000130*                EVERY ACTIVE ENTRY ON THE SUMASTD STANDING
000140*                FILE (SUMASTDR COPYBOOK) IS TESTED AGAINST
000150*                EACH CALENDAR DATE SINCE THE PREVIOUS
000160*                PROCESSING DAY ON SUMACAL, SO A SCHEDULED DATE
000170*                FALLING ON A WEEKEND OR HOLIDAY ROLLS FORWARD
000180*                TO THE NEXT PROCESSING DAY. EACH OCCURRENCE DUE
000190*                GOES OUT UNDER ITS OWN TRACEABLE ID (S, ENTRY
000200*                NUMBER, OCCURRENCE NUMBER) IN A SELF-BALANCING
000210*                BATCH PER DEPARTMENT ON SUMASTG, WHICH IS
000220*                CONCATENATED INTO SUMATRN LIKE THE RECYCLE AND
000230*                RELEASE FILES. EVERY OCCURRENCE PRODUCED IS
000240*                RECORDED ON THE SUMASPL LOG (SUMASPLR COPYBOOK)
000250*                AND LOOKED UP THERE FIRST, SO A RERUN OF THE
000260*                SAME DAY NEVER GENERATES ANYTHING TWICE. THE
000270*                SUMASGR REPORT LISTS WHAT WAS GENERATED.
000280*--------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SUMA-STANDING-FILE ASSIGN TO "SUMASTD"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS STD-ENTRY-NO
000370         FILE STATUS IS WS-STD-STATUS.
000380
000390     SELECT SUMA-STD-LOG ASSIGN TO "SUMASPL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SPL-KEY
000430         FILE STATUS IS WS-LOG-STATUS.
000440
000450     SELECT SUMA-CALENDAR ASSIGN TO "SUMACAL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CAL-STATUS.
000480
000490     SELECT SUMA-GEN-FILE ASSIGN TO "SUMASTG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-GEN-STATUS.
000520
000530     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560
000570     SELECT SUMA-GEN-RPT ASSIGN TO "SUMASGR"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SUMA-STANDING-FILE
000640     RECORD CONTAINS 86 CHARACTERS.
000650 COPY SUMASTDR.
000660
000670 FD  SUMA-STD-LOG
000680     RECORD CONTAINS 38 CHARACTERS.
000690 COPY SUMASPLR.
000700
000710 FD  SUMA-CALENDAR
000720     RECORD CONTAINS 7 CHARACTERS.
000730 COPY SUMACALR.
000740
000750 FD  SUMA-GEN-FILE
000760     RECORD CONTAINS 35 CHARACTERS.
000770 COPY SUMATRNR.
000780
000790 FD  SUMA-AUDIT-LOG
000800     RECORD CONTAINS 132 CHARACTERS.
000810 01  SUMA-AUDIT-RECORD           PIC X(132).
000820
000830 FD  SUMA-GEN-RPT
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  SUMA-GEN-LINE               PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880 77  WS-STD-STATUS               PIC X(2).
000890 77  WS-LOG-STATUS               PIC X(2).
000900 77  WS-CAL-STATUS               PIC X(2).
000910 77  WS-GEN-STATUS               PIC X(2).
000920 77  WS-AUDIT-STATUS             PIC X(2).
000930 77  WS-RPT-STATUS               PIC X(2).
000940 77  WS-STD-EOF-SW               PIC X(1) VALUE 'N'.
000950     88  STD-EOF                          VALUE 'Y'.
000960 77  WS-CAL-EOF-SW               PIC X(1) VALUE 'N'.
000970     88  CAL-EOF                          VALUE 'Y'.
000980 77  WS-PROC-DAY-SW              PIC X(1) VALUE 'N'.
000990     88  BUS-DATE-PROCESSING              VALUE 'Y'.
001000 77  WS-DUE-FULL-SW              PIC X(1) VALUE 'N'.
001010     88  DUE-TABLE-FULL                   VALUE 'Y'.
001020 77  WS-ENTRY-DUE-SW             PIC X(1) VALUE 'N'.
001030     88  ENTRY-DUE                        VALUE 'Y'.
001040
001050 77  WS-BUS-DATE                 PIC 9(6) VALUE 0.
001060 77  WS-PREV-PROC-DATE           PIC 9(6) VALUE 0.
001070
001080*    PROCESSING CALENDAR - ONE ENTRY PER CALENDAR DATE, AS
001090*    OPERATIONS SUPPLIES IT FOR THE NIGHTLY RUN.
001100 77  WS-CD-MAX                   PIC 9(3) VALUE 400.
001110 77  WS-CD-USED                  PIC 9(3) VALUE 0.
001120 77  WS-CD-IDX                   PIC 9(3) VALUE 0.
001130 77  WS-CD-SLOT                  PIC 9(3) VALUE 0.
001140 01  WS-CALENDAR-TABLE.
001150     05  WS-CD-ENTRY OCCURS 400 TIMES.
001160         10  WS-CD-DATE          PIC 9(6).
001170         10  WS-CD-TYPE          PIC X(1).
001180
001190*    ACTIVE STANDING ENTRIES, WITH THE START DATE BROKEN OUT
001200*    FOR THE SCHEDULE TEST.
001210 77  WS-SE-MAX                   PIC 9(4) VALUE 2000.
001220 77  WS-SE-USED                  PIC 9(4) VALUE 0.
001230 77  WS-SE-IDX                   PIC 9(4) VALUE 0.
001240 01  WS-STANDING-TABLE.
001250     05  WS-SE-ENTRY OCCURS 2000 TIMES.
001260         10  WS-SE-ENTRY-NO      PIC 9(4).
001270         10  WS-SE-DEPT          PIC X(4).
001280         10  WS-SE-FREQUENCY     PIC X(1).
001290         10  WS-SE-START-DATE    PIC 9(6).
001300         10  WS-SE-END-DATE      PIC 9(6).
001310         10  WS-SE-START-DAYNO   PIC 9(6).
001320         10  WS-SE-START-MONTHS  PIC 9(4).
001330         10  WS-SE-START-DD      PIC 9(2).
001340
001350*    OCCURRENCES DUE THIS RUN, HELD UNTIL THE SCAN IS OVER AND
001360*    THEN WRITTEN ONE BATCH PER DEPARTMENT - THE BATCH HEADER
001370*    CARRIES THE DEPARTMENT.
001380 77  WS-DU-MAX                   PIC 9(4) VALUE 2000.
001390 77  WS-DU-USED                  PIC 9(4) VALUE 0.
001400 77  WS-DU-IDX                   PIC 9(4) VALUE 0.
001410 77  WS-DU-SCAN                  PIC 9(4) VALUE 0.
001420 01  WS-DUE-TABLE.
001430     05  WS-DU-ENTRY OCCURS 2000 TIMES.
001440         10  WS-DU-ENTRY-NO      PIC 9(4).
001450         10  WS-DU-DEPT          PIC X(4).
001460         10  WS-DU-DUE-DATE      PIC 9(6).
001470         10  WS-DU-WRITTEN       PIC X(1).
001480
001490*    DAY AND MONTH ARITHMETIC. A DATE IS TURNED INTO A DAY
001500*    NUMBER (DAYS SINCE THE START OF 2000) FOR THE WEEKLY TEST
001510*    AND A MONTH NUMBER FOR THE MONTHLY AND QUARTERLY TESTS.
001520 01  WS-DN-DATE.
001530     05  WS-DN-YY                PIC 9(2).
001540     05  WS-DN-MM                PIC 9(2).
001550     05  WS-DN-DD                PIC 9(2).
001560 01  WS-DN-DATE-N REDEFINES WS-DN-DATE
001570                                 PIC 9(6).
001580 77  WS-DN-DAYNO                 PIC 9(6) VALUE 0.
001590 77  WS-DN-MONTHS                PIC 9(4) VALUE 0.
001600 77  WS-DN-MONTH-DAYS            PIC 9(2) VALUE 0.
001610 77  WS-DN-LEAPS                 PIC 9(4) VALUE 0.
001620 77  WS-DN-QUOT                  PIC 9(6) VALUE 0.
001630 77  WS-DN-REM                   PIC 9(2) VALUE 0.
001640 77  WS-DN-DATE-OK-SW            PIC X(1) VALUE 'N'.
001650     88  DN-DATE-OK                       VALUE 'Y'.
001660 01  WS-CUM-DAYS-VALUES          PIC X(36)
001670         VALUE '000031059090120151181212243273304334'.
001680 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001690     05  WS-CUM-DAYS             PIC 9(3) OCCURS 12 TIMES.
001700 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001710         VALUE '312831303130313130313031'.
001720 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001730     05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.
001740
001750*    THE CALENDAR DATE BEING TESTED.
001760 77  WS-TEST-DATE                PIC 9(6) VALUE 0.
001770 77  WS-TEST-DAYNO               PIC 9(6) VALUE 0.
001780 77  WS-TEST-MONTHS              PIC 9(4) VALUE 0.
001790 77  WS-TEST-DD                  PIC 9(2) VALUE 0.
001800 77  WS-TEST-MONTH-DAYS          PIC 9(2) VALUE 0.
001810 77  WS-DIFF                     PIC 9(6) VALUE 0.
001820 77  WS-INTERVAL                 PIC 9(1) VALUE 0.
001830
001840*    GENERATED TRANSACTION ID - S, ENTRY, OCCURRENCE.
001850 01  WS-GEN-ID.
001860     05  FILLER                  PIC X(1) VALUE 'S'.
001870     05  WS-GEN-ID-ENTRY         PIC 9(4).
001880     05  WS-GEN-ID-OCC           PIC 9(3).
001890
001900*    STANDING BATCHES GO OUT UNDER A RESERVED BATCH NUMBER, AS
001910*    THE RECYCLE BATCH DOES UNDER 9999.
001920 77  WS-STG-BATCH-NO             PIC 9(4) VALUE 9997.
001930 77  WS-BATCH-DEPT               PIC X(4).
001940 77  WS-BATCH-COUNT              PIC 9(5) VALUE 0.
001950 77  WS-BATCH-HASH               PIC S9(9)V99 SIGN LEADING
001960                                  SEPARATE VALUE 0.
001970 77  WS-BATCH-OPEN-SW            PIC X(1) VALUE 'N'.
001980     88  GEN-BATCH-OPEN                   VALUE 'Y'.
001990
002000 77  WS-STD-READ-COUNT           PIC 9(5) VALUE 0.
002010 77  WS-SUSPENDED-COUNT          PIC 9(5) VALUE 0.
002020 77  WS-GENERATED-COUNT          PIC 9(5) VALUE 0.
002030 77  WS-ROLLED-COUNT             PIC 9(5) VALUE 0.
002040 77  WS-PRODUCED-COUNT           PIC 9(5) VALUE 0.
002050 77  WS-EXCEPT-COUNT             PIC 9(5) VALUE 0.
002060 77  WS-BATCHES-WRITTEN          PIC 9(5) VALUE 0.
002070 77  WS-GEN-TOTAL                PIC S9(11)V99 SIGN LEADING
002080                                  SEPARATE VALUE 0.
002090 77  WS-NOTE                     PIC X(40).
002100
002110 77  WS-PAGE-NO                  PIC 9(4) VALUE 0.
002120 77  WS-LINE-COUNT               PIC 9(3) VALUE 50.
002130 77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
002140 77  WS-PAGE-NO-ED               PIC ZZZ9.
002150 77  WS-COUNT-ED                 PIC Z(4)9.
002160 77  WS-NUM1-ED                  PIC -9(7).99.
002170 77  WS-NUM2-ED                  PIC -9(7).99.
002180 77  WS-TOTAL-ED                 PIC -9(11).99.
002190
002200 01  WS-RUN-DATE-TIME.
002210     05  WS-RUN-DATE.
002220         10  WS-RUN-YY           PIC 9(2).
002230         10  WS-RUN-MM           PIC 9(2).
002240         10  WS-RUN-DD           PIC 9(2).
002250     05  WS-RUN-TIME.
002260         10  WS-RUN-HH           PIC 9(2).
002270         10  WS-RUN-MN           PIC 9(2).
002280         10  WS-RUN-SS           PIC 9(2).
002290         10  WS-RUN-HS           PIC 9(2).
002300
002310 LINKAGE SECTION.
002320 01  SUMASTG-PARM.
002330     05  PARM-LEN                PIC S9(4) COMP.
002340     05  PARM-TEXT               PIC X(80).
002350
002360 PROCEDURE DIVISION USING SUMASTG-PARM.
002370 0000-MAIN-PROCESS.
002380     PERFORM 0100-INITIALIZE
002390     PERFORM 0200-LOAD-CALENDAR
002400     PERFORM 0300-CHECK-BUS-DATE
002410     IF BUS-DATE-PROCESSING
002420         PERFORM 0400-LOAD-STANDING
002430             UNTIL STD-EOF
002440         PERFORM 1000-SCAN-CALENDAR-DATE
002450             VARYING WS-CD-IDX FROM 1 BY 1
002460             UNTIL WS-CD-IDX > WS-CD-USED
002470         PERFORM 2000-WRITE-STANDING-BATCHES
002480             VARYING WS-DU-IDX FROM 1 BY 1
002490             UNTIL WS-DU-IDX > WS-DU-USED
002500         PERFORM 4000-WRITE-AUDIT-SUMMARY
002510     END-IF
002520     PERFORM 3000-WRITE-TOTALS
002530     PERFORM 9000-FINALIZE
002540     STOP RUN.
002550
002560 0100-INITIALIZE.
002570     ACCEPT WS-RUN-DATE FROM DATE
002580     ACCEPT WS-RUN-TIME FROM TIME
002590     IF PARM-LEN >= 6
002600         IF PARM-TEXT (1:6) NUMERIC
002610             MOVE PARM-TEXT (1:6) TO WS-BUS-DATE
002620         ELSE
002630             IF PARM-TEXT (1:6) NOT = SPACES
002640                 DISPLAY 'SUMASTG BUSINESS DATE NOT NUMERIC - '
002650                     PARM-TEXT (1:6)
002660                 MOVE 16 TO RETURN-CODE
002670                 STOP RUN
002680             END-IF
002690         END-IF
002700     END-IF
002710     IF WS-BUS-DATE = 0
002720         MOVE WS-RUN-DATE TO WS-BUS-DATE
002730     END-IF
002740*    THE FIRST RUN EVER DEFINES THE STANDING FILE AND THE
002750*    PRODUCED LOG, AS THE NIGHTLY RUN DOES FOR THE MASTER.
002760     OPEN I-O SUMA-STANDING-FILE
002770     IF WS-STD-STATUS = '35'
002780         OPEN OUTPUT SUMA-STANDING-FILE
002790         CLOSE SUMA-STANDING-FILE
002800         OPEN I-O SUMA-STANDING-FILE
002810     END-IF
002820     IF WS-STD-STATUS NOT = '00'
002830         DISPLAY 'SUMASTD OPEN FAILED - STATUS ' WS-STD-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     OPEN I-O SUMA-STD-LOG
002880     IF WS-LOG-STATUS = '35'
002890         OPEN OUTPUT SUMA-STD-LOG
002900         CLOSE SUMA-STD-LOG
002910         OPEN I-O SUMA-STD-LOG
002920     END-IF
002930     IF WS-LOG-STATUS NOT = '00'
002940         DISPLAY 'SUMASPL OPEN FAILED - STATUS ' WS-LOG-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     OPEN OUTPUT SUMA-GEN-FILE
002990     IF WS-GEN-STATUS NOT = '00'
003000         DISPLAY 'SUMASTG OPEN FAILED - STATUS ' WS-GEN-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040     OPEN EXTEND SUMA-AUDIT-LOG
003050     IF WS-AUDIT-STATUS = '35'
003060         OPEN OUTPUT SUMA-AUDIT-LOG
003070     END-IF
003080     IF WS-AUDIT-STATUS NOT = '00'
003090         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF
003130     OPEN OUTPUT SUMA-GEN-RPT
003140     IF WS-RPT-STATUS NOT = '00'
003150         DISPLAY 'SUMASGR OPEN FAILED - STATUS ' WS-RPT-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190
003200 0200-LOAD-CALENDAR.
003210*    UNLIKE THE NIGHTLY RUN, THE GENERATOR CANNOT WORK WITHOUT
003220*    THE CALENDAR - IT IS WHAT SAYS WHICH DAYS ROLL FORWARD.
003230     OPEN INPUT SUMA-CALENDAR
003240     IF WS-CAL-STATUS NOT = '00'
003250         DISPLAY 'SUMACAL OPEN FAILED - STATUS ' WS-CAL-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF
003290     PERFORM 0210-READ-CAL-RECORD
003300         UNTIL CAL-EOF
003310     CLOSE SUMA-CALENDAR.
003320
003330 0210-READ-CAL-RECORD.
003340     READ SUMA-CALENDAR
003350         AT END
003360             SET CAL-EOF TO TRUE
003370         NOT AT END
003380             IF WS-CD-USED < WS-CD-MAX
003390                 ADD 1 TO WS-CD-USED
003400                 MOVE CAL-DATE     TO WS-CD-DATE (WS-CD-USED)
003410                 MOVE CAL-DAY-TYPE TO WS-CD-TYPE (WS-CD-USED)
003420             ELSE
003430                 DISPLAY 'SUMACAL TABLE FULL - DATE '
003440                     CAL-DATE ' IGNORED'
003450             END-IF
003460     END-READ.
003470
003480 0300-CHECK-BUS-DATE.
003490*    NOTHING IS GENERATED FOR A NON-PROCESSING DATE - ITS
003500*    OCCURRENCES ROLL FORWARD TO THE NEXT PROCESSING DAY. THE
003510*    WINDOW RUNS FROM THE DAY AFTER THE PREVIOUS PROCESSING DAY
003520*    TO THE BUSINESS DATE ITSELF.
003530     MOVE 0 TO WS-CD-SLOT
003540     MOVE 0 TO WS-PREV-PROC-DATE
003550     PERFORM 0310-CHECK-ONE-CAL-DATE
003560         VARYING WS-CD-IDX FROM 1 BY 1
003570         UNTIL WS-CD-IDX > WS-CD-USED
003580     EVALUATE TRUE
003590         WHEN WS-CD-SLOT = 0
003600             DISPLAY 'BUSINESS DATE ' WS-BUS-DATE ' IS NOT ON '
003610                 'THE PROCESSING CALENDAR - CHECK THE CALENDAR '
003620                 'COVERAGE'
003630             MOVE 12 TO RETURN-CODE
003640             PERFORM 9000-FINALIZE
003650             STOP RUN
003660         WHEN WS-CD-TYPE (WS-CD-SLOT) NOT = 'P'
003670             DISPLAY 'BUSINESS DATE ' WS-BUS-DATE ' IS NOT A '
003680                 'PROCESSING DAY - NOTHING GENERATED'
003690         WHEN OTHER
003700             SET BUS-DATE-PROCESSING TO TRUE
003710     END-EVALUATE.
003720
003730 0310-CHECK-ONE-CAL-DATE.
003740     IF WS-CD-DATE (WS-CD-IDX) = WS-BUS-DATE
003750         MOVE WS-CD-IDX TO WS-CD-SLOT
003760     END-IF
003770     IF WS-CD-TYPE (WS-CD-IDX) = 'P'
003780             AND WS-CD-DATE (WS-CD-IDX) < WS-BUS-DATE
003790             AND WS-CD-DATE (WS-CD-IDX) > WS-PREV-PROC-DATE
003800         MOVE WS-CD-DATE (WS-CD-IDX) TO WS-PREV-PROC-DATE
003810     END-IF.
003820
003830 0400-LOAD-STANDING.
003840     READ SUMA-STANDING-FILE NEXT RECORD
003850         AT END
003860             SET STD-EOF TO TRUE
003870         NOT AT END
003880             ADD 1 TO WS-STD-READ-COUNT
003890             IF STD-ACTIVE
003900                 PERFORM 0410-ADD-STANDING-ENTRY
003910             ELSE
003920                 ADD 1 TO WS-SUSPENDED-COUNT
003930             END-IF
003940     END-READ.
003950
003960 0410-ADD-STANDING-ENTRY.
003970     MOVE STD-START-DATE TO WS-DN-DATE-N
003980     PERFORM 5000-COMPUTE-DAY-NUMBER
003990     EVALUATE TRUE
004000         WHEN NOT DN-DATE-OK
004010             MOVE 'START DATE INVALID - ENTRY SKIPPED' TO WS-NOTE
004020             PERFORM 2500-LIST-EXCEPTION
004030         WHEN NOT STD-MONTHLY AND NOT STD-WEEKLY
004040                 AND NOT STD-QUARTERLY
004050             MOVE 'FREQUENCY INVALID - ENTRY SKIPPED' TO WS-NOTE
004060             PERFORM 2500-LIST-EXCEPTION
004070         WHEN WS-SE-USED >= WS-SE-MAX
004080             MOVE 'STANDING TABLE FULL - ENTRY SKIPPED'
004090                 TO WS-NOTE
004100             PERFORM 2500-LIST-EXCEPTION
004110         WHEN OTHER
004120             ADD 1 TO WS-SE-USED
004130             MOVE STD-ENTRY-NO   TO WS-SE-ENTRY-NO (WS-SE-USED)
004140             MOVE STD-DEPT       TO WS-SE-DEPT (WS-SE-USED)
004150             MOVE STD-FREQUENCY  TO WS-SE-FREQUENCY (WS-SE-USED)
004160             MOVE STD-START-DATE TO WS-SE-START-DATE (WS-SE-USED)
004170             MOVE STD-END-DATE   TO WS-SE-END-DATE (WS-SE-USED)
004180             MOVE WS-DN-DAYNO    TO WS-SE-START-DAYNO (WS-SE-USED)
004190             MOVE WS-DN-MONTHS
004200                 TO WS-SE-START-MONTHS (WS-SE-USED)
004210             MOVE WS-DN-DD       TO WS-SE-START-DD (WS-SE-USED)
004220     END-EVALUATE.
004230
004240 1000-SCAN-CALENDAR-DATE.
004250     IF WS-CD-DATE (WS-CD-IDX) > WS-PREV-PROC-DATE
004260             AND WS-CD-DATE (WS-CD-IDX) NOT > WS-BUS-DATE
004270         MOVE WS-CD-DATE (WS-CD-IDX) TO WS-TEST-DATE
004280         MOVE WS-TEST-DATE TO WS-DN-DATE-N
004290         PERFORM 5000-COMPUTE-DAY-NUMBER
004300         IF DN-DATE-OK
004310             MOVE WS-DN-DAYNO      TO WS-TEST-DAYNO
004320             MOVE WS-DN-MONTHS     TO WS-TEST-MONTHS
004330             MOVE WS-DN-DD         TO WS-TEST-DD
004340             MOVE WS-DN-MONTH-DAYS TO WS-TEST-MONTH-DAYS
004350             PERFORM 1100-TEST-ENTRY-DUE
004360                 VARYING WS-SE-IDX FROM 1 BY 1
004370                 UNTIL WS-SE-IDX > WS-SE-USED
004380         END-IF
004390     END-IF.
004400
004410 1100-TEST-ENTRY-DUE.
004420     MOVE 'N' TO WS-ENTRY-DUE-SW
004430     IF WS-TEST-DATE NOT < WS-SE-START-DATE (WS-SE-IDX)
004440             AND (WS-SE-END-DATE (WS-SE-IDX) = 0
004450                 OR WS-TEST-DATE
004460                     NOT > WS-SE-END-DATE (WS-SE-IDX))
004470         IF WS-SE-FREQUENCY (WS-SE-IDX) = 'W'
004480             PERFORM 1110-TEST-WEEKLY
004490         ELSE
004500             PERFORM 1120-TEST-MONTHLY
004510         END-IF
004520     END-IF
004530     IF ENTRY-DUE
004540         PERFORM 1200-RECORD-DUE-OCCURRENCE
004550     END-IF.
004560
004570 1110-TEST-WEEKLY.
004580     COMPUTE WS-DIFF = WS-TEST-DAYNO
004590         - WS-SE-START-DAYNO (WS-SE-IDX)
004600     DIVIDE WS-DIFF BY 7 GIVING WS-DN-QUOT REMAINDER WS-DN-REM
004610     IF WS-DN-REM = 0
004620         SET ENTRY-DUE TO TRUE
004630     END-IF.
004640
004650 1120-TEST-MONTHLY.
004660*    DUE ON THE START DATE'S DAY OF THE MONTH, OR ON THE LAST
004670*    DAY OF A MONTH TOO SHORT TO HAVE THAT DAY.
004680     IF WS-SE-FREQUENCY (WS-SE-IDX) = 'Q'
004690         MOVE 3 TO WS-INTERVAL
004700     ELSE
004710         MOVE 1 TO WS-INTERVAL
004720     END-IF
004730     COMPUTE WS-DIFF = WS-TEST-MONTHS
004740         - WS-SE-START-MONTHS (WS-SE-IDX)
004750     DIVIDE WS-DIFF BY WS-INTERVAL
004760         GIVING WS-DN-QUOT REMAINDER WS-DN-REM
004770     IF WS-DN-REM = 0
004780         IF WS-TEST-DD = WS-SE-START-DD (WS-SE-IDX)
004790                 OR (WS-SE-START-DD (WS-SE-IDX)
004800                         > WS-TEST-MONTH-DAYS
004810                     AND WS-TEST-DD = WS-TEST-MONTH-DAYS)
004820             SET ENTRY-DUE TO TRUE
004830         END-IF
004840     END-IF.
004850
004860 1200-RECORD-DUE-OCCURRENCE.
004870     MOVE WS-SE-ENTRY-NO (WS-SE-IDX) TO SPL-ENTRY-NO
004880     MOVE WS-TEST-DATE               TO SPL-DUE-DATE
004890     READ SUMA-STD-LOG
004900         INVALID KEY
004910             IF WS-DU-USED < WS-DU-MAX
004920                 ADD 1 TO WS-DU-USED
004930                 MOVE WS-SE-ENTRY-NO (WS-SE-IDX)
004940                     TO WS-DU-ENTRY-NO (WS-DU-USED)
004950                 MOVE WS-SE-DEPT (WS-SE-IDX)
004960                     TO WS-DU-DEPT (WS-DU-USED)
004970                 MOVE WS-TEST-DATE TO WS-DU-DUE-DATE (WS-DU-USED)
004980                 MOVE 'N'          TO WS-DU-WRITTEN (WS-DU-USED)
004990             ELSE
005000                 SET DUE-TABLE-FULL TO TRUE
005010                 MOVE WS-SE-ENTRY-NO (WS-SE-IDX) TO STD-ENTRY-NO
005020                 MOVE 'DUE TABLE FULL - NOT GENERATED, RERUN'
005030                     TO WS-NOTE
005040                 PERFORM 2500-LIST-EXCEPTION
005050             END-IF
005060         NOT INVALID KEY
005070             ADD 1 TO WS-PRODUCED-COUNT
005080             PERFORM 2600-LIST-ALREADY-PRODUCED
005090     END-READ.
005100
005110 2000-WRITE-STANDING-BATCHES.
005120*    THE FIRST OCCURRENCE NOT YET WRITTEN OPENS A BATCH FOR
005130*    ITS DEPARTMENT, WHICH THEN SWEEPS UP EVERY LATER
005140*    OCCURRENCE FOR THE SAME DEPARTMENT.
005150     IF WS-DU-WRITTEN (WS-DU-IDX) = 'N'
005160         MOVE WS-DU-DEPT (WS-DU-IDX) TO WS-BATCH-DEPT
005170         MOVE 0 TO WS-BATCH-COUNT
005180         MOVE 0 TO WS-BATCH-HASH
005190         MOVE 'N' TO WS-BATCH-OPEN-SW
005200         PERFORM 2100-GENERATE-OCCURRENCE
005210             VARYING WS-DU-SCAN FROM WS-DU-IDX BY 1
005220             UNTIL WS-DU-SCAN > WS-DU-USED
005230         IF GEN-BATCH-OPEN
005240             MOVE SPACES TO SUMA-TRANS-RECORD
005250             SET TR-BATCH-TRAILER TO TRUE
005260             MOVE WS-STG-BATCH-NO TO TR-TRL-BATCH-NO
005270             MOVE WS-BATCH-COUNT  TO TR-TRL-EXP-COUNT
005280             MOVE WS-BATCH-HASH   TO TR-TRL-HASH-TOTAL
005290             WRITE SUMA-TRANS-RECORD
005300             ADD 1 TO WS-BATCHES-WRITTEN
005310         END-IF
005320     END-IF.
005330
005340 2100-GENERATE-OCCURRENCE.
005350     IF WS-DU-WRITTEN (WS-DU-SCAN) = 'N'
005360             AND WS-DU-DEPT (WS-DU-SCAN) = WS-BATCH-DEPT
005370         MOVE 'Y' TO WS-DU-WRITTEN (WS-DU-SCAN)
005380         MOVE WS-DU-ENTRY-NO (WS-DU-SCAN) TO STD-ENTRY-NO
005390         READ SUMA-STANDING-FILE
005400             INVALID KEY
005410                 MOVE 'ENTRY NO LONGER ON FILE - NOT GENERATED'
005420                     TO WS-NOTE
005430                 PERFORM 2500-LIST-EXCEPTION
005440             NOT INVALID KEY
005450                 IF STD-GEN-COUNT >= 999
005460                     MOVE 'OCCURRENCES EXHAUSTED - RE-ADD ENTRY'
005470                         TO WS-NOTE
005480                     PERFORM 2500-LIST-EXCEPTION
005490                 ELSE
005500                     PERFORM 2200-WRITE-GENERATED-DETAIL
005510                 END-IF
005520         END-READ
005530     END-IF.
005540
005550 2200-WRITE-GENERATED-DETAIL.
005560     IF NOT GEN-BATCH-OPEN
005570         MOVE SPACES TO SUMA-TRANS-RECORD
005580         SET TR-BATCH-HEADER  TO TRUE
005590         MOVE WS-STG-BATCH-NO TO TR-HDR-BATCH-NO
005600         MOVE WS-BATCH-DEPT   TO TR-HDR-DEPT
005610         WRITE SUMA-TRANS-RECORD
005620         MOVE 'Y' TO WS-BATCH-OPEN-SW
005630     END-IF
005640     ADD 1 TO STD-GEN-COUNT
005650     MOVE STD-ENTRY-NO  TO WS-GEN-ID-ENTRY
005660     MOVE STD-GEN-COUNT TO WS-GEN-ID-OCC
005670     MOVE SPACES TO SUMA-TRANS-RECORD
005680     SET TR-DETAIL TO TRUE
005690     MOVE WS-GEN-ID     TO TR-TRAN-ID
005700     MOVE STD-REGION    TO TR-REGION
005710     MOVE STD-CURRENCY  TO TR-CURRENCY
005720     MOVE STD-NUM1      TO TR-NUM1
005730     MOVE STD-NUM2      TO TR-NUM2
005740     WRITE SUMA-TRANS-RECORD
005750     ADD 1        TO WS-BATCH-COUNT
005760     ADD STD-NUM1 TO WS-BATCH-HASH
005770     ADD STD-NUM2 TO WS-BATCH-HASH
005780     ADD STD-NUM1 TO WS-GEN-TOTAL
005790     ADD STD-NUM2 TO WS-GEN-TOTAL
005800     ADD 1 TO WS-GENERATED-COUNT
005810     MOVE WS-DU-DUE-DATE (WS-DU-SCAN) TO STD-LAST-DUE-DATE
005820     REWRITE SUMA-STANDING-RECORD
005830         INVALID KEY
005840             DISPLAY 'SUMASTD REWRITE FAILED - STATUS '
005850                 WS-STD-STATUS ' ENTRY ' STD-ENTRY-NO
005860     END-REWRITE
005870     MOVE STD-ENTRY-NO                TO SPL-ENTRY-NO
005880     MOVE WS-DU-DUE-DATE (WS-DU-SCAN) TO SPL-DUE-DATE
005890     MOVE WS-GEN-ID                   TO SPL-TRAN-ID
005900     MOVE WS-BUS-DATE                 TO SPL-BUS-DATE
005910     MOVE WS-RUN-DATE                 TO SPL-RUN-DATE
005920     MOVE WS-RUN-TIME                 TO SPL-RUN-TIME
005930     WRITE SUMA-STD-LOG-RECORD
005940         INVALID KEY
005950             DISPLAY 'SUMASPL WRITE FAILED - STATUS '
005960                 WS-LOG-STATUS ' ' SPL-KEY
005970     END-WRITE
005980     IF WS-DU-DUE-DATE (WS-DU-SCAN) = WS-BUS-DATE
005990         MOVE 'DUE TODAY' TO WS-NOTE
006000     ELSE
006010         ADD 1 TO WS-ROLLED-COUNT
006020         MOVE SPACES TO WS-NOTE
006030         STRING 'ROLLED FORWARD FROM ' WS-DU-DUE-DATE (WS-DU-SCAN)
006040             DELIMITED BY SIZE INTO WS-NOTE
006050         END-STRING
006060     END-IF
006070     PERFORM 2400-WRITE-DETAIL-LINE
006080     PERFORM 2300-WRITE-AUDIT-GENERATED.
006090
006100 2300-WRITE-AUDIT-GENERATED.
006110     MOVE SPACES TO SUMA-AUDIT-RECORD
006120     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
006130         ' STANDING MAINTENANCE GENERATED ID=' WS-GEN-ID
006140         ' ENTRY=' STD-ENTRY-NO
006150         ' DUE=' WS-DU-DUE-DATE (WS-DU-SCAN)
006160         ' BUS=' WS-BUS-DATE
006170         ' REG=' STD-REGION ' DEPT=' STD-DEPT
006180         ' NUM1=' STD-NUM1 ' NUM2=' STD-NUM2
006190         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
006200     END-STRING
006210     WRITE SUMA-AUDIT-RECORD.
006220
006230 2400-WRITE-DETAIL-LINE.
006240     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006250         PERFORM 2900-WRITE-PAGE-HEADER
006260     END-IF
006270     MOVE STD-NUM1 TO WS-NUM1-ED
006280     MOVE STD-NUM2 TO WS-NUM2-ED
006290     MOVE SPACES TO SUMA-GEN-LINE
006300     STRING '  ' WS-GEN-ID '  ' STD-ENTRY-NO
006310         '   ' STD-REGION '  ' STD-DEPT '  ' STD-CURRENCY
006320         '  ' STD-FREQUENCY
006330         '  ' WS-NUM1-ED '  ' WS-NUM2-ED
006340         '  ' STD-DESCRIPTION '  ' WS-NOTE
006350         DELIMITED BY SIZE INTO SUMA-GEN-LINE
006360     END-STRING
006370     WRITE SUMA-GEN-LINE
006380     ADD 1 TO WS-LINE-COUNT.
006390
006400 2500-LIST-EXCEPTION.
006410     ADD 1 TO WS-EXCEPT-COUNT
006420     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006430         PERFORM 2900-WRITE-PAGE-HEADER
006440     END-IF
006450     MOVE SPACES TO SUMA-GEN-LINE
006460     STRING '  ENTRY ' STD-ENTRY-NO '  *** ' WS-NOTE
006470         DELIMITED BY SIZE INTO SUMA-GEN-LINE
006480     END-STRING
006490     WRITE SUMA-GEN-LINE
006500     ADD 1 TO WS-LINE-COUNT.
006510
006520 2600-LIST-ALREADY-PRODUCED.
006530     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006540         PERFORM 2900-WRITE-PAGE-HEADER
006550     END-IF
006560     MOVE SPACES TO SUMA-GEN-LINE
006570     STRING '  ' SPL-TRAN-ID '  ' SPL-ENTRY-NO
006580         '   DUE ' SPL-DUE-DATE ' ALREADY PRODUCED FOR BUSINESS '
006590         'DATE ' SPL-BUS-DATE ' - NOT GENERATED AGAIN'
006600         DELIMITED BY SIZE INTO SUMA-GEN-LINE
006610     END-STRING
006620     WRITE SUMA-GEN-LINE
006630     ADD 1 TO WS-LINE-COUNT.
006640
006650 2900-WRITE-PAGE-HEADER.
006660     ADD 1 TO WS-PAGE-NO
006670     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
006680     MOVE SPACES TO SUMA-GEN-LINE
006690     STRING 'SUMASTG STANDING TRANSACTIONS GENERATED   BUSINESS '
006700         'DATE: ' WS-BUS-DATE '   RUN DATE: ' WS-RUN-DATE
006710         '   PAGE: ' WS-PAGE-NO-ED
006720         DELIMITED BY SIZE INTO SUMA-GEN-LINE
006730     END-STRING
006740     WRITE SUMA-GEN-LINE
006750     MOVE SPACES TO SUMA-GEN-LINE
006760     STRING '  DATES COVERED: AFTER ' WS-PREV-PROC-DATE
006770         ' THROUGH ' WS-BUS-DATE
006780         DELIMITED BY SIZE INTO SUMA-GEN-LINE
006790     END-STRING
006800     WRITE SUMA-GEN-LINE
006810     MOVE SPACES TO SUMA-GEN-LINE
006820     STRING '  TRAN ID   ENTRY  REG  DEPT  CUR  F   OPERAND 1 '
006830         '    OPERAND 2  DESCRIPTION           NOTE'
006840         DELIMITED BY SIZE INTO SUMA-GEN-LINE
006850     END-STRING
006860     WRITE SUMA-GEN-LINE
006870     MOVE 3 TO WS-LINE-COUNT.
006880
006890 3000-WRITE-TOTALS.
006900     IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
006910         PERFORM 2900-WRITE-PAGE-HEADER
006920     END-IF
006930     MOVE SPACES TO SUMA-GEN-LINE
006940     WRITE SUMA-GEN-LINE
006950     IF NOT BUS-DATE-PROCESSING
006960         MOVE SPACES TO SUMA-GEN-LINE
006970         STRING '  NOT A PROCESSING DAY - OCCURRENCES DUE TODAY '
006980             'ROLL FORWARD TO THE NEXT PROCESSING DAY'
006990             DELIMITED BY SIZE INTO SUMA-GEN-LINE
007000         END-STRING
007010         WRITE SUMA-GEN-LINE
007020     END-IF
007030     MOVE WS-STD-READ-COUNT TO WS-COUNT-ED
007040     MOVE SPACES TO SUMA-GEN-LINE
007050     STRING '  STANDING ENTRIES READ:        ' WS-COUNT-ED
007060         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007070     END-STRING
007080     WRITE SUMA-GEN-LINE
007090     MOVE WS-SUSPENDED-COUNT TO WS-COUNT-ED
007100     MOVE SPACES TO SUMA-GEN-LINE
007110     STRING '  SUSPENDED, SKIPPED:           ' WS-COUNT-ED
007120         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007130     END-STRING
007140     WRITE SUMA-GEN-LINE
007150     MOVE WS-GENERATED-COUNT TO WS-COUNT-ED
007160     MOVE SPACES TO SUMA-GEN-LINE
007170     STRING '  OCCURRENCES GENERATED:        ' WS-COUNT-ED
007180         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007190     END-STRING
007200     WRITE SUMA-GEN-LINE
007210     MOVE WS-ROLLED-COUNT TO WS-COUNT-ED
007220     MOVE SPACES TO SUMA-GEN-LINE
007230     STRING '    OF WHICH ROLLED FORWARD:    ' WS-COUNT-ED
007240         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007250     END-STRING
007260     WRITE SUMA-GEN-LINE
007270     MOVE WS-BATCHES-WRITTEN TO WS-COUNT-ED
007280     MOVE SPACES TO SUMA-GEN-LINE
007290     STRING '  IN DEPARTMENT BATCHES:        ' WS-COUNT-ED
007300         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007310     END-STRING
007320     WRITE SUMA-GEN-LINE
007330     MOVE WS-PRODUCED-COUNT TO WS-COUNT-ED
007340     MOVE SPACES TO SUMA-GEN-LINE
007350     STRING '  ALREADY PRODUCED, SKIPPED:    ' WS-COUNT-ED
007360         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007370     END-STRING
007380     WRITE SUMA-GEN-LINE
007390     MOVE WS-EXCEPT-COUNT TO WS-COUNT-ED
007400     MOVE SPACES TO SUMA-GEN-LINE
007410     STRING '  EXCEPTIONS (*** ABOVE):       ' WS-COUNT-ED
007420         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007430     END-STRING
007440     WRITE SUMA-GEN-LINE
007450     MOVE WS-GEN-TOTAL TO WS-TOTAL-ED
007460     MOVE SPACES TO SUMA-GEN-LINE
007470     STRING '  OPERAND TOTAL GENERATED: ' WS-TOTAL-ED
007480         DELIMITED BY SIZE INTO SUMA-GEN-LINE
007490     END-STRING
007500     WRITE SUMA-GEN-LINE.
007510
007520 4000-WRITE-AUDIT-SUMMARY.
007530     MOVE SPACES TO SUMA-AUDIT-RECORD
007540     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
007550         ' STANDING MAINTENANCE RUN BUS=' WS-BUS-DATE
007560         ' GENERATED=' WS-GENERATED-COUNT
007570         ' BATCHES=' WS-BATCHES-WRITTEN
007580         ' ALREADY-PRODUCED=' WS-PRODUCED-COUNT
007590         ' EXCEPTIONS=' WS-EXCEPT-COUNT
007600         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
007610     END-STRING
007620     WRITE SUMA-AUDIT-RECORD.
007630
007640 5000-COMPUTE-DAY-NUMBER.
007650*    DAYS SINCE THE START OF 2000 FOR A YYMMDD DATE: 365 A
007660*    YEAR, ONE MORE FOR EACH EARLIER LEAP YEAR (EVERY FOURTH
007670*    YEAR, 2000 INCLUDED), THE DAYS BEFORE THE MONTH, ONE MORE
007680*    PAST FEBRUARY IN A LEAP YEAR, AND THE DAY ITSELF.
007690     MOVE 'N' TO WS-DN-DATE-OK-SW
007700     MOVE 0 TO WS-DN-DAYNO
007710     MOVE 0 TO WS-DN-MONTHS
007720     MOVE 0 TO WS-DN-MONTH-DAYS
007730     IF WS-DN-MM >= 1 AND WS-DN-MM <= 12
007740         DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT
007750             REMAINDER WS-DN-REM
007760         MOVE WS-MONTH-DAYS (WS-DN-MM) TO WS-DN-MONTH-DAYS
007770         IF WS-DN-REM = 0 AND WS-DN-MM = 2
007780             MOVE 29 TO WS-DN-MONTH-DAYS
007790         END-IF
007800         IF WS-DN-DD >= 1 AND WS-DN-DD <= WS-DN-MONTH-DAYS
007810             SET DN-DATE-OK TO TRUE
007820             COMPUTE WS-DN-LEAPS = (WS-DN-YY + 3) / 4
007830             COMPUTE WS-DN-DAYNO = WS-DN-YY * 365 + WS-DN-LEAPS
007840                 + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD
007850             IF WS-DN-REM = 0 AND WS-DN-MM > 2
007860                 ADD 1 TO WS-DN-DAYNO
007870             END-IF
007880             COMPUTE WS-DN-MONTHS = WS-DN-YY * 12 + WS-DN-MM
007890         END-IF
007900     END-IF.
007910
007920 9000-FINALIZE.
007930     IF RETURN-CODE < 12
007940         EVALUATE TRUE
007950             WHEN DUE-TABLE-FULL
007960             WHEN WS-EXCEPT-COUNT > 0
007970                 MOVE 8 TO RETURN-CODE
007980             WHEN NOT BUS-DATE-PROCESSING
007990                 MOVE 4 TO RETURN-CODE
008000             WHEN OTHER
008010                 MOVE 0 TO RETURN-CODE
008020         END-EVALUATE
008030     END-IF
008040     CLOSE SUMA-STANDING-FILE
008050     CLOSE SUMA-STD-LOG
008060     CLOSE SUMA-GEN-FILE
008070     CLOSE SUMA-AUDIT-LOG
008080     CLOSE SUMA-GEN-RPT
008090     MOVE WS-GENERATED-COUNT TO WS-COUNT-ED
008100     DISPLAY 'SUMASTG ' WS-BUS-DATE
008110         ' OCCURRENCES GENERATED: ' WS-COUNT-ED
008120     DISPLAY 'SUMASTG COMPLETE - RETURN CODE ' RETURN-CODE.
