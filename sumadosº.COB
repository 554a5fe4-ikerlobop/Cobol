001527*                CLOSE'S CROSS-CHECK AGAINST THE SUM OF THE
001528*                NIGHTLY TOTALS. TRIAL RUNS WRITE NO GRANDTOT
001529*                LINE - THEY POST NOTHING.
001530* 10/01/26  JRH  REGION/DEPARTMENT REFERENCE MASTER (SUMAREF
001531*                KSDS, SUMAREFR COPYBOOK). EVERY DETAIL REGION
001532*                IS NOW EDITED AGAINST IT AFTER THE NREG CHECK
001533*                AND SUSPENDS AS UREG (NOT ON FILE OR NOT YET
001534*                IN FORCE) OR XREG (RETIRED); A BALANCED BATCH
001535*                WHOSE HEADER DEPARTMENT IS NOT ON FILE OR IS
001536*                RETIRED IS SUSPENDED WHOLE AS UDPT / XDPT
001537*                BEFORE THE THRESHOLD CHECK, SO A MISTYPED
001538*                CODE NEVER REACHES SUMARES, THE MASTER, THE
001539*                CLOSE OR THE GL EXTRACT. THE TRIAL RUN MAKES
001540*                THE SAME EDITS. THE RESERVED RCYC RECYCLE
001541*                DEPARTMENT IS EXEMPT.
001542* 10/07/26  JRH  APPLIED-FACTOR STAMP. THE CONVERSION FACTOR
001543*                EACH POSTING WAS TURNED INTO BASE CURRENCY AT
001544*                NOW RIDES NEXT TO THE BASE RESULT ON SUMARES
001545*                (77 BYTES) AND THE MASTER (96 BYTES); A
001546*                REVERSAL'S OFFSETTING ENTRY CARRIES THE
001547*                FACTOR OF THE POSTING IT BACKS OUT. THE
001548*                SUMARCR CORRECTION RUN USES IT, WITH THE
001549*                SUMARHS RATE HISTORY, TO FIND EVERY POSTING A
001550*                WRONG RATE TOUCHED. ONE-TIME CONVERSION OF
001551*                THE CUMULATIVE FILES IS THE SUMACNF PROGRAM.
001552* 10/13/26  JRH  OPERATOR AUTHORITY FOR FORCED RERUNS. THE PARM
001553*                FORCE INDICATOR NOW NEEDS THE AUTHORIZING
001554*                OPERATOR'S ID IN POSITIONS 9-11, AND AN 'F'
001555*                RECORD ON SUMARUN CARRIES ITS OWN; EITHER ID
001556*                MUST HOLD THE OPERATIONS OVERRIDE ROLE ON THE
001557*                SUMAOPR AUTHORITY FILE (SUMAOPRR COPYBOOK) OR
001558*                THE RUN STOPS RC=12. THE ID RIDES ON THE
001559*                FORCED RUN'S 'O' AND 'C' STAMPS (SUMARUN NOW
001560*                24 BYTES), AND EVERY CHECK THE FORCE GETS PAST
001561*                - OR A REFUSED FORCE - IS LOGGED TO SUMAAUD AS
001562*                AN OVERRIDE LINE (SUMAOVRL COPYBOOK) FOR THE
001563*                SUMAOVR OVERRIDE-USAGE REPORT. SUMARTV'S 'R'
001564*                RATE-OVERRIDE RECORDS ON SUMARUN ARE PASSED
001565*                OVER. SUSPENSE RECORD NOW 52 BYTES: THE
001566*                CORRECTED-BY ID SUMASUS STAMPS IS WRITTEN
001567*                BLANK.
001568*--------------------------------------------------------------*
001569
001570 ENVIRONMENT DIVISION.
001571 INPUT-OUTPUT SECTION.
001572 FILE-CONTROL.
001573     SELECT SUMA-TRANS-FILE ASSIGN TO "SUMATRN"
001574         ORGANIZATION IS LINE SEQUENTIAL
001575         FILE STATUS IS WS-TRANS-STATUS.
001576
001577     SELECT SUMA-RESULT-FILE ASSIGN TO "SUMARES"
001578         ORGANIZATION IS LINE SEQUENTIAL
001579         FILE STATUS IS WS-RESULT-STATUS.
001580
001581     SELECT SUMA-SUSP-FILE ASSIGN TO "SUMAEXC"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-EXCEPT-STATUS.
001610
001860     SELECT SUMA-RUN-CTL ASSIGN TO "SUMARUN"
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS IS WS-RUNCTL-STATUS.
001881
001882     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
001883         ORGANIZATION IS INDEXED
001884         ACCESS MODE IS RANDOM
001885         RECORD KEY IS OPR-USER-ID
001886         FILE STATUS IS WS-OPR-STATUS.
001890
001900     SELECT SUMA-STATUS-FILE ASSIGN TO "SUMASTS"
001910         ORGANIZATION IS LINE SEQUENTIAL
002010         RECORD KEY IS MST-TRAN-ID
002020         FILE STATUS IS WS-MASTER-STATUS.
002030
002031     SELECT SUMA-REF-FILE ASSIGN TO "SUMAREF"
002032         ORGANIZATION IS INDEXED
002033         ACCESS MODE IS RANDOM
002034         RECORD KEY IS REF-KEY
002035         FILE STATUS IS WS-REF-STATUS.
002036
002040 DATA DIVISION.
002050 FILE SECTION.
002060 FD  SUMA-TRANS-FILE
002080 COPY SUMATRNR.
002090
002100 FD  SUMA-RESULT-FILE
002110     RECORD CONTAINS 77 CHARACTERS.
002120 COPY SUMARESR.
002130
002140 FD  SUMA-SUSP-FILE
002150     RECORD CONTAINS 52 CHARACTERS.
002160 COPY SUMASUSP.
002170
002180 FD  SUMA-AUDIT-LOG
002410 COPY SUMALIST.
002420
002430 FD  SUMA-MASTER
002440     RECORD CONTAINS 96 CHARACTERS.
002450 COPY SUMAMSTR.
002460
002470 FD  SUMA-RUN-CTL
002480     RECORD CONTAINS 24 CHARACTERS.
002490 COPY SUMARUNC.
002500
002501 FD  SUMA-OPR-FILE
002502     RECORD CONTAINS 70 CHARACTERS.
002503 COPY SUMAOPRR.
002504
002510 FD  SUMA-STATUS-FILE
002520     RECORD CONTAINS 80 CHARACTERS.
002530 01  SUMA-STATUS-LINE            PIC X(80).
002581     RECORD CONTAINS 35 CHARACTERS.
002582 01  SUMA-HOLD-RECORD            PIC X(35).
002583
002584 FD  SUMA-REF-FILE
002585     RECORD CONTAINS 51 CHARACTERS.
002586 COPY SUMAREFR.
002587
002590 WORKING-STORAGE SECTION.
002600 77  WS-TRANS-STATUS             PIC X(2).
002610 77  WS-RESULT-STATUS            PIC X(2).
002810 77  WS-LAST-RUN-STATUS          PIC X(1) VALUE SPACE.
002820 77  WS-FORCE-SW                 PIC X(1) VALUE 'N'.
002830     88  FORCED-RERUN                     VALUE 'Y'.
002831*    WHO AUTHORIZED A FORCED RUN - PARM POSITIONS 9-11, OR THE
002832*    ID ON THE 'F' RECORD - AND WHICH CHECKS THE FORCE GOT PAST.
002833 77  WS-OVERRIDE-BY              PIC X(3) VALUE SPACES.
002834 77  WS-LAST-RUN-AUTH            PIC X(3) VALUE SPACES.
002835 77  WS-OPR-STATUS               PIC X(2).
002836 77  WS-OVR-AUTH-SW              PIC X(1) VALUE 'N'.
002837     88  OVERRIDE-AUTHORIZED              VALUE 'Y'.
002838 77  WS-OVR-RERUN-SW             PIC X(1) VALUE 'N'.
002839     88  OVR-RERUN-USED                   VALUE 'Y'.
002840 77  WS-OVR-GAP-SW               PIC X(1) VALUE 'N'.
002841     88  OVR-GAP-USED                     VALUE 'Y'.
002842 77  WS-OVR-NONPROC-SW           PIC X(1) VALUE 'N'.
002843     88  OVR-NONPROC-USED                 VALUE 'Y'.
002844 COPY SUMAOVRL.
002845
002846*    PROCESSING CALENDAR, LOADED FROM THE OPTIONAL SUMACAL
002847*    FILE BEFORE THE RUN CONTROL IS READ. WITHOUT A CALENDAR
002848*    THE RUN CONTROL BEHAVES AS IT ALWAYS HAS.
002849 77  WS-CAL-STATUS               PIC X(2).
002850 77  WS-CAL-EOF-SW               PIC X(1) VALUE 'N'.
002851     88  CAL-EOF                          VALUE 'Y'.
002852 77  WS-CAL-SUPPLIED-SW          PIC X(1) VALUE 'N'.
002853     88  CALENDAR-SUPPLIED                VALUE 'Y'.
002854 77  WS-CD-MAX                   PIC 9(3) VALUE 400.
002855 77  WS-CD-USED                  PIC 9(3) VALUE 0.
002856 77  WS-CD-IDX                   PIC 9(3) VALUE 0.
002857 77  WS-CD-SLOT                  PIC 9(3) VALUE 0.
002858 77  WS-LAST-COMP-DATE           PIC 9(6) VALUE 0.
002859 77  WS-GAP-COUNT                PIC 9(3) VALUE 0.
002860
002861 01  WS-CALENDAR-TABLE.
002862     05  WS-CD-ENTRY OCCURS 400 TIMES.
002863         10  WS-CD-DATE          PIC 9(6).
002864         10  WS-CD-TYPE          PIC X(1).
002865
002866 77  WS-STATUS-STATUS            PIC X(2).
002867 77  WS-POSTED-COUNT             PIC 9(7) VALUE 0.
002870 77  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
002880 77  WS-CTL-SUPPLIED-SW          PIC X(1) VALUE 'N'.
002890     88  CTL-TOTAL-SUPPLIED               VALUE 'Y'.
003414                                  SEPARATE.
003415         10  FILLER              PIC X(13).
003416
003417*    REGION/DEPARTMENT REFERENCE EDIT. A LOOKUP SETS THE
003418*    VERDICT FOR THE TYPE AND CODE IN WS-REF-LOOKUP-KEY; THE
003419*    RECYCLE BATCH'S RESERVED DEPARTMENT NEEDS NO LOOKUP.
003420 77  WS-REF-STATUS               PIC X(2).
003421 77  WS-REF-OPEN-SW              PIC X(1) VALUE 'N'.
003422     88  REF-FILE-OPEN                    VALUE 'Y'.
003423 77  WS-REF-VERDICT              PIC X(1) VALUE SPACE.
003424     88  REF-CODE-VALID                   VALUE 'V'.
003425     88  REF-CODE-UNKNOWN                 VALUE 'U'.
003426     88  REF-CODE-RETIRED                 VALUE 'X'.
003427 77  WS-RCY-DEPT                 PIC X(4) VALUE 'RCYC'.
003428
003429 01  WS-REF-LOOKUP-KEY.
003430     05  WS-REF-LOOKUP-TYPE      PIC X(1).
003431     05  WS-REF-LOOKUP-CODE      PIC X(4).
003432
003433 77  WS-BATCH-OPEN-SW            PIC X(1) VALUE 'N'.
003434     88  BATCH-OPEN                       VALUE 'Y'.
003435     88  BATCH-CLOSED                     VALUE 'N'.
003436 77  WS-BATCH-NO                 PIC 9(4) VALUE 0.
003437 77  WS-BATCH-DEPT               PIC X(4) VALUE SPACES.
003438 77  WS-BATCH-DTL-COUNT          PIC 9(5) VALUE 0.
003440 77  WS-BATCH-HASH               PIC S9(9)V99 SIGN LEADING
003450                                  SEPARATE VALUE 0.
003460 77  WS-BATCH-TOTAL              PIC S9(11)V99 SIGN LEADING
004240     END-IF
004250     IF PARM-LEN >= 8 AND PARM-TEXT (8:1) = 'F'
004260         SET FORCED-RERUN TO TRUE
004262         IF PARM-LEN >= 11
004264             MOVE PARM-TEXT (9:3) TO WS-OVERRIDE-BY
004266         END-IF
004270     END-IF
004280     EVALUATE WS-RUN-MODE
004290         WHEN 'I'
004512     END-IF
004520     PERFORM 0500-LOAD-RATE-TABLE
004522     PERFORM 0600-LOAD-THRESHOLD
004524     PERFORM 0700-OPEN-REFERENCE-FILE
004530     OPEN INPUT SUMA-TRANS-FILE
004540     IF WS-TRANS-STATUS NOT = '00'
004550         DISPLAY 'SUMATRN OPEN FAILED - STATUS ' WS-TRANS-STATUS
004910         STOP RUN
004920     END-IF
004930     PERFORM 1550-OPEN-AUDIT-LOG
004935     PERFORM 0480-LOG-OVERRIDES-USED
004940     PERFORM 1560-OPEN-MASTER
004950     PERFORM 1650-WRITE-REPORT-HEADER
004960     PERFORM 0300-SKIP-ALREADY-PROCESSED
005770             STOP RUN
005780         END-IF
005790     END-IF
005795     PERFORM 0410-CHECK-FORCE-AUTHORITY
005800     EVALUATE WS-LAST-RUN-STATUS
005810         WHEN 'C'
005820             IF FORCED-RERUN
005830                 DISPLAY 'SUMADOS RERUN OF COMPLETE DATE '
005840                     WS-BUS-DATE ' AUTHORIZED BY OPERATOR '
005845                     WS-OVERRIDE-BY
005847                 SET OVR-RERUN-USED TO TRUE
005850             ELSE
005860                 DISPLAY 'SUMADOS STOPPED - BUSINESS DATE '
005870                     WS-BUS-DATE ' ALREADY MARKED COMPLETE'
005950                 ' NOT MARKED COMPLETE - TREATING AS RESTART'
005960         WHEN 'F'
005970             DISPLAY 'SUMADOS RERUN OF ' WS-BUS-DATE
005980                 ' AUTHORIZED BY OPERATOR RECORD - '
005985                 WS-OVERRIDE-BY
005987             SET OVR-RERUN-USED TO TRUE
005990     END-EVALUATE
005992     PERFORM 0440-CHECK-CALENDAR.
006000
006040             SET RUNCTL-EOF TO TRUE
006050         NOT AT END
006060             IF RUN-BUS-DATE = WS-BUS-DATE
006065                     AND NOT RUN-RATE-OVERRIDE
006070                 MOVE RUN-STATUS  TO WS-LAST-RUN-STATUS
006075                 MOVE RUN-AUTH-BY TO WS-LAST-RUN-AUTH
006080             END-IF
006082             IF RUN-COMPLETE
006084                     AND RUN-BUS-DATE > WS-LAST-COMP-DATE
006230     SET RUN-OPENED   TO TRUE
006240     MOVE WS-RUN-DATE TO RUN-STAMP-DATE
006250     MOVE WS-RUN-TIME TO RUN-STAMP-TIME
006255     MOVE WS-OVERRIDE-BY TO RUN-AUTH-BY
006260     WRITE SUMA-RUN-RECORD
006270     CLOSE SUMA-RUN-CTL.
006280
006680         SET RUN-COMPLETE TO TRUE
006690         MOVE WS-RUN-DATE TO RUN-STAMP-DATE
006700         MOVE WS-RUN-TIME TO RUN-STAMP-TIME
006705         MOVE WS-OVERRIDE-BY TO RUN-AUTH-BY
006710         WRITE SUMA-RUN-RECORD
006720         CLOSE SUMA-RUN-CTL
006730     END-IF.
007610                 MOVE 'BBAL' TO WS-SUSP-REASON
007620                 PERFORM 1060-REJECT-BATCH
007630             ELSE
007632                 PERFORM 1050-CHECK-BATCH-DEPT
007634                 IF REF-CODE-VALID
007640                     PERFORM 1042-EVALUATE-BATCH-THRESHOLD
007642                 ELSE
007644                     PERFORM 1060-REJECT-BATCH
007646                 END-IF
007650             END-IF
007660         END-IF
007670     END-IF
007830     MOVE WS-RUN-DATE     TO SUS-RUN-DATE
007840     MOVE WS-BATCH-NO     TO SUS-BATCH-NO
007850     SET SUS-OPEN-ITEM    TO TRUE
007855     MOVE SPACES          TO SUS-CORRECTED-BY
007860     WRITE SUMA-SUSP-RECORD
007870     ADD 1 TO WS-REJECT-COUNT
007880     PERFORM 1450-WRITE-AUDIT-EXCEPTION.
008440         MOVE 'NREG' TO WS-SUSP-REASON
008450         PERFORM 1200-WRITE-EXCEPTION
008460     ELSE
008462     PERFORM 1180-CHECK-DETAIL-REGION
008464     IF NOT REF-CODE-VALID
008466         PERFORM 1200-WRITE-EXCEPTION
008468     ELSE
008470         IF Num1 NOT NUMERIC OR Num2 NOT NUMERIC
008480             MOVE 'NNUM' TO WS-SUSP-REASON
008490             PERFORM 1200-WRITE-EXCEPTION
008640             END-IF
008650         END-IF
008660     END-IF
008665     END-IF
008670     END-IF.
008680
008690 1160-FIND-RATE.
009210             MOVE ZERO        TO SUS-BATCH-NO
009220         END-IF
009230         SET SUS-OPEN-ITEM    TO TRUE
009235         MOVE SPACES          TO SUS-CORRECTED-BY
009240         WRITE SUMA-SUSP-RECORD
009250         ADD 1 TO WS-REJECT-COUNT
009260         PERFORM 1450-WRITE-AUDIT-EXCEPTION
009410             MOVE ZERO            TO SUS-BATCH-NO
009420         END-IF
009430         SET SUS-OPEN-ITEM    TO TRUE
009435         MOVE SPACES          TO SUS-CORRECTED-BY
009440         WRITE SUMA-SUSP-RECORD
009450         ADD 1 TO WS-REJECT-COUNT
009460         PERFORM 1450-WRITE-AUDIT-EXCEPTION
009690             MOVE Num2      TO RR-NUM2
009700             MOVE Resultado-Orig TO RR-ORIG-RESULT
009710             MOVE Resultado TO RR-RESULTADO
009711             MOVE WS-RATE-FACTOR TO RR-APPLIED-FACTOR
009712             MOVE WS-BATCH-DEPT TO RR-DEPT
009714             MOVE WS-BUS-DATE   TO RR-POST-DATE
009720             WRITE SUMA-RESULT-RECORD
009850     MOVE Num2        TO MST-NUM2
009851     MOVE Resultado-Orig TO MST-ORIG-RESULT
009852     MOVE Resultado   TO MST-RESULTADO
009857     MOVE WS-RATE-FACTOR TO MST-APPLIED-FACTOR
009862     MOVE WS-RUN-DATE TO MST-POST-DATE
009867     MOVE WS-RUN-TIME TO MST-POST-TIME
009872     MOVE WS-BATCH-NO TO MST-BATCH-NO
009877     SET MST-NOT-REVERSED TO TRUE
009882     MOVE ZERO        TO MST-RVSL-DATE
009887     MOVE WS-BATCH-DEPT TO MST-DEPT
009892     WRITE SUMA-MASTER-RECORD
009897         INVALID KEY
009902             SET MASTER-DUPLICATE TO TRUE
009907     END-WRITE.
009960
009970 1370-ADD-REGION-TOTAL.
009980     MOVE 0 TO WS-RT-SLOT
011092     IF HOLD-FILE-OPEN
011094         CLOSE SUMA-HOLD-FILE
011096     END-IF
011097     IF REF-FILE-OPEN
011098         CLOSE SUMA-REF-FILE
011099     END-IF
011100     IF NOT TRIAL-RUN
011102         CLOSE SUMA-RESULT-FILE
011104         CLOSE SUMA-SUSP-FILE
012650     MOVE LIST-CURRENCY   TO SUS-CURRENCY
012660     MOVE ZERO            TO SUS-BATCH-NO
012670     SET SUS-OPEN-ITEM    TO TRUE
012675     MOVE SPACES          TO SUS-CORRECTED-BY
012680     WRITE SUMA-SUSP-RECORD
012690     ADD 1 TO WS-REJECT-COUNT
012700     PERFORM 1450-WRITE-AUDIT-EXCEPTION.
015600     MOVE WS-RUN-DATE     TO SUS-RUN-DATE
015610     MOVE ZERO            TO SUS-BATCH-NO
015620     SET SUS-OPEN-ITEM    TO TRUE
015625     MOVE SPACES          TO SUS-CORRECTED-BY
015630     WRITE SUMA-SUSP-RECORD
015640     ADD 1 TO WS-REJECT-COUNT
015650     PERFORM 1450-WRITE-AUDIT-EXCEPTION.
015840         MOVE Num2      TO RR-NUM2
015850         MOVE Resultado-Orig TO RR-ORIG-RESULT
015852         MOVE Resultado TO RR-RESULTADO
015854         MOVE MST-APPLIED-FACTOR TO RR-APPLIED-FACTOR
015856         MOVE MST-DEPT    TO RR-DEPT
015858         MOVE WS-BUS-DATE TO RR-POST-DATE
015860         WRITE SUMA-RESULT-RECORD
015862     END-IF
015870     ADD Resultado TO WS-GRAND-TOTAL
015880     IF BATCH-OPEN
015890         ADD Resultado TO WS-BATCH-TOTAL
018140                 IF FORCED-RERUN
018150                     DISPLAY 'MISSED PROCESSING DAY(S) '
018160                         'OVERRIDDEN BY OPERATOR FORCE '
018170                         'INDICATOR - ' WS-OVERRIDE-BY
018175                     SET OVR-GAP-USED TO TRUE
018180                 ELSE
018190                     DISPLAY 'SUMADOS STOPPED - A PROCESSING '
018200                         'DAY SINCE THE LAST COMPLETED RUN ('
018420         IF WS-CD-TYPE (WS-CD-SLOT) NOT = 'P'
018430             IF FORCED-RERUN
018440                 DISPLAY 'NON-PROCESSING DATE ' WS-BUS-DATE
018450                     ' AUTHORIZED BY OPERATOR FORCE INDICATOR - '
018455                     WS-OVERRIDE-BY
018457                 SET OVR-NONPROC-USED TO TRUE
018460             ELSE
018470                 DISPLAY 'SUMADOS STOPPED - ' WS-BUS-DATE
018480                     ' IS NOT A PROCESSING DATE ON SUMACAL'
018670         DISPLAY 'PROCESSING DAY ' WS-CD-DATE (WS-CD-IDX)
018680             ' WAS NEVER MARKED COMPLETE ON SUMARUN'
018690     END-IF.
018700
018710 0700-OPEN-REFERENCE-FILE.
018720*    THE REFERENCE MASTER IS ONLY EVER READ HERE - CODES ARE
018730*    MAINTAINED THROUGH THE SUMARFM SCREEN. WITHOUT IT NO
018740*    REGION OR DEPARTMENT CAN BE PROVED, SO A MISSING OR
018750*    UNDEFINED FILE IS A SETUP FAILURE, TRIAL RUN OR NOT.
018760     OPEN INPUT SUMA-REF-FILE
018770     IF WS-REF-STATUS NOT = '00'
018780         DISPLAY 'SUMAREF OPEN FAILED - STATUS ' WS-REF-STATUS
018790         MOVE 16 TO RETURN-CODE
018800         STOP RUN
018810     END-IF
018820     SET REF-FILE-OPEN TO TRUE.
018830
018840 1050-CHECK-BATCH-DEPT.
018850*    THE HEADER DEPARTMENT RIDES ON EVERY POSTING IN THE BATCH,
018860*    SO AN UNKNOWN OR RETIRED ONE SUSPENDS THE BATCH WHOLE.
018870     IF WS-BATCH-DEPT = WS-RCY-DEPT
018880         SET REF-CODE-VALID TO TRUE
018890     ELSE
018900         MOVE 'D'           TO WS-REF-LOOKUP-TYPE
018910         MOVE WS-BATCH-DEPT TO WS-REF-LOOKUP-CODE
018920         PERFORM 1190-LOOK-UP-REFERENCE
018930     END-IF
018940     EVALUATE TRUE
018950         WHEN REF-CODE-UNKNOWN
018960             MOVE 'UDPT' TO WS-SUSP-REASON
018970         WHEN REF-CODE-RETIRED
018980             MOVE 'XDPT' TO WS-SUSP-REASON
018990     END-EVALUATE.
019000
019010 1180-CHECK-DETAIL-REGION.
019020     MOVE 'R'    TO WS-REF-LOOKUP-TYPE
019030     MOVE Region TO WS-REF-LOOKUP-CODE
019040     PERFORM 1190-LOOK-UP-REFERENCE
019050     EVALUATE TRUE
019060         WHEN REF-CODE-UNKNOWN
019070             MOVE 'UREG' TO WS-SUSP-REASON
019080         WHEN REF-CODE-RETIRED
019090             MOVE 'XREG' TO WS-SUSP-REASON
019100     END-EVALUATE.
019110
019120 1190-LOOK-UP-REFERENCE.
019130     MOVE WS-REF-LOOKUP-KEY TO REF-KEY
019140     READ SUMA-REF-FILE
019150         INVALID KEY
019160             SET REF-CODE-UNKNOWN TO TRUE
019170         NOT INVALID KEY
019180             PERFORM 1195-EVALUATE-REF-STATUS
019190     END-READ.
019200
019210 1195-EVALUATE-REF-STATUS.
019220*    AN ACTIVE CODE IS GOOD FROM ITS EFFECTIVE DATE ON; A
019230*    RETIRED ONE STAYS GOOD UNTIL ITS RETIREMENT TAKES EFFECT.
019240     EVALUATE TRUE
019250         WHEN REF-ACTIVE AND REF-EFF-DATE > WS-BUS-DATE
019260             SET REF-CODE-UNKNOWN TO TRUE
019270         WHEN REF-ACTIVE
019280             SET REF-CODE-VALID TO TRUE
019290         WHEN REF-RETIRED AND REF-EFF-DATE > WS-BUS-DATE
019300             SET REF-CODE-VALID TO TRUE
019310         WHEN OTHER
019320             SET REF-CODE-RETIRED TO TRUE
019330     END-EVALUATE.
019340
019350 0410-CHECK-FORCE-AUTHORITY.
019360*    A FORCE IS ONLY AS GOOD AS THE OPERATOR BEHIND IT: THE
019370*    PARM FORCE INDICATOR NAMES THE AUTHORIZING ID IN
019380*    POSITIONS 9-11, AN 'F' RECORD CARRIES ITS OWN, AND EITHER
019390*    MUST HOLD THE OPERATIONS OVERRIDE ROLE ON SUMAOPR.
019400     IF NOT FORCED-RERUN AND WS-LAST-RUN-STATUS = 'F'
019410         MOVE WS-LAST-RUN-AUTH TO WS-OVERRIDE-BY
019420     END-IF
019430     IF FORCED-RERUN OR WS-LAST-RUN-STATUS = 'F'
019440         PERFORM 0415-LOOK-UP-OVERRIDE-ID
019450         IF NOT OVERRIDE-AUTHORIZED
019460             IF FORCED-RERUN
019470                 DISPLAY 'SUMADOS STOPPED - FORCE INDICATOR '
019480                     'NOT AUTHORIZED: OPERATOR ' WS-OVERRIDE-BY
019490                     ' DOES NOT HOLD THE OVERRIDE ROLE'
019500                 DISPLAY 'RESUBMIT WITH AN AUTHORIZED ID IN '
019510                     'PARM POSITIONS 9-11'
019520             ELSE
019530                 DISPLAY 'SUMADOS STOPPED - F RECORD FOR '
019540                     WS-BUS-DATE ' NOT AUTHORIZED: OPERATOR '
019550                     WS-OVERRIDE-BY
019560                     ' DOES NOT HOLD THE OVERRIDE ROLE'
019570             END-IF
019580             PERFORM 1550-OPEN-AUDIT-LOG
019590             SET OVL-REFUSED TO TRUE
019600             MOVE 'ID NOT AUTHORIZED FOR OPERATIONS OVERRIDE'
019610                 TO OVL-REASON
019620             PERFORM 0490-WRITE-OVERRIDE-LINE
019630             CLOSE SUMA-AUDIT-LOG
019640             MOVE 12 TO RETURN-CODE
019650             STOP RUN
019660         END-IF
019670     END-IF.
019680
019690 0415-LOOK-UP-OVERRIDE-ID.
019700     MOVE 'N' TO WS-OVR-AUTH-SW
019710     IF WS-OVERRIDE-BY NOT = SPACES
019720         OPEN INPUT SUMA-OPR-FILE
019730         IF WS-OPR-STATUS NOT = '00'
019740             DISPLAY 'SUMAOPR OPEN FAILED - STATUS '
019750                 WS-OPR-STATUS
019760             MOVE 16 TO RETURN-CODE
019770             STOP RUN
019780         END-IF
019790         MOVE WS-OVERRIDE-BY TO OPR-USER-ID
019800         READ SUMA-OPR-FILE
019810             INVALID KEY
019820                 CONTINUE
019830             NOT INVALID KEY
019840                 IF OPR-ACTIVE AND OPR-OVERRIDE-ROLE
019850                     SET OVERRIDE-AUTHORIZED TO TRUE
019860                 END-IF
019870         END-READ
019880         CLOSE SUMA-OPR-FILE
019890     END-IF.
019900
019910 0480-LOG-OVERRIDES-USED.
019920     SET OVL-USED TO TRUE
019930     IF OVR-RERUN-USED
019940         MOVE 'RERUN OF A DATE ALREADY COMPLETE' TO OVL-REASON
019950         PERFORM 0490-WRITE-OVERRIDE-LINE
019960     END-IF
019970     IF OVR-GAP-USED
019980         MOVE 'MISSED PROCESSING DAY SINCE LAST RUN'
019990             TO OVL-REASON
020000         PERFORM 0490-WRITE-OVERRIDE-LINE
020010     END-IF
020020     IF OVR-NONPROC-USED
020030         MOVE 'NOT A PROCESSING DATE ON SUMACAL' TO OVL-REASON
020040         PERFORM 0490-WRITE-OVERRIDE-LINE
020050     END-IF.
020060
020070 0490-WRITE-OVERRIDE-LINE.
020080     SET OVL-FORCED-RERUN TO TRUE
020090     MOVE WS-RUN-DATE    TO OVL-DATE
020100     MOVE WS-RUN-TIME    TO OVL-TIME
020110     MOVE WS-BUS-DATE    TO OVL-BUS-DATE
020120     MOVE WS-OVERRIDE-BY TO OVL-USER-ID
020130     MOVE SUMA-OVERRIDE-LINE TO SUMA-AUDIT-RECORD
020140     WRITE SUMA-AUDIT-RECORD.
