000250*                AS NRAT. RC=8 STOPS THE NIGHT ON A MISSING OR
000260*                STALE HEADER, A BAD FACTOR OR AN UNCONFIRMED
000270*                MOVEMENT; RC=4 FOR WARNINGS ONLY; RC=0 CLEAN.
000271* 10/07/26  JRH  RATE HISTORY. A FILE THAT PASSES THE EDIT
000272*                (RC=0 OR 4) HAS EVERY FACTOR KEPT ON THE
000273*                SUMARHS RATE-HISTORY KSDS (SUMARHSR COPYBOOK)
000274*                UNDER ITS BUSINESS DATE AND CURRENCY, SO THE
000275*                FACTOR A NIGHT'S POSTINGS CONVERTED AT CAN BE
000276*                FOUND AFTER SUMARATE HAS BEEN REPLACED. A
000277*                RESUBMISSION FOR THE SAME DATE REPLACES THE
000278*                DAY'S FACTORS, EXCEPT ONE THE SUMARCR RUN HAS
000279*                ALREADY CORRECTED, WHICH IS LEFT AND NOTED. A
000280*                REFUSED FILE (RC=8) RECORDS NOTHING. MASTER
000281*                RECORD NOW 96 BYTES.
000282* 10/13/26  JRH  OPERATOR AUTHORITY FOR THE FORCE INDICATOR. A
000283*                FLAGGED MOVEMENT IS ACCEPTED ONLY WHEN PARM POS
000284*                11-13 NAMES AN ACTIVE OPERATOR HOLDING THE
000285*                OPERATIONS OVERRIDE ROLE ON THE SUMAOPR
000286*                AUTHORITY FILE; OTHERWISE THE FORCE IS REFUSED
000287*                AND THE FILE ENDS RC=8 AS IF UNCONFIRMED. EITHER
000288*                WAY AN OVERRIDE LINE (SUMAOVRL COPYBOOK) GOES
000289*                TO SUMAAUD FOR THE SUMAOVR REPORT, AND AN
000290*                ACCEPTED OVERRIDE IS NOTED ON SUMARUN AS AN 'R'
000291*                RECORD CARRYING THE OPERATOR'S ID.
000293* 10/14/26  JRH  THE REPORT NOW ENDS WITH A FIXED-FORMAT RATESTAT
000294*                LINE (BUSINESS DATE, RETURN CODE, ERROR, FLAG
000295*                AND WARNING COUNTS, OVERRIDE ID) FOR THE SUMAOPS
000296*                MORNING STATUS REPORT.
000298*--------------------------------------------------------------*
000299
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000440         RECORD KEY IS MST-TRAN-ID
000450         FILE STATUS IS WS-MASTER-STATUS.
000460
000461     SELECT SUMA-RATE-HIST ASSIGN TO "SUMARHS"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS RANDOM
000464         RECORD KEY IS RHS-KEY
000465         FILE STATUS IS WS-HIST-STATUS.
000466
000470     SELECT SUMA-RATE-RPT ASSIGN TO "SUMARTR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RATERPT-STATUS.
000491
000492     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS OPR-USER-ID
000496         FILE STATUS IS WS-OPR-STATUS.
000497
000498     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000499         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000501
000502     SELECT SUMA-RUN-CTL ASSIGN TO "SUMARUN"
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-RUNCTL-STATUS.
000505
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SUMA-RATE-FILE
000660         10  PRT-FACTOR          PIC 9(3)V9(6).
000670
000680 FD  SUMA-MASTER
000690     RECORD CONTAINS 96 CHARACTERS.
000700 COPY SUMAMSTR.
000702
000704 FD  SUMA-RATE-HIST
000706     RECORD CONTAINS 42 CHARACTERS.
000708 COPY SUMARHSR.
000710
000720 FD  SUMA-RATE-RPT
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  SUMA-RATERPT-LINE           PIC X(80).
000741
000742 FD  SUMA-OPR-FILE
000743     RECORD CONTAINS 70 CHARACTERS.
000744 COPY SUMAOPRR.
000745
000746 FD  SUMA-AUDIT-LOG
000747     RECORD CONTAINS 132 CHARACTERS.
000748 01  SUMA-AUDIT-RECORD           PIC X(132).
000749
000750 FD  SUMA-RUN-CTL
000751     RECORD CONTAINS 24 CHARACTERS.
000752 COPY SUMARUNC.
000753
000760 WORKING-STORAGE SECTION.
000770 77  WS-RATE-STATUS              PIC X(2).
000780 77  WS-PRIOR-STATUS             PIC X(2).
000790 77  WS-MASTER-STATUS            PIC X(2).
000800 77  WS-RATERPT-STATUS           PIC X(2).
000805 77  WS-HIST-STATUS              PIC X(2).
000810 77  WS-RATE-EOF-SW              PIC X(1) VALUE 'N'.
000820     88  RATE-EOF                         VALUE 'Y'.
000830 77  WS-PRIOR-EOF-SW             PIC X(1) VALUE 'N'.
000900     88  MASTER-AVAILABLE                 VALUE 'Y'.
000910 77  WS-FORCE-SW                 PIC X(1) VALUE 'N'.
000920     88  MOVEMENT-CONFIRMED               VALUE 'Y'.
000921 77  WS-OPR-STATUS               PIC X(2).
000922 77  WS-AUDIT-STATUS             PIC X(2).
000923 77  WS-RUNCTL-STATUS            PIC X(2).
000924*    THE OPERATOR WHOSE AUTHORITY THE FORCE INDICATOR RUNS ON -
000925*    PARM POSITIONS 11-13.
000926 77  WS-OVERRIDE-BY              PIC X(3) VALUE SPACES.
000927 77  WS-OVR-AUTH-SW              PIC X(1) VALUE 'N'.
000928     88  OVERRIDE-AUTHORIZED              VALUE 'Y'.
000929 COPY SUMAOVRL.
000930
000940 77  WS-BASE-CURRENCY            PIC X(3) VALUE 'EUR'.
000950 77  WS-BUS-DATE                 PIC 9(6) VALUE 0.
001010 77  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
001020 77  WS-FLAG-COUNT               PIC 9(5) VALUE 0.
001030 77  WS-WARN-COUNT               PIC 9(5) VALUE 0.
001032 77  WS-HIST-COUNT               PIC 9(5) VALUE 0.
001034 77  WS-STATUS-RC                PIC 9(2) VALUE 0.
001040 77  WS-MOVE-PCT                 PIC S9(5)V99 VALUE 0.
001050 77  WS-MOVE-PCT-ED              PIC -9(5).99.
001060 77  WS-COUNT-ED                 PIC Z(4)9.
002030     IF PARM-LEN >= 10 AND PARM-TEXT (8:3) NUMERIC
002040         MOVE PARM-TEXT (8:3) TO WS-TOLERANCE-PCT
002050     END-IF
002052     IF PARM-LEN >= 13
002054         MOVE PARM-TEXT (11:3) TO WS-OVERRIDE-BY
002056     END-IF
002060     MOVE WS-BUS-DATE (1:2) TO WS-DS-YY
002070     MOVE WS-BUS-DATE (3:2) TO WS-DS-MM
002080     MOVE WS-BUS-DATE (5:2) TO WS-DS-DD
004590         MOVE WS-XR-IDX TO WS-XR-SLOT
004600     END-IF.
004610
004611 5000-RECORD-RATE-HISTORY.
004612*    THE FILE HAS PASSED THE EDIT, SO ITS FACTORS ARE THE ONES
004613*    TONIGHT'S POSTINGS WILL CONVERT AT - KEEP THEM UNDER THE
004614*    BUSINESS DATE BEFORE SUMARATE IS REPLACED TOMORROW.
004615     OPEN I-O SUMA-RATE-HIST
004616     IF WS-HIST-STATUS = '35'
004617         OPEN OUTPUT SUMA-RATE-HIST
004618         CLOSE SUMA-RATE-HIST
004619         OPEN I-O SUMA-RATE-HIST
004620     END-IF
004621     IF WS-HIST-STATUS NOT = '00'
004622         DISPLAY 'SUMARHS OPEN FAILED - STATUS '
004623             WS-HIST-STATUS
004624         MOVE 16 TO RETURN-CODE
004625         STOP RUN
004626     END-IF
004627     PERFORM 5100-RECORD-ONE-RATE
004628         VARYING WS-XR-IDX FROM 1 BY 1
004629         UNTIL WS-XR-IDX > WS-XR-USED
004630     CLOSE SUMA-RATE-HIST
004631     MOVE WS-HIST-COUNT TO WS-COUNT-ED
004632     MOVE SPACES TO SUMA-RATERPT-LINE
004633     STRING '  RATE HISTORY: ' WS-COUNT-ED
004634         ' FACTORS RECORDED FOR ' WS-BUS-DATE
004635         DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
004636     END-STRING
004637     WRITE SUMA-RATERPT-LINE.
004638
004639 5100-RECORD-ONE-RATE.
004640     MOVE WS-BUS-DATE                TO RHS-RATE-DATE
004641     MOVE WS-XR-CURRENCY (WS-XR-IDX) TO RHS-CURRENCY
004642     READ SUMA-RATE-HIST
004643         INVALID KEY
004644             PERFORM 5200-SET-HISTORY-FIELDS
004645             WRITE SUMA-RATE-HIST-RECORD
004646                 INVALID KEY
004647                     DISPLAY 'SUMARHS WRITE FAILED - STATUS '
004648                         WS-HIST-STATUS
004649                 NOT INVALID KEY
004650                     ADD 1 TO WS-HIST-COUNT
004651             END-WRITE
004652         NOT INVALID KEY
004653             IF RHS-CORRECTED
004654                 PERFORM 5300-NOTE-CORRECTED-RATE
004655             ELSE
004656                 PERFORM 5200-SET-HISTORY-FIELDS
004657                 REWRITE SUMA-RATE-HIST-RECORD
004658                     INVALID KEY
004659                         DISPLAY 'SUMARHS REWRITE FAILED - '
004660                             'STATUS ' WS-HIST-STATUS
004661                     NOT INVALID KEY
004662                         ADD 1 TO WS-HIST-COUNT
004663                 END-REWRITE
004664             END-IF
004665     END-READ.
004666
004667 5200-SET-HISTORY-FIELDS.
004668     MOVE WS-XR-FACTOR (WS-XR-IDX) TO RHS-FACTOR
004669     MOVE WS-XR-FACTOR (WS-XR-IDX) TO RHS-ORIG-FACTOR
004670     SET RHS-AS-VALIDATED TO TRUE
004671     MOVE WS-RUN-DATE TO RHS-STAMP-DATE
004672     MOVE WS-RUN-TIME TO RHS-STAMP-TIME.
004673
004674 5300-NOTE-CORRECTED-RATE.
004675*    TREASURY HAS ALREADY CORRECTED THIS DATE'S RATE AND THE
004676*    DIFFERENCE HAS BEEN POSTED - A RESUBMITTED FILE MUST NOT
004677*    PUT THE WRONG FACTOR BACK.
004679     MOVE SPACES TO SUMA-RATERPT-LINE
004680     STRING '  *** NOTE *** CURRENCY ' RHS-CURRENCY
004681         ' ALREADY CORRECTED FOR ' WS-BUS-DATE
004682         ' - HISTORY LEFT AS CORRECTED'
004683         DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
004684     END-STRING
004685     WRITE SUMA-RATERPT-LINE.
004686
004687 8000-COMPUTE-DAY-SERIAL.
004688     IF WS-DS-MM < 1 OR WS-DS-MM > 12
004689         MOVE 1 TO WS-DS-MM
004690     END-IF
004691     COMPUTE WS-SERIAL-WORK = WS-DS-YY * 365 + WS-DS-DD
004692         + WS-MONTH-OFFSET (WS-DS-MM)
004693     DIVIDE WS-DS-YY BY 4 GIVING WS-DS-QUOT
004694         REMAINDER WS-DS-LEAP-REM
004695*    PRIOR-YEAR LEAP DAYS MUST COUNT 2000 ITSELF, OR EVERY
004696*    SERIAL AFTER FEBRUARY 2000 RUNS ONE DAY LOW AND THE
004697*    LOOKBACK SHIFTS BY A DAY ACROSS LEAP-YEAR BOUNDARIES.
004698     COMPUTE WS-DS-QUOT = (WS-DS-YY + 3) / 4
004700     ADD WS-DS-QUOT TO WS-SERIAL-WORK
004710     IF WS-DS-LEAP-REM = 0 AND WS-DS-MM > 2
004730     END-IF.
004740
004750 9000-FINALIZE.
004752     IF WS-FLAG-COUNT > 0 AND MOVEMENT-CONFIRMED
004754         PERFORM 9100-CHECK-OVERRIDE-AUTHORITY
004756     END-IF
004760     EVALUATE TRUE
004770         WHEN WS-ERROR-COUNT > 0
004780             MOVE 8 TO RETURN-CODE
004830         WHEN OTHER
004840             MOVE 0 TO RETURN-CODE
004850     END-EVALUATE
004851     IF RETURN-CODE < 8
004852         PERFORM 5000-RECORD-RATE-HISTORY
004853     ELSE
004854         MOVE SPACES TO SUMA-RATERPT-LINE
004855         STRING '  FILE REFUSED - NOTHING RECORDED ON THE RATE '
004856             'HISTORY'
004857             DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
004858         END-STRING
004859         WRITE SUMA-RATERPT-LINE
004860     END-IF
004861     IF WS-FLAG-COUNT > 0 AND MOVEMENT-CONFIRMED
004870         MOVE SPACES TO SUMA-RATERPT-LINE
004880         STRING '  MOVEMENTS ACCEPTED BY OPERATOR FORCE '
004890             'INDICATOR - ' WS-OVERRIDE-BY
004900             DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
004910         END-STRING
004920         WRITE SUMA-RATERPT-LINE
004922         IF RETURN-CODE < 8
004924             PERFORM 9200-LOG-OVERRIDE-USED
004926         END-IF
004930     END-IF
004940     MOVE WS-ERROR-COUNT TO WS-COUNT-ED
004950     MOVE SPACES TO SUMA-RATERPT-LINE
005090         DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
005100     END-STRING
005110     WRITE SUMA-RATERPT-LINE
005115     PERFORM 9500-WRITE-RATE-STATUS-LINE
005120     CLOSE SUMA-RATE-RPT
005130     DISPLAY 'SUMARTV COMPLETE - RETURN CODE ' RETURN-CODE.
005140
005150 9100-CHECK-OVERRIDE-AUTHORITY.
005160*    THE FORCE INDICATOR IS ONLY AS GOOD AS THE OPERATOR
005170*    BEHIND IT. AN ID NOT ON SUMAOPR, REVOKED OR WITHOUT THE
005180*    OPERATIONS OVERRIDE ROLE LEAVES THE MOVEMENTS UNCONFIRMED.
005190     IF WS-OVERRIDE-BY NOT = SPACES
005200         OPEN INPUT SUMA-OPR-FILE
005210         IF WS-OPR-STATUS NOT = '00'
005220             DISPLAY 'SUMAOPR OPEN FAILED - STATUS '
005230                 WS-OPR-STATUS
005240             MOVE 16 TO RETURN-CODE
005250             STOP RUN
005260         END-IF
005270         MOVE WS-OVERRIDE-BY TO OPR-USER-ID
005280         READ SUMA-OPR-FILE
005290             INVALID KEY
005300                 CONTINUE
005310             NOT INVALID KEY
005320                 IF OPR-ACTIVE AND OPR-OVERRIDE-ROLE
005330                     SET OVERRIDE-AUTHORIZED TO TRUE
005340                 END-IF
005350         END-READ
005360         CLOSE SUMA-OPR-FILE
005370     END-IF
005380     IF NOT OVERRIDE-AUTHORIZED
005390         MOVE 'N' TO WS-FORCE-SW
005400         MOVE SPACES TO SUMA-RATERPT-LINE
005410         STRING '  *** OVERRIDE REFUSED *** OPERATOR '
005420             WS-OVERRIDE-BY ' DOES NOT HOLD THE OVERRIDE ROLE'
005430             DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
005440         END-STRING
005450         WRITE SUMA-RATERPT-LINE
005460         SET OVL-REFUSED TO TRUE
005470         MOVE 'ID NOT AUTHORIZED FOR OPERATIONS OVERRIDE'
005480             TO OVL-REASON
005490         PERFORM 9300-WRITE-OVERRIDE-LINE
005500     END-IF.
005510
005520 9200-LOG-OVERRIDE-USED.
005530     MOVE WS-FLAG-COUNT TO WS-COUNT-ED
005540     MOVE SPACES TO OVL-REASON
005550     STRING WS-COUNT-ED ' MOVEMENT(S) BEYOND ' WS-TOLERANCE-PCT
005560         ' PCT TOLERANCE'
005570         DELIMITED BY SIZE INTO OVL-REASON
005580     END-STRING
005590     SET OVL-USED TO TRUE
005600     PERFORM 9300-WRITE-OVERRIDE-LINE
005610     OPEN EXTEND SUMA-RUN-CTL
005620     IF WS-RUNCTL-STATUS = '35'
005630         OPEN OUTPUT SUMA-RUN-CTL
005640     END-IF
005650     IF WS-RUNCTL-STATUS NOT = '00'
005660         DISPLAY 'SUMARUN OPEN FAILED - STATUS '
005670             WS-RUNCTL-STATUS
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF
005710     MOVE WS-BUS-DATE    TO RUN-BUS-DATE
005720     SET RUN-RATE-OVERRIDE TO TRUE
005730     MOVE WS-RUN-DATE    TO RUN-STAMP-DATE
005740     MOVE WS-RUN-TIME    TO RUN-STAMP-TIME
005750     MOVE WS-OVERRIDE-BY TO RUN-AUTH-BY
005760     WRITE SUMA-RUN-RECORD
005770     CLOSE SUMA-RUN-CTL.
005780
005790 9300-WRITE-OVERRIDE-LINE.
005800     OPEN EXTEND SUMA-AUDIT-LOG
005810     IF WS-AUDIT-STATUS = '35'
005820         OPEN OUTPUT SUMA-AUDIT-LOG
005830     END-IF
005840     IF WS-AUDIT-STATUS NOT = '00'
005850         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF
005890     SET OVL-RATE-MOVEMENT TO TRUE
005900     MOVE WS-RUN-DATE    TO OVL-DATE
005910     MOVE WS-RUN-TIME    TO OVL-TIME
005920     MOVE WS-BUS-DATE    TO OVL-BUS-DATE
005930     MOVE WS-OVERRIDE-BY TO OVL-USER-ID
005940     MOVE SUMA-OVERRIDE-LINE TO SUMA-AUDIT-RECORD
005950     WRITE SUMA-AUDIT-RECORD
005960     CLOSE SUMA-AUDIT-LOG.
005970
005980 9500-WRITE-RATE-STATUS-LINE.
005990*    FIXED-FORMAT TRAILER THE SUMAOPS MORNING STATUS REPORT
006000*    PICKS OFF THE END OF THIS REPORT: 'RATESTAT ', BUSINESS
006010*    DATE, THEN ONE SPACE BEFORE EACH OF THE RETURN CODE 9(2),
006020*    THE ERROR, FLAGGED-MOVEMENT AND MISSING-RATE WARNING
006030*    COUNTS (ALL 9(5)) AND THE ID THAT FORCED THE MOVEMENTS
006040*    THROUGH (BLANK WHEN NONE WERE).
006050     MOVE RETURN-CODE TO WS-STATUS-RC
006060     MOVE SPACES TO SUMA-RATERPT-LINE
006070     IF WS-FLAG-COUNT > 0 AND MOVEMENT-CONFIRMED
006080         STRING 'RATESTAT ' WS-BUS-DATE ' ' WS-STATUS-RC
006090             ' ' WS-ERROR-COUNT ' ' WS-FLAG-COUNT
006100             ' ' WS-WARN-COUNT ' ' WS-OVERRIDE-BY
006110             DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
006120         END-STRING
006130     ELSE
006140         STRING 'RATESTAT ' WS-BUS-DATE ' ' WS-STATUS-RC
006150             ' ' WS-ERROR-COUNT ' ' WS-FLAG-COUNT
006160             ' ' WS-WARN-COUNT
006170             DELIMITED BY SIZE INTO SUMA-RATERPT-LINE
006180         END-STRING
006190     END-IF
006200     WRITE SUMA-RATERPT-LINE.
