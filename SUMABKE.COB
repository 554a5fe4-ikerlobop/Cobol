000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaBke.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/12/2026.
000060 DATE-COMPILED. 10/12/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/12/26  JRH  ORIGINAL VERSION - DOUBLE-KEY BATCH ENTRY. IN
000110*                THE STYLE OF THE SUMASUS AND SUMARFM OPERATOR
000120*                DIALOGUES. ONE CLERK KEYS A DEPARTMENT'S BATCH
000130*                DETAIL BY DETAIL AND THE PROGRAM KEEPS THE
000140*                COUNT AND OPERAND HASH ITSELF, SO THE 'H'
000150*                HEADER AND 'T' TRAILER ARE NEVER WORKED OUT BY
000160*                HAND. A SECOND CLERK THEN RE-KEYS THE BATCH
000170*                BLIND FROM THE SAME DOCUMENTS; EVERY FIELD
000180*                WHERE THE TWO KEYINGS DISAGREE MUST BE RESOLVED
000190*                BEFORE THE BATCH CAN BE RELEASED. WORK IN
000200*                PROGRESS IS KEPT ON THE SUMABEN ENTRY FILE
000210*                (SUMABENR COPYBOOK) BETWEEN SESSIONS. RUN WITH
000220*                PARM 'R' AS A BATCH STEP, THE PROGRAM RELEASES
000230*                EVERY VERIFIED BATCH TO SUMABKO, APPENDED TO
000240*                THE NIGHT'S SUMATRN INPUT AS A SELF-BALANCING
000250*                BATCH. BOTH CLERKS' INITIALS ARE LOGGED TO
000260*                SUMAAUD.
000261* 10/13/26  JRH  SEGREGATION OF DUTIES. THE CLERK'S INITIALS
000262*                MUST BE ON THE SUMAOPR OPERATOR AUTHORITY FILE,
000263*                ACTIVE AND HOLDING THE ENTRY ROLE, OR THE
000264*                SESSION ENDS RC=16. A CLERK OPENS, RE-KEYS AND
000265*                RESOLVES BATCHES ONLY FOR THE DEPARTMENTS THE
000266*                FILE SAYS THEY KEY FOR - THE SAME DEPARTMENTS
000267*                SUMAAPR WILL NOT LET THEM APPROVE. THE PARM 'R'
000268*                RELEASE STEP IS UNCHANGED.
000269* 10/15/26  JRH  THE CLERK WHO KEYED A BATCH MAY NOT RESOLVE ITS
000270*                DISPUTES, AS THEY MAY NOT VERIFY IT.
000271* 10/15/26  JRH  DISPUTES ARE SETTLED FIELD BY FIELD (FIRST
000272*                KEYING, SECOND, OR A CORRECTED VALUE), THEN
000273*                EDITED AND HASHED AGAIN. A DISPUTED LINE MAY BE
000274*                DROPPED OR THE WHOLE BATCH ABANDONED, LOGGED.
000275*--------------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SUMA-ENTRY-FILE ASSIGN TO "SUMABEN"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS BEN-KEY
000360         FILE STATUS IS WS-ENTRY-STATUS.
000370
000380     SELECT SUMA-REF-FILE ASSIGN TO "SUMAREF"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS REF-KEY
000420         FILE STATUS IS WS-REF-STATUS.
000430
000440     SELECT SUMA-KEYED-FILE ASSIGN TO "SUMABKO"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-KEYED-STATUS.
000470
000480     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000501
000502     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS RANDOM
000505         RECORD KEY IS OPR-USER-ID
000506         FILE STATUS IS WS-OPR-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SUMA-ENTRY-FILE
000550     RECORD CONTAINS 88 CHARACTERS.
000560 COPY SUMABENR.
000570
000580 FD  SUMA-REF-FILE
000590     RECORD CONTAINS 51 CHARACTERS.
000600 COPY SUMAREFR.
000610
000620 FD  SUMA-KEYED-FILE
000630     RECORD CONTAINS 35 CHARACTERS.
000640 COPY SUMATRNR.
000650
000660 FD  SUMA-AUDIT-LOG
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  SUMA-AUDIT-RECORD           PIC X(132).
000681
000682 FD  SUMA-OPR-FILE
000683     RECORD CONTAINS 70 CHARACTERS.
000684 COPY SUMAOPRR.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WS-ENTRY-STATUS             PIC X(2).
000720 77  WS-REF-STATUS               PIC X(2).
000730 77  WS-KEYED-STATUS             PIC X(2).
000740 77  WS-AUDIT-STATUS             PIC X(2).
000745 77  WS-OPR-STATUS               PIC X(2).
000750 77  WS-RUN-MODE                 PIC X(1) VALUE SPACE.
000760     88  RELEASE-RUN                      VALUE 'R'.
000770 77  WS-ACTION-REPLY             PIC X(1).
000780 77  WS-CLERK                    PIC X(3) VALUE SPACES.
000790 77  WS-DONE-SW                  PIC X(1) VALUE 'N'.
000800     88  MAINT-DONE                       VALUE 'Y'.
000810 77  WS-KEY-OK-SW                PIC X(1) VALUE 'N'.
000820     88  KEY-OK                           VALUE 'Y'.
000830 77  WS-STOP-SW                  PIC X(1) VALUE 'N'.
000840     88  KEYING-STOPPED                   VALUE 'Y'.
000850 77  WS-LINE-OK-SW               PIC X(1) VALUE 'N'.
000860     88  LINE-OK                          VALUE 'Y'.
000870 77  WS-LIST-EOF-SW              PIC X(1) VALUE 'N'.
000880     88  LIST-EOF                         VALUE 'Y'.
000890 77  WS-BATCH-OK-SW              PIC X(1) VALUE 'N'.
000900     88  BATCH-OK                         VALUE 'Y'.
000910 77  WS-REF-CHECK-SW             PIC X(1) VALUE 'N'.
000920     88  REF-CODE-VALID                   VALUE 'V'.
000930     88  REF-CODE-UNKNOWN                 VALUE 'U'.
000940     88  REF-CODE-RETIRED                 VALUE 'R'.
000950 77  WS-AUDIT-ACTION             PIC X(8).
000960 77  WS-STATUS-TEXT              PIC X(18).
000961
000962*    THE DEPARTMENTS THE CLERK KEYS FOR, FROM SUMAOPR.
000963 01  WS-CLERK-DEPTS.
000964     05  WS-CLERK-DEPT           PIC X(4) OCCURS 5 TIMES.
000965 77  WS-CLERK-DEPT-IDX           PIC 9(1) VALUE 0.
000966 77  WS-CLERK-DEPT-SW            PIC X(1) VALUE 'N'.
000967     88  CLERK-KEYS-DEPT                  VALUE 'Y'.
000970
000980 01  WS-BATCH-KEY.
000990     05  WS-BATCH-TEXT           PIC X(4).
001000     05  WS-BATCH-NUM REDEFINES WS-BATCH-TEXT
001010                                 PIC 9(4).
001020 77  WS-BATCH-NO                 PIC 9(4) VALUE 0.
001030
001040*    BATCH NUMBERS FROM 9990 UP ARE RESERVED FOR THE BATCHES
001050*    THE SYSTEM CUTS ITSELF (9999 RECYCLE, 9998 RATE
001060*    ADJUSTMENTS, 9997 STANDING TRANSACTIONS).
001070 77  WS-MAX-ENTRY-BATCH          PIC 9(4) VALUE 9989.
001080
001090*    THE BATCH CONTROL RECORD (LINE 0000) IS HELD HERE WHILE
001100*    ITS DETAIL LINES ARE READ THROUGH THE SAME RECORD AREA.
001110*    SAME LAYOUT AS BEN-CONTROL-DATA.
001120 01  WS-BATCH-CONTROL.
001130     05  WS-BC-DEPT              PIC X(4).
001140     05  WS-BC-STATUS            PIC X(1).
001150         88  WS-BC-KEYING                 VALUE 'K'.
001160         88  WS-BC-AWAIT-VERIFY           VALUE 'V'.
001170         88  WS-BC-VERIFIED               VALUE 'C'.
001180         88  WS-BC-RELEASED               VALUE 'R'.
001190     05  WS-BC-KEYED-BY          PIC X(3).
001200     05  WS-BC-KEYED-DATE        PIC 9(6).
001210     05  WS-BC-VERIFIED-BY       PIC X(3).
001220     05  WS-BC-VERIFIED-DATE     PIC 9(6).
001230     05  WS-BC-RELEASED-DATE     PIC 9(6).
001240     05  WS-BC-COUNT             PIC 9(4).
001250     05  WS-BC-HASH              PIC S9(9)V99 SIGN LEADING
001260                                  SEPARATE.
001270     05  WS-BC-VERIFY-LINE       PIC 9(4).
001280     05  WS-BC-MISMATCHES        PIC 9(4).
001290     05  FILLER                  PIC X(27).
001300
001310*    ONE KEYING OF A DETAIL, AS THE CLERK ENTERED IT.
001320 01  WS-KEYED-DETAIL.
001330     05  WS-KD-TRAN-ID           PIC X(8).
001340     05  WS-KD-REGION            PIC X(3).
001350     05  WS-KD-CURRENCY          PIC X(3).
001360     05  WS-KD-NUM1              PIC S9(7)V99 SIGN LEADING
001370                                  SEPARATE.
001380     05  WS-KD-NUM2              PIC S9(7)V99 SIGN LEADING
001390                                  SEPARATE.
001400
001410 77  WS-NEW-HASH                 PIC S9(9)V99 SIGN LEADING
001420                                  SEPARATE VALUE 0.
001430 77  WS-LINE-NO                  PIC 9(4) VALUE 0.
001440 77  WS-LINE-IDX                 PIC 9(4) VALUE 0.
001442 77  WS-DROP-IDX                 PIC 9(4) VALUE 0.
001444 01  WS-MOVED-LINE               PIC X(80).
001450 77  WS-DIFF-COUNT               PIC 9(1) VALUE 0.
001460 01  WS-DIFF-MARKS.
001470     05  WS-DM-TRAN-ID           PIC X(1).
001480     05  WS-DM-REGION            PIC X(1).
001490     05  WS-DM-CURRENCY          PIC X(1).
001500     05  WS-DM-NUM1              PIC X(1).
001510     05  WS-DM-NUM2              PIC X(1).
001511*    HOW EACH FIELD IN DISPUTE WAS SETTLED - 1 OR 2 FOR THE
001512*    KEYING TAKEN, C FOR A VALUE KEYED AFRESH.
001513 01  WS-FIELD-CHOICES.
001514     05  WS-FC-TRAN-ID           PIC X(1).
001515     05  WS-FC-REGION            PIC X(1).
001516     05  WS-FC-CURRENCY          PIC X(1).
001517     05  WS-FC-NUM1              PIC X(1).
001518     05  WS-FC-NUM2              PIC X(1).
001520
001530*    RELEASE RUN - VERIFIED BATCHES FOUND ON THE FIRST PASS.
001540 77  WS-RL-MAX                   PIC 9(4) VALUE 500.
001550 77  WS-RL-USED                  PIC 9(4) VALUE 0.
001560 77  WS-RL-IDX                   PIC 9(4) VALUE 0.
001570 01  WS-RELEASE-TABLE.
001580     05  WS-RL-BATCH-NO          PIC 9(4) OCCURS 500 TIMES.
001590 77  WS-RL-COUNT                 PIC 9(5) VALUE 0.
001600 77  WS-RL-HASH                  PIC S9(9)V99 SIGN LEADING
001610                                  SEPARATE VALUE 0.
001620
001630 77  WS-OPENED-COUNT             PIC 9(5) VALUE 0.
001640 77  WS-LINES-KEYED              PIC 9(5) VALUE 0.
001650 77  WS-LINES-VERIFIED           PIC 9(5) VALUE 0.
001660 77  WS-LINES-RESOLVED           PIC 9(5) VALUE 0.
001662 77  WS-LINES-DROPPED            PIC 9(5) VALUE 0.
001664 77  WS-ABANDONED-COUNT          PIC 9(5) VALUE 0.
001670 77  WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
001680 77  WS-PENDING-COUNT            PIC 9(5) VALUE 0.
001690 77  WS-EXCEPT-COUNT             PIC 9(5) VALUE 0.
001700 77  WS-COUNT-ED                 PIC Z(4)9.
001710 77  WS-HASH-ED                  PIC -9(9).99.
001720 77  WS-NUM1-ED                  PIC -9(7).99.
001730 77  WS-NUM2-ED                  PIC -9(7).99.
001740
001750 01  WS-RUN-DATE-TIME.
001760     05  WS-RUN-DATE.
001770         10  WS-RUN-YY           PIC 9(2).
001780         10  WS-RUN-MM           PIC 9(2).
001790         10  WS-RUN-DD           PIC 9(2).
001800     05  WS-RUN-TIME.
001810         10  WS-RUN-HH           PIC 9(2).
001820         10  WS-RUN-MN           PIC 9(2).
001830         10  WS-RUN-SS           PIC 9(2).
001840         10  WS-RUN-HS           PIC 9(2).
001850
001860 LINKAGE SECTION.
001870 01  SUMABKE-PARM.
001880     05  PARM-LEN                PIC S9(4) COMP.
001890     05  PARM-TEXT               PIC X(80).
001900
001910 PROCEDURE DIVISION USING SUMABKE-PARM.
001920 0000-MAIN-PROCESS.
001930     IF PARM-LEN > 0
001940         MOVE PARM-TEXT (1:1) TO WS-RUN-MODE
001950     END-IF
001960     PERFORM 0100-INITIALIZE
001970     IF RELEASE-RUN
001980         PERFORM 6000-RELEASE-VERIFIED-BATCHES
001990     ELSE
002000         PERFORM 1000-PROCESS-ONE-ACTION
002010             UNTIL MAINT-DONE
002020     END-IF
002030     PERFORM 9000-FINALIZE
002040     STOP RUN.
002050
002060 0100-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE
002080     ACCEPT WS-RUN-TIME FROM TIME
002090     IF NOT RELEASE-RUN
002100         DISPLAY 'SUMABKE DOUBLE-KEY BATCH ENTRY'
002110         DISPLAY 'ENTER CLERK INITIALS (3 CHARACTERS): '
002120         ACCEPT WS-CLERK
002130         IF WS-CLERK = SPACES
002140             DISPLAY 'CLERK INITIALS REQUIRED - SESSION ENDED'
002150             MOVE 16 TO RETURN-CODE
002160             STOP RUN
002170         END-IF
002175         PERFORM 0200-CHECK-CLERK-AUTHORITY
002180     END-IF
002190*    THE FIRST SESSION EVER DEFINES THE FILE, AS THE NIGHTLY
002200*    RUN DOES FOR THE POSTED-RESULTS MASTER.
002210     OPEN I-O SUMA-ENTRY-FILE
002220     IF WS-ENTRY-STATUS = '35'
002230         OPEN OUTPUT SUMA-ENTRY-FILE
002240         CLOSE SUMA-ENTRY-FILE
002250         OPEN I-O SUMA-ENTRY-FILE
002260     END-IF
002270     IF WS-ENTRY-STATUS NOT = '00'
002280         DISPLAY 'SUMABEN OPEN FAILED - STATUS ' WS-ENTRY-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     OPEN INPUT SUMA-REF-FILE
002330     IF WS-REF-STATUS NOT = '00'
002340         DISPLAY 'SUMAREF OPEN FAILED - STATUS ' WS-REF-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     OPEN EXTEND SUMA-AUDIT-LOG
002390     IF WS-AUDIT-STATUS = '35'
002400         OPEN OUTPUT SUMA-AUDIT-LOG
002410     END-IF
002420     IF WS-AUDIT-STATUS NOT = '00'
002430         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470*    RELEASED BATCHES ARE APPENDED TO THE NIGHT'S INPUT, SO THE
002480*    OUTPUT IS EXTENDED, NOT REPLACED.
002490     IF RELEASE-RUN
002500         OPEN EXTEND SUMA-KEYED-FILE
002510         IF WS-KEYED-STATUS = '35'
002520             OPEN OUTPUT SUMA-KEYED-FILE
002530         END-IF
002540         IF WS-KEYED-STATUS NOT = '00'
002550             DISPLAY 'SUMABKO OPEN FAILED - STATUS '
002560                 WS-KEYED-STATUS
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590         END-IF
002600     END-IF.
002610
002620 1000-PROCESS-ONE-ACTION.
002630     DISPLAY ' '
002640     DISPLAY 'ACTION? (K)EY (V)ERIFY (R)ESOLVE (L)IST (E)ND: '
002650     ACCEPT WS-ACTION-REPLY
002660     EVALUATE WS-ACTION-REPLY
002670         WHEN 'K'
002680         WHEN 'k'
002690             PERFORM 2000-KEY-BATCH
002700         WHEN 'V'
002710         WHEN 'v'
002720             PERFORM 3000-VERIFY-BATCH
002730         WHEN 'R'
002740         WHEN 'r'
002750             PERFORM 4000-RESOLVE-BATCH
002760         WHEN 'L'
002770         WHEN 'l'
002780             PERFORM 5000-LIST-BATCHES
002790         WHEN 'E'
002800         WHEN 'e'
002810         WHEN SPACE
002820             SET MAINT-DONE TO TRUE
002830         WHEN OTHER
002840             DISPLAY 'UNRECOGNIZED ACTION - TRY AGAIN'
002850     END-EVALUATE.
002860
002870 1100-ACCEPT-BATCH-NO.
002880     MOVE 'N' TO WS-KEY-OK-SW
002890     DISPLAY 'ENTER BATCH NUMBER (4 DIGITS): '
002900     ACCEPT WS-BATCH-TEXT
002910     EVALUATE TRUE
002920         WHEN WS-BATCH-TEXT NOT NUMERIC OR WS-BATCH-NUM = 0
002930             DISPLAY 'BATCH NUMBER MUST BE 4 DIGITS'
002940         WHEN WS-BATCH-NUM > WS-MAX-ENTRY-BATCH
002950             DISPLAY 'BATCH NUMBERS 9990-9999 ARE RESERVED FOR '
002960                 'SYSTEM BATCHES'
002970         WHEN OTHER
002980             MOVE WS-BATCH-NUM TO WS-BATCH-NO
002990             SET KEY-OK TO TRUE
003000     END-EVALUATE.
003010
003020 1200-CHECK-REF-CODE.
003030*    THE SAME EDIT THE NIGHTLY RUN MAKES - A CODE NOT ON THE
003040*    REFERENCE MASTER, NOT YET IN FORCE OR RETIRED WOULD ONLY
003050*    SUSPEND, SO IT IS REFUSED AT THE KEYBOARD.
003060     READ SUMA-REF-FILE
003070         INVALID KEY
003080             SET REF-CODE-UNKNOWN TO TRUE
003090         NOT INVALID KEY
003100             EVALUATE TRUE
003110                 WHEN REF-ACTIVE AND REF-EFF-DATE > WS-RUN-DATE
003120                     SET REF-CODE-UNKNOWN TO TRUE
003130                 WHEN REF-ACTIVE
003140                     SET REF-CODE-VALID TO TRUE
003150                 WHEN REF-RETIRED AND REF-EFF-DATE > WS-RUN-DATE
003160                     SET REF-CODE-VALID TO TRUE
003170                 WHEN OTHER
003180                     SET REF-CODE-RETIRED TO TRUE
003190             END-EVALUATE
003200     END-READ
003210     EVALUATE TRUE
003220         WHEN REF-CODE-UNKNOWN
003230             DISPLAY 'CODE ' REF-CODE-TYPE ' ' REF-CODE
003240                 ' IS NOT ON THE REFERENCE MASTER OR NOT YET '
003250                 'IN FORCE'
003260         WHEN REF-CODE-RETIRED
003270             DISPLAY 'CODE ' REF-CODE-TYPE ' ' REF-CODE
003280                 ' HAS BEEN RETIRED'
003290     END-EVALUATE.
003300
003310 1300-ACCEPT-DETAIL.
003320*    THE SAME PROMPTS FOR BOTH KEYINGS. A BLANK TRANSACTION ID
003330*    STOPS KEYING; THE BATCH IS PICKED UP AGAIN WHERE IT LEFT
003340*    OFF AT THE NEXT SESSION.
003350     MOVE 'N' TO WS-LINE-OK-SW
003360     MOVE SPACES TO WS-KEYED-DETAIL
003370     DISPLAY 'ENTER TRAN ID (BLANK = STOP KEYING): '
003380     ACCEPT WS-KD-TRAN-ID
003390     IF WS-KD-TRAN-ID = SPACES
003400         SET KEYING-STOPPED TO TRUE
003410     ELSE
003420         DISPLAY 'ENTER REGION: '
003430         ACCEPT WS-KD-REGION
003440         DISPLAY 'ENTER CURRENCY (BLANK = BASE): '
003450         ACCEPT WS-KD-CURRENCY
003460         DISPLAY 'ENTER NUM1 (SIGN + 9 DIGITS, 2 DEC): '
003470         ACCEPT WS-KD-NUM1
003480         DISPLAY 'ENTER NUM2 (SIGN + 9 DIGITS, 2 DEC): '
003490         ACCEPT WS-KD-NUM2
003500         IF WS-KD-NUM1 NOT NUMERIC OR WS-KD-NUM2 NOT NUMERIC
003510             DISPLAY 'INVALID ENTRY - NUM1/NUM2 MUST BE NUMERIC '
003520                 '- RE-KEY THE LINE'
003530         ELSE
003540             SET LINE-OK TO TRUE
003550         END-IF
003560     END-IF.
003570
003580 1400-EDIT-DETAIL.
003590*    IDS BEGINNING 'S' AND 'RC' ARE CUT BY THE STANDING-
003600*    TRANSACTION GENERATOR AND THE RATE CORRECTION RUN.
003610     EVALUATE TRUE
003620         WHEN WS-KD-TRAN-ID (1:1) = 'S'
003630                 OR WS-KD-TRAN-ID (1:2) = 'RC'
003640             DISPLAY 'TRAN IDS BEGINNING S OR RC ARE RESERVED'
003650             MOVE 'N' TO WS-LINE-OK-SW
003660         WHEN WS-KD-REGION = SPACES
003670             DISPLAY 'REGION REQUIRED'
003680             MOVE 'N' TO WS-LINE-OK-SW
003690         WHEN OTHER
003700             MOVE 'R'          TO REF-CODE-TYPE
003710             MOVE WS-KD-REGION TO REF-CODE
003720             PERFORM 1200-CHECK-REF-CODE
003730             IF NOT REF-CODE-VALID
003740                 MOVE 'N' TO WS-LINE-OK-SW
003750             END-IF
003760     END-EVALUATE.
003770
003780 1500-READ-CONTROL.
003790     MOVE WS-BATCH-NO TO BEN-BATCH-NO
003800     MOVE 0           TO BEN-LINE-NO
003810     READ SUMA-ENTRY-FILE
003820         INVALID KEY
003830             MOVE 'N' TO WS-BATCH-OK-SW
003840         NOT INVALID KEY
003850             MOVE BEN-CONTROL-DATA TO WS-BATCH-CONTROL
003860             SET BATCH-OK TO TRUE
003870     END-READ.
003880
003890 1600-REWRITE-CONTROL.
003900     MOVE WS-BATCH-NO      TO BEN-BATCH-NO
003910     MOVE 0                TO BEN-LINE-NO
003920     MOVE WS-BATCH-CONTROL TO BEN-CONTROL-DATA
003930     REWRITE SUMA-BATCH-ENTRY-RECORD
003940         INVALID KEY
003950             DISPLAY 'SUMABEN REWRITE FAILED - STATUS '
003960                 WS-ENTRY-STATUS ' BATCH ' WS-BATCH-NO
003970     END-REWRITE.
003980
003990 1700-READ-LINE.
004000     MOVE WS-BATCH-NO TO BEN-BATCH-NO
004010     MOVE WS-LINE-NO  TO BEN-LINE-NO
004020     READ SUMA-ENTRY-FILE
004030         INVALID KEY
004040             MOVE 'N' TO WS-LINE-OK-SW
004050             DISPLAY 'SUMABEN LINE MISSING - BATCH ' WS-BATCH-NO
004060                 ' LINE ' WS-LINE-NO
004070         NOT INVALID KEY
004080             SET LINE-OK TO TRUE
004090     END-READ.
004100
004110 1800-SHOW-BATCH.
004120     EVALUATE TRUE
004130         WHEN WS-BC-KEYING
004140             MOVE 'BEING KEYED' TO WS-STATUS-TEXT
004150         WHEN WS-BC-AWAIT-VERIFY AND WS-BC-VERIFY-LINE = 0
004160             MOVE 'AWAITING RE-KEY' TO WS-STATUS-TEXT
004170         WHEN WS-BC-AWAIT-VERIFY
004180                 AND WS-BC-VERIFY-LINE < WS-BC-COUNT
004190             MOVE 'BEING RE-KEYED' TO WS-STATUS-TEXT
004200         WHEN WS-BC-AWAIT-VERIFY
004210             MOVE 'TO BE RESOLVED' TO WS-STATUS-TEXT
004220         WHEN WS-BC-VERIFIED
004230             MOVE 'VERIFIED' TO WS-STATUS-TEXT
004240         WHEN OTHER
004250             MOVE 'RELEASED' TO WS-STATUS-TEXT
004260     END-EVALUATE
004270     MOVE WS-BC-HASH TO WS-HASH-ED
004280     DISPLAY 'BATCH=' WS-BATCH-NO '  DEPT=' WS-BC-DEPT
004290         '  ' WS-STATUS-TEXT '  LINES=' WS-BC-COUNT
004300         '  HASH=' WS-HASH-ED
004310     DISPLAY '  KEYED BY ' WS-BC-KEYED-BY ' ' WS-BC-KEYED-DATE
004320         '  RE-KEYED BY ' WS-BC-VERIFIED-BY
004330         ' THRU LINE ' WS-BC-VERIFY-LINE
004340         '  FIELDS IN DISPUTE ' WS-BC-MISMATCHES
004350         '  RELEASED ' WS-BC-RELEASED-DATE.
004360
004370 2000-KEY-BATCH.
004380     PERFORM 1100-ACCEPT-BATCH-NO
004390     IF KEY-OK
004400         PERFORM 1500-READ-CONTROL
004410         IF NOT BATCH-OK
004420             PERFORM 2100-OPEN-NEW-BATCH
004430         ELSE
004440             PERFORM 1800-SHOW-BATCH
004450             EVALUATE TRUE
004460                 WHEN WS-BC-KEYING AND WS-BC-KEYED-BY = WS-CLERK
004470                     PERFORM 2300-KEY-DETAILS
004480                 WHEN WS-BC-KEYING
004490                     DISPLAY 'BATCH IS BEING KEYED BY '
004500                         WS-BC-KEYED-BY
004510                 WHEN WS-BC-RELEASED
004520                     PERFORM 2200-REUSE-BATCH-NO
004530                 WHEN OTHER
004540                     DISPLAY 'BATCH IS CLOSED FOR KEYING'
004550             END-EVALUATE
004560         END-IF
004570     END-IF.
004580
004590 2100-OPEN-NEW-BATCH.
004600     DISPLAY 'NEW BATCH - ENTER DEPARTMENT (4 CHARACTERS): '
004610     MOVE SPACES TO WS-BATCH-CONTROL
004620     ACCEPT WS-BC-DEPT
004630     MOVE 'N' TO WS-REF-CHECK-SW
004640     IF WS-BC-DEPT = SPACES
004650         DISPLAY 'DEPARTMENT REQUIRED - BATCH NOT OPENED'
004660     ELSE
004670         MOVE 'D'        TO REF-CODE-TYPE
004680         MOVE WS-BC-DEPT TO REF-CODE
004690         PERFORM 1200-CHECK-REF-CODE
004700     END-IF
004702     IF REF-CODE-VALID
004703         PERFORM 0250-CHECK-CLERK-DEPT
004704         IF NOT CLERK-KEYS-DEPT
004705             DISPLAY 'DEPARTMENT ' WS-BC-DEPT ' IS NOT ONE YOU '
004706                 'KEY FOR - BATCH NOT OPENED'
004707             MOVE 'N' TO WS-REF-CHECK-SW
004708         END-IF
004709     END-IF
004710     IF REF-CODE-VALID
004720         SET WS-BC-KEYING  TO TRUE
004730         MOVE WS-CLERK     TO WS-BC-KEYED-BY
004740         MOVE WS-RUN-DATE  TO WS-BC-KEYED-DATE
004750         MOVE 0            TO WS-BC-VERIFIED-DATE
004760         MOVE 0            TO WS-BC-RELEASED-DATE
004770         MOVE 0            TO WS-BC-COUNT
004780         MOVE 0            TO WS-BC-HASH
004790         MOVE 0            TO WS-BC-VERIFY-LINE
004800         MOVE 0            TO WS-BC-MISMATCHES
004810         MOVE WS-BATCH-NO      TO BEN-BATCH-NO
004820         MOVE 0                TO BEN-LINE-NO
004830         MOVE WS-BATCH-CONTROL TO BEN-CONTROL-DATA
004840         WRITE SUMA-BATCH-ENTRY-RECORD
004850             INVALID KEY
004860                 DISPLAY 'SUMABEN WRITE FAILED - STATUS '
004870                     WS-ENTRY-STATUS
004880             NOT INVALID KEY
004890                 ADD 1 TO WS-OPENED-COUNT
004900                 MOVE 'OPENED' TO WS-AUDIT-ACTION
004910                 PERFORM 7000-WRITE-AUDIT-ENTRY
004920                 PERFORM 2300-KEY-DETAILS
004930         END-WRITE
004940     END-IF.
004950
004960 2200-REUSE-BATCH-NO.
004970*    A RELEASED BATCH HAS ALREADY GONE TO THE NIGHTLY RUN AND
004980*    TO THE AUDIT TRAIL, SO ITS NUMBER MAY BE KEYED AGAIN; THE
004990*    OLD LINES ARE CLEARED FIRST.
005000     DISPLAY 'BATCH ' WS-BATCH-NO ' WAS RELEASED ON '
005010         WS-BC-RELEASED-DATE ' - REUSE THE NUMBER? (Y/N): '
005020     ACCEPT WS-ACTION-REPLY
005030     IF WS-ACTION-REPLY = 'Y' OR WS-ACTION-REPLY = 'y'
005040         PERFORM 2210-DELETE-OLD-LINE
005050             VARYING WS-LINE-NO FROM 0 BY 1
005060             UNTIL WS-LINE-NO > WS-BC-COUNT
005070         PERFORM 2100-OPEN-NEW-BATCH
005080     END-IF.
005090
005100 2210-DELETE-OLD-LINE.
005110     MOVE WS-BATCH-NO TO BEN-BATCH-NO
005120     MOVE WS-LINE-NO  TO BEN-LINE-NO
005130     DELETE SUMA-ENTRY-FILE RECORD
005140         INVALID KEY
005150             CONTINUE
005160     END-DELETE.
005170
005180 2300-KEY-DETAILS.
005190     MOVE 'N' TO WS-STOP-SW
005200     PERFORM 2310-KEY-ONE-DETAIL
005210         UNTIL KEYING-STOPPED
005220     MOVE WS-BC-COUNT TO WS-COUNT-ED
005230     MOVE WS-BC-HASH  TO WS-HASH-ED
005240     DISPLAY 'BATCH ' WS-BATCH-NO ' LINES ' WS-COUNT-ED
005250         '  HASH TOTAL ' WS-HASH-ED
005260     IF WS-BC-COUNT > 0
005270         DISPLAY 'CLOSE THE BATCH FOR VERIFICATION? (Y/N): '
005280         ACCEPT WS-ACTION-REPLY
005290         IF WS-ACTION-REPLY = 'Y' OR WS-ACTION-REPLY = 'y'
005300             SET WS-BC-AWAIT-VERIFY TO TRUE
005310             PERFORM 1600-REWRITE-CONTROL
005320             MOVE 'KEYED' TO WS-AUDIT-ACTION
005330             PERFORM 7000-WRITE-AUDIT-ENTRY
005340             DISPLAY 'BATCH CLOSED - A SECOND CLERK MUST NOW '
005350                 'RE-KEY IT'
005360         ELSE
005370             DISPLAY 'BATCH KEPT OPEN FOR KEYING'
005380         END-IF
005390     END-IF.
005400
005410 2310-KEY-ONE-DETAIL.
005420     COMPUTE WS-LINE-NO = WS-BC-COUNT + 1
005430     DISPLAY ' '
005440     DISPLAY 'BATCH ' WS-BATCH-NO ' DEPT ' WS-BC-DEPT
005450         ' - LINE ' WS-LINE-NO
005460     PERFORM 1300-ACCEPT-DETAIL
005470     IF LINE-OK
005480         PERFORM 1400-EDIT-DETAIL
005490     END-IF
005500     IF LINE-OK
005510         COMPUTE WS-NEW-HASH = WS-BC-HASH + WS-KD-NUM1
005520             + WS-KD-NUM2
005530             ON SIZE ERROR
005540                 DISPLAY 'BATCH HASH TOTAL WOULD OVERFLOW - '
005550                     'CLOSE THIS BATCH AND START ANOTHER'
005560                 MOVE 'N' TO WS-LINE-OK-SW
005570         END-COMPUTE
005580     END-IF
005590     IF LINE-OK
005600         PERFORM 2320-WRITE-KEYED-LINE
005610     END-IF.
005620
005630 2320-WRITE-KEYED-LINE.
005640     MOVE SPACES          TO SUMA-BATCH-ENTRY-RECORD
005650     MOVE WS-BATCH-NO     TO BEN-BATCH-NO
005660     MOVE WS-LINE-NO      TO BEN-LINE-NO
005670     MOVE WS-KEYED-DETAIL TO BEN-FIRST-KEYING
005680     SET BEN-LINE-UNVERIFIED TO TRUE
005690*    A LINE LEFT BEHIND BY A SESSION THAT DROPPED BEFORE THE
005700*    CONTROL RECORD WAS UPDATED IS SIMPLY KEYED OVER.
005710     WRITE SUMA-BATCH-ENTRY-RECORD
005720         INVALID KEY
005730             REWRITE SUMA-BATCH-ENTRY-RECORD
005740     END-WRITE
005750     ADD 1 TO WS-BC-COUNT
005760     MOVE WS-NEW-HASH TO WS-BC-HASH
005770     ADD 1 TO WS-LINES-KEYED
005780     PERFORM 1600-REWRITE-CONTROL.
005790
005800 3000-VERIFY-BATCH.
005810     PERFORM 1100-ACCEPT-BATCH-NO
005820     IF KEY-OK
005830         PERFORM 1500-READ-CONTROL
005832         IF BATCH-OK
005834             PERFORM 0250-CHECK-CLERK-DEPT
005836         END-IF
005840         EVALUATE TRUE
005850             WHEN NOT BATCH-OK
005860                 DISPLAY 'BATCH NOT ON FILE'
005870             WHEN WS-BC-KEYING
005880                 DISPLAY 'BATCH IS STILL BEING KEYED BY '
005890                     WS-BC-KEYED-BY
005900             WHEN NOT WS-BC-AWAIT-VERIFY
005910                 PERFORM 1800-SHOW-BATCH
005920                 DISPLAY 'BATCH IS NOT WAITING FOR RE-KEYING'
005922             WHEN NOT CLERK-KEYS-DEPT
005924                 DISPLAY 'DEPARTMENT ' WS-BC-DEPT ' IS NOT ONE '
005926                     'YOU KEY FOR'
005930             WHEN WS-BC-KEYED-BY = WS-CLERK
005940                 DISPLAY 'THE SECOND KEYING MUST BE BY A '
005950                     'DIFFERENT CLERK'
005960             WHEN WS-BC-VERIFIED-BY NOT = SPACES
005970                     AND WS-BC-VERIFIED-BY NOT = WS-CLERK
005980                 DISPLAY 'BATCH IS BEING RE-KEYED BY '
005990                     WS-BC-VERIFIED-BY
006000             WHEN WS-BC-VERIFY-LINE >= WS-BC-COUNT
006010                 PERFORM 1800-SHOW-BATCH
006020                 DISPLAY 'BATCH ALREADY RE-KEYED - USE RESOLVE'
006030             WHEN OTHER
006040                 PERFORM 3100-REKEY-DETAILS
006050         END-EVALUATE
006060     END-IF.
006070
006080 3100-REKEY-DETAILS.
006090*    THE SECOND CLERK SEES ONLY THE LINE NUMBER - NEVER WHAT
006100*    THE FIRST CLERK KEYED, NOR WHETHER A LINE AGREED.
006110     MOVE WS-CLERK TO WS-BC-VERIFIED-BY
006120     PERFORM 1600-REWRITE-CONTROL
006130     MOVE 'N' TO WS-STOP-SW
006140     PERFORM 3110-REKEY-ONE-DETAIL
006150         UNTIL KEYING-STOPPED
006160             OR WS-BC-VERIFY-LINE >= WS-BC-COUNT
006170     IF WS-BC-VERIFY-LINE >= WS-BC-COUNT
006180         PERFORM 3300-END-VERIFICATION
006190     ELSE
006200         DISPLAY 'RE-KEYING STOPPED AFTER LINE '
006210             WS-BC-VERIFY-LINE ' - RESUME AT THE NEXT SESSION'
006220     END-IF.
006230
006240 3110-REKEY-ONE-DETAIL.
006250     COMPUTE WS-LINE-NO = WS-BC-VERIFY-LINE + 1
006260     DISPLAY ' '
006270     DISPLAY 'BATCH ' WS-BATCH-NO ' DEPT ' WS-BC-DEPT
006280         ' - RE-KEY LINE ' WS-LINE-NO ' OF ' WS-BC-COUNT
006290     PERFORM 1300-ACCEPT-DETAIL
006300     IF LINE-OK
006310         PERFORM 1700-READ-LINE
006320     END-IF
006330     IF LINE-OK
006340         MOVE WS-KEYED-DETAIL TO BEN-SECOND-KEYING
006350         PERFORM 3200-COMPARE-KEYINGS
006360         IF WS-DIFF-COUNT = 0
006370             SET BEN-LINE-VERIFIED TO TRUE
006380         ELSE
006390             SET BEN-LINE-MISMATCH TO TRUE
006400             ADD WS-DIFF-COUNT TO WS-BC-MISMATCHES
006410         END-IF
006420         REWRITE SUMA-BATCH-ENTRY-RECORD
006430             INVALID KEY
006440                 DISPLAY 'SUMABEN REWRITE FAILED - STATUS '
006450                     WS-ENTRY-STATUS
006460         END-REWRITE
006470         MOVE WS-LINE-NO TO WS-BC-VERIFY-LINE
006480         ADD 1 TO WS-LINES-VERIFIED
006490         PERFORM 1600-REWRITE-CONTROL
006500     END-IF.
006510
006520 3200-COMPARE-KEYINGS.
006530     MOVE 0 TO WS-DIFF-COUNT
006540     MOVE SPACES TO WS-DIFF-MARKS
006550     IF BEN-K1-TRAN-ID NOT = BEN-K2-TRAN-ID
006560         ADD 1 TO WS-DIFF-COUNT
006570         MOVE '*' TO WS-DM-TRAN-ID
006580     END-IF
006590     IF BEN-K1-REGION NOT = BEN-K2-REGION
006600         ADD 1 TO WS-DIFF-COUNT
006610         MOVE '*' TO WS-DM-REGION
006620     END-IF
006630     IF BEN-K1-CURRENCY NOT = BEN-K2-CURRENCY
006640         ADD 1 TO WS-DIFF-COUNT
006650         MOVE '*' TO WS-DM-CURRENCY
006660     END-IF
006670     IF BEN-K1-NUM1 NOT = BEN-K2-NUM1
006680         ADD 1 TO WS-DIFF-COUNT
006690         MOVE '*' TO WS-DM-NUM1
006700     END-IF
006710     IF BEN-K1-NUM2 NOT = BEN-K2-NUM2
006720         ADD 1 TO WS-DIFF-COUNT
006730         MOVE '*' TO WS-DM-NUM2
006740     END-IF.
006750
006760 3300-END-VERIFICATION.
006770     IF WS-BC-MISMATCHES = 0
006780         PERFORM 3400-MARK-VERIFIED
006790     ELSE
006800         MOVE 'DISPUTED' TO WS-AUDIT-ACTION
006810         PERFORM 7000-WRITE-AUDIT-ENTRY
006820         DISPLAY 'RE-KEYING COMPLETE - ' WS-BC-MISMATCHES
006830             ' FIELD(S) DISAGREE WITH THE FIRST KEYING - '
006840             'RESOLVE BEFORE RELEASE'
006850     END-IF.
006860
006870 3400-MARK-VERIFIED.
006880     SET WS-BC-VERIFIED TO TRUE
006890     MOVE WS-RUN-DATE TO WS-BC-VERIFIED-DATE
006900     PERFORM 1600-REWRITE-CONTROL
006910     MOVE 'VERIFIED' TO WS-AUDIT-ACTION
006920     PERFORM 7000-WRITE-AUDIT-ENTRY
006930     DISPLAY 'BATCH ' WS-BATCH-NO ' VERIFIED - READY FOR RELEASE'.
006940
006950 4000-RESOLVE-BATCH.
006960     PERFORM 1100-ACCEPT-BATCH-NO
006970     IF KEY-OK
006980         PERFORM 1500-READ-CONTROL
006982         IF BATCH-OK
006984             PERFORM 0250-CHECK-CLERK-DEPT
006986         END-IF
006990         EVALUATE TRUE
007000             WHEN NOT BATCH-OK
007010                 DISPLAY 'BATCH NOT ON FILE'
007020             WHEN NOT WS-BC-AWAIT-VERIFY
007030                     OR WS-BC-VERIFY-LINE < WS-BC-COUNT
007040                 PERFORM 1800-SHOW-BATCH
007050                 DISPLAY 'NOTHING TO RESOLVE UNTIL THE BATCH HAS '
007060                     'BEEN RE-KEYED IN FULL'
007061             WHEN NOT CLERK-KEYS-DEPT
007062                 PERFORM 1800-SHOW-BATCH
007063                 DISPLAY 'DEPARTMENT ' WS-BC-DEPT ' IS NOT ONE '
007064                     'YOU KEY FOR'
007065             WHEN WS-BC-KEYED-BY = WS-CLERK
007066                 DISPLAY 'DISPUTES MUST BE RESOLVED BY A '
007067                     'DIFFERENT CLERK FROM THE ONE WHO KEYED'
007070             WHEN OTHER
007080                 PERFORM 1800-SHOW-BATCH
007090                 MOVE 'N' TO WS-STOP-SW
007100                 PERFORM 4100-RESOLVE-ONE-LINE
007110                     VARYING WS-LINE-IDX FROM 1 BY 1
007120                     UNTIL WS-LINE-IDX > WS-BC-COUNT
007130                         OR KEYING-STOPPED
007135                 EVALUATE TRUE
007140                     WHEN NOT BATCH-OK
007145                         DISPLAY 'BATCH ' WS-BATCH-NO ' ABANDONED'
007150                     WHEN WS-BC-MISMATCHES = 0
007155                         PERFORM 3400-MARK-VERIFIED
007160                     WHEN OTHER
007165                         DISPLAY WS-BC-MISMATCHES
007170                             ' FIELD(S) STILL IN DISPUTE'
007175                 END-EVALUATE
007200         END-EVALUATE
007210     END-IF.
007220
007230 4100-RESOLVE-ONE-LINE.
007231     MOVE WS-LINE-IDX TO WS-LINE-NO
007232     PERFORM 1700-READ-LINE
007233     IF LINE-OK AND BEN-LINE-MISMATCH
007234         PERFORM 3200-COMPARE-KEYINGS
007235         PERFORM 4200-SHOW-BOTH-KEYINGS
007236         DISPLAY '(R)ESOLVE FIELDS (D)ROP LINE (A)BANDON BATCH '
007237             '(S)KIP (E)ND: '
007238         ACCEPT WS-ACTION-REPLY
007239         EVALUATE WS-ACTION-REPLY
007240             WHEN 'R'
007241             WHEN 'r'
007242                 PERFORM 4110-RESOLVE-FIELDS
007243             WHEN 'D'
007244             WHEN 'd'
007245                 PERFORM 4400-DROP-LINE
007246             WHEN 'A'
007247             WHEN 'a'
007248                 PERFORM 4450-ABANDON-BATCH
007249             WHEN 'E'
007250             WHEN 'e'
007251                 SET KEYING-STOPPED TO TRUE
007252             WHEN OTHER
007253                 DISPLAY 'LINE LEFT IN DISPUTE'
007254         END-EVALUATE
007255     END-IF.
007256
007257 4110-RESOLVE-FIELDS.
007258*    EACH FIELD IN DISPUTE IS SETTLED ON ITS OWN - THE FIRST
007259*    KEYING, THE SECOND, OR A VALUE KEYED AFRESH FROM THE
007260*    DOCUMENT. FIELDS THE TWO KEYINGS AGREE ON STAND.
007261     MOVE BEN-FIRST-KEYING TO WS-KEYED-DETAIL
007262     MOVE SPACES TO WS-FIELD-CHOICES
007263     SET LINE-OK TO TRUE
007264     IF WS-DM-TRAN-ID = '*'
007265         PERFORM 4120-SETTLE-TRAN-ID
007266     END-IF
007267     IF LINE-OK AND WS-DM-REGION = '*'
007268         PERFORM 4130-SETTLE-REGION
007269     END-IF
007270     IF LINE-OK AND WS-DM-CURRENCY = '*'
007271         PERFORM 4140-SETTLE-CURRENCY
007272     END-IF
007273     IF LINE-OK AND WS-DM-NUM1 = '*'
007274         PERFORM 4150-SETTLE-NUM1
007275     END-IF
007276     IF LINE-OK AND WS-DM-NUM2 = '*'
007277         PERFORM 4160-SETTLE-NUM2
007278     END-IF
007279     IF LINE-OK
007280         PERFORM 4300-APPLY-RESOLUTION
007281     ELSE
007282         DISPLAY 'LINE LEFT IN DISPUTE'
007283     END-IF.
007284
007285 4120-SETTLE-TRAN-ID.
007286     DISPLAY 'TRAN ID   1ST ' BEN-K1-TRAN-ID '   2ND '
007287         BEN-K2-TRAN-ID
007288     PERFORM 4170-ACCEPT-CHOICE
007289     MOVE WS-ACTION-REPLY TO WS-FC-TRAN-ID
007290     EVALUATE WS-ACTION-REPLY
007291         WHEN '1'
007292             MOVE BEN-K1-TRAN-ID TO WS-KD-TRAN-ID
007293         WHEN '2'
007294             MOVE BEN-K2-TRAN-ID TO WS-KD-TRAN-ID
007295         WHEN 'C'
007296             DISPLAY 'ENTER CORRECT TRAN ID: '
007297             ACCEPT WS-KD-TRAN-ID
007298             IF WS-KD-TRAN-ID = SPACES
007299                 DISPLAY 'TRAN ID REQUIRED'
007300                 MOVE 'N' TO WS-LINE-OK-SW
007301             END-IF
007302         WHEN OTHER
007303             MOVE 'N' TO WS-LINE-OK-SW
007304     END-EVALUATE.
007305
007306 4130-SETTLE-REGION.
007307     DISPLAY 'REGION    1ST ' BEN-K1-REGION '   2ND '
007308         BEN-K2-REGION
007309     PERFORM 4170-ACCEPT-CHOICE
007310     MOVE WS-ACTION-REPLY TO WS-FC-REGION
007311     EVALUATE WS-ACTION-REPLY
007312         WHEN '1'
007313             MOVE BEN-K1-REGION TO WS-KD-REGION
007314         WHEN '2'
007315             MOVE BEN-K2-REGION TO WS-KD-REGION
007316         WHEN 'C'
007317             DISPLAY 'ENTER CORRECT REGION: '
007318             ACCEPT WS-KD-REGION
007319         WHEN OTHER
007320             MOVE 'N' TO WS-LINE-OK-SW
007321     END-EVALUATE.
007322
007323 4140-SETTLE-CURRENCY.
007324     DISPLAY 'CURRENCY  1ST ' BEN-K1-CURRENCY '   2ND '
007325         BEN-K2-CURRENCY
007326     PERFORM 4170-ACCEPT-CHOICE
007327     MOVE WS-ACTION-REPLY TO WS-FC-CURRENCY
007328     EVALUATE WS-ACTION-REPLY
007329         WHEN '1'
007330             MOVE BEN-K1-CURRENCY TO WS-KD-CURRENCY
007331         WHEN '2'
007332             MOVE BEN-K2-CURRENCY TO WS-KD-CURRENCY
007333         WHEN 'C'
007334             DISPLAY 'ENTER CORRECT CURRENCY (BLANK = BASE): '
007335             ACCEPT WS-KD-CURRENCY
007336         WHEN OTHER
007337             MOVE 'N' TO WS-LINE-OK-SW
007338     END-EVALUATE.
007339
007340 4150-SETTLE-NUM1.
007341     MOVE BEN-K1-NUM1 TO WS-NUM1-ED
007342     MOVE BEN-K2-NUM1 TO WS-NUM2-ED
007343     DISPLAY 'NUM1      1ST ' WS-NUM1-ED '   2ND ' WS-NUM2-ED
007344     PERFORM 4170-ACCEPT-CHOICE
007345     MOVE WS-ACTION-REPLY TO WS-FC-NUM1
007346     EVALUATE WS-ACTION-REPLY
007347         WHEN '1'
007348             MOVE BEN-K1-NUM1 TO WS-KD-NUM1
007349         WHEN '2'
007350             MOVE BEN-K2-NUM1 TO WS-KD-NUM1
007351         WHEN 'C'
007352             DISPLAY 'ENTER CORRECT NUM1 (SIGN + 9 DIGITS, '
007353                 '2 DEC): '
007354             ACCEPT WS-KD-NUM1
007355             IF WS-KD-NUM1 NOT NUMERIC
007356                 DISPLAY 'NUM1 MUST BE NUMERIC'
007357                 MOVE 'N' TO WS-LINE-OK-SW
007358             END-IF
007359         WHEN OTHER
007360             MOVE 'N' TO WS-LINE-OK-SW
007361     END-EVALUATE.
007362
007363 4160-SETTLE-NUM2.
007364     MOVE BEN-K1-NUM2 TO WS-NUM1-ED
007365     MOVE BEN-K2-NUM2 TO WS-NUM2-ED
007366     DISPLAY 'NUM2      1ST ' WS-NUM1-ED '   2ND ' WS-NUM2-ED
007367     PERFORM 4170-ACCEPT-CHOICE
007368     MOVE WS-ACTION-REPLY TO WS-FC-NUM2
007369     EVALUATE WS-ACTION-REPLY
007370         WHEN '1'
007371             MOVE BEN-K1-NUM2 TO WS-KD-NUM2
007372         WHEN '2'
007373             MOVE BEN-K2-NUM2 TO WS-KD-NUM2
007374         WHEN 'C'
007375             DISPLAY 'ENTER CORRECT NUM2 (SIGN + 9 DIGITS, '
007376                 '2 DEC): '
007377             ACCEPT WS-KD-NUM2
007378             IF WS-KD-NUM2 NOT NUMERIC
007379                 DISPLAY 'NUM2 MUST BE NUMERIC'
007380                 MOVE 'N' TO WS-LINE-OK-SW
007381             END-IF
007382         WHEN OTHER
007383             MOVE 'N' TO WS-LINE-OK-SW
007384     END-EVALUATE.
007385
007386 4170-ACCEPT-CHOICE.
007387     DISPLAY '  TAKE THE (1)ST, THE (2)ND, OR (C)ORRECT IT: '
007388     ACCEPT WS-ACTION-REPLY
007389     IF WS-ACTION-REPLY = 'c'
007390         MOVE 'C' TO WS-ACTION-REPLY
007391     END-IF.
007392
007450 4200-SHOW-BOTH-KEYINGS.
007460     DISPLAY ' '
007470     DISPLAY 'LINE ' WS-LINE-NO ' - FIELDS MARKED * DISAGREE'
007480     DISPLAY '             TRAN ID  REG CUR        NUM1'
007490         '         NUM2'
007500     MOVE BEN-K1-NUM1 TO WS-NUM1-ED
007510     MOVE BEN-K1-NUM2 TO WS-NUM2-ED
007520     DISPLAY '  1ST ' WS-BC-KEYED-BY '    ' BEN-K1-TRAN-ID ' '
007530         BEN-K1-REGION ' ' BEN-K1-CURRENCY ' ' WS-NUM1-ED
007540         '  ' WS-NUM2-ED
007550     MOVE BEN-K2-NUM1 TO WS-NUM1-ED
007560     MOVE BEN-K2-NUM2 TO WS-NUM2-ED
007570     DISPLAY '  2ND ' WS-BC-VERIFIED-BY '    ' BEN-K2-TRAN-ID ' '
007580         BEN-K2-REGION ' ' BEN-K2-CURRENCY ' ' WS-NUM1-ED
007590         '  ' WS-NUM2-ED
007600     DISPLAY '                 ' WS-DM-TRAN-ID '     '
007610         WS-DM-REGION '   ' WS-DM-CURRENCY '           '
007620         WS-DM-NUM1 '            ' WS-DM-NUM2.
007630
007632 4300-APPLY-RESOLUTION.
007634*    THE SETTLED LINE GETS THE SAME EDITS THE FIRST KEYING HAD,
007636*    AND THE BATCH HASH FOLLOWS THE OPERANDS THAT WILL BE
007638*    RELEASED.
007640     PERFORM 1400-EDIT-DETAIL
007642     IF LINE-OK
007644         PERFORM 1700-READ-LINE
007646     END-IF
007648     IF LINE-OK
007650         COMPUTE WS-NEW-HASH = WS-BC-HASH
007652             - BEN-K1-NUM1 - BEN-K1-NUM2
007654             + WS-KD-NUM1 + WS-KD-NUM2
007656             ON SIZE ERROR
007658                 DISPLAY 'BATCH HASH TOTAL WOULD OVERFLOW - '
007660                     'LINE LEFT IN DISPUTE'
007662                 MOVE 'N' TO WS-LINE-OK-SW
007664         END-COMPUTE
007666     END-IF
007668     IF LINE-OK
007670         MOVE WS-NEW-HASH TO WS-BC-HASH
007672         MOVE WS-KEYED-DETAIL TO BEN-FIRST-KEYING
007674         MOVE WS-KEYED-DETAIL TO BEN-SECOND-KEYING
007676         PERFORM 4500-MARK-LINE-RESOLVED
007678     ELSE
007680         DISPLAY 'LINE LEFT IN DISPUTE'
007682     END-IF.
007684
007686 4400-DROP-LINE.
007688*    A LINE THAT SHOULD NOT BE IN THE BATCH AT ALL (A DOCUMENT
007690*    FROM ANOTHER BATCH, OR ONE KEYED TWICE) IS TAKEN OUT AND
007692*    THE LINES AFTER IT MOVE UP, SO THE BATCH STILL RUNS FROM
007694*    LINE 1 TO ITS COUNT.
007696     IF WS-BC-COUNT = 1
007698         DISPLAY 'THE ONLY LINE CANNOT BE DROPPED - ABANDON THE '
007700             'BATCH INSTEAD'
007702     ELSE
007704         DISPLAY 'DROP LINE ' WS-LINE-NO
007705             ' FROM THE BATCH? (Y/N): '
007706         ACCEPT WS-ACTION-REPLY
007708         IF WS-ACTION-REPLY = 'Y' OR WS-ACTION-REPLY = 'y'
007710             MOVE SPACES TO WS-FIELD-CHOICES
007712             MOVE 'DROPPED' TO WS-AUDIT-ACTION
007714             PERFORM 7000-WRITE-AUDIT-ENTRY
007716             SUBTRACT BEN-K1-NUM1 FROM WS-BC-HASH
007718             SUBTRACT BEN-K1-NUM2 FROM WS-BC-HASH
007720             IF WS-BC-MISMATCHES > WS-DIFF-COUNT
007722                 SUBTRACT WS-DIFF-COUNT FROM WS-BC-MISMATCHES
007724             ELSE
007726                 MOVE 0 TO WS-BC-MISMATCHES
007728             END-IF
007730             PERFORM 2210-DELETE-OLD-LINE
007732             PERFORM 4410-MOVE-UP-ONE-LINE
007734                 VARYING WS-DROP-IDX FROM WS-LINE-IDX BY 1
007736                 UNTIL WS-DROP-IDX >= WS-BC-COUNT
007738             SUBTRACT 1 FROM WS-BC-COUNT
007740             SUBTRACT 1 FROM WS-BC-VERIFY-LINE
007742             PERFORM 1600-REWRITE-CONTROL
007744             ADD 1 TO WS-LINES-DROPPED
007746             DISPLAY 'LINE ' WS-LINE-IDX ' DROPPED - THE LINES '
007748                 'AFTER IT HAVE MOVED UP ONE'
007750*            THE LINE NOW IN THIS PLACE IS LOOKED AT NEXT.
007752             SUBTRACT 1 FROM WS-LINE-IDX
007754         ELSE
007756             DISPLAY 'LINE LEFT IN DISPUTE'
007758         END-IF
007760     END-IF.
007762
007764 4410-MOVE-UP-ONE-LINE.
007766     COMPUTE WS-LINE-NO = WS-DROP-IDX + 1
007768     PERFORM 1700-READ-LINE
007770     IF LINE-OK
007772         MOVE BEN-DATA TO WS-MOVED-LINE
007774         DELETE SUMA-ENTRY-FILE RECORD
007776             INVALID KEY
007778                 CONTINUE
007780         END-DELETE
007782         MOVE WS-BATCH-NO   TO BEN-BATCH-NO
007784         MOVE WS-DROP-IDX   TO BEN-LINE-NO
007786         MOVE WS-MOVED-LINE TO BEN-DATA
007788         WRITE SUMA-BATCH-ENTRY-RECORD
007790             INVALID KEY
007792                 DISPLAY 'SUMABEN WRITE FAILED - STATUS '
007794                     WS-ENTRY-STATUS ' LINE ' WS-DROP-IDX
007796         END-WRITE
007798     END-IF.
007800
007802 4450-ABANDON-BATCH.
007804*    A BATCH TOO FAR WRONG TO PUT RIGHT LINE BY LINE IS TAKEN
007806*    OFF THE FILE WHOLE, TO BE KEYED AGAIN FROM THE DOCUMENTS.
007808*    NONE OF IT HAS BEEN RELEASED.
007810     DISPLAY 'ABANDON BATCH ' WS-BATCH-NO ' AND ALL ' WS-BC-COUNT
007812         ' LINES? (Y/N): '
007814     ACCEPT WS-ACTION-REPLY
007816     IF WS-ACTION-REPLY = 'Y' OR WS-ACTION-REPLY = 'y'
007818         MOVE 'ABANDON' TO WS-AUDIT-ACTION
007820         PERFORM 7000-WRITE-AUDIT-ENTRY
007822         PERFORM 2210-DELETE-OLD-LINE
007824             VARYING WS-LINE-NO FROM 0 BY 1
007826             UNTIL WS-LINE-NO > WS-BC-COUNT
007828         ADD 1 TO WS-ABANDONED-COUNT
007830         MOVE 'N' TO WS-BATCH-OK-SW
007832         SET KEYING-STOPPED TO TRUE
007834     ELSE
007836         DISPLAY 'LINE LEFT IN DISPUTE'
007838     END-IF.
007840
007950 4500-MARK-LINE-RESOLVED.
007960     SET BEN-LINE-VERIFIED TO TRUE
007970     MOVE WS-CLERK TO BEN-RESOLVED-BY
007980     REWRITE SUMA-BATCH-ENTRY-RECORD
007990         INVALID KEY
008000             DISPLAY 'SUMABEN REWRITE FAILED - STATUS '
008010                 WS-ENTRY-STATUS
008020         NOT INVALID KEY
008030             IF WS-BC-MISMATCHES > WS-DIFF-COUNT
008040                 SUBTRACT WS-DIFF-COUNT FROM WS-BC-MISMATCHES
008050             ELSE
008060                 MOVE 0 TO WS-BC-MISMATCHES
008070             END-IF
008080             ADD 1 TO WS-LINES-RESOLVED
008090             PERFORM 1600-REWRITE-CONTROL
008100             MOVE 'RESOLVED' TO WS-AUDIT-ACTION
008110             PERFORM 7000-WRITE-AUDIT-ENTRY
008120             DISPLAY 'LINE ' WS-LINE-NO ' RESOLVED'
008130     END-REWRITE.
008140
008150 5000-LIST-BATCHES.
008160     MOVE 'N' TO WS-LIST-EOF-SW
008170     MOVE 0 TO WS-PENDING-COUNT
008180     MOVE LOW-VALUES TO BEN-KEY
008190     START SUMA-ENTRY-FILE KEY IS NOT LESS THAN BEN-KEY
008200         INVALID KEY
008210             SET LIST-EOF TO TRUE
008220     END-START
008230     PERFORM 5100-LIST-NEXT-RECORD
008240         UNTIL LIST-EOF
008250     MOVE WS-PENDING-COUNT TO WS-COUNT-ED
008260     DISPLAY 'BATCHES ON FILE: ' WS-COUNT-ED.
008270
008280 5100-LIST-NEXT-RECORD.
008290     READ SUMA-ENTRY-FILE NEXT RECORD
008300         AT END
008310             SET LIST-EOF TO TRUE
008320         NOT AT END
008330             IF BEN-LINE-NO = 0
008340                 ADD 1 TO WS-PENDING-COUNT
008350                 MOVE BEN-BATCH-NO     TO WS-BATCH-NO
008360                 MOVE BEN-CONTROL-DATA TO WS-BATCH-CONTROL
008370                 PERFORM 1800-SHOW-BATCH
008380             END-IF
008390     END-READ.
008400
008410 6000-RELEASE-VERIFIED-BATCHES.
008420*    THE FIRST PASS FINDS THE VERIFIED BATCHES; EACH IS THEN
008430*    RE-CHECKED LINE BY LINE AND WRITTEN WITH A HEADER AND A
008440*    TRAILER BUILT FROM WHAT IS ACTUALLY RELEASED.
008450     MOVE 'N' TO WS-LIST-EOF-SW
008460     MOVE LOW-VALUES TO BEN-KEY
008470     START SUMA-ENTRY-FILE KEY IS NOT LESS THAN BEN-KEY
008480         INVALID KEY
008490             SET LIST-EOF TO TRUE
008500     END-START
008510     PERFORM 6100-FIND-VERIFIED-BATCH
008520         UNTIL LIST-EOF
008530     PERFORM 6200-RELEASE-ONE-BATCH
008540         VARYING WS-RL-IDX FROM 1 BY 1
008550         UNTIL WS-RL-IDX > WS-RL-USED.
008560
008570 6100-FIND-VERIFIED-BATCH.
008580     READ SUMA-ENTRY-FILE NEXT RECORD
008590         AT END
008600             SET LIST-EOF TO TRUE
008610         NOT AT END
008620             IF BEN-LINE-NO = 0
008630                 EVALUATE TRUE
008640                     WHEN BEN-VERIFIED AND WS-RL-USED < WS-RL-MAX
008650                         ADD 1 TO WS-RL-USED
008660                         MOVE BEN-BATCH-NO
008670                             TO WS-RL-BATCH-NO (WS-RL-USED)
008680                     WHEN BEN-VERIFIED
008690                         DISPLAY 'BATCH ' BEN-BATCH-NO
008700                             ' VERIFIED BUT NOT RELEASED - '
008710                             'RUN THE RELEASE AGAIN'
008720                         ADD 1 TO WS-EXCEPT-COUNT
008730                     WHEN BEN-RELEASED
008740                         CONTINUE
008750                     WHEN OTHER
008760                         ADD 1 TO WS-PENDING-COUNT
008770                 END-EVALUATE
008780             END-IF
008790     END-READ.
008800
008810 6200-RELEASE-ONE-BATCH.
008820     MOVE WS-RL-BATCH-NO (WS-RL-IDX) TO WS-BATCH-NO
008830     PERFORM 1500-READ-CONTROL
008840     MOVE 0 TO WS-RL-COUNT
008850     MOVE 0 TO WS-RL-HASH
008860     SET LINE-OK TO TRUE
008870     PERFORM 6210-CHECK-ONE-LINE
008880         VARYING WS-LINE-IDX FROM 1 BY 1
008890         UNTIL WS-LINE-IDX > WS-BC-COUNT OR NOT LINE-OK
008900     IF LINE-OK AND WS-RL-COUNT = WS-BC-COUNT
008910             AND WS-RL-HASH = WS-BC-HASH
008920         MOVE SPACES TO SUMA-TRANS-RECORD
008930         SET TR-BATCH-HEADER TO TRUE
008940         MOVE WS-BATCH-NO    TO TR-HDR-BATCH-NO
008950         MOVE WS-BC-DEPT     TO TR-HDR-DEPT
008960         WRITE SUMA-TRANS-RECORD
008970         PERFORM 6220-WRITE-ONE-DETAIL
008980             VARYING WS-LINE-IDX FROM 1 BY 1
008990             UNTIL WS-LINE-IDX > WS-BC-COUNT
009000         MOVE SPACES TO SUMA-TRANS-RECORD
009010         SET TR-BATCH-TRAILER TO TRUE
009020         MOVE WS-BATCH-NO    TO TR-TRL-BATCH-NO
009030         MOVE WS-RL-COUNT    TO TR-TRL-EXP-COUNT
009040         MOVE WS-RL-HASH     TO TR-TRL-HASH-TOTAL
009050         WRITE SUMA-TRANS-RECORD
009060         SET WS-BC-RELEASED TO TRUE
009070         MOVE WS-RUN-DATE TO WS-BC-RELEASED-DATE
009080         PERFORM 1600-REWRITE-CONTROL
009090         ADD 1 TO WS-RELEASED-COUNT
009100         MOVE 'RELEASED' TO WS-AUDIT-ACTION
009110         PERFORM 7000-WRITE-AUDIT-ENTRY
009120         MOVE WS-RL-COUNT TO WS-COUNT-ED
009130         MOVE WS-RL-HASH  TO WS-HASH-ED
009140         DISPLAY 'BATCH ' WS-BATCH-NO ' DEPT ' WS-BC-DEPT
009150             ' RELEASED  LINES ' WS-COUNT-ED '  HASH ' WS-HASH-ED
009160             '  KEYED ' WS-BC-KEYED-BY
009170             ' RE-KEYED ' WS-BC-VERIFIED-BY
009180     ELSE
009190         ADD 1 TO WS-EXCEPT-COUNT
009200         DISPLAY 'BATCH ' WS-BATCH-NO ' NOT RELEASED - A LINE '
009210             'IS UNVERIFIED OR THE BATCH NO LONGER BALANCES'
009220     END-IF.
009230
009240 6210-CHECK-ONE-LINE.
009250     MOVE WS-LINE-IDX TO WS-LINE-NO
009260     PERFORM 1700-READ-LINE
009270     IF LINE-OK
009280         IF BEN-LINE-VERIFIED
009290             ADD 1           TO WS-RL-COUNT
009300             ADD BEN-K1-NUM1 TO WS-RL-HASH
009310             ADD BEN-K1-NUM2 TO WS-RL-HASH
009320         ELSE
009330             MOVE 'N' TO WS-LINE-OK-SW
009340         END-IF
009350     END-IF.
009360
009370 6220-WRITE-ONE-DETAIL.
009380     MOVE WS-LINE-IDX TO WS-LINE-NO
009390     PERFORM 1700-READ-LINE
009400     MOVE SPACES TO SUMA-TRANS-RECORD
009410     SET TR-DETAIL TO TRUE
009420     MOVE BEN-K1-TRAN-ID  TO TR-TRAN-ID
009430     MOVE BEN-K1-REGION   TO TR-REGION
009440     MOVE BEN-K1-CURRENCY TO TR-CURRENCY
009450     MOVE BEN-K1-NUM1     TO TR-NUM1
009460     MOVE BEN-K1-NUM2     TO TR-NUM2
009470     WRITE SUMA-TRANS-RECORD.
009480
009490 7000-WRITE-AUDIT-ENTRY.
009500     MOVE SPACES TO SUMA-AUDIT-RECORD
009510     EVALUATE WS-AUDIT-ACTION
009520         WHEN 'RESOLVED'
009525         WHEN 'DROPPED'
009530             STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
009540                 ' ENTRY MAINTENANCE ' WS-AUDIT-ACTION
009550                 ' BATCH=' WS-BATCH-NO ' LINE=' WS-LINE-NO
009560                 ' CHOICES=' WS-FIELD-CHOICES
009570                 ' FIELDS=' WS-DIFF-MARKS
009580                 ' ID=' BEN-K1-TRAN-ID
009590                 ' KEY=' WS-BC-KEYED-BY
009600                 ' REKEY=' WS-BC-VERIFIED-BY
009610                 ' BY=' WS-CLERK
009620                 DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
009630             END-STRING
009640         WHEN OTHER
009650             STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
009660                 ' ENTRY MAINTENANCE ' WS-AUDIT-ACTION
009670                 ' BATCH=' WS-BATCH-NO ' DEPT=' WS-BC-DEPT
009680                 ' COUNT=' WS-BC-COUNT ' HASH=' WS-BC-HASH
009690                 ' KEY=' WS-BC-KEYED-BY
009700                 ' REKEY=' WS-BC-VERIFIED-BY
009710                 ' BY=' WS-CLERK
009720                 DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
009730             END-STRING
009740     END-EVALUATE
009750     WRITE SUMA-AUDIT-RECORD.
009760
009770 9000-FINALIZE.
009780     IF RELEASE-RUN
009790         EVALUATE TRUE
009800             WHEN WS-EXCEPT-COUNT > 0
009810                 MOVE 8 TO RETURN-CODE
009820             WHEN WS-RELEASED-COUNT = 0
009830                 MOVE 4 TO RETURN-CODE
009840             WHEN OTHER
009850                 MOVE 0 TO RETURN-CODE
009860         END-EVALUATE
009870         DISPLAY 'BATCHES RELEASED:          ' WS-RELEASED-COUNT
009880         DISPLAY 'BATCHES STILL IN ENTRY:    ' WS-PENDING-COUNT
009890         DISPLAY 'BATCHES NOT RELEASED:      ' WS-EXCEPT-COUNT
009900         DISPLAY 'SUMABKE RELEASE COMPLETE - RETURN CODE '
009910             RETURN-CODE
009920         CLOSE SUMA-KEYED-FILE
009930     ELSE
009940         DISPLAY ' '
009950         DISPLAY 'BATCHES OPENED:    ' WS-OPENED-COUNT
009960         DISPLAY 'LINES KEYED:       ' WS-LINES-KEYED
009970         DISPLAY 'LINES RE-KEYED:    ' WS-LINES-VERIFIED
009980         DISPLAY 'LINES RESOLVED:    ' WS-LINES-RESOLVED
009982         DISPLAY 'LINES DROPPED:     ' WS-LINES-DROPPED
009984         DISPLAY 'BATCHES ABANDONED: ' WS-ABANDONED-COUNT
009990     END-IF
010000     CLOSE SUMA-ENTRY-FILE
010010     CLOSE SUMA-REF-FILE
010020     CLOSE SUMA-AUDIT-LOG.
010030
010040 0200-CHECK-CLERK-AUTHORITY.
010050     OPEN INPUT SUMA-OPR-FILE
010060     IF WS-OPR-STATUS NOT = '00'
010070         DISPLAY 'SUMAOPR OPEN FAILED - STATUS ' WS-OPR-STATUS
010080         MOVE 16 TO RETURN-CODE
010090         STOP RUN
010100     END-IF
010110     MOVE WS-CLERK TO OPR-USER-ID
010120     READ SUMA-OPR-FILE
010130         INVALID KEY
010140             MOVE 'R' TO OPR-STATUS
010150     END-READ
010160     CLOSE SUMA-OPR-FILE
010170     IF NOT OPR-ACTIVE OR NOT OPR-ENTRY-ROLE
010180         DISPLAY 'CLERK ' WS-CLERK
010190             ' IS NOT AUTHORIZED FOR BATCH ENTRY'
010200             ' - SESSION ENDED'
010210         MOVE 16 TO RETURN-CODE
010220         STOP RUN
010230     END-IF
010240     MOVE OPR-ENTRY-DEPTS TO WS-CLERK-DEPTS.
010250
010260 0250-CHECK-CLERK-DEPT.
010270     MOVE 'N' TO WS-CLERK-DEPT-SW
010280     PERFORM 0260-MATCH-ONE-DEPT
010290         VARYING WS-CLERK-DEPT-IDX FROM 1 BY 1
010300         UNTIL WS-CLERK-DEPT-IDX > 5.
010310
010320 0260-MATCH-ONE-DEPT.
010330     IF WS-CLERK-DEPT (WS-CLERK-DEPT-IDX) = WS-BC-DEPT
010340             AND WS-BC-DEPT NOT = SPACES
010350         SET CLERK-KEYS-DEPT TO TRUE
010360     END-IF.
