000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaStd.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/09/2026.
000060 DATE-COMPILED. 10/09/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/09/26  JRH  ORIGINAL VERSION - STANDING-TRANSACTION
000110*                MAINTENANCE SCREEN. IN THE STYLE OF THE SUMARFM
000120*                AND SUMASUS OPERATOR DIALOGUES, LETS A
000130*                DEPARTMENT ADD A RECURRING OPERAND PAIR TO THE
000140*                KEYED SUMASTD FILE (SUMASTDR COPYBOOK) WITH ITS
000150*                REGION, DEPARTMENT, CURRENCY, FREQUENCY AND
000160*                START/END DATES, CHANGE ITS AMOUNTS, END DATE,
000170*                STATUS OR DESCRIPTION, AND LIST THE FILE. THE
000180*                REGION AND DEPARTMENT ARE CHECKED AGAINST
000190*                SUMAREF AS THE NIGHTLY RUN WOULD. ENTRIES ARE
000200*                NEVER DELETED OR RENUMBERED - THE ENTRY NUMBER
000210*                IS PART OF EVERY TRANSACTION ID SUMASTG
000220*                GENERATES FROM IT - SO AN ENTRY IS ENDED BY
000230*                DATE AND A NEW ONE ADDED. EVERY CHANGE IS
000240*                STAMPED WITH THE OPERATOR'S INITIALS AND
000250*                LOGGED TO SUMAAUD.
000252* 10/15/26  JRH  A DATE IS CHECKED AGAINST THE LENGTH OF ITS
000254*                MONTH (FEBRUARY 29 IN A LEAP YEAR), AND A
000256*                CHANGED AMOUNT THAT IS NOT A NUMBER IS REFUSED
000258*                BEFORE IT IS MOVED.
000260*--------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUMA-STANDING-FILE ASSIGN TO "SUMASTD"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS STD-ENTRY-NO
000350         FILE STATUS IS WS-STD-STATUS.
000360
000370     SELECT SUMA-REF-FILE ASSIGN TO "SUMAREF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS REF-KEY
000410         FILE STATUS IS WS-REF-STATUS.
000420
000430     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SUMA-STANDING-FILE
000500     RECORD CONTAINS 86 CHARACTERS.
000510 COPY SUMASTDR.
000520
000530 FD  SUMA-REF-FILE
000540     RECORD CONTAINS 51 CHARACTERS.
000550 COPY SUMAREFR.
000560
000570 FD  SUMA-AUDIT-LOG
000580     RECORD CONTAINS 132 CHARACTERS.
000590 01  SUMA-AUDIT-RECORD           PIC X(132).
000600
000610 WORKING-STORAGE SECTION.
000620 77  WS-STD-STATUS               PIC X(2).
000630 77  WS-REF-STATUS               PIC X(2).
000640 77  WS-AUDIT-STATUS             PIC X(2).
000650 77  WS-ACTION-REPLY             PIC X(1).
000660 77  WS-OPERATOR                 PIC X(3) VALUE SPACES.
000670 77  WS-DONE-SW                  PIC X(1) VALUE 'N'.
000680     88  MAINT-DONE                       VALUE 'Y'.
000690 77  WS-KEY-OK-SW                PIC X(1) VALUE 'N'.
000700     88  KEY-OK                           VALUE 'Y'.
000710 77  WS-DATE-OK-SW               PIC X(1) VALUE 'N'.
000720     88  DATE-OK                          VALUE 'Y'.
000730 77  WS-ENTRY-OK-SW              PIC X(1) VALUE 'N'.
000740     88  ENTRY-OK                         VALUE 'Y'.
000742 77  WS-AMOUNT-OK-SW             PIC X(1) VALUE 'Y'.
000744     88  AMOUNT-OK                        VALUE 'Y'.
000750 77  WS-LIST-EOF-SW              PIC X(1) VALUE 'N'.
000760     88  LIST-EOF                         VALUE 'Y'.
000770 77  WS-REF-CHECK-SW             PIC X(1) VALUE 'N'.
000780     88  REF-CODE-VALID                   VALUE 'V'.
000790     88  REF-CODE-UNKNOWN                 VALUE 'U'.
000800     88  REF-CODE-RETIRED                 VALUE 'R'.
000810 77  WS-NEW-REGION               PIC X(3).
000820 77  WS-NEW-DEPT                 PIC X(4).
000830 77  WS-NEW-CURRENCY             PIC X(3).
000840 77  WS-NEW-FREQUENCY            PIC X(1).
000850 77  WS-NEW-STATUS               PIC X(1).
000860 77  WS-NEW-DESC                 PIC X(20).
000870 77  WS-NEW-START-DATE           PIC 9(6) VALUE 0.
000880 77  WS-NEW-END-DATE             PIC 9(6) VALUE 0.
000890 77  WS-AUDIT-ACTION             PIC X(6).
000900 77  WS-LIST-COUNT               PIC 9(5) VALUE 0.
000910
000920 77  WS-ADDED-COUNT              PIC 9(5) VALUE 0.
000930 77  WS-CHANGED-COUNT            PIC 9(5) VALUE 0.
000940 77  WS-COUNT-ED                 PIC Z(4)9.
000950 77  WS-NUM1-ED                  PIC -9(7).99.
000960 77  WS-NUM2-ED                  PIC -9(7).99.
000970
000980 01  WS-ENTRY-KEY.
000990     05  WS-ENTRY-TEXT           PIC X(4).
001000     05  WS-ENTRY-NUM REDEFINES WS-ENTRY-TEXT
001010                                 PIC 9(4).
001020
001030*    AN OPERAND IS KEYED SIGN + 9 DIGITS, 2 DECIMALS, AS ON THE
001040*    SUSPENSE CORRECTION SCREEN; ON A CHANGE A BLANK REPLY
001050*    KEEPS THE AMOUNT ON FILE.
001060 01  WS-AMOUNT-ENTRY.
001070     05  WS-AMOUNT-TEXT          PIC X(10).
001080     05  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-TEXT
001090                                 PIC S9(7)V99 SIGN LEADING
001100                                  SEPARATE.
001110 77  WS-NEW-NUM1                 PIC S9(7)V99 SIGN LEADING
001120                                  SEPARATE VALUE 0.
001130 77  WS-NEW-NUM2                 PIC S9(7)V99 SIGN LEADING
001140                                  SEPARATE VALUE 0.
001150
001160*    A DATE IS KEYED YYMMDD. FOR AN END DATE A BLANK REPLY
001170*    MEANS OPEN-ENDED ON AN ADD AND NO CHANGE ON A CHANGE, AND
001180*    000000 REOPENS AN ENDED ENTRY.
001190 01  WS-DATE-ENTRY.
001200     05  WS-DATE-TEXT            PIC X(6).
001210     05  WS-DATE-NUM REDEFINES WS-DATE-TEXT.
001220         10  WS-DE-YY            PIC 9(2).
001230         10  WS-DE-MM            PIC 9(2).
001240         10  WS-DE-DD            PIC 9(2).
001250 77  WS-ENTRY-DATE               PIC 9(6) VALUE 0.
001251 77  WS-DE-MONTH-DAYS            PIC 9(2) VALUE 0.
001252 77  WS-DE-QUOT                  PIC 9(2) VALUE 0.
001253 77  WS-DE-REM                   PIC 9(2) VALUE 0.
001254 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001255         VALUE '312831303130313130313031'.
001256 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001257     05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.
001260
001270 01  WS-RUN-DATE-TIME.
001280     05  WS-RUN-DATE.
001290         10  WS-RUN-YY           PIC 9(2).
001300         10  WS-RUN-MM           PIC 9(2).
001310         10  WS-RUN-DD           PIC 9(2).
001320     05  WS-RUN-TIME.
001330         10  WS-RUN-HH           PIC 9(2).
001340         10  WS-RUN-MN           PIC 9(2).
001350         10  WS-RUN-SS           PIC 9(2).
001360         10  WS-RUN-HS           PIC 9(2).
001370
001380 PROCEDURE DIVISION.
001390 0000-MAIN-PROCESS.
001400     PERFORM 0100-INITIALIZE
001410     PERFORM 1000-PROCESS-ONE-ACTION
001420         UNTIL MAINT-DONE
001430     PERFORM 9000-FINALIZE
001440     STOP RUN.
001450
001460 0100-INITIALIZE.
001470     ACCEPT WS-RUN-DATE FROM DATE
001480     ACCEPT WS-RUN-TIME FROM TIME
001490     DISPLAY 'SUMASTD STANDING-TRANSACTION MAINTENANCE'
001500     DISPLAY 'ENTER OPERATOR INITIALS (3 CHARACTERS): '
001510     ACCEPT WS-OPERATOR
001520     IF WS-OPERATOR = SPACES
001530         DISPLAY 'OPERATOR INITIALS REQUIRED - SESSION ENDED'
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF
001570*    THE FIRST SESSION EVER DEFINES THE FILE, AS THE NIGHTLY
001580*    RUN DOES FOR THE POSTED-RESULTS MASTER.
001590     OPEN I-O SUMA-STANDING-FILE
001600     IF WS-STD-STATUS = '35'
001610         OPEN OUTPUT SUMA-STANDING-FILE
001620         CLOSE SUMA-STANDING-FILE
001630         OPEN I-O SUMA-STANDING-FILE
001640     END-IF
001650     IF WS-STD-STATUS NOT = '00'
001660         DISPLAY 'SUMASTD OPEN FAILED - STATUS ' WS-STD-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF
001700     OPEN INPUT SUMA-REF-FILE
001710     IF WS-REF-STATUS NOT = '00'
001720         DISPLAY 'SUMAREF OPEN FAILED - STATUS ' WS-REF-STATUS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760     OPEN EXTEND SUMA-AUDIT-LOG
001770     IF WS-AUDIT-STATUS = '35'
001780         OPEN OUTPUT SUMA-AUDIT-LOG
001790     END-IF
001800     IF WS-AUDIT-STATUS NOT = '00'
001810         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850
001860 1000-PROCESS-ONE-ACTION.
001870     DISPLAY ' '
001880     DISPLAY 'ACTION? (A)DD (C)HANGE (L)IST (E)ND: '
001890     ACCEPT WS-ACTION-REPLY
001900     EVALUATE WS-ACTION-REPLY
001910         WHEN 'A'
001920         WHEN 'a'
001930             PERFORM 2000-ADD-ENTRY
001940         WHEN 'C'
001950         WHEN 'c'
001960             PERFORM 3000-CHANGE-ENTRY
001970         WHEN 'L'
001980         WHEN 'l'
001990             PERFORM 5000-LIST-ENTRIES
002000         WHEN 'E'
002010         WHEN 'e'
002020         WHEN SPACE
002030             SET MAINT-DONE TO TRUE
002040         WHEN OTHER
002050             DISPLAY 'UNRECOGNIZED ACTION - TRY AGAIN'
002060     END-EVALUATE.
002070
002080 1100-ACCEPT-KEY.
002090     MOVE 'N' TO WS-KEY-OK-SW
002100     DISPLAY 'ENTER ENTRY NUMBER (4 DIGITS): '
002110     ACCEPT WS-ENTRY-TEXT
002120     IF WS-ENTRY-TEXT NUMERIC AND WS-ENTRY-NUM > 0
002130         SET KEY-OK TO TRUE
002140     ELSE
002150         DISPLAY 'ENTRY NUMBER MUST BE 0001 TO 9999'
002160     END-IF.
002170
002180 1200-ACCEPT-DATE.
002190     MOVE 'N' TO WS-DATE-OK-SW
002200     ACCEPT WS-DATE-TEXT
002210     EVALUATE TRUE
002220         WHEN WS-DATE-TEXT = SPACES
002230             SET DATE-OK TO TRUE
002240         WHEN WS-DATE-TEXT = '000000'
002250             MOVE 0 TO WS-ENTRY-DATE
002260             SET DATE-OK TO TRUE
002270         WHEN WS-DATE-TEXT NUMERIC
002280                 AND WS-DE-MM >= 1 AND WS-DE-MM <= 12
002290*            THE DAY AGAINST THE LENGTH OF THE MONTH, AS THE
002300*            GENERATOR COUNTS DAYS - FEBRUARY HAS 29 EVERY
002301*            FOURTH YEAR.
002302             DIVIDE WS-DE-YY BY 4 GIVING WS-DE-QUOT
002303                 REMAINDER WS-DE-REM
002304             MOVE WS-MONTH-DAYS (WS-DE-MM) TO WS-DE-MONTH-DAYS
002305             IF WS-DE-REM = 0 AND WS-DE-MM = 2
002306                 MOVE 29 TO WS-DE-MONTH-DAYS
002307             END-IF
002308             IF WS-DE-DD >= 1 AND WS-DE-DD <= WS-DE-MONTH-DAYS
002309                 MOVE WS-DATE-NUM TO WS-ENTRY-DATE
002310                 SET DATE-OK TO TRUE
002311             ELSE
002312                 DISPLAY 'INVALID DATE - KEY YYMMDD'
002313             END-IF
002320         WHEN OTHER
002330             DISPLAY 'INVALID DATE - KEY YYMMDD'
002340     END-EVALUATE.
002380
002390 1300-CHECK-REF-CODE.
002400*    THE SAME EDIT THE NIGHTLY RUN MAKES - A CODE NOT ON THE
002410*    REFERENCE MASTER, NOT YET IN FORCE OR RETIRED WOULD ONLY
002420*    SUSPEND EVERY OCCURRENCE, SO IT IS REFUSED HERE.
002430     READ SUMA-REF-FILE
002440         INVALID KEY
002450             SET REF-CODE-UNKNOWN TO TRUE
002460         NOT INVALID KEY
002470             EVALUATE TRUE
002480                 WHEN REF-ACTIVE AND REF-EFF-DATE > WS-RUN-DATE
002490                     SET REF-CODE-UNKNOWN TO TRUE
002500                 WHEN REF-ACTIVE
002510                     SET REF-CODE-VALID TO TRUE
002520                 WHEN REF-RETIRED AND REF-EFF-DATE > WS-RUN-DATE
002530                     SET REF-CODE-VALID TO TRUE
002540                 WHEN OTHER
002550                     SET REF-CODE-RETIRED TO TRUE
002560             END-EVALUATE
002570     END-READ
002580     EVALUATE TRUE
002590         WHEN REF-CODE-UNKNOWN
002600             DISPLAY 'CODE ' REF-CODE-TYPE ' ' REF-CODE
002610                 ' IS NOT ON THE REFERENCE MASTER OR NOT YET '
002620                 'IN FORCE'
002630         WHEN REF-CODE-RETIRED
002640             DISPLAY 'CODE ' REF-CODE-TYPE ' ' REF-CODE
002650                 ' HAS BEEN RETIRED'
002660     END-EVALUATE.
002670
002680 2000-ADD-ENTRY.
002690     PERFORM 1100-ACCEPT-KEY
002700     IF KEY-OK
002710         MOVE WS-ENTRY-NUM TO STD-ENTRY-NO
002720         READ SUMA-STANDING-FILE
002730             INVALID KEY
002740                 PERFORM 2100-ACCEPT-NEW-ENTRY
002750                 IF ENTRY-OK
002760                     PERFORM 2200-WRITE-NEW-ENTRY
002770                 ELSE
002780                     DISPLAY 'ENTRY NOT ADDED'
002790                 END-IF
002800             NOT INVALID KEY
002810                 DISPLAY 'ENTRY ALREADY ON FILE - USE CHANGE'
002820                 PERFORM 3900-SHOW-ENTRY
002830         END-READ
002840     END-IF.
002850
002860 2100-ACCEPT-NEW-ENTRY.
002870     MOVE 'N' TO WS-ENTRY-OK-SW
002880     MOVE 'N' TO WS-REF-CHECK-SW
002890     DISPLAY 'ENTER REGION (3 CHARACTERS): '
002900     ACCEPT WS-NEW-REGION
002910     DISPLAY 'ENTER DEPARTMENT (4 CHARACTERS): '
002920     ACCEPT WS-NEW-DEPT
002930     DISPLAY 'ENTER CURRENCY (BLANK = BASE): '
002940     ACCEPT WS-NEW-CURRENCY
002950     DISPLAY 'ENTER NUM1 (SIGN + 9 DIGITS, 2 DEC): '
002960     ACCEPT WS-NEW-NUM1
002970     DISPLAY 'ENTER NUM2 (SIGN + 9 DIGITS, 2 DEC): '
002980     ACCEPT WS-NEW-NUM2
002990     DISPLAY 'ENTER FREQUENCY (M)ONTHLY (W)EEKLY (Q)UARTERLY: '
003000     ACCEPT WS-NEW-FREQUENCY
003010     IF WS-NEW-FREQUENCY = 'm'
003020         MOVE 'M' TO WS-NEW-FREQUENCY
003030     END-IF
003040     IF WS-NEW-FREQUENCY = 'w'
003050         MOVE 'W' TO WS-NEW-FREQUENCY
003060     END-IF
003070     IF WS-NEW-FREQUENCY = 'q'
003080         MOVE 'Q' TO WS-NEW-FREQUENCY
003090     END-IF
003100     EVALUATE TRUE
003110         WHEN WS-NEW-REGION = SPACES OR WS-NEW-DEPT = SPACES
003120             DISPLAY 'REGION AND DEPARTMENT REQUIRED'
003130         WHEN WS-NEW-NUM1 NOT NUMERIC OR WS-NEW-NUM2 NOT NUMERIC
003140             DISPLAY 'INVALID AMOUNT'
003150         WHEN WS-NEW-FREQUENCY NOT = 'M'
003160                 AND WS-NEW-FREQUENCY NOT = 'W'
003170                 AND WS-NEW-FREQUENCY NOT = 'Q'
003180             DISPLAY 'FREQUENCY MUST BE M, W OR Q'
003190         WHEN OTHER
003200             PERFORM 2110-CHECK-NEW-CODES
003210     END-EVALUATE
003220     IF REF-CODE-VALID
003230         PERFORM 2120-ACCEPT-NEW-DATES
003240     END-IF.
003250
003260 2110-CHECK-NEW-CODES.
003270     MOVE 'R'           TO REF-CODE-TYPE
003280     MOVE WS-NEW-REGION TO REF-CODE
003290     PERFORM 1300-CHECK-REF-CODE
003300     IF REF-CODE-VALID
003310         MOVE 'D'         TO REF-CODE-TYPE
003320         MOVE WS-NEW-DEPT TO REF-CODE
003330         PERFORM 1300-CHECK-REF-CODE
003340     END-IF.
003350
003360 2120-ACCEPT-NEW-DATES.
003370*    THE START DATE IS THE FIRST SCHEDULED DATE AND SETS THE
003380*    DAY OF THE MONTH (OR OF THE WEEK) EVERY LATER OCCURRENCE
003390*    FALLS ON.
003400     DISPLAY 'ENTER START DATE YYMMDD: '
003410     MOVE 0 TO WS-ENTRY-DATE
003420     PERFORM 1200-ACCEPT-DATE
003430     MOVE WS-ENTRY-DATE TO WS-NEW-START-DATE
003440     IF NOT DATE-OK OR WS-NEW-START-DATE = 0
003450         DISPLAY 'START DATE REQUIRED'
003460     ELSE
003470         DISPLAY 'ENTER END DATE YYMMDD (BLANK = OPEN-ENDED): '
003480         MOVE 0 TO WS-ENTRY-DATE
003490         PERFORM 1200-ACCEPT-DATE
003500         MOVE WS-ENTRY-DATE TO WS-NEW-END-DATE
003510         IF DATE-OK
003520             IF WS-NEW-END-DATE NOT = 0
003530                     AND WS-NEW-END-DATE < WS-NEW-START-DATE
003540                 DISPLAY 'END DATE IS BEFORE THE START DATE'
003550             ELSE
003560                 DISPLAY 'ENTER DESCRIPTION: '
003570                 ACCEPT WS-NEW-DESC
003580                 SET ENTRY-OK TO TRUE
003590             END-IF
003600         END-IF
003610     END-IF.
003620
003630 2200-WRITE-NEW-ENTRY.
003640     MOVE SPACES            TO SUMA-STANDING-RECORD
003650     MOVE WS-ENTRY-NUM      TO STD-ENTRY-NO
003660     SET STD-ACTIVE         TO TRUE
003670     MOVE WS-NEW-REGION     TO STD-REGION
003680     MOVE WS-NEW-DEPT       TO STD-DEPT
003690     MOVE WS-NEW-CURRENCY   TO STD-CURRENCY
003700     MOVE WS-NEW-NUM1       TO STD-NUM1
003710     MOVE WS-NEW-NUM2       TO STD-NUM2
003720     MOVE WS-NEW-FREQUENCY  TO STD-FREQUENCY
003730     MOVE WS-NEW-START-DATE TO STD-START-DATE
003740     MOVE WS-NEW-END-DATE   TO STD-END-DATE
003750     MOVE WS-NEW-DESC       TO STD-DESCRIPTION
003760     MOVE 0                 TO STD-GEN-COUNT
003770     MOVE 0                 TO STD-LAST-DUE-DATE
003780     MOVE WS-RUN-DATE       TO STD-MAINT-DATE
003790     MOVE WS-OPERATOR       TO STD-MAINT-BY
003800     WRITE SUMA-STANDING-RECORD
003810         INVALID KEY
003820             DISPLAY 'SUMASTD WRITE FAILED - STATUS '
003830                 WS-STD-STATUS
003840         NOT INVALID KEY
003850             ADD 1 TO WS-ADDED-COUNT
003860             MOVE 'ADD' TO WS-AUDIT-ACTION
003870             PERFORM 6000-WRITE-AUDIT-MAINT
003880             DISPLAY 'ENTRY ADDED'
003890             PERFORM 3900-SHOW-ENTRY
003900     END-WRITE.
003910
003920 3000-CHANGE-ENTRY.
003930     PERFORM 1100-ACCEPT-KEY
003940     IF KEY-OK
003950         MOVE WS-ENTRY-NUM TO STD-ENTRY-NO
003960         READ SUMA-STANDING-FILE
003970             INVALID KEY
003980                 DISPLAY 'ENTRY NOT ON FILE - USE ADD'
003990             NOT INVALID KEY
004000                 PERFORM 3900-SHOW-ENTRY
004010                 PERFORM 3100-APPLY-CHANGES
004020         END-READ
004030     END-IF.
004040
004050 3100-APPLY-CHANGES.
004060*    REGION, DEPARTMENT, CURRENCY, FREQUENCY AND START DATE
004070*    DEFINE WHAT HAS ALREADY BEEN GENERATED, SO THEY ARE NOT
004080*    CHANGED IN PLACE - END THE ENTRY AND ADD A NEW ONE.
004090     MOVE 'N' TO WS-ENTRY-OK-SW
004095     MOVE 'Y' TO WS-AMOUNT-OK-SW
004100     MOVE STD-NUM1 TO WS-NEW-NUM1
004110     MOVE STD-NUM2 TO WS-NEW-NUM2
004120     DISPLAY 'ENTER NEW NUM1 (SIGN + 9 DIGITS, 2 DEC, '
004130         'BLANK = KEEP): '
004140     ACCEPT WS-AMOUNT-TEXT
004150     IF WS-AMOUNT-TEXT NOT = SPACES
004152         IF WS-AMOUNT-NUM NUMERIC
004160             MOVE WS-AMOUNT-NUM TO WS-NEW-NUM1
004162         ELSE
004164             MOVE 'N' TO WS-AMOUNT-OK-SW
004166         END-IF
004170     END-IF
004180     DISPLAY 'ENTER NEW NUM2 (SIGN + 9 DIGITS, 2 DEC, '
004190         'BLANK = KEEP): '
004200     ACCEPT WS-AMOUNT-TEXT
004210     IF WS-AMOUNT-TEXT NOT = SPACES
004212         IF WS-AMOUNT-NUM NUMERIC
004220             MOVE WS-AMOUNT-NUM TO WS-NEW-NUM2
004222         ELSE
004224             MOVE 'N' TO WS-AMOUNT-OK-SW
004226         END-IF
004230     END-IF
004240     DISPLAY 'ENTER NEW END DATE YYMMDD (BLANK = KEEP, '
004250         '000000 = OPEN-ENDED): '
004260     MOVE STD-END-DATE TO WS-ENTRY-DATE
004270     PERFORM 1200-ACCEPT-DATE
004280     MOVE WS-ENTRY-DATE TO WS-NEW-END-DATE
004290     DISPLAY 'ENTER NEW STATUS A/S (BLANK = KEEP): '
004300     ACCEPT WS-NEW-STATUS
004310     DISPLAY 'ENTER NEW DESCRIPTION (BLANK = KEEP): '
004320     ACCEPT WS-NEW-DESC
004330     IF WS-NEW-STATUS = 'a'
004340         MOVE 'A' TO WS-NEW-STATUS
004350     END-IF
004360     IF WS-NEW-STATUS = 's'
004370         MOVE 'S' TO WS-NEW-STATUS
004380     END-IF
004390     EVALUATE TRUE
004400         WHEN NOT AMOUNT-OK
004403                 OR WS-NEW-NUM1 NOT NUMERIC
004406                 OR WS-NEW-NUM2 NOT NUMERIC
004410             DISPLAY 'INVALID AMOUNT - NOTHING CHANGED'
004420         WHEN NOT DATE-OK
004430             DISPLAY 'NOTHING CHANGED'
004440         WHEN WS-NEW-END-DATE NOT = 0
004450                 AND WS-NEW-END-DATE < STD-START-DATE
004460             DISPLAY 'END DATE IS BEFORE THE START DATE - '
004470                 'NOTHING CHANGED'
004480         WHEN WS-NEW-STATUS NOT = SPACE
004485                 AND WS-NEW-STATUS NOT = 'A'
004490                 AND WS-NEW-STATUS NOT = 'S'
004500             DISPLAY 'STATUS MUST BE A OR S - NOTHING CHANGED'
004510         WHEN OTHER
004520             MOVE WS-NEW-NUM1     TO STD-NUM1
004530             MOVE WS-NEW-NUM2     TO STD-NUM2
004540             MOVE WS-NEW-END-DATE TO STD-END-DATE
004550             IF WS-NEW-STATUS NOT = SPACE
004560                 MOVE WS-NEW-STATUS TO STD-STATUS
004570             END-IF
004580             IF WS-NEW-DESC NOT = SPACES
004590                 MOVE WS-NEW-DESC TO STD-DESCRIPTION
004600             END-IF
004610             MOVE 'CHANGE' TO WS-AUDIT-ACTION
004620             PERFORM 3800-REWRITE-ENTRY
004630     END-EVALUATE.
004640
004650 3800-REWRITE-ENTRY.
004660     MOVE WS-RUN-DATE TO STD-MAINT-DATE
004670     MOVE WS-OPERATOR TO STD-MAINT-BY
004680     REWRITE SUMA-STANDING-RECORD
004690         INVALID KEY
004700             DISPLAY 'SUMASTD REWRITE FAILED - STATUS '
004710                 WS-STD-STATUS
004720         NOT INVALID KEY
004730             ADD 1 TO WS-CHANGED-COUNT
004740             PERFORM 6000-WRITE-AUDIT-MAINT
004750             PERFORM 3900-SHOW-ENTRY
004760     END-REWRITE.
004770
004780 3900-SHOW-ENTRY.
004790     MOVE STD-NUM1 TO WS-NUM1-ED
004800     MOVE STD-NUM2 TO WS-NUM2-ED
004810     DISPLAY 'ENTRY=' STD-ENTRY-NO '  STATUS=' STD-STATUS
004820         '  REGION=' STD-REGION '  DEPT=' STD-DEPT
004830         '  CURRENCY=' STD-CURRENCY '  ' STD-DESCRIPTION
004840     DISPLAY '  NUM1=' WS-NUM1-ED '  NUM2=' WS-NUM2-ED
004850         '  FREQUENCY=' STD-FREQUENCY
004860         '  START=' STD-START-DATE '  END=' STD-END-DATE
004870     DISPLAY '  GENERATED ' STD-GEN-COUNT
004880         '  LAST DUE ' STD-LAST-DUE-DATE
004890         '  LAST CHANGED ' STD-MAINT-DATE ' BY ' STD-MAINT-BY.
004900
004910 5000-LIST-ENTRIES.
004920     MOVE 'N' TO WS-LIST-EOF-SW
004930     MOVE 0 TO WS-LIST-COUNT
004940     MOVE 0 TO STD-ENTRY-NO
004950     START SUMA-STANDING-FILE KEY IS NOT LESS THAN STD-ENTRY-NO
004960         INVALID KEY
004970             SET LIST-EOF TO TRUE
004980     END-START
004990     PERFORM 5100-LIST-NEXT-ENTRY
005000         UNTIL LIST-EOF
005010     MOVE WS-LIST-COUNT TO WS-COUNT-ED
005020     DISPLAY 'ENTRIES ON FILE: ' WS-COUNT-ED.
005030
005040 5100-LIST-NEXT-ENTRY.
005050     READ SUMA-STANDING-FILE NEXT RECORD
005060         AT END
005070             SET LIST-EOF TO TRUE
005080         NOT AT END
005090             ADD 1 TO WS-LIST-COUNT
005100             PERFORM 3900-SHOW-ENTRY
005110     END-READ.
005120
005130 6000-WRITE-AUDIT-MAINT.
005140     MOVE SPACES TO SUMA-AUDIT-RECORD
005150     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
005160         ' STANDING MAINTENANCE ' WS-AUDIT-ACTION
005170         ' ENTRY=' STD-ENTRY-NO ' STATUS=' STD-STATUS
005180         ' REG=' STD-REGION ' DEPT=' STD-DEPT
005190         ' FREQ=' STD-FREQUENCY
005200         ' NUM1=' STD-NUM1 ' NUM2=' STD-NUM2
005210         ' END=' STD-END-DATE
005220         ' BY=' WS-OPERATOR
005230         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
005240     END-STRING
005250     WRITE SUMA-AUDIT-RECORD.
005260
005270 9000-FINALIZE.
005280     DISPLAY ' '
005290     DISPLAY 'ENTRIES ADDED:    ' WS-ADDED-COUNT
005300     DISPLAY 'ENTRIES CHANGED:  ' WS-CHANGED-COUNT
005310     CLOSE SUMA-STANDING-FILE
005320     CLOSE SUMA-REF-FILE
005330     CLOSE SUMA-AUDIT-LOG.
