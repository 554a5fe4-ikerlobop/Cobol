000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaRfm.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/01/2026.
000060 DATE-COMPILED. 10/01/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/01/26  JRH  ORIGINAL VERSION - REGION/DEPARTMENT REFERENCE
000110*                MAINTENANCE SCREEN. IN THE STYLE OF THE SUMASUS
000120*                AND SUMAAPR OPERATOR DIALOGUES, LETS REFERENCE
000130*                DATA ADD A REGION OR DEPARTMENT CODE TO THE
000140*                KEYED SUMAREF MASTER (SUMAREFR COPYBOOK),
000150*                CHANGE ITS DESCRIPTION, STATUS OR EFFECTIVE
000160*                DATE, RETIRE IT FROM A GIVEN DATE, AND LIST
000170*                THE FILE. CODES ARE NEVER DELETED - A RETIRED
000180*                CODE STAYS ON FILE SO THE NIGHTLY RUN CAN
000190*                SUSPEND IT AS RETIRED RATHER THAN UNKNOWN.
000200*                EVERY CHANGE IS STAMPED WITH THE OPERATOR'S
000210*                INITIALS AND LOGGED TO SUMAAUD.
000220*--------------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SUMA-REF-FILE ASSIGN TO "SUMAREF"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS REF-KEY
000310         FILE STATUS IS WS-REF-STATUS.
000320
000330     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-AUDIT-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SUMA-REF-FILE
000400     RECORD CONTAINS 51 CHARACTERS.
000410 COPY SUMAREFR.
000420
000430 FD  SUMA-AUDIT-LOG
000440     RECORD CONTAINS 132 CHARACTERS.
000450 01  SUMA-AUDIT-RECORD           PIC X(132).
000460
000470 WORKING-STORAGE SECTION.
000480 77  WS-REF-STATUS               PIC X(2).
000490 77  WS-AUDIT-STATUS             PIC X(2).
000500 77  WS-ACTION-REPLY             PIC X(1).
000510 77  WS-OPERATOR                 PIC X(3) VALUE SPACES.
000520 77  WS-DONE-SW                  PIC X(1) VALUE 'N'.
000530     88  MAINT-DONE                       VALUE 'Y'.
000540 77  WS-KEY-OK-SW                PIC X(1) VALUE 'N'.
000550     88  KEY-OK                           VALUE 'Y'.
000560 77  WS-DATE-OK-SW               PIC X(1) VALUE 'N'.
000570     88  DATE-OK                          VALUE 'Y'.
000580 77  WS-LIST-EOF-SW              PIC X(1) VALUE 'N'.
000590     88  LIST-EOF                         VALUE 'Y'.
000600 77  WS-NEW-DESC                 PIC X(30).
000610 77  WS-NEW-STATUS               PIC X(1).
000620 77  WS-AUDIT-ACTION             PIC X(6).
000630 77  WS-LIST-COUNT               PIC 9(5) VALUE 0.
000640
000650 77  WS-ADDED-COUNT              PIC 9(5) VALUE 0.
000660 77  WS-CHANGED-COUNT            PIC 9(5) VALUE 0.
000670 77  WS-RETIRED-COUNT            PIC 9(5) VALUE 0.
000680 77  WS-COUNT-ED                 PIC Z(4)9.
000690
000700 01  WS-KEY-ENTRY.
000710     05  WS-KEY-TYPE             PIC X(1).
000720     05  WS-KEY-CODE             PIC X(4).
000730
000740*    AN EFFECTIVE DATE IS KEYED YYMMDD; A BLANK REPLY MEANS
000750*    TODAY (ADD AND RETIRE) OR NO CHANGE (CHANGE).
000760 01  WS-DATE-ENTRY.
000770     05  WS-DATE-TEXT            PIC X(6).
000780     05  WS-DATE-NUM REDEFINES WS-DATE-TEXT.
000790         10  WS-DE-YY            PIC 9(2).
000800         10  WS-DE-MM            PIC 9(2).
000810         10  WS-DE-DD            PIC 9(2).
000820 77  WS-EFF-DATE                 PIC 9(6) VALUE 0.
000830
000840 01  WS-RUN-DATE-TIME.
000850     05  WS-RUN-DATE.
000860         10  WS-RUN-YY           PIC 9(2).
000870         10  WS-RUN-MM           PIC 9(2).
000880         10  WS-RUN-DD           PIC 9(2).
000890     05  WS-RUN-TIME.
000900         10  WS-RUN-HH           PIC 9(2).
000910         10  WS-RUN-MN           PIC 9(2).
000920         10  WS-RUN-SS           PIC 9(2).
000930         10  WS-RUN-HS           PIC 9(2).
000940
000950 PROCEDURE DIVISION.
000960 0000-MAIN-PROCESS.
000970     PERFORM 0100-INITIALIZE
000980     PERFORM 1000-PROCESS-ONE-ACTION
000990         UNTIL MAINT-DONE
001000     PERFORM 9000-FINALIZE
001010     STOP RUN.
001020
001030 0100-INITIALIZE.
001040     ACCEPT WS-RUN-DATE FROM DATE
001050     ACCEPT WS-RUN-TIME FROM TIME
001060     DISPLAY 'SUMARFM REGION/DEPARTMENT REFERENCE MAINTENANCE'
001070     DISPLAY 'ENTER OPERATOR INITIALS (3 CHARACTERS): '
001080     ACCEPT WS-OPERATOR
001090     IF WS-OPERATOR = SPACES
001100         DISPLAY 'OPERATOR INITIALS REQUIRED - SESSION ENDED'
001110         MOVE 16 TO RETURN-CODE
001120         STOP RUN
001130     END-IF
001140*    THE FIRST SESSION EVER DEFINES THE FILE, AS THE NIGHTLY
001150*    RUN DOES FOR THE POSTED-RESULTS MASTER.
001160     OPEN I-O SUMA-REF-FILE
001170     IF WS-REF-STATUS = '35'
001180         OPEN OUTPUT SUMA-REF-FILE
001190         CLOSE SUMA-REF-FILE
001200         OPEN I-O SUMA-REF-FILE
001210     END-IF
001220     IF WS-REF-STATUS NOT = '00'
001230         DISPLAY 'SUMAREF OPEN FAILED - STATUS ' WS-REF-STATUS
001240         MOVE 16 TO RETURN-CODE
001250         STOP RUN
001260     END-IF
001270     OPEN EXTEND SUMA-AUDIT-LOG
001280     IF WS-AUDIT-STATUS = '35'
001290         OPEN OUTPUT SUMA-AUDIT-LOG
001300     END-IF
001310     IF WS-AUDIT-STATUS NOT = '00'
001320         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360
001370 1000-PROCESS-ONE-ACTION.
001380     DISPLAY ' '
001390     DISPLAY 'ACTION? (A)DD (C)HANGE (R)ETIRE (L)IST (E)ND: '
001400     ACCEPT WS-ACTION-REPLY
001410     EVALUATE WS-ACTION-REPLY
001420         WHEN 'A'
001430         WHEN 'a'
001440             PERFORM 2000-ADD-CODE
001450         WHEN 'C'
001460         WHEN 'c'
001470             PERFORM 3000-CHANGE-CODE
001480         WHEN 'R'
001490         WHEN 'r'
001500             PERFORM 4000-RETIRE-CODE
001510         WHEN 'L'
001520         WHEN 'l'
001530             PERFORM 5000-LIST-CODES
001540         WHEN 'E'
001550         WHEN 'e'
001560         WHEN SPACE
001570             SET MAINT-DONE TO TRUE
001580         WHEN OTHER
001590             DISPLAY 'UNRECOGNIZED ACTION - TRY AGAIN'
001600     END-EVALUATE.
001610
001620 1100-ACCEPT-KEY.
001630     MOVE 'N' TO WS-KEY-OK-SW
001640     DISPLAY 'CODE TYPE? (R)EGION (D)EPARTMENT: '
001650     ACCEPT WS-KEY-TYPE
001660     IF WS-KEY-TYPE = 'r'
001670         MOVE 'R' TO WS-KEY-TYPE
001680     END-IF
001690     IF WS-KEY-TYPE = 'd'
001700         MOVE 'D' TO WS-KEY-TYPE
001710     END-IF
001720     DISPLAY 'ENTER CODE (REGION 3, DEPARTMENT 4 CHARACTERS): '
001730     ACCEPT WS-KEY-CODE
001740     EVALUATE TRUE
001750         WHEN WS-KEY-TYPE NOT = 'R' AND WS-KEY-TYPE NOT = 'D'
001760             DISPLAY 'CODE TYPE MUST BE R OR D'
001770         WHEN WS-KEY-CODE = SPACES
001780             DISPLAY 'CODE REQUIRED'
001790         WHEN WS-KEY-TYPE = 'R' AND WS-KEY-CODE (4:1) NOT = SPACE
001800             DISPLAY 'A REGION CODE IS 3 CHARACTERS'
001810         WHEN OTHER
001820             SET KEY-OK TO TRUE
001830     END-EVALUATE.
001840
001850 1200-ACCEPT-EFF-DATE.
001860     MOVE 'N' TO WS-DATE-OK-SW
001870     ACCEPT WS-DATE-TEXT
001880     IF WS-DATE-TEXT = SPACES
001890         SET DATE-OK TO TRUE
001900     ELSE
001910         IF WS-DATE-TEXT NUMERIC
001920                 AND WS-DE-MM >= 1 AND WS-DE-MM <= 12
001930                 AND WS-DE-DD >= 1 AND WS-DE-DD <= 31
001940             MOVE WS-DATE-NUM TO WS-EFF-DATE
001950             SET DATE-OK TO TRUE
001960         ELSE
001970             DISPLAY 'INVALID DATE - KEY YYMMDD'
001980         END-IF
001990     END-IF.
002000
002010 2000-ADD-CODE.
002020     PERFORM 1100-ACCEPT-KEY
002030     IF KEY-OK
002040         MOVE WS-KEY-ENTRY TO REF-KEY
002050         READ SUMA-REF-FILE
002060             INVALID KEY
002070                 PERFORM 2100-BUILD-NEW-CODE
002080             NOT INVALID KEY
002090                 DISPLAY 'CODE ALREADY ON FILE - USE CHANGE'
002100                 PERFORM 3900-SHOW-CODE
002110         END-READ
002120     END-IF.
002130
002140 2100-BUILD-NEW-CODE.
002150     DISPLAY 'ENTER DESCRIPTION: '
002160     ACCEPT WS-NEW-DESC
002170     DISPLAY 'ENTER EFFECTIVE DATE YYMMDD (BLANK = TODAY): '
002180     MOVE WS-RUN-DATE TO WS-EFF-DATE
002190     PERFORM 1200-ACCEPT-EFF-DATE
002200     IF DATE-OK
002210         MOVE SPACES         TO SUMA-REF-RECORD
002220         MOVE WS-KEY-ENTRY   TO REF-KEY
002230         SET REF-ACTIVE      TO TRUE
002240         MOVE WS-EFF-DATE    TO REF-EFF-DATE
002250         MOVE WS-NEW-DESC    TO REF-DESCRIPTION
002260         MOVE WS-RUN-DATE    TO REF-MAINT-DATE
002270         MOVE WS-OPERATOR    TO REF-MAINT-BY
002280         WRITE SUMA-REF-RECORD
002290             INVALID KEY
002300                 DISPLAY 'SUMAREF WRITE FAILED - STATUS '
002310                     WS-REF-STATUS
002320             NOT INVALID KEY
002330                 ADD 1 TO WS-ADDED-COUNT
002340                 MOVE 'ADD' TO WS-AUDIT-ACTION
002350                 PERFORM 6000-WRITE-AUDIT-MAINT
002360                 DISPLAY 'CODE ADDED'
002370         END-WRITE
002380     ELSE
002390         DISPLAY 'CODE NOT ADDED'
002400     END-IF.
002410
002420 3000-CHANGE-CODE.
002430     PERFORM 1100-ACCEPT-KEY
002440     IF KEY-OK
002450         MOVE WS-KEY-ENTRY TO REF-KEY
002460         READ SUMA-REF-FILE
002470             INVALID KEY
002480                 DISPLAY 'CODE NOT ON FILE - USE ADD'
002490             NOT INVALID KEY
002500                 PERFORM 3900-SHOW-CODE
002510                 PERFORM 3100-APPLY-CHANGES
002520         END-READ
002530     END-IF.
002540
002550 3100-APPLY-CHANGES.
002560     DISPLAY 'ENTER NEW DESCRIPTION (BLANK = KEEP): '
002570     ACCEPT WS-NEW-DESC
002580     DISPLAY 'ENTER NEW STATUS A/I (BLANK = KEEP): '
002590     ACCEPT WS-NEW-STATUS
002600     DISPLAY 'ENTER NEW EFFECTIVE DATE YYMMDD (BLANK = KEEP): '
002610     MOVE REF-EFF-DATE TO WS-EFF-DATE
002620     PERFORM 1200-ACCEPT-EFF-DATE
002630     IF WS-NEW-STATUS = 'a'
002640         MOVE 'A' TO WS-NEW-STATUS
002650     END-IF
002660     IF WS-NEW-STATUS = 'i'
002670         MOVE 'I' TO WS-NEW-STATUS
002680     END-IF
002690     IF WS-NEW-STATUS NOT = SPACE AND WS-NEW-STATUS NOT = 'A'
002700             AND WS-NEW-STATUS NOT = 'I'
002710         DISPLAY 'STATUS MUST BE A OR I - NOTHING CHANGED'
002720     ELSE
002730         IF NOT DATE-OK
002740             DISPLAY 'NOTHING CHANGED'
002750         ELSE
002760             IF WS-NEW-DESC NOT = SPACES
002770                 MOVE WS-NEW-DESC TO REF-DESCRIPTION
002780             END-IF
002790             IF WS-NEW-STATUS NOT = SPACE
002800                 MOVE WS-NEW-STATUS TO REF-STATUS
002810             END-IF
002820             MOVE WS-EFF-DATE TO REF-EFF-DATE
002830             MOVE 'CHANGE' TO WS-AUDIT-ACTION
002840             PERFORM 3800-REWRITE-CODE
002850         END-IF
002860     END-IF.
002870
002880 3800-REWRITE-CODE.
002890     MOVE WS-RUN-DATE TO REF-MAINT-DATE
002900     MOVE WS-OPERATOR TO REF-MAINT-BY
002910     REWRITE SUMA-REF-RECORD
002920         INVALID KEY
002930             DISPLAY 'SUMAREF REWRITE FAILED - STATUS '
002940                 WS-REF-STATUS
002950         NOT INVALID KEY
002960             IF WS-AUDIT-ACTION = 'RETIRE'
002970                 ADD 1 TO WS-RETIRED-COUNT
002980             ELSE
002990                 ADD 1 TO WS-CHANGED-COUNT
003000             END-IF
003010             PERFORM 6000-WRITE-AUDIT-MAINT
003020             PERFORM 3900-SHOW-CODE
003030     END-REWRITE.
003040
003050 3900-SHOW-CODE.
003060     DISPLAY 'TYPE=' REF-CODE-TYPE '  CODE=' REF-CODE
003070         '  STATUS=' REF-STATUS '  EFFECTIVE=' REF-EFF-DATE
003080         '  ' REF-DESCRIPTION
003090     DISPLAY '  LAST CHANGED ' REF-MAINT-DATE ' BY ' REF-MAINT-BY.
003100
003110 4000-RETIRE-CODE.
003120     PERFORM 1100-ACCEPT-KEY
003130     IF KEY-OK
003140         MOVE WS-KEY-ENTRY TO REF-KEY
003150         READ SUMA-REF-FILE
003160             INVALID KEY
003170                 DISPLAY 'CODE NOT ON FILE'
003180             NOT INVALID KEY
003190                 PERFORM 3900-SHOW-CODE
003200                 PERFORM 4100-APPLY-RETIREMENT
003210         END-READ
003220     END-IF.
003230
003240 4100-APPLY-RETIREMENT.
003250*    THE RETIREMENT DATE IS THE FIRST BUSINESS DATE ON WHICH
003260*    THE CODE IS REFUSED; WORK DATED BEFORE IT STILL POSTS.
003270     IF REF-RETIRED
003280         DISPLAY 'CODE ALREADY RETIRED - USE CHANGE TO REDATE'
003290     ELSE
003300         DISPLAY 'ENTER RETIREMENT DATE YYMMDD (BLANK = TODAY): '
003310         MOVE WS-RUN-DATE TO WS-EFF-DATE
003320         PERFORM 1200-ACCEPT-EFF-DATE
003330         IF DATE-OK
003340             SET REF-RETIRED TO TRUE
003350             MOVE WS-EFF-DATE TO REF-EFF-DATE
003360             MOVE 'RETIRE' TO WS-AUDIT-ACTION
003370             PERFORM 3800-REWRITE-CODE
003380         ELSE
003390             DISPLAY 'CODE NOT RETIRED'
003400         END-IF
003410     END-IF.
003420
003430 5000-LIST-CODES.
003440     MOVE 'N' TO WS-LIST-EOF-SW
003450     MOVE 0 TO WS-LIST-COUNT
003460     MOVE LOW-VALUES TO REF-KEY
003470     START SUMA-REF-FILE KEY IS NOT LESS THAN REF-KEY
003480         INVALID KEY
003490             SET LIST-EOF TO TRUE
003500     END-START
003510     PERFORM 5100-LIST-NEXT-CODE
003520         UNTIL LIST-EOF
003530     MOVE WS-LIST-COUNT TO WS-COUNT-ED
003540     DISPLAY 'CODES ON FILE: ' WS-COUNT-ED.
003550
003560 5100-LIST-NEXT-CODE.
003570     READ SUMA-REF-FILE NEXT RECORD
003580         AT END
003590             SET LIST-EOF TO TRUE
003600         NOT AT END
003610             ADD 1 TO WS-LIST-COUNT
003620             PERFORM 3900-SHOW-CODE
003630     END-READ.
003640
003650 6000-WRITE-AUDIT-MAINT.
003660     MOVE SPACES TO SUMA-AUDIT-RECORD
003670     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
003680         ' REFERENCE MAINTENANCE ' WS-AUDIT-ACTION
003690         ' TYPE=' REF-CODE-TYPE ' CODE=' REF-CODE
003700         ' STATUS=' REF-STATUS ' EFF=' REF-EFF-DATE
003710         ' BY=' WS-OPERATOR
003720         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
003730     END-STRING
003740     WRITE SUMA-AUDIT-RECORD.
003750
003760 9000-FINALIZE.
003770     DISPLAY ' '
003780     DISPLAY 'CODES ADDED:    ' WS-ADDED-COUNT
003790     DISPLAY 'CODES CHANGED:  ' WS-CHANGED-COUNT
003800     DISPLAY 'CODES RETIRED:  ' WS-RETIRED-COUNT
003810     CLOSE SUMA-REF-FILE
003820     CLOSE SUMA-AUDIT-LOG.
