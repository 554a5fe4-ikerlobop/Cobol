000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaOpr.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/13/2026.
000060 DATE-COMPILED. 10/13/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/13/26  JRH  ORIGINAL VERSION - OPERATOR AUTHORITY
000110*                MAINTENANCE SCREEN. IN THE STYLE OF THE SUMARFM
000120*                REFERENCE DIALOGUE, MAINTAINS THE SUMAOPR
000130*                AUTHORITY FILE (SUMAOPRR COPYBOOK) THAT THE
000140*                BATCH ENTRY, APPROVAL AND SUSPENSE SCREENS AND
000150*                THE FORCED-RERUN AND RATE-OVERRIDE CHECKS READ:
000160*                ADD A USER ID WITH ITS ROLES AND THE
000170*                DEPARTMENTS IT KEYS FOR, CHANGE THEM, REVOKE
000180*                THE ID, AND LIST THE FILE. ONLY AN ACTIVE
000190*                OPERATOR HOLDING THE OPERATIONS OVERRIDE ROLE
000200*                MAY MAINTAIN THE FILE, AND NEVER THEIR OWN
000210*                RECORD; WHILE THE FILE IS EMPTY THE FIRST ID
000220*                ADDED MUST BE THE SESSION'S OWN, WITH THAT
000230*                ROLE. IDS ARE NEVER DELETED, SO EVERY BY= ON
000240*                THE AUDIT TRAIL CAN BE READ BACK TO A NAME.
000250*                EVERY CHANGE IS LOGGED TO SUMAAUD.
000260*--------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS OPR-USER-ID
000350         FILE STATUS IS WS-OPR-STATUS.
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
000490 FD  SUMA-OPR-FILE
000500     RECORD CONTAINS 70 CHARACTERS.
000510 COPY SUMAOPRR.
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
000620 77  WS-OPR-STATUS               PIC X(2).
000630 77  WS-REF-STATUS               PIC X(2).
000640 77  WS-AUDIT-STATUS             PIC X(2).
000650 77  WS-ACTION-REPLY             PIC X(1).
000660 77  WS-OPERATOR                 PIC X(3) VALUE SPACES.
000670 77  WS-USER-ID                  PIC X(3) VALUE SPACES.
000680 77  WS-DONE-SW                  PIC X(1) VALUE 'N'.
000690     88  MAINT-DONE                       VALUE 'Y'.
000700 77  WS-KEY-OK-SW                PIC X(1) VALUE 'N'.
000710     88  KEY-OK                           VALUE 'Y'.
000720 77  WS-LIST-EOF-SW              PIC X(1) VALUE 'N'.
000730     88  LIST-EOF                         VALUE 'Y'.
000740*    WHILE THE FILE IS EMPTY THERE IS NOBODY TO AUTHORIZE THE
000750*    SESSION, SO THE OPERATOR MAY ADD THEMSELVES - AND ONLY
000760*    THEMSELVES, WITH THE OVERRIDE ROLE - TO START IT OFF.
000770 77  WS-BOOTSTRAP-SW             PIC X(1) VALUE 'N'.
000780     88  FIRST-OPERATOR-SETUP             VALUE 'Y'.
000790 77  WS-ENTRY-OK-SW              PIC X(1) VALUE 'N'.
000800     88  ENTRY-OK                         VALUE 'Y'.
000810 77  WS-DEPTS-DONE-SW            PIC X(1) VALUE 'N'.
000820     88  DEPTS-DONE                       VALUE 'Y'.
000830 77  WS-REF-CHECK-SW             PIC X(1) VALUE 'N'.
000840     88  REF-CODE-VALID                   VALUE 'V'.
000850     88  REF-CODE-UNKNOWN                 VALUE 'U'.
000860     88  REF-CODE-RETIRED                 VALUE 'R'.
000870 77  WS-AUDIT-ACTION             PIC X(6).
000880 77  WS-LIST-COUNT               PIC 9(5) VALUE 0.
000890
000900 77  WS-ADDED-COUNT              PIC 9(5) VALUE 0.
000910 77  WS-CHANGED-COUNT            PIC 9(5) VALUE 0.
000920 77  WS-REVOKED-COUNT            PIC 9(5) VALUE 0.
000930 77  WS-COUNT-ED                 PIC Z(4)9.
000940
000950*    THE RECORD AS KEYED, BUILT HERE AND MOVED TO THE FILE
000960*    ONLY WHEN EVERY ENTRY HAS PASSED.
000970 77  WS-NEW-NAME                 PIC X(20).
000980 77  WS-NEW-STATUS               PIC X(1).
000990 01  WS-NEW-ROLES.
001000     05  WS-NEW-ROLE             PIC X(1) OCCURS 4 TIMES.
001010 01  WS-NEW-DEPTS.
001020     05  WS-NEW-DEPT             PIC X(4) OCCURS 5 TIMES.
001030 77  WS-ROLE-IDX                 PIC 9(1) VALUE 0.
001040 77  WS-DEPT-COUNT               PIC 9(1) VALUE 0.
001050 77  WS-DEPT-ENTRY               PIC X(4).
001060 77  WS-ROLE-REPLY               PIC X(1).
001070
001080*    PROMPT TEXT FOR THE FOUR ROLES, IN OPR-ROLES ORDER.
001090 01  WS-ROLE-NAME-TABLE.
001100     05  FILLER                  PIC X(10) VALUE 'ENTRY'.
001110     05  FILLER                  PIC X(10) VALUE 'CORRECTION'.
001120     05  FILLER                  PIC X(10) VALUE 'APPROVER'.
001130     05  FILLER                  PIC X(10) VALUE 'OVERRIDE'.
001140 01  WS-ROLE-NAMES REDEFINES WS-ROLE-NAME-TABLE.
001150     05  WS-ROLE-NAME            PIC X(10) OCCURS 4 TIMES.
001160
001170 01  WS-RUN-DATE-TIME.
001180     05  WS-RUN-DATE.
001190         10  WS-RUN-YY           PIC 9(2).
001200         10  WS-RUN-MM           PIC 9(2).
001210         10  WS-RUN-DD           PIC 9(2).
001220     05  WS-RUN-TIME.
001230         10  WS-RUN-HH           PIC 9(2).
001240         10  WS-RUN-MN           PIC 9(2).
001250         10  WS-RUN-SS           PIC 9(2).
001260         10  WS-RUN-HS           PIC 9(2).
001270
001280 PROCEDURE DIVISION.
001290 0000-MAIN-PROCESS.
001300     PERFORM 0100-INITIALIZE
001310     PERFORM 1000-PROCESS-ONE-ACTION
001320         UNTIL MAINT-DONE
001330     PERFORM 9000-FINALIZE
001340     STOP RUN.
001350
001360 0100-INITIALIZE.
001370     ACCEPT WS-RUN-DATE FROM DATE
001380     ACCEPT WS-RUN-TIME FROM TIME
001390     DISPLAY 'SUMAOPR OPERATOR AUTHORITY MAINTENANCE'
001400     DISPLAY 'ENTER OPERATOR INITIALS (3 CHARACTERS): '
001410     ACCEPT WS-OPERATOR
001420     IF WS-OPERATOR = SPACES
001430         DISPLAY 'OPERATOR INITIALS REQUIRED - SESSION ENDED'
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF
001470*    THE FIRST SESSION EVER DEFINES THE FILE, AS THE NIGHTLY
001480*    RUN DOES FOR THE POSTED-RESULTS MASTER.
001490     OPEN I-O SUMA-OPR-FILE
001500     IF WS-OPR-STATUS = '35'
001510         OPEN OUTPUT SUMA-OPR-FILE
001520         CLOSE SUMA-OPR-FILE
001530         OPEN I-O SUMA-OPR-FILE
001540     END-IF
001550     IF WS-OPR-STATUS NOT = '00'
001560         DISPLAY 'SUMAOPR OPEN FAILED - STATUS ' WS-OPR-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF
001600     OPEN INPUT SUMA-REF-FILE
001610     IF WS-REF-STATUS NOT = '00'
001620         DISPLAY 'SUMAREF OPEN FAILED - STATUS ' WS-REF-STATUS
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF
001660     OPEN EXTEND SUMA-AUDIT-LOG
001670     IF WS-AUDIT-STATUS = '35'
001680         OPEN OUTPUT SUMA-AUDIT-LOG
001690     END-IF
001700     IF WS-AUDIT-STATUS NOT = '00'
001710         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     PERFORM 0200-CHECK-OPERATOR-AUTHORITY.
001760
001770 0200-CHECK-OPERATOR-AUTHORITY.
001780     MOVE LOW-VALUES TO OPR-USER-ID
001790     START SUMA-OPR-FILE KEY IS NOT LESS THAN OPR-USER-ID
001800         INVALID KEY
001810             SET FIRST-OPERATOR-SETUP TO TRUE
001820     END-START
001830     IF FIRST-OPERATOR-SETUP
001840         DISPLAY 'SUMAOPR IS EMPTY - ADD YOURSELF FIRST, WITH '
001850             'THE OVERRIDE ROLE'
001860     ELSE
001870         MOVE WS-OPERATOR TO OPR-USER-ID
001880         READ SUMA-OPR-FILE
001890             INVALID KEY
001900                 MOVE 'R' TO OPR-STATUS
001910         END-READ
001920         IF NOT OPR-ACTIVE OR NOT OPR-OVERRIDE-ROLE
001930             DISPLAY 'OPERATOR ' WS-OPERATOR
001940                 ' IS NOT AUTHORIZED TO MAINTAIN OPERATOR '
001950                 'AUTHORITY - SESSION ENDED'
001960             MOVE 16 TO RETURN-CODE
001970             STOP RUN
001980         END-IF
001990     END-IF.
002000
002010 1000-PROCESS-ONE-ACTION.
002020     DISPLAY ' '
002030     DISPLAY 'ACTION? (A)DD (C)HANGE (R)EVOKE (L)IST (E)ND: '
002040     ACCEPT WS-ACTION-REPLY
002050     EVALUATE WS-ACTION-REPLY
002060         WHEN 'A'
002070         WHEN 'a'
002080             PERFORM 2000-ADD-OPERATOR
002090         WHEN 'C'
002100         WHEN 'c'
002110             PERFORM 3000-CHANGE-OPERATOR
002120         WHEN 'R'
002130         WHEN 'r'
002140             PERFORM 4000-REVOKE-OPERATOR
002150         WHEN 'L'
002160         WHEN 'l'
002170             PERFORM 5000-LIST-OPERATORS
002180         WHEN 'E'
002190         WHEN 'e'
002200         WHEN SPACE
002210             SET MAINT-DONE TO TRUE
002220         WHEN OTHER
002230             DISPLAY 'UNRECOGNIZED ACTION - TRY AGAIN'
002240     END-EVALUATE.
002250
002260 1100-ACCEPT-USER-ID.
002270     MOVE 'N' TO WS-KEY-OK-SW
002280     DISPLAY 'ENTER USER ID (3 CHARACTERS): '
002290     ACCEPT WS-USER-ID
002300     EVALUATE TRUE
002310         WHEN WS-USER-ID = SPACES
002320             DISPLAY 'USER ID REQUIRED'
002330         WHEN FIRST-OPERATOR-SETUP
002340                 AND WS-USER-ID NOT = WS-OPERATOR
002350             DISPLAY 'THE FIRST ID ON FILE MUST BE YOUR OWN'
002360         WHEN NOT FIRST-OPERATOR-SETUP
002370                 AND WS-USER-ID = WS-OPERATOR
002380             DISPLAY 'YOU MAY NOT MAINTAIN YOUR OWN AUTHORITY'
002390         WHEN OTHER
002400             SET KEY-OK TO TRUE
002410     END-EVALUATE.
002420
002430 1200-ACCEPT-ROLES.
002440*    EACH ROLE IS ANSWERED Y OR N; ON A CHANGE A BLANK REPLY
002450*    KEEPS THE ROLE AS IT STANDS.
002460     SET ENTRY-OK TO TRUE
002470     PERFORM 1210-ACCEPT-ONE-ROLE
002480         VARYING WS-ROLE-IDX FROM 1 BY 1
002490         UNTIL WS-ROLE-IDX > 4.
002500
002510 1210-ACCEPT-ONE-ROLE.
002520     DISPLAY WS-ROLE-NAME (WS-ROLE-IDX) ' ROLE? (Y/N, BLANK = '
002530         WS-NEW-ROLE (WS-ROLE-IDX) '): '
002540     ACCEPT WS-ROLE-REPLY
002550     EVALUATE WS-ROLE-REPLY
002560         WHEN 'Y'
002570         WHEN 'y'
002580             MOVE 'Y' TO WS-NEW-ROLE (WS-ROLE-IDX)
002590         WHEN 'N'
002600         WHEN 'n'
002610             MOVE 'N' TO WS-NEW-ROLE (WS-ROLE-IDX)
002620         WHEN SPACE
002630             CONTINUE
002640         WHEN OTHER
002650             DISPLAY 'REPLY Y OR N'
002660             MOVE 'N' TO WS-ENTRY-OK-SW
002670     END-EVALUATE.
002680
002690 1300-ACCEPT-DEPARTMENTS.
002700*    THE DEPARTMENTS THE USER KEYS FOR - UP TO FIVE, EACH ON
002710*    THE REFERENCE MASTER AND IN FORCE. A BLANK REPLY ENDS
002720*    THE LIST.
002730     MOVE SPACES TO WS-NEW-DEPTS
002740     MOVE 0 TO WS-DEPT-COUNT
002750     MOVE 'N' TO WS-DEPTS-DONE-SW
002760     PERFORM 1310-ACCEPT-ONE-DEPT
002770         UNTIL DEPTS-DONE OR WS-DEPT-COUNT = 5.
002780
002790 1310-ACCEPT-ONE-DEPT.
002800     COMPUTE WS-ROLE-IDX = WS-DEPT-COUNT + 1
002810     DISPLAY 'DEPARTMENT ' WS-ROLE-IDX
002820         ' KEYED FOR (BLANK = NO MORE): '
002830     ACCEPT WS-DEPT-ENTRY
002840     IF WS-DEPT-ENTRY = SPACES
002850         SET DEPTS-DONE TO TRUE
002860     ELSE
002870         MOVE 'D'           TO REF-CODE-TYPE
002880         MOVE WS-DEPT-ENTRY TO REF-CODE
002890         PERFORM 1400-CHECK-REF-CODE
002900         IF REF-CODE-VALID
002910             ADD 1 TO WS-DEPT-COUNT
002920             MOVE WS-DEPT-ENTRY TO WS-NEW-DEPT (WS-DEPT-COUNT)
002930         END-IF
002940     END-IF.
002950
002960 1400-CHECK-REF-CODE.
002970*    THE SAME EDIT THE NIGHTLY RUN MAKES - A DEPARTMENT NOT ON
002980*    THE REFERENCE MASTER, NOT YET IN FORCE OR RETIRED IS
002990*    REFUSED.
003000     READ SUMA-REF-FILE
003010         INVALID KEY
003020             SET REF-CODE-UNKNOWN TO TRUE
003030         NOT INVALID KEY
003040             EVALUATE TRUE
003050                 WHEN REF-ACTIVE AND REF-EFF-DATE > WS-RUN-DATE
003060                     SET REF-CODE-UNKNOWN TO TRUE
003070                 WHEN REF-ACTIVE
003080                     SET REF-CODE-VALID TO TRUE
003090                 WHEN REF-RETIRED AND REF-EFF-DATE > WS-RUN-DATE
003100                     SET REF-CODE-VALID TO TRUE
003110                 WHEN OTHER
003120                     SET REF-CODE-RETIRED TO TRUE
003130             END-EVALUATE
003140     END-READ
003150     EVALUATE TRUE
003160         WHEN REF-CODE-UNKNOWN
003170             DISPLAY 'DEPARTMENT ' REF-CODE
003180                 ' IS NOT ON THE REFERENCE MASTER OR NOT YET '
003190                 'IN FORCE'
003200         WHEN REF-CODE-RETIRED
003210             DISPLAY 'DEPARTMENT ' REF-CODE ' HAS BEEN RETIRED'
003220     END-EVALUATE.
003230
003240 1500-EDIT-AUTHORITY.
003250*    A CLERK WITH NO DEPARTMENT COULD KEY NOTHING, AND THE
003260*    FIRST ID ON FILE MUST BE ABLE TO MAINTAIN THE REST.
003270     EVALUATE TRUE
003280         WHEN NOT ENTRY-OK
003290             CONTINUE
003300         WHEN WS-NEW-ROLE (1) = 'Y' AND WS-NEW-DEPTS = SPACES
003310             DISPLAY 'THE ENTRY ROLE NEEDS AT LEAST ONE '
003320                 'DEPARTMENT'
003330             MOVE 'N' TO WS-ENTRY-OK-SW
003340         WHEN FIRST-OPERATOR-SETUP AND WS-NEW-ROLE (4) NOT = 'Y'
003350             DISPLAY 'THE FIRST ID ON FILE MUST HOLD THE '
003360                 'OVERRIDE ROLE'
003370             MOVE 'N' TO WS-ENTRY-OK-SW
003380     END-EVALUATE.
003390
003400 2000-ADD-OPERATOR.
003410     PERFORM 1100-ACCEPT-USER-ID
003420     IF KEY-OK
003430         MOVE WS-USER-ID TO OPR-USER-ID
003440         READ SUMA-OPR-FILE
003450             INVALID KEY
003460                 PERFORM 2100-BUILD-NEW-OPERATOR
003470             NOT INVALID KEY
003480                 DISPLAY 'USER ID ALREADY ON FILE - USE CHANGE'
003490                 PERFORM 3900-SHOW-OPERATOR
003500         END-READ
003510     END-IF.
003520
003530 2100-BUILD-NEW-OPERATOR.
003540     DISPLAY 'ENTER NAME: '
003550     ACCEPT WS-NEW-NAME
003560     MOVE 'NNNN' TO WS-NEW-ROLES
003570     PERFORM 1200-ACCEPT-ROLES
003580     PERFORM 1300-ACCEPT-DEPARTMENTS
003590     PERFORM 1500-EDIT-AUTHORITY
003600     IF ENTRY-OK
003610         MOVE SPACES         TO SUMA-OPERATOR-RECORD
003620         MOVE WS-USER-ID     TO OPR-USER-ID
003630         MOVE WS-NEW-NAME    TO OPR-NAME
003640         SET OPR-ACTIVE      TO TRUE
003650         MOVE WS-NEW-ROLES   TO OPR-ROLES
003660         MOVE WS-NEW-DEPTS   TO OPR-ENTRY-DEPTS
003670         MOVE WS-RUN-DATE    TO OPR-MAINT-DATE
003680         MOVE WS-OPERATOR    TO OPR-MAINT-BY
003690         WRITE SUMA-OPERATOR-RECORD
003700             INVALID KEY
003710                 DISPLAY 'SUMAOPR WRITE FAILED - STATUS '
003720                     WS-OPR-STATUS
003730             NOT INVALID KEY
003740                 ADD 1 TO WS-ADDED-COUNT
003750                 MOVE 'ADD' TO WS-AUDIT-ACTION
003760                 PERFORM 6000-WRITE-AUDIT-MAINT
003770                 DISPLAY 'USER ID ADDED'
003780                 MOVE 'N' TO WS-BOOTSTRAP-SW
003790         END-WRITE
003800     ELSE
003810         DISPLAY 'USER ID NOT ADDED'
003820     END-IF.
003830
003840 3000-CHANGE-OPERATOR.
003850     PERFORM 1100-ACCEPT-USER-ID
003860     IF KEY-OK
003870         MOVE WS-USER-ID TO OPR-USER-ID
003880         READ SUMA-OPR-FILE
003890             INVALID KEY
003900                 DISPLAY 'USER ID NOT ON FILE - USE ADD'
003910             NOT INVALID KEY
003920                 PERFORM 3900-SHOW-OPERATOR
003930                 PERFORM 3100-APPLY-CHANGES
003940         END-READ
003950     END-IF.
003960
003970 3100-APPLY-CHANGES.
003980     DISPLAY 'ENTER NEW NAME (BLANK = KEEP): '
003990     ACCEPT WS-NEW-NAME
004000     DISPLAY 'ENTER NEW STATUS A/R (BLANK = KEEP): '
004010     ACCEPT WS-NEW-STATUS
004020     IF WS-NEW-STATUS = 'a'
004030         MOVE 'A' TO WS-NEW-STATUS
004040     END-IF
004050     IF WS-NEW-STATUS = 'r'
004060         MOVE 'R' TO WS-NEW-STATUS
004070     END-IF
004080     MOVE OPR-ROLES TO WS-NEW-ROLES
004090     PERFORM 1200-ACCEPT-ROLES
004100     MOVE OPR-ENTRY-DEPTS TO WS-NEW-DEPTS
004110     DISPLAY 'REPLACE THE DEPARTMENTS KEYED FOR? (Y/N): '
004120     ACCEPT WS-ACTION-REPLY
004130     IF WS-ACTION-REPLY = 'Y' OR WS-ACTION-REPLY = 'y'
004140         PERFORM 1300-ACCEPT-DEPARTMENTS
004150     END-IF
004160     IF WS-NEW-STATUS NOT = SPACE AND WS-NEW-STATUS NOT = 'A'
004170             AND WS-NEW-STATUS NOT = 'R'
004180         DISPLAY 'STATUS MUST BE A OR R'
004190         MOVE 'N' TO WS-ENTRY-OK-SW
004200     END-IF
004210     PERFORM 1500-EDIT-AUTHORITY
004220     IF NOT ENTRY-OK
004230         DISPLAY 'NOTHING CHANGED'
004240     ELSE
004250         IF WS-NEW-NAME NOT = SPACES
004260             MOVE WS-NEW-NAME TO OPR-NAME
004270         END-IF
004280         IF WS-NEW-STATUS NOT = SPACE
004290             MOVE WS-NEW-STATUS TO OPR-STATUS
004300         END-IF
004310         MOVE WS-NEW-ROLES TO OPR-ROLES
004320         MOVE WS-NEW-DEPTS TO OPR-ENTRY-DEPTS
004330         MOVE 'CHANGE' TO WS-AUDIT-ACTION
004340         PERFORM 3800-REWRITE-OPERATOR
004350     END-IF.
004360
004370 3800-REWRITE-OPERATOR.
004380     MOVE WS-RUN-DATE TO OPR-MAINT-DATE
004390     MOVE WS-OPERATOR TO OPR-MAINT-BY
004400     REWRITE SUMA-OPERATOR-RECORD
004410         INVALID KEY
004420             DISPLAY 'SUMAOPR REWRITE FAILED - STATUS '
004430                 WS-OPR-STATUS
004440         NOT INVALID KEY
004450             IF WS-AUDIT-ACTION = 'REVOKE'
004460                 ADD 1 TO WS-REVOKED-COUNT
004470             ELSE
004480                 ADD 1 TO WS-CHANGED-COUNT
004490             END-IF
004500             PERFORM 6000-WRITE-AUDIT-MAINT
004510             PERFORM 3900-SHOW-OPERATOR
004520     END-REWRITE.
004530
004540 3900-SHOW-OPERATOR.
004550     DISPLAY 'ID=' OPR-USER-ID '  ' OPR-NAME
004560         '  STATUS=' OPR-STATUS
004570         '  ENTRY=' OPR-ROLE-ENTRY
004580         ' CORRECTION=' OPR-ROLE-CORRECTION
004590         ' APPROVER=' OPR-ROLE-APPROVER
004600         ' OVERRIDE=' OPR-ROLE-OVERRIDE
004610     DISPLAY '  KEYS FOR ' OPR-ENTRY-DEPT (1) ' '
004620         OPR-ENTRY-DEPT (2) ' ' OPR-ENTRY-DEPT (3) ' '
004630         OPR-ENTRY-DEPT (4) ' ' OPR-ENTRY-DEPT (5)
004640         '  LAST CHANGED ' OPR-MAINT-DATE ' BY ' OPR-MAINT-BY.
004650
004660 4000-REVOKE-OPERATOR.
004670     PERFORM 1100-ACCEPT-USER-ID
004680     IF KEY-OK
004690         MOVE WS-USER-ID TO OPR-USER-ID
004700         READ SUMA-OPR-FILE
004710             INVALID KEY
004720                 DISPLAY 'USER ID NOT ON FILE'
004730             NOT INVALID KEY
004740                 PERFORM 3900-SHOW-OPERATOR
004750                 PERFORM 4100-APPLY-REVOCATION
004760         END-READ
004770     END-IF.
004780
004790 4100-APPLY-REVOCATION.
004800*    THE RECORD STAYS ON FILE WITH ITS ROLES AS THEY WERE, SO
004810*    THE AUDIT TRAIL STILL READS BACK TO A NAME; THE REVOKED
004820*    STATUS ALONE STOPS THE ID ACTING.
004830     IF OPR-REVOKED
004840         DISPLAY 'USER ID ALREADY REVOKED - USE CHANGE TO '
004850             'REINSTATE'
004860     ELSE
004870         DISPLAY 'REVOKE THIS USER ID? (Y/N): '
004880         ACCEPT WS-ACTION-REPLY
004890         IF WS-ACTION-REPLY = 'Y' OR WS-ACTION-REPLY = 'y'
004900             SET OPR-REVOKED TO TRUE
004910             MOVE 'REVOKE' TO WS-AUDIT-ACTION
004920             PERFORM 3800-REWRITE-OPERATOR
004930         ELSE
004940             DISPLAY 'USER ID NOT REVOKED'
004950         END-IF
004960     END-IF.
004970
004980 5000-LIST-OPERATORS.
004990     MOVE 'N' TO WS-LIST-EOF-SW
005000     MOVE 0 TO WS-LIST-COUNT
005010     MOVE LOW-VALUES TO OPR-USER-ID
005020     START SUMA-OPR-FILE KEY IS NOT LESS THAN OPR-USER-ID
005030         INVALID KEY
005040             SET LIST-EOF TO TRUE
005050     END-START
005060     PERFORM 5100-LIST-NEXT-OPERATOR
005070         UNTIL LIST-EOF
005080     MOVE WS-LIST-COUNT TO WS-COUNT-ED
005090     DISPLAY 'USER IDS ON FILE: ' WS-COUNT-ED.
005100
005110 5100-LIST-NEXT-OPERATOR.
005120     READ SUMA-OPR-FILE NEXT RECORD
005130         AT END
005140             SET LIST-EOF TO TRUE
005150         NOT AT END
005160             ADD 1 TO WS-LIST-COUNT
005170             PERFORM 3900-SHOW-OPERATOR
005180     END-READ.
005190
005200 6000-WRITE-AUDIT-MAINT.
005210     MOVE SPACES TO SUMA-AUDIT-RECORD
005220     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
005230         ' OPERATOR MAINTENANCE ' WS-AUDIT-ACTION
005240         ' ID=' OPR-USER-ID ' STATUS=' OPR-STATUS
005250         ' ROLES=' OPR-ROLES ' DEPTS=' OPR-ENTRY-DEPTS
005260         ' BY=' WS-OPERATOR
005270         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
005280     END-STRING
005290     WRITE SUMA-AUDIT-RECORD.
005300
005310 9000-FINALIZE.
005320     DISPLAY ' '
005330     DISPLAY 'USER IDS ADDED:    ' WS-ADDED-COUNT
005340     DISPLAY 'USER IDS CHANGED:  ' WS-CHANGED-COUNT
005350     DISPLAY 'USER IDS REVOKED:  ' WS-REVOKED-COUNT
005360     CLOSE SUMA-OPR-FILE
005370     CLOSE SUMA-REF-FILE
005380     CLOSE SUMA-AUDIT-LOG.
