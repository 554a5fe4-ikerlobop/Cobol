000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaDrv.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/08/2026.
000060 DATE-COMPILED. 10/08/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/08/26  JRH  ORIGINAL VERSION - DUPLICATE-PAYMENT REVIEW
000110*                SESSION. IN THE STYLE OF THE SUMAAPR AND
000120*                SUMARFM OPERATOR DIALOGUES, WALKS THE CONTROLLER
000130*                THROUGH EVERY OPEN PAIR THE SUMADUP DETECTOR
000140*                HAS LEFT ON THE SUMADRV REVIEW FILE AND TAKES
000150*                A DECISION: NOT A DUPLICATE CLEARS THE PAIR
000160*                FOR GOOD, SO SUMADUP NEVER RAISES IT AGAIN;
000170*                CONFIRMED KEEPS IT ON THE SUSPECT REPORT UNTIL
000180*                ONE SIDE IS REVERSED; SKIP LEAVES IT OPEN.
000190*                EVERY DECISION IS STAMPED WITH THE
000200*                CONTROLLER'S INITIALS AND LOGGED TO SUMAAUD.
000210*--------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT SUMA-DUP-REVIEW ASSIGN TO "SUMADRV"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS DRV-KEY
000300         FILE STATUS IS WS-REVIEW-STATUS.
000310
000320     SELECT SUMA-AUDIT-LOG ASSIGN TO "SUMAAUD"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-AUDIT-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SUMA-DUP-REVIEW
000390     RECORD CONTAINS 77 CHARACTERS.
000400 COPY SUMADRVR.
000410
000420 FD  SUMA-AUDIT-LOG
000430     RECORD CONTAINS 132 CHARACTERS.
000440 01  SUMA-AUDIT-RECORD           PIC X(132).
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-REVIEW-STATUS            PIC X(2).
000480 77  WS-AUDIT-STATUS             PIC X(2).
000490 77  WS-REVIEW-EOF-SW            PIC X(1) VALUE 'N'.
000500     88  REVIEW-EOF                       VALUE 'Y'.
000510 77  WS-ACTION-REPLY             PIC X(1).
000520 77  WS-CONTROLLER               PIC X(3) VALUE SPACES.
000530 77  WS-DECISION-TEXT            PIC X(9).
000540
000550 77  WS-SHOWN-COUNT              PIC 9(5) VALUE 0.
000560 77  WS-CLEARED-COUNT            PIC 9(5) VALUE 0.
000570 77  WS-CONFIRMED-COUNT          PIC 9(5) VALUE 0.
000580 77  WS-SKIPPED-COUNT            PIC 9(5) VALUE 0.
000590 77  WS-ORIG-ED                  PIC -9(9).99.
000600 77  WS-MATCH-TEXT               PIC X(24).
000610
000620 01  WS-RUN-DATE-TIME.
000630     05  WS-RUN-DATE.
000640         10  WS-RUN-YY           PIC 9(2).
000650         10  WS-RUN-MM           PIC 9(2).
000660         10  WS-RUN-DD           PIC 9(2).
000670     05  WS-RUN-TIME.
000680         10  WS-RUN-HH           PIC 9(2).
000690         10  WS-RUN-MN           PIC 9(2).
000700         10  WS-RUN-SS           PIC 9(2).
000710         10  WS-RUN-HS           PIC 9(2).
000720
000730 PROCEDURE DIVISION.
000740 0000-MAIN-PROCESS.
000750     PERFORM 0100-INITIALIZE
000760     PERFORM 1000-REVIEW-NEXT-PAIR
000770         UNTIL REVIEW-EOF
000780     PERFORM 9000-FINALIZE
000790     STOP RUN.
000800
000810 0100-INITIALIZE.
000820     ACCEPT WS-RUN-DATE FROM DATE
000830     ACCEPT WS-RUN-TIME FROM TIME
000840     DISPLAY 'SUMADRV DUPLICATE-PAYMENT REVIEW'
000850     DISPLAY 'ENTER CONTROLLER INITIALS (3 CHARACTERS): '
000860     ACCEPT WS-CONTROLLER
000870     IF WS-CONTROLLER = SPACES
000880         DISPLAY 'CONTROLLER INITIALS REQUIRED - SESSION ENDED'
000890         MOVE 16 TO RETURN-CODE
000900         STOP RUN
000910     END-IF
000920     OPEN I-O SUMA-DUP-REVIEW
000930     IF WS-REVIEW-STATUS NOT = '00'
000940         DISPLAY 'SUMADRV OPEN FAILED - STATUS '
000950             WS-REVIEW-STATUS
000960         MOVE 16 TO RETURN-CODE
000970         STOP RUN
000980     END-IF
000990     OPEN EXTEND SUMA-AUDIT-LOG
001000     IF WS-AUDIT-STATUS = '35'
001010         OPEN OUTPUT SUMA-AUDIT-LOG
001020     END-IF
001030     IF WS-AUDIT-STATUS NOT = '00'
001040         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
001050         MOVE 16 TO RETURN-CODE
001060         STOP RUN
001070     END-IF
001080     MOVE LOW-VALUES TO DRV-KEY
001090     START SUMA-DUP-REVIEW KEY IS NOT LESS THAN DRV-KEY
001100         INVALID KEY
001110             SET REVIEW-EOF TO TRUE
001120     END-START.
001130
001140 1000-REVIEW-NEXT-PAIR.
001150     READ SUMA-DUP-REVIEW NEXT RECORD
001160         AT END
001170             SET REVIEW-EOF TO TRUE
001180         NOT AT END
001190             IF DRV-OPEN
001200                 PERFORM 2000-PROMPT-CONTROLLER
001210             END-IF
001220     END-READ.
001230
001240 2000-PROMPT-CONTROLLER.
001250     ADD 1 TO WS-SHOWN-COUNT
001260     MOVE DRV-ORIG-RESULT TO WS-ORIG-ED
001270     IF DRV-SAME-OPERANDS
001280         MOVE 'SAME OPERANDS' TO WS-MATCH-TEXT
001290     ELSE
001300         MOVE 'SAME ORIGINAL RESULT' TO WS-MATCH-TEXT
001310     END-IF
001320     DISPLAY ' '
001330     DISPLAY 'SUSPECT PAIR  REGION=' DRV-REGION
001340         '  CURRENCY=' DRV-CURRENCY
001350         '  ORIGINAL RESULT=' WS-ORIG-ED
001360         '  ' WS-MATCH-TEXT
001370     DISPLAY '  ' DRV-TRAN-ID-A '  DEPT=' DRV-DEPT-A
001380         '  POSTED ' DRV-POST-DATE-A
001390     DISPLAY '  ' DRV-TRAN-ID-B '  DEPT=' DRV-DEPT-B
001400         '  POSTED ' DRV-POST-DATE-B
001410     DISPLAY '  FIRST RAISED ' DRV-FIRST-FLAGGED
001420         '  LAST RAISED ' DRV-LAST-FLAGGED
001430     DISPLAY 'ACTION? (N)OT A DUPLICATE (C)ONFIRMED DUPLICATE '
001440         '(S)KIP (E)ND: '
001450     ACCEPT WS-ACTION-REPLY
001460     EVALUATE WS-ACTION-REPLY
001470         WHEN 'N'
001480         WHEN 'n'
001490             SET DRV-NOT-DUPLICATE TO TRUE
001500             MOVE 'NOT-DUP' TO WS-DECISION-TEXT
001510             PERFORM 3000-RECORD-DECISION
001520         WHEN 'C'
001530         WHEN 'c'
001540             SET DRV-CONFIRMED TO TRUE
001550             MOVE 'CONFIRMED' TO WS-DECISION-TEXT
001560             PERFORM 3000-RECORD-DECISION
001570         WHEN 'E'
001580         WHEN 'e'
001590             ADD 1 TO WS-SKIPPED-COUNT
001600             SET REVIEW-EOF TO TRUE
001610         WHEN OTHER
001620             ADD 1 TO WS-SKIPPED-COUNT
001630     END-EVALUATE.
001640
001650 3000-RECORD-DECISION.
001660     MOVE WS-RUN-DATE   TO DRV-REVIEW-DATE
001670     MOVE WS-CONTROLLER TO DRV-REVIEW-BY
001680     REWRITE SUMA-DUP-REVIEW-RECORD
001690         INVALID KEY
001700             DISPLAY 'SUMADRV REWRITE FAILED - STATUS '
001710                 WS-REVIEW-STATUS
001720         NOT INVALID KEY
001730             IF DRV-NOT-DUPLICATE
001740                 ADD 1 TO WS-CLEARED-COUNT
001750             ELSE
001760                 ADD 1 TO WS-CONFIRMED-COUNT
001770             END-IF
001780             PERFORM 4000-WRITE-AUDIT-DECISION
001790             DISPLAY 'PAIR MARKED ' WS-DECISION-TEXT
001800     END-REWRITE.
001810
001820 4000-WRITE-AUDIT-DECISION.
001830     MOVE SPACES TO SUMA-AUDIT-RECORD
001840     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
001850         ' DUPLICATE MAINTENANCE ' WS-DECISION-TEXT
001860         ' ID=' DRV-TRAN-ID-A ' ID=' DRV-TRAN-ID-B
001870         ' REG=' DRV-REGION ' CUR=' DRV-CURRENCY
001880         ' AMT=' DRV-ORIG-RESULT
001890         ' BY=' WS-CONTROLLER
001900         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
001910     END-STRING
001920     WRITE SUMA-AUDIT-RECORD.
001930
001940 9000-FINALIZE.
001950     DISPLAY ' '
001960     DISPLAY 'OPEN PAIRS REVIEWED:    ' WS-SHOWN-COUNT
001970     DISPLAY 'CLEARED, NOT DUPLICATE: ' WS-CLEARED-COUNT
001980     DISPLAY 'CONFIRMED DUPLICATE:    ' WS-CONFIRMED-COUNT
001990     DISPLAY 'LEFT OPEN:              ' WS-SKIPPED-COUNT
002000     CLOSE SUMA-DUP-REVIEW
002010     CLOSE SUMA-AUDIT-LOG.
