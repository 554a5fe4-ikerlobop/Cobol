000259*                THE SUMACLS PERIOD-END CLOSE. THE EXTRACT
000260*                IGNORES THEM; THE GL INTERFACE LAYOUT IS
000261*                UNCHANGED.
000262* 10/02/26  JRH  ACCOUNT-CODED JOURNAL LINES. EVERY POSTING IS
000263*                LOOKED UP ON THE SUMACOA CHART-OF-ACCOUNTS
000264*                MAPPING (SUMACOAR COPYBOOK, KEYED BY REGION,
000265*                DEPARTMENT AND CURRENCY) AND ITS 'D' RECORD IS
000266*                FOLLOWED BY A DEBIT AND A CREDIT 'J' LINE, SO
000267*                THE LEDGER NO LONGER HAS ACCOUNTS WORKED OUT
000268*                BY HAND. A REVERSAL'S NEGATED ENTRY SWAPS
000269*                SIDES. THE JOURNAL BALANCES TO ZERO PER
000270*                EXTRACT; THE TRAILER AND TRANSMITTAL CARRY THE
000271*                LINE COUNT AND NET. THE WINDOW IS CHECKED IN A
000272*                FIRST PASS: ANY UNMAPPED POSTING IS LISTED ON
000273*                SUMAGLE AND THE EXTRACT STOPS RC=12 BEFORE
000274*                ANYTHING IS HANDED OVER OR THE HIGH-WATER
000275*                MARK MOVES. THE 'D' COUNT AND HASH THE LEDGER
000276*                ACKNOWLEDGES ARE UNCHANGED.
000277* 10/07/26  JRH  SUMARES IS NOW 77 BYTES - THE CONVERSION
000278*                FACTOR APPLIED AT POSTING RIDES NEXT TO THE
000279*                BASE RESULT. THE EXTRACT IGNORES IT; THE GL
000280*                INTERFACE LAYOUT IS UNCHANGED.
000281*--------------------------------------------------------------*
000282
000283 ENVIRONMENT DIVISION.
000284 INPUT-OUTPUT SECTION.
000285 FILE-CONTROL.
000286     SELECT SUMA-RESULT-FILE ASSIGN TO "SUMARES"
000287         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS IS WS-RESULT-STATUS.
000290
000300     SELECT SUMA-GLI-FILE ASSIGN TO "SUMAGLI"
000310         ORGANIZATION IS LINE SEQUENTIAL
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS WS-EXTCTL-STATUS.
000374
000375     SELECT SUMA-COA-FILE ASSIGN TO "SUMACOA"
000376         ORGANIZATION IS INDEXED
000377         ACCESS MODE IS RANDOM
000378         RECORD KEY IS COA-KEY
000379         FILE STATUS IS WS-COA-STATUS.
000380
000381     SELECT SUMA-MAP-EXCEPTIONS ASSIGN TO "SUMAGLE"
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS WS-MAPEXC-STATUS.
000384
000385 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SUMA-RESULT-FILE
000410     RECORD CONTAINS 77 CHARACTERS.
000420 COPY SUMARESR.
000430
000440 FD  SUMA-GLI-FILE
000512     RECORD CONTAINS 13 CHARACTERS.
000513 COPY SUMAGXCR.
000514
000515 FD  SUMA-COA-FILE
000516     RECORD CONTAINS 60 CHARACTERS.
000517 COPY SUMACOAR.
000518
000519 FD  SUMA-MAP-EXCEPTIONS
000520     RECORD CONTAINS 80 CHARACTERS.
000521 01  SUMA-MAP-EXC-LINE           PIC X(80).
000522
000523 WORKING-STORAGE SECTION.
000530 77  WS-RESULT-STATUS            PIC X(2).
000540 77  WS-GLI-STATUS               PIC X(2).
000550 77  WS-TRANSMIT-STATUS          PIC X(2).
000558     88  EXTCTL-EOF                       VALUE 'Y'.
000560 77  WS-RESULT-EOF-SW            PIC X(1) VALUE 'N'.
000570     88  RESULT-EOF                       VALUE 'Y'.
000572 77  WS-COA-STATUS               PIC X(2).
000574 77  WS-MAPEXC-STATUS            PIC X(2).
000576 77  WS-COA-FOUND-SW             PIC X(1) VALUE 'N'.
000578     88  COA-FOUND                        VALUE 'Y'.
000580
000590 77  WS-REC-COUNT                PIC 9(7) VALUE 0.
000600 77  WS-HASH-TOTAL               PIC S9(11)V99 SIGN LEADING
000664 77  WS-LAST-SEQ-ED              PIC Z(6)9.
000666 77  WS-RES-SEQ-ED               PIC Z(6)9.
000667
000668*    JOURNAL LINES: EACH POSTING DEBITS ONE ACCOUNT AND CREDITS
000669*    ANOTHER BY THE SAME UNSIGNED AMOUNT, SO DEBITS LESS
000670*    CREDITS OVER THE WHOLE EXTRACT MUST COME TO ZERO.
000671 77  WS-UNMAPPED-COUNT           PIC 9(7) VALUE 0.
000672 77  WS-JNL-COUNT                PIC 9(7) VALUE 0.
000673 77  WS-JNL-AMOUNT               PIC S9(9)V99 SIGN LEADING
000674                                  SEPARATE VALUE 0.
000675 77  WS-JNL-DEBIT-ACCT           PIC X(10).
000676 77  WS-JNL-CREDIT-ACCT          PIC X(10).
000677 77  WS-JNL-DEBIT-TOTAL          PIC S9(11)V99 SIGN LEADING
000678                                  SEPARATE VALUE 0.
000679 77  WS-JNL-CREDIT-TOTAL         PIC S9(11)V99 SIGN LEADING
000680                                  SEPARATE VALUE 0.
000681 77  WS-JNL-NET                  PIC S9(11)V99 SIGN LEADING
000682                                  SEPARATE VALUE 0.
000683 77  WS-AMOUNT-ED                PIC -9(9).99.
000684
000685 01  WS-RUN-DATE-TIME.
000686     05  WS-RUN-DATE.
000687         10  WS-RUN-YY           PIC 9(2).
000688         10  WS-RUN-MM           PIC 9(2).
000690         10  WS-RUN-DD           PIC 9(2).
000700     05  WS-RUN-TIME.
000710         10  WS-RUN-HH           PIC 9(2).
000896         MOVE 16 TO RETURN-CODE
000900         STOP RUN
000910     END-IF
000915     PERFORM 0300-CHECK-ACCOUNT-MAPPING
000920     OPEN OUTPUT SUMA-GLI-FILE
000930     IF WS-GLI-STATUS NOT = '00'
000940         DISPLAY 'SUMAGLI OPEN FAILED - STATUS ' WS-GLI-STATUS
001250     WRITE SUMA-GLI-RECORD
001260     ADD 1 TO WS-REC-COUNT
001270     ADD RR-RESULTADO TO WS-HASH-TOTAL
001271     PERFORM 2100-WRITE-JOURNAL-LINES
001272     IF WS-FIRST-SEQ = 0
001274         MOVE WS-RES-SEQ TO WS-FIRST-SEQ
001276     END-IF
001317     PERFORM 9500-WRITE-EXTRACT-CONTROL
001320     CLOSE SUMA-RESULT-FILE
001330     CLOSE SUMA-GLI-FILE
001340     CLOSE SUMA-TRANSMITTAL
001345     CLOSE SUMA-COA-FILE.
001350
001360 9100-WRITE-FILE-TRAILER.
001370     MOVE SPACES TO SUMA-GLI-RECORD
001380     SET GLI-FILE-TRAILER TO TRUE
001390     MOVE WS-REC-COUNT  TO GLI-TRL-REC-COUNT
001400     MOVE WS-HASH-TOTAL TO GLI-TRL-HASH-TOTAL
001402     MOVE WS-JNL-COUNT  TO GLI-TRL-JNL-COUNT
001404     MOVE WS-JNL-NET    TO GLI-TRL-JNL-NET
001410     WRITE SUMA-GLI-RECORD.
001420
001430 9200-WRITE-TRANSMITTAL.
001600     END-STRING
001610     WRITE SUMA-TRANSMIT-LINE
001612     PERFORM 9250-WRITE-COVERAGE-WINDOW
001614     PERFORM 9260-WRITE-JOURNAL-TOTALS
001620     MOVE SPACES TO SUMA-TRANSMIT-LINE
001630     STRING '  FILE HEADER, DETAILS AND TRAILER WRITTEN - '
001640         'HANDOVER COMPLETE.'
002680             END-STRING
002690     END-EVALUATE
002700     WRITE SUMA-TRANSMIT-LINE.
002710
002720 0300-CHECK-ACCOUNT-MAPPING.
002730*    FIRST PASS OVER THE SAME WINDOW THE EXTRACT WILL CUT. A
002740*    POSTING WITH NO ACCOUNT MAPPING WOULD GIVE THE LEDGER A
002750*    LINE IT CANNOT BOOK, SO EVERY ONE IS LISTED AND THE STEP
002760*    ENDS RC=12 BEFORE THE INTERFACE FILE IS EVEN OPENED -
002770*    NO HANDOVER, NO CONTROL RECORDS, HIGH-WATER MARK LEFT
002780*    WHERE IT WAS, SO THE NEXT RUN AFTER ACCOUNTING ADDS THE
002790*    MAPPING PICKS THE SAME POSTINGS UP.
002800     OPEN INPUT SUMA-COA-FILE
002810     IF WS-COA-STATUS NOT = '00'
002820         DISPLAY 'SUMACOA OPEN FAILED - STATUS ' WS-COA-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF
002860     OPEN OUTPUT SUMA-MAP-EXCEPTIONS
002870     IF WS-MAPEXC-STATUS NOT = '00'
002880         DISPLAY 'SUMAGLE OPEN FAILED - STATUS '
002890             WS-MAPEXC-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     MOVE SPACES TO SUMA-MAP-EXC-LINE
002940     STRING 'SUMAGLX ACCOUNT MAPPING EXCEPTIONS   RUN DATE: '
002950         WS-RUN-DATE '  TIME: ' WS-RUN-TIME
002960         DELIMITED BY SIZE INTO SUMA-MAP-EXC-LINE
002970     END-STRING
002980     WRITE SUMA-MAP-EXC-LINE
002990     PERFORM 0350-CHECK-ONE-RESULT
003000         UNTIL RESULT-EOF
003010     MOVE SPACES TO SUMA-MAP-EXC-LINE
003020     IF WS-UNMAPPED-COUNT = 0
003030         MOVE '  EVERY POSTING IN THE EXTRACT WINDOW IS MAPPED.'
003040             TO SUMA-MAP-EXC-LINE
003050         WRITE SUMA-MAP-EXC-LINE
003060         CLOSE SUMA-MAP-EXCEPTIONS
003070     ELSE
003080         MOVE WS-UNMAPPED-COUNT TO WS-REC-COUNT-ED
003090         STRING '  UNMAPPED POSTINGS: ' WS-REC-COUNT-ED
003100             ' - EXTRACT NOT CUT, NOTHING HANDED OVER.'
003110             DELIMITED BY SIZE INTO SUMA-MAP-EXC-LINE
003120         END-STRING
003130         WRITE SUMA-MAP-EXC-LINE
003140         CLOSE SUMA-MAP-EXCEPTIONS
003150         CLOSE SUMA-RESULT-FILE
003160         CLOSE SUMA-COA-FILE
003170         DISPLAY 'SUMAGLX STOPPED - ' WS-REC-COUNT-ED
003180             ' POSTINGS HAVE NO ACCOUNT MAPPING (SEE SUMAGLE)'
003190         MOVE 12 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003220*    REWIND SUMARES FOR THE EXTRACT PASS PROPER.
003230     CLOSE SUMA-RESULT-FILE
003240     OPEN INPUT SUMA-RESULT-FILE
003250     IF WS-RESULT-STATUS NOT = '00'
003260         DISPLAY 'SUMARES OPEN FAILED - STATUS ' WS-RESULT-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF
003300     MOVE 'N' TO WS-RESULT-EOF-SW
003310     MOVE 0 TO WS-RES-SEQ.
003320
003330 0350-CHECK-ONE-RESULT.
003340     READ SUMA-RESULT-FILE
003350         AT END
003360             SET RESULT-EOF TO TRUE
003370         NOT AT END
003380             ADD 1 TO WS-RES-SEQ
003390             IF WS-RES-SEQ > WS-SKIP-THRU
003400                     AND WS-RES-SEQ NOT > WS-RANGE-END
003410                 PERFORM 0400-LOOK-UP-MAPPING
003420                 IF NOT COA-FOUND
003430                     PERFORM 0360-LIST-UNMAPPED
003440                 END-IF
003450             END-IF
003460     END-READ.
003470
003480 0360-LIST-UNMAPPED.
003490     ADD 1 TO WS-UNMAPPED-COUNT
003500     MOVE WS-RES-SEQ TO WS-RES-SEQ-ED
003510     MOVE RR-RESULTADO TO WS-AMOUNT-ED
003520     MOVE SPACES TO SUMA-MAP-EXC-LINE
003530     STRING '  REC ' WS-RES-SEQ-ED '  ID=' RR-TRAN-ID
003540         '  REGION=' RR-REGION '  DEPT=' RR-DEPT
003550         '  CCY=' RR-CURRENCY '  ' WS-AMOUNT-ED
003560         DELIMITED BY SIZE INTO SUMA-MAP-EXC-LINE
003570     END-STRING
003580     WRITE SUMA-MAP-EXC-LINE.
003590
003600 0400-LOOK-UP-MAPPING.
003610     MOVE RR-REGION   TO COA-REGION
003620     MOVE RR-DEPT     TO COA-DEPT
003630     MOVE RR-CURRENCY TO COA-CURRENCY
003640     MOVE 'N' TO WS-COA-FOUND-SW
003650     READ SUMA-COA-FILE
003660         INVALID KEY
003670             CONTINUE
003680         NOT INVALID KEY
003690             SET COA-FOUND TO TRUE
003700     END-READ.
003710
003720 2100-WRITE-JOURNAL-LINES.
003730*    THE MAPPING PASS HAS ALREADY PROVED EVERY POSTING IN THE
003740*    WINDOW IS MAPPED. A NEGATIVE RESULT - A REVERSAL'S
003750*    OFFSETTING ENTRY - DEBITS THE MAPPED CREDIT ACCOUNT AND
003760*    CREDITS THE MAPPED DEBIT ACCOUNT.
003770     PERFORM 0400-LOOK-UP-MAPPING
003780     IF RR-RESULTADO < 0
003790         COMPUTE WS-JNL-AMOUNT = 0 - RR-RESULTADO
003800         MOVE COA-CREDIT-ACCT TO WS-JNL-DEBIT-ACCT
003810         MOVE COA-DEBIT-ACCT  TO WS-JNL-CREDIT-ACCT
003820     ELSE
003830         MOVE RR-RESULTADO    TO WS-JNL-AMOUNT
003840         MOVE COA-DEBIT-ACCT  TO WS-JNL-DEBIT-ACCT
003850         MOVE COA-CREDIT-ACCT TO WS-JNL-CREDIT-ACCT
003860     END-IF
003870     MOVE SPACES TO SUMA-GLI-RECORD
003880     SET GLI-JOURNAL-LINE TO TRUE
003890     MOVE RR-TRAN-ID        TO GLI-JNL-TRAN-ID
003900     MOVE WS-JNL-DEBIT-ACCT TO GLI-JNL-ACCOUNT
003910     SET GLI-JNL-DEBIT      TO TRUE
003920     MOVE WS-JNL-AMOUNT     TO GLI-JNL-AMOUNT
003930     MOVE RR-REGION         TO GLI-JNL-REGION
003940     MOVE RR-DEPT           TO GLI-JNL-DEPT
003950     MOVE RR-CURRENCY       TO GLI-JNL-CURRENCY
003960     WRITE SUMA-GLI-RECORD
003970     ADD WS-JNL-AMOUNT TO WS-JNL-DEBIT-TOTAL
003980     MOVE WS-JNL-CREDIT-ACCT TO GLI-JNL-ACCOUNT
003990     SET GLI-JNL-CREDIT     TO TRUE
004000     WRITE SUMA-GLI-RECORD
004010     ADD WS-JNL-AMOUNT TO WS-JNL-CREDIT-TOTAL
004020     ADD 2 TO WS-JNL-COUNT
004030     COMPUTE WS-JNL-NET =
004035         WS-JNL-DEBIT-TOTAL - WS-JNL-CREDIT-TOTAL.
004040
004050 9260-WRITE-JOURNAL-TOTALS.
004060     MOVE WS-JNL-COUNT TO WS-REC-COUNT-ED
004070     MOVE SPACES TO SUMA-TRANSMIT-LINE
004080     STRING '  JOURNAL LINES WRITTEN:     ' WS-REC-COUNT-ED
004090         DELIMITED BY SIZE INTO SUMA-TRANSMIT-LINE
004100     END-STRING
004110     WRITE SUMA-TRANSMIT-LINE
004120     MOVE WS-JNL-DEBIT-TOTAL TO WS-HASH-TOTAL-ED
004130     MOVE SPACES TO SUMA-TRANSMIT-LINE
004140     STRING '  JOURNAL DEBITS:            ' WS-HASH-TOTAL-ED
004150         DELIMITED BY SIZE INTO SUMA-TRANSMIT-LINE
004160     END-STRING
004170     WRITE SUMA-TRANSMIT-LINE
004180     MOVE WS-JNL-CREDIT-TOTAL TO WS-HASH-TOTAL-ED
004190     MOVE SPACES TO SUMA-TRANSMIT-LINE
004200     STRING '  JOURNAL CREDITS:           ' WS-HASH-TOTAL-ED
004210         DELIMITED BY SIZE INTO SUMA-TRANSMIT-LINE
004220     END-STRING
004230     WRITE SUMA-TRANSMIT-LINE
004240     MOVE WS-JNL-NET TO WS-HASH-TOTAL-ED
004250     MOVE SPACES TO SUMA-TRANSMIT-LINE
004260     IF WS-JNL-NET = 0
004270         STRING '  JOURNAL NET:               ' WS-HASH-TOTAL-ED
004280             '  BALANCED'
004290             DELIMITED BY SIZE INTO SUMA-TRANSMIT-LINE
004300         END-STRING
004310     ELSE
004320         STRING '  JOURNAL NET:               ' WS-HASH-TOTAL-ED
004330             '  OUT OF BALANCE'
004340             DELIMITED BY SIZE INTO SUMA-TRANSMIT-LINE
004350         END-STRING
004360         MOVE 8 TO RETURN-CODE
004370     END-IF
004380     WRITE SUMA-TRANSMIT-LINE.
