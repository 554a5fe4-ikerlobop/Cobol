000498*                BYTES, RECYCLE BATCH 35, AUDIT LOG 132.
000499*                CORRECTED OPERANDS ARE KEYED SIGN + 9 DIGITS
000500*                WITH THE LAST TWO AS DECIMALS.
000501* 10/01/26  JRH  A RELEASE NOW EDITS THE REGION (KEPT OR KEYED)
000502*                AGAINST THE SUMAREF REGION/DEPARTMENT
000503*                REFERENCE MASTER AND REFUSES ONE NOT ON FILE,
000504*                NOT YET IN FORCE OR RETIRED, SO A UREG/XREG
000505*                REJECT IS CORRECTED BY KEYING A GOOD REGION
000506*                AND NO RELEASE CAN RECYCLE A BAD ONE.
000507* 10/13/26  JRH  SEGREGATION OF DUTIES. THE SESSION NOW ASKS FOR
000508*                THE OPERATOR'S INITIALS, WHICH MUST BE ON THE
000509*                SUMAOPR OPERATOR AUTHORITY FILE, ACTIVE, WITH
000510*                THE CORRECTION OR APPROVER ROLE (RC=16
000511*                OTHERWISE). CORRECTING AND RELEASING ARE NOW
000512*                TWO STEPS: (C)ORRECT, CORRECTION ROLE ONLY,
000513*                TAKES THE SAME ENTRIES AND EDITS AS BEFORE AND
000514*                LEAVES THE ITEM CORRECTED (STATUS C) WITH THE
000515*                CORRECTED VALUES AND THE CORRECTOR'S ID ON IT
000516*                (SUSPENSE RECORD NOW 52 BYTES); (R)ELEASE
000517*                RECYCLES A CORRECTED ITEM AND IS REFUSED TO
000518*                THE OPERATOR WHO CORRECTED IT. DELETE NEEDS THE
000519*                CORRECTION ROLE. EVERY AUDIT LINE CARRIES BY=.
000520*--------------------------------------------------------------*
000521
000522 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SUMA-SUSP-IN ASSIGN TO "SUMAEXC"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700
000701     SELECT SUMA-REF-FILE ASSIGN TO "SUMAREF"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS REF-KEY
000705         FILE STATUS IS WS-REF-STATUS.
000706
000707     SELECT SUMA-OPR-FILE ASSIGN TO "SUMAOPR"
000708         ORGANIZATION IS INDEXED
000709         ACCESS MODE IS RANDOM
000710         RECORD KEY IS OPR-USER-ID
000711         FILE STATUS IS WS-OPR-STATUS.
000712
000713 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SUMA-SUSP-IN
000740     RECORD CONTAINS 52 CHARACTERS.
000750 01  SUMA-SUSP-IN-RECORD         PIC X(52).
000760
000770 FD  SUMA-SUSP-OUT
000780     RECORD CONTAINS 52 CHARACTERS.
000790 COPY SUMASUSP.
000800
000810 FD  SUMA-RECYCLE-FILE
000860     RECORD CONTAINS 132 CHARACTERS.
000870 01  SUMA-AUDIT-RECORD           PIC X(132).
000880
000881 FD  SUMA-REF-FILE
000882     RECORD CONTAINS 51 CHARACTERS.
000883 COPY SUMAREFR.
000884
000885 FD  SUMA-OPR-FILE
000886     RECORD CONTAINS 70 CHARACTERS.
000887 COPY SUMAOPRR.
000888
000890 WORKING-STORAGE SECTION.
000900 77  WS-SUSPIN-STATUS            PIC X(2).
000910 77  WS-SUSPOUT-STATUS           PIC X(2).
000970 77  WS-NEW-TRAN-ID              PIC X(8).
000980 77  WS-NEW-REGION               PIC X(3).
000990 77  WS-NEW-CURRENCY             PIC X(3).
000991 77  WS-REF-STATUS               PIC X(2).
000992 77  WS-REF-VERDICT              PIC X(1) VALUE SPACE.
000993     88  REF-CODE-VALID                   VALUE 'V'.
000994     88  REF-CODE-UNKNOWN                 VALUE 'U'.
000995     88  REF-CODE-RETIRED                 VALUE 'X'.
000996 77  WS-OPR-STATUS               PIC X(2).
000997 77  WS-OPERATOR                 PIC X(3) VALUE SPACES.
000998 77  WS-CORRECTOR-SW             PIC X(1) VALUE 'N'.
000999     88  OPERATOR-CORRECTS                VALUE 'Y'.
001000
001010 77  WS-READ-COUNT               PIC 9(7) VALUE 0.
001015 77  WS-CORRECTED-COUNT          PIC 9(7) VALUE 0.
001020 77  WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
001030 77  WS-DELETED-COUNT            PIC 9(7) VALUE 0.
001040 77  WS-KEPT-COUNT               PIC 9(7) VALUE 0.
001370     ACCEPT WS-RUN-DATE FROM DATE
001380     ACCEPT WS-RUN-TIME FROM TIME
001390     DISPLAY 'SUMASUS SUSPENSE CORRECTION SCREEN'
001391     DISPLAY 'ENTER OPERATOR INITIALS (3 CHARACTERS): '
001392     ACCEPT WS-OPERATOR
001393     IF WS-OPERATOR = SPACES
001394         DISPLAY 'OPERATOR INITIALS REQUIRED - SESSION ENDED'
001395         MOVE 16 TO RETURN-CODE
001396         STOP RUN
001397     END-IF
001398     PERFORM 0200-CHECK-OPERATOR-AUTHORITY
001400     OPEN INPUT SUMA-SUSP-IN
001410     IF WS-SUSPIN-STATUS NOT = '00'
001420         DISPLAY 'SUMAEXC OPEN FAILED - STATUS ' WS-SUSPIN-STATUS
001650         DISPLAY 'SUMAAUD OPEN FAILED - STATUS ' WS-AUDIT-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001681     OPEN INPUT SUMA-REF-FILE
001682     IF WS-REF-STATUS NOT = '00'
001683         DISPLAY 'SUMAREF OPEN FAILED - STATUS ' WS-REF-STATUS
001684         MOVE 16 TO RETURN-CODE
001685         STOP RUN
001686     END-IF.
001690
001700 1000-PROCESS-SUSPENSE.
001710     READ SUMA-SUSP-IN
001780     END-READ.
001790
001800 2000-REVIEW-RECORD.
001810     IF SUS-OUTSTANDING
001820         PERFORM 2100-PROMPT-OPERATOR
001830     ELSE
001840         WRITE SUMA-SUSP-RECORD
001930         '  REASON=' SUS-REASON-CODE
001940         '  RUN DATE=' SUS-RUN-DATE
001950         '  BATCH=' SUS-BATCH-NO
001952     IF SUS-CORRECTED
001954         DISPLAY '  CORRECTED BY ' SUS-CORRECTED-BY
001956             ' - WAITING FOR RELEASE'
001958     END-IF
001960     DISPLAY 'ACTION? (C)ORRECT (R)ELEASE (D)ELETE (S)KIP: '
001970     ACCEPT WS-ACTION-REPLY
001980     EVALUATE WS-ACTION-REPLY
001982         WHEN 'C'
001984         WHEN 'c'
001986             IF OPERATOR-CORRECTS
001988                 PERFORM 2200-CORRECT-RECORD
001990             ELSE
001992                 DISPLAY 'OPERATOR ' WS-OPERATOR
001994                     ' DOES NOT HOLD THE CORRECTION ROLE - '
001996                     'ITEM KEPT'
001997                 ADD 1 TO WS-KEPT-COUNT
001998                 WRITE SUMA-SUSP-RECORD
001999             END-IF
002000         WHEN 'R'
002005         WHEN 'r'
002010             PERFORM 2500-RELEASE-RECORD
002020         WHEN 'D'
002030         WHEN 'd'
002032             IF OPERATOR-CORRECTS
002040                 SET SUS-DELETED TO TRUE
002050                 ADD 1 TO WS-DELETED-COUNT
002060                 PERFORM 3100-WRITE-AUDIT-DELETE
002070                 WRITE SUMA-SUSP-RECORD
002072             ELSE
002074                 DISPLAY 'OPERATOR ' WS-OPERATOR
002075                     ' DOES NOT HOLD THE CORRECTION ROLE - '
002076                     'ITEM KEPT'
002077                 ADD 1 TO WS-KEPT-COUNT
002078                 WRITE SUMA-SUSP-RECORD
002079             END-IF
002080         WHEN OTHER
002090             ADD 1 TO WS-KEPT-COUNT
002100             WRITE SUMA-SUSP-RECORD
002110     END-EVALUATE.
002120
002130 2200-CORRECT-RECORD.
002140*    LIST-MODE AND CONTROL-RECORD REJECTS CARRY NO OPERAND
002150*    PAIR, SO THERE IS NOTHING TO CORRECT AND RECYCLE - THEY
002160*    CAN ONLY BE DELETED OR LEFT OPEN.
002630                 ADD 1 TO WS-KEPT-COUNT
002640                 WRITE SUMA-SUSP-RECORD
002650             ELSE
002651             PERFORM 2250-CHECK-REGION-CODE
002652             IF NOT REF-CODE-VALID
002653                 ADD 1 TO WS-KEPT-COUNT
002654                 WRITE SUMA-SUSP-RECORD
002655             ELSE
002670                 MOVE Tran-Id TO SUS-TRAN-ID
002680                 MOVE Region  TO SUS-REGION
002690                 MOVE Moneda  TO SUS-CURRENCY
002700                 MOVE Num1 TO SUS-NUM1
002710                 MOVE Num2 TO SUS-NUM2
002720                 SET SUS-CORRECTED TO TRUE
002725                 MOVE WS-OPERATOR TO SUS-CORRECTED-BY
002730                 ADD 1 TO WS-CORRECTED-COUNT
002740                 PERFORM 3000-WRITE-AUDIT-CORRECT
002750                 WRITE SUMA-SUSP-RECORD
002752                 DISPLAY 'ITEM CORRECTED - ANOTHER OPERATOR '
002754                     'MUST RELEASE IT'
002755             END-IF
002760             END-IF
002770         END-IF
002780     END-IF.
002790
002791 2250-CHECK-REGION-CODE.
002792*    THE SAME EDIT THE NIGHTLY RUN MAKES - A REGION NOT ON THE
002793*    REFERENCE MASTER, NOT YET IN FORCE OR RETIRED WOULD ONLY
002794*    SUSPEND AGAIN, SO IT IS REFUSED HERE AND THE ITEM KEPT.
002795     MOVE 'R'    TO REF-CODE-TYPE
002796     MOVE Region TO REF-CODE
002797     READ SUMA-REF-FILE
002798         INVALID KEY
002799             SET REF-CODE-UNKNOWN TO TRUE
002800         NOT INVALID KEY
002801             EVALUATE TRUE
002802                 WHEN REF-ACTIVE AND REF-EFF-DATE > WS-RUN-DATE
002803                     SET REF-CODE-UNKNOWN TO TRUE
002804                 WHEN REF-ACTIVE
002805                     SET REF-CODE-VALID TO TRUE
002806                 WHEN REF-RETIRED AND REF-EFF-DATE > WS-RUN-DATE
002807                     SET REF-CODE-VALID TO TRUE
002808                 WHEN OTHER
002809                     SET REF-CODE-RETIRED TO TRUE
002810             END-EVALUATE
002811     END-READ
002812     EVALUATE TRUE
002813         WHEN REF-CODE-UNKNOWN
002814             DISPLAY 'REGION ' Region ' IS NOT ON THE REFERENCE '
002815                 'FILE - ITEM KEPT'
002816         WHEN REF-CODE-RETIRED
002817             DISPLAY 'REGION ' Region ' IS RETIRED - ITEM KEPT'
002818     END-EVALUATE.
002819
002820 2300-WRITE-RECYCLE-DETAIL.
002821     IF NOT RCY-BATCH-OPEN
002822         MOVE SPACES TO SUMA-TRANS-RECORD
002830         SET TR-BATCH-HEADER  TO TRUE
002840         MOVE WS-RCY-BATCH-NO TO TR-HDR-BATCH-NO
002850         MOVE 'RCYC'          TO TR-HDR-DEPT
003060     MOVE WS-RCY-HASH     TO TR-TRL-HASH-TOTAL
003070     WRITE SUMA-TRANS-RECORD.
003080
003090 3000-WRITE-AUDIT-CORRECT.
003100     MOVE SPACES TO SUMA-AUDIT-RECORD
003110     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
003120         ' SUSPENSE CORRECT ID=' Tran-Id ' REG=' Region
003130         ' CUR=' Moneda
003140         ' NUM1=' Num1 ' NUM2=' Num2
003150         ' REASON=' SUS-REASON-CODE
003155         ' BY=' WS-OPERATOR
003160         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
003170     END-STRING
003180     WRITE SUMA-AUDIT-RECORD.
003230         ' SUSPENSE DELETE ID=' SUS-TRAN-ID
003240         ' NUM1=' SUS-NUM1 ' NUM2=' SUS-NUM2
003250         ' REASON=' SUS-REASON-CODE
003255         ' BY=' WS-OPERATOR
003260         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
003270     END-STRING
003280     WRITE SUMA-AUDIT-RECORD.
003330     END-IF
003340     DISPLAY ' '
003350     DISPLAY 'SUSPENSE ITEMS READ:     ' WS-READ-COUNT
003355     DISPLAY 'SUSPENSE ITEMS CORRECTED:' WS-CORRECTED-COUNT
003360     DISPLAY 'SUSPENSE ITEMS RELEASED: ' WS-RELEASED-COUNT
003370     DISPLAY 'SUSPENSE ITEMS DELETED:  ' WS-DELETED-COUNT
003380     DISPLAY 'SUSPENSE ITEMS KEPT:     ' WS-KEPT-COUNT
003390     CLOSE SUMA-SUSP-IN
003400     CLOSE SUMA-SUSP-OUT
003410     CLOSE SUMA-RECYCLE-FILE
003420     CLOSE SUMA-AUDIT-LOG
003430     CLOSE SUMA-REF-FILE.
003440
003450 0200-CHECK-OPERATOR-AUTHORITY.
003460*    CORRECTION-ROLE OPERATORS CORRECT, RELEASE AND DELETE;
003470*    APPROVERS ONLY RELEASE WHAT SOMEONE ELSE CORRECTED.
003480     OPEN INPUT SUMA-OPR-FILE
003490     IF WS-OPR-STATUS NOT = '00'
003500         DISPLAY 'SUMAOPR OPEN FAILED - STATUS ' WS-OPR-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     MOVE WS-OPERATOR TO OPR-USER-ID
003550     READ SUMA-OPR-FILE
003560         INVALID KEY
003570             MOVE 'R' TO OPR-STATUS
003580     END-READ
003590     CLOSE SUMA-OPR-FILE
003600     IF NOT OPR-ACTIVE
003610             OR NOT OPR-CORRECTION-ROLE AND NOT OPR-APPROVER-ROLE
003620         DISPLAY 'OPERATOR ' WS-OPERATOR
003630             ' IS NOT AUTHORIZED TO WORK SUSPENSE'
003640             ' - SESSION ENDED'
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF
003680     IF OPR-CORRECTION-ROLE
003690         SET OPERATOR-CORRECTS TO TRUE
003700     END-IF.
003710
003720 2500-RELEASE-RECORD.
003730*    ONLY A CORRECTED ITEM IS RELEASED, AND NEVER BY THE
003740*    OPERATOR WHO CORRECTED IT. THE REGION IS EDITED AGAIN IN
003750*    CASE IT WAS RETIRED SINCE THE CORRECTION.
003760     EVALUATE TRUE
003770         WHEN NOT SUS-CORRECTED
003780             DISPLAY 'ONLY A CORRECTED ITEM CAN BE RELEASED - '
003790                 'ITEM KEPT'
003800         WHEN SUS-CORRECTED-BY = WS-OPERATOR
003810             DISPLAY 'YOU CORRECTED THIS ITEM - ANOTHER OPERATOR '
003820                 'MUST RELEASE IT'
003830         WHEN OTHER
003840             MOVE SUS-TRAN-ID  TO Tran-Id
003850             MOVE SUS-REGION   TO Region
003860             MOVE SUS-CURRENCY TO Moneda
003870             MOVE SUS-NUM1     TO Num1
003880             MOVE SUS-NUM2     TO Num2
003890             PERFORM 2250-CHECK-REGION-CODE
003900     END-EVALUATE
003910     IF SUS-CORRECTED AND SUS-CORRECTED-BY NOT = WS-OPERATOR
003920             AND REF-CODE-VALID
003930         PERFORM 2300-WRITE-RECYCLE-DETAIL
003940         SET SUS-RELEASED TO TRUE
003950         ADD 1 TO WS-RELEASED-COUNT
003960         PERFORM 3050-WRITE-AUDIT-RELEASE
003970     ELSE
003980         ADD 1 TO WS-KEPT-COUNT
003990     END-IF
004000     WRITE SUMA-SUSP-RECORD.
004010
004020 3050-WRITE-AUDIT-RELEASE.
004030     MOVE SPACES TO SUMA-AUDIT-RECORD
004040     STRING 'DATE=' WS-RUN-DATE ' TIME=' WS-RUN-TIME
004050         ' SUSPENSE RELEASE ID=' Tran-Id ' REG=' Region
004060         ' CUR=' Moneda
004070         ' NUM1=' Num1 ' NUM2=' Num2
004080         ' REASON=' SUS-REASON-CODE
004090         ' CORR=' SUS-CORRECTED-BY
004100         ' BY=' WS-OPERATOR
004110         DELIMITED BY SIZE INTO SUMA-AUDIT-RECORD
004120     END-STRING
004130     WRITE SUMA-AUDIT-RECORD.
