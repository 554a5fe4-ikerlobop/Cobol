000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SumaCnf.
000030 AUTHOR. J. R. HALVORSEN.
000040 INSTALLATION. FINANCE BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/07/2026.
000060 DATE-COMPILED. 10/07/2026.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* 10/07/26  JRH  ORIGINAL VERSION - ONE-TIME FILE CONVERSION
000110*                FOR THE APPLIED-FACTOR CUTOVER. SUMARES AND
000120*                SUMAMST NOW CARRY THE CONVERSION FACTOR NEXT
000130*                TO THE BASE RESULT, SO THE CUMULATIVE FILES
000140*                ARE COPIED RECORD BY RECORD TO THE NEW
000150*                LAYOUTS, THE SAME WAY AS THE SUMACNV DECIMAL
000160*                CUTOVER:
000170*                  SUMARESI (68) -> SUMARESO (77)
000180*                  SUMAMSTI (87 KSDS) -> SUMAMSTO (96 KSDS)
000190*                THE FACTOR WAS NEVER KEPT BEFORE, SO A
000200*                FOREIGN-CURRENCY POSTING LANDS WITH ZERO (NOT
000210*                RECORDED); A BASE OR BLANK-CURRENCY POSTING
000220*                CONVERTED AT ONE AND LANDS WITH ONE. COUNTS
000230*                IN MUST EQUAL COUNTS OUT OR THE STEP ENDS
000240*                RC=8 AND NOTHING IS SWAPPED. RUN ONCE, WITH
000250*                THE NIGHTLY JOBS HELD; SEE THE JCL.
000252* 10/15/26  JRH  ALSO CONVERTS THE SUSPENSE FILE FOR THE
000254*                CORRECTOR ID AND THE RUN CONTROL FOR THE
000256*                OVERRIDE AUTHORITY, BOTH ADDED AT THE END OF
000257*                THE RECORD AND LANDING BLANK:
000258*                  SUMAEXCI (49) -> SUMAEXCO (52)
000259*                  SUMARUNI (21) -> SUMARUNO (24)
000260*--------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OLD-RESULT-FILE ASSIGN TO "SUMARESI"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-ORES-STATUS.
000340
000350     SELECT NEW-RESULT-FILE ASSIGN TO "SUMARESO"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-NRES-STATUS.
000380
000390     SELECT OLD-MASTER ASSIGN TO "SUMAMSTI"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS OMS-TRAN-ID
000430         FILE STATUS IS WS-OMST-STATUS.
000440
000450     SELECT NEW-MASTER ASSIGN TO "SUMAMSTO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS MST-TRAN-ID
000490         FILE STATUS IS WS-NMST-STATUS.
000491
000492     SELECT OLD-SUSP-FILE ASSIGN TO "SUMAEXCI"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-OEXC-STATUS.
000495
000496     SELECT NEW-SUSP-FILE ASSIGN TO "SUMAEXCO"
000497         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-NEXC-STATUS.
000500
000501     SELECT OLD-RUN-CTL ASSIGN TO "SUMARUNI"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WS-ORUN-STATUS.
000504
000505     SELECT NEW-RUN-CTL ASSIGN TO "SUMARUNO"
000506         ORGANIZATION IS LINE SEQUENTIAL
000507         FILE STATUS IS WS-NRUN-STATUS.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OLD-RESULT-FILE
000540     RECORD CONTAINS 68 CHARACTERS.
000550 01  OLD-RESULT-RECORD.
000560     05  ORS-TRAN-ID             PIC X(8).
000570     05  ORS-REGION              PIC X(3).
000580     05  ORS-CURRENCY            PIC X(3).
000590     05  ORS-NUM1                PIC S9(7)V99 SIGN LEADING
000600                                  SEPARATE.
000610     05  ORS-NUM2                PIC S9(7)V99 SIGN LEADING
000620                                  SEPARATE.
000630     05  ORS-ORIG-RESULT         PIC S9(9)V99 SIGN LEADING
000640                                  SEPARATE.
000650     05  ORS-RESULTADO           PIC S9(9)V99 SIGN LEADING
000660                                  SEPARATE.
000670     05  ORS-DEPT                PIC X(4).
000680     05  ORS-POST-DATE           PIC 9(6).
000690
000700 FD  NEW-RESULT-FILE
000710     RECORD CONTAINS 77 CHARACTERS.
000720 COPY SUMARESR.
000730
000740 FD  OLD-MASTER
000750     RECORD CONTAINS 87 CHARACTERS.
000760 01  OLD-MASTER-RECORD.
000770     05  OMS-TRAN-ID             PIC X(8).
000780     05  OMS-REGION              PIC X(3).
000790     05  OMS-CURRENCY            PIC X(3).
000800     05  OMS-NUM1                PIC S9(7)V99 SIGN LEADING
000810                                  SEPARATE.
000820     05  OMS-NUM2                PIC S9(7)V99 SIGN LEADING
000830                                  SEPARATE.
000840     05  OMS-ORIG-RESULT         PIC S9(9)V99 SIGN LEADING
000850                                  SEPARATE.
000860     05  OMS-RESULTADO           PIC S9(9)V99 SIGN LEADING
000870                                  SEPARATE.
000880     05  OMS-POST-DATE           PIC 9(6).
000890     05  OMS-POST-TIME           PIC 9(8).
000900     05  OMS-BATCH-NO            PIC 9(4).
000910     05  OMS-RVSL-STATUS         PIC X(1).
000920     05  OMS-RVSL-DATE           PIC 9(6).
000930     05  OMS-DEPT                PIC X(4).
000940
000950 FD  NEW-MASTER
000960     RECORD CONTAINS 96 CHARACTERS.
000970 COPY SUMAMSTR.
000980
000981 FD  OLD-SUSP-FILE
000982     RECORD CONTAINS 49 CHARACTERS.
000983 01  OLD-SUSP-RECORD             PIC X(49).
000984
000985 FD  NEW-SUSP-FILE
000986     RECORD CONTAINS 52 CHARACTERS.
000987 COPY SUMASUSP.
000988
000989 FD  OLD-RUN-CTL
000990     RECORD CONTAINS 21 CHARACTERS.
000991 01  OLD-RUN-RECORD              PIC X(21).
000992
000993 FD  NEW-RUN-CTL
000994     RECORD CONTAINS 24 CHARACTERS.
000995 COPY SUMARUNC.
000996
000997 WORKING-STORAGE SECTION.
001000 77  WS-ORES-STATUS              PIC X(2).
001010 77  WS-NRES-STATUS              PIC X(2).
001020 77  WS-OMST-STATUS              PIC X(2).
001030 77  WS-NMST-STATUS              PIC X(2).
001031 77  WS-OEXC-STATUS              PIC X(2).
001032 77  WS-NEXC-STATUS              PIC X(2).
001033 77  WS-ORUN-STATUS              PIC X(2).
001034 77  WS-NRUN-STATUS              PIC X(2).
001040 77  WS-RES-EOF-SW               PIC X(1) VALUE 'N'.
001050     88  RES-EOF                          VALUE 'Y'.
001060 77  WS-MST-EOF-SW               PIC X(1) VALUE 'N'.
001070     88  MST-EOF                          VALUE 'Y'.
001071 77  WS-EXC-EOF-SW               PIC X(1) VALUE 'N'.
001072     88  EXC-EOF                          VALUE 'Y'.
001073 77  WS-RUN-EOF-SW               PIC X(1) VALUE 'N'.
001074     88  RUN-EOF                          VALUE 'Y'.
001080
001090 77  WS-BASE-CURRENCY            PIC X(3) VALUE 'EUR'.
001100 77  WS-RES-IN-COUNT             PIC 9(7) VALUE 0.
001110 77  WS-RES-OUT-COUNT            PIC 9(7) VALUE 0.
001120 77  WS-MST-IN-COUNT             PIC 9(7) VALUE 0.
001130 77  WS-MST-OUT-COUNT            PIC 9(7) VALUE 0.
001131 77  WS-EXC-IN-COUNT             PIC 9(7) VALUE 0.
001132 77  WS-EXC-OUT-COUNT            PIC 9(7) VALUE 0.
001133 77  WS-RUN-IN-COUNT             PIC 9(7) VALUE 0.
001134 77  WS-RUN-OUT-COUNT            PIC 9(7) VALUE 0.
001140 77  WS-COUNT-ED                 PIC Z(6)9.
001150
001160 PROCEDURE DIVISION.
001170 0000-MAIN-PROCESS.
001180     PERFORM 1000-CONVERT-RESULTS
001190     PERFORM 2000-CONVERT-MASTER
001194     PERFORM 3000-CONVERT-SUSPENSE
001196     PERFORM 4000-CONVERT-RUN-CONTROL
001200     PERFORM 9000-FINALIZE
001210     STOP RUN.
001220
001230 1000-CONVERT-RESULTS.
001240     OPEN INPUT OLD-RESULT-FILE
001250     IF WS-ORES-STATUS NOT = '00'
001260         DISPLAY 'SUMARESI OPEN FAILED - STATUS '
001270             WS-ORES-STATUS
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF
001310     OPEN OUTPUT NEW-RESULT-FILE
001320     IF WS-NRES-STATUS NOT = '00'
001330         DISPLAY 'SUMARESO OPEN FAILED - STATUS '
001340             WS-NRES-STATUS
001350         MOVE 16 TO RETURN-CODE
001360         STOP RUN
001370     END-IF
001380     PERFORM 1100-CONVERT-ONE-RESULT
001390         UNTIL RES-EOF
001400     CLOSE OLD-RESULT-FILE
001410     CLOSE NEW-RESULT-FILE.
001420
001430 1100-CONVERT-ONE-RESULT.
001440     READ OLD-RESULT-FILE
001450         AT END
001460             SET RES-EOF TO TRUE
001470         NOT AT END
001480             ADD 1 TO WS-RES-IN-COUNT
001490             MOVE ORS-TRAN-ID     TO RR-TRAN-ID
001500             MOVE ORS-REGION      TO RR-REGION
001510             MOVE ORS-CURRENCY    TO RR-CURRENCY
001520             MOVE ORS-NUM1        TO RR-NUM1
001530             MOVE ORS-NUM2        TO RR-NUM2
001540             MOVE ORS-ORIG-RESULT TO RR-ORIG-RESULT
001550             MOVE ORS-RESULTADO   TO RR-RESULTADO
001560             IF ORS-CURRENCY = SPACES
001570                     OR ORS-CURRENCY = WS-BASE-CURRENCY
001580                 MOVE 1           TO RR-APPLIED-FACTOR
001590             ELSE
001600                 MOVE ZERO        TO RR-APPLIED-FACTOR
001610             END-IF
001620             MOVE ORS-DEPT        TO RR-DEPT
001630             MOVE ORS-POST-DATE   TO RR-POST-DATE
001640             WRITE SUMA-RESULT-RECORD
001650             ADD 1 TO WS-RES-OUT-COUNT
001660     END-READ.
001670
001680 2000-CONVERT-MASTER.
001690     OPEN INPUT OLD-MASTER
001700     IF WS-OMST-STATUS NOT = '00'
001710         DISPLAY 'SUMAMSTI OPEN FAILED - STATUS '
001720             WS-OMST-STATUS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760     OPEN OUTPUT NEW-MASTER
001770     IF WS-NMST-STATUS NOT = '00'
001780         DISPLAY 'SUMAMSTO OPEN FAILED - STATUS '
001790             WS-NMST-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     PERFORM 2100-CONVERT-ONE-MASTER
001840         UNTIL MST-EOF
001850     CLOSE OLD-MASTER
001860     CLOSE NEW-MASTER.
001870
001880 2100-CONVERT-ONE-MASTER.
001890     READ OLD-MASTER
001900         AT END
001910             SET MST-EOF TO TRUE
001920         NOT AT END
001930             ADD 1 TO WS-MST-IN-COUNT
001940             MOVE OMS-TRAN-ID     TO MST-TRAN-ID
001950             MOVE OMS-REGION      TO MST-REGION
001960             MOVE OMS-CURRENCY    TO MST-CURRENCY
001970             MOVE OMS-NUM1        TO MST-NUM1
001980             MOVE OMS-NUM2        TO MST-NUM2
001990             MOVE OMS-ORIG-RESULT TO MST-ORIG-RESULT
002000             MOVE OMS-RESULTADO   TO MST-RESULTADO
002010             IF OMS-CURRENCY = SPACES
002020                     OR OMS-CURRENCY = WS-BASE-CURRENCY
002030                 MOVE 1           TO MST-APPLIED-FACTOR
002040             ELSE
002050                 MOVE ZERO        TO MST-APPLIED-FACTOR
002060             END-IF
002070             MOVE OMS-POST-DATE   TO MST-POST-DATE
002080             MOVE OMS-POST-TIME   TO MST-POST-TIME
002090             MOVE OMS-BATCH-NO    TO MST-BATCH-NO
002100             MOVE OMS-RVSL-STATUS TO MST-RVSL-STATUS
002110             MOVE OMS-RVSL-DATE   TO MST-RVSL-DATE
002120             MOVE OMS-DEPT        TO MST-DEPT
002130*            A DUPLICATE ON THE NEW MASTER MEANS THE OLD ONE
002140*            WAS DAMAGED; THE IN/OUT COUNTS THEN DISAGREE AND
002150*            THE STEP ENDS RC=8 WITHOUT A SWAP.
002160             WRITE SUMA-MASTER-RECORD
002170                 INVALID KEY
002180                     DISPLAY 'DUPLICATE KEY ON NEW MASTER - '
002190                         OMS-TRAN-ID
002200                 NOT INVALID KEY
002210                     ADD 1 TO WS-MST-OUT-COUNT
002220             END-WRITE
002230     END-READ.
002240
002250 3000-CONVERT-SUSPENSE.
002260     OPEN INPUT OLD-SUSP-FILE
002270     IF WS-OEXC-STATUS NOT = '00'
002280         DISPLAY 'SUMAEXCI OPEN FAILED - STATUS '
002290             WS-OEXC-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330     OPEN OUTPUT NEW-SUSP-FILE
002340     IF WS-NEXC-STATUS NOT = '00'
002350         DISPLAY 'SUMAEXCO OPEN FAILED - STATUS '
002360             WS-NEXC-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     PERFORM 3100-CONVERT-ONE-SUSPENSE
002410         UNTIL EXC-EOF
002420     CLOSE OLD-SUSP-FILE
002430     CLOSE NEW-SUSP-FILE.
002440
002450 3100-CONVERT-ONE-SUSPENSE.
002460     READ OLD-SUSP-FILE
002470         AT END
002480             SET EXC-EOF TO TRUE
002490         NOT AT END
002500             ADD 1 TO WS-EXC-IN-COUNT
002510*            THE CORRECTOR ID IS ADDED AT THE END OF THE
002520*            RECORD, SO THE OLD RECORD MOVES ACROSS WHOLE AND
002530*            THE ID LANDS BLANK.
002540             MOVE OLD-SUSP-RECORD TO SUMA-SUSP-RECORD
002550             MOVE SPACES          TO SUS-CORRECTED-BY
002560             WRITE SUMA-SUSP-RECORD
002570             ADD 1 TO WS-EXC-OUT-COUNT
002580     END-READ.
002590
002600 4000-CONVERT-RUN-CONTROL.
002610     OPEN INPUT OLD-RUN-CTL
002620     IF WS-ORUN-STATUS NOT = '00'
002630         DISPLAY 'SUMARUNI OPEN FAILED - STATUS '
002640             WS-ORUN-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF
002680     OPEN OUTPUT NEW-RUN-CTL
002690     IF WS-NRUN-STATUS NOT = '00'
002700         DISPLAY 'SUMARUNO OPEN FAILED - STATUS '
002710             WS-NRUN-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF
002750     PERFORM 4100-CONVERT-ONE-RUN
002760         UNTIL RUN-EOF
002770     CLOSE OLD-RUN-CTL
002780     CLOSE NEW-RUN-CTL.
002790
002800 4100-CONVERT-ONE-RUN.
002810     READ OLD-RUN-CTL
002820         AT END
002830             SET RUN-EOF TO TRUE
002840         NOT AT END
002850             ADD 1 TO WS-RUN-IN-COUNT
002860*            NO OLD RECORD NAMES WHO AUTHORIZED IT; THE ID
002870*            LANDS BLANK, LAST RECORD PER DATE STILL WINNING.
002880             MOVE OLD-RUN-RECORD  TO SUMA-RUN-RECORD
002890             MOVE SPACES          TO RUN-AUTH-BY
002900             WRITE SUMA-RUN-RECORD
002910             ADD 1 TO WS-RUN-OUT-COUNT
002920     END-READ.
002930
002940 9000-FINALIZE.
002950     MOVE WS-RES-IN-COUNT TO WS-COUNT-ED
002960     DISPLAY 'SUMARES RECORDS IN:  ' WS-COUNT-ED
002970     MOVE WS-RES-OUT-COUNT TO WS-COUNT-ED
002980     DISPLAY 'SUMARES RECORDS OUT: ' WS-COUNT-ED
002990     MOVE WS-MST-IN-COUNT TO WS-COUNT-ED
003000     DISPLAY 'SUMAMST RECORDS IN:  ' WS-COUNT-ED
003010     MOVE WS-MST-OUT-COUNT TO WS-COUNT-ED
003020     DISPLAY 'SUMAMST RECORDS OUT: ' WS-COUNT-ED
003030     MOVE WS-EXC-IN-COUNT TO WS-COUNT-ED
003040     DISPLAY 'SUMAEXC RECORDS IN:  ' WS-COUNT-ED
003050     MOVE WS-EXC-OUT-COUNT TO WS-COUNT-ED
003060     DISPLAY 'SUMAEXC RECORDS OUT: ' WS-COUNT-ED
003070     MOVE WS-RUN-IN-COUNT TO WS-COUNT-ED
003080     DISPLAY 'SUMARUN RECORDS IN:  ' WS-COUNT-ED
003090     MOVE WS-RUN-OUT-COUNT TO WS-COUNT-ED
003100     DISPLAY 'SUMARUN RECORDS OUT: ' WS-COUNT-ED
003110     IF WS-RES-IN-COUNT NOT = WS-RES-OUT-COUNT
003120             OR WS-MST-IN-COUNT NOT = WS-MST-OUT-COUNT
003130             OR WS-EXC-IN-COUNT NOT = WS-EXC-OUT-COUNT
003140             OR WS-RUN-IN-COUNT NOT = WS-RUN-OUT-COUNT
003150         DISPLAY 'CONVERSION COUNTS DISAGREE - DO NOT SWAP '
003160             'THE DATASETS'
003170         MOVE 8 TO RETURN-CODE
003180     ELSE
003190         DISPLAY 'CONVERSION COMPLETE - COUNTS AGREE'
003200         MOVE 0 TO RETURN-CODE
003210     END-IF.
