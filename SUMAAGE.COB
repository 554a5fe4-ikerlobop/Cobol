000210*                GENERAL PRINT QUEUE. RELEASED AND DELETED
000220*                ITEMS ARE COUNTED BUT NEVER AGED - ONLY OPEN
000230*                WORK PILES UP.
000231* 10/13/26  JRH  SUSPENSE RECORD NOW 52 BYTES. AN ITEM SUMASUS
000232*                HAS CORRECTED BUT NOBODY ELSE HAS YET RELEASED
000233*                IS STILL OUTSTANDING AND AGES WITH THE OPEN
000234*                ITEMS.
000235* 10/14/26  JRH  THE REPORT NOW ENDS WITH A FIXED-FORMAT AGESTAT
000236*                LINE (RUN DATE, OUTSTANDING, CORRECTED AWAITING
000237*                RELEASE, PAST THE CUTOFF, CUTOFF DAYS) FOR THE
000238*                SUMAOPS MORNING STATUS REPORT. CORRECTED ITEMS
000239*                ARE COUNTED ON THE DISPOSITION TOTALS.
000240*--------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SUMA-SUSP-FILE
000400     RECORD CONTAINS 52 CHARACTERS.
000410 COPY SUMASUSP.
000420
000430 FD  SUMA-AGE-RPT
000860 77  WS-OPEN-COUNT               PIC 9(7) VALUE 0.
000870 77  WS-CLOSED-COUNT             PIC 9(7) VALUE 0.
000880 77  WS-ESCALATED-COUNT          PIC 9(7) VALUE 0.
000885 77  WS-CORRECTED-COUNT          PIC 9(7) VALUE 0.
000890
000900 01  WS-BUCKET-TOTALS.
000910     05  WS-BK-ENTRY OCCURS 4 TIMES.
001970             SET SUSP-EOF TO TRUE
001980         NOT AT END
001990             ADD 1 TO WS-READ-COUNT
002000             IF SUS-OUTSTANDING
002003                 IF SUS-CORRECTED
002006                     ADD 1 TO WS-CORRECTED-COUNT
002008                 END-IF
002010                 PERFORM 2000-AGE-OPEN-ITEM
002020             ELSE
002030                 ADD 1 TO WS-CLOSED-COUNT
003300     PERFORM 9200-WRITE-REASON-SECTION
003310     PERFORM 9300-WRITE-BATCH-SECTION
003320     PERFORM 9400-WRITE-DISPOSITION
003325     PERFORM 9500-WRITE-AGE-STATUS-LINE
003330     CLOSE SUMA-SUSP-FILE
003340     CLOSE SUMA-AGE-RPT
003350     IF WS-ESCALATED-COUNT > 0
004530         DELIMITED BY SIZE INTO SUMA-AGE-LINE
004540     END-STRING
004550     WRITE SUMA-AGE-LINE
004552     MOVE WS-CORRECTED-COUNT TO WS-COUNT-ED
004554     MOVE SPACES TO SUMA-AGE-LINE
004556     STRING '    CORRECTED, NOT RELEASED:  ' WS-COUNT-ED
004557         DELIMITED BY SIZE INTO SUMA-AGE-LINE
004558     END-STRING
004559     WRITE SUMA-AGE-LINE
004560     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED
004570     MOVE SPACES TO SUMA-AGE-LINE
004580     STRING '  RELEASED/DELETED SKIPPED:   ' WS-COUNT-ED
004650         DELIMITED BY SIZE INTO SUMA-AGE-LINE
004660     END-STRING
004670     WRITE SUMA-AGE-LINE.
004680
004690 9500-WRITE-AGE-STATUS-LINE.
004700*    FIXED-FORMAT TRAILER THE SUMAOPS MORNING STATUS REPORT
004710*    PICKS OFF THE END OF THIS REPORT: 'AGESTAT  ', RUN DATE,
004720*    THEN ONE SPACE BEFORE EACH OF THE OUTSTANDING COUNT, THE
004730*    CORRECTED-AWAITING-RELEASE COUNT, THE COUNT PAST THE
004740*    CUTOFF (ALL 9(7)) AND THE CUTOFF IN DAYS.
004750     MOVE SPACES TO SUMA-AGE-LINE
004760     STRING 'AGESTAT  ' WS-RUN-DATE
004770         ' ' WS-OPEN-COUNT
004780         ' ' WS-CORRECTED-COUNT
004790         ' ' WS-ESCALATED-COUNT
004800         ' ' WS-CUTOFF-DAYS
004810         DELIMITED BY SIZE INTO SUMA-AGE-LINE
004820     END-STRING
004830     WRITE SUMA-AGE-LINE.
