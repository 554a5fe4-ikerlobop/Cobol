000230*                GRANDTOT LINES ON THE SUMASTS STATUS HISTORY
000240*                - A MONTH CANNOT BE SIGNED OFF WITH WORK
000250*                STILL HANGING OR A NIGHT UNACCOUNTED FOR.
000252* 10/07/26  JRH  SUMARES IS NOW 77 BYTES - THE CONVERSION
000254*                FACTOR APPLIED AT POSTING RIDES NEXT TO THE
000256*                BASE RESULT. THE CLOSE IGNORES IT.
000257* 10/13/26  JRH  SUSPENSE RECORD NOW 52 BYTES. A CORRECTED
000258*                ITEM WAITING FOR ITS RELEASE HOLDS THE CLOSE
000259*                JUST AS AN OPEN ONE DOES.
000260*--------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SUMA-RESULT-FILE
000580     RECORD CONTAINS 77 CHARACTERS.
000590 COPY SUMARESR.
000600
000610 FD  SUMA-SUSP-FILE
000620     RECORD CONTAINS 52 CHARACTERS.
000630 COPY SUMASUSP.
000640
000650 FD  SUMA-STATUS-HIST
003480         AT END
003490             SET SUSP-EOF TO TRUE
003500         NOT AT END
003510             IF SUS-OUTSTANDING
003520                     AND SUS-RUN-DATE (1:4) = WS-PERIOD
003530                 ADD 1 TO WS-OPEN-SUSP-COUNT
003540             END-IF
