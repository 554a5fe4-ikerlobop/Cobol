000173*                LAST TWO DIGITS ARE DECIMALS IN THE DISPLAY,
000174*                PLUS THE ORIGINATING DEPARTMENT, WHICH THE
000175*                INQUIRY NOW DISPLAYS).
000176* 10/07/26  JRH  MASTER RECORD NOW CARRIES THE CONVERSION
000177*                FACTOR APPLIED AT POSTING (RECORD 96 BYTES);
000178*                THE INQUIRY DISPLAYS IT NEXT TO THE BASE
000179*                RESULT, OR NOT RECORDED FOR A POSTING MADE
000180*                BEFORE THE FACTOR WAS KEPT.
000181*--------------------------------------------------------------*
000182
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  SUMA-MASTER
000310     RECORD CONTAINS 96 CHARACTERS.
000320 COPY SUMAMSTR.
000330
000340 WORKING-STORAGE SECTION.
000360 77  WS-INQ-ID                   PIC X(8).
000370 77  WS-DONE-SW                  PIC X(1) VALUE 'N'.
000380     88  INQUIRY-DONE                     VALUE 'Y'.
000385 77  WS-FACTOR-ED                PIC ZZ9.9(6).
000390
000400 PROCEDURE DIVISION.
000410 0000-MAIN-PROCESS.
000710             DISPLAY 'NUM2:        ' MST-NUM2
000715             DISPLAY 'ORIG RESULT: ' MST-ORIG-RESULT
000720             DISPLAY 'BASE RESULT: ' MST-RESULTADO
000721             IF MST-APPLIED-FACTOR = 0
000722                 DISPLAY 'RATE FACTOR: NOT RECORDED'
000723             ELSE
000724                 MOVE MST-APPLIED-FACTOR TO WS-FACTOR-ED
000725                 DISPLAY 'RATE FACTOR: ' WS-FACTOR-ED
000726             END-IF
000730             DISPLAY 'POSTED DATE: ' MST-POST-DATE
000740             DISPLAY 'POSTED TIME: ' MST-POST-TIME
000750             DISPLAY 'RUN BATCH:   ' MST-BATCH-NO
