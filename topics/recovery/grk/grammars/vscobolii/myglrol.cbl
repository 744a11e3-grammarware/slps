000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    09/02/26   DLH   ORIGINAL PROGRAM.
000212*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000214*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000216*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000218*                     THE STEP LOG AND A RESTART BYPASSES IT.
000220*----------------------------------------------------------------*

000230  ENVIRONMENT DIVISION.

000440  WORKING-STORAGE SECTION.

000441  01  MY-BUSDTL-AREA.
000442      COPY MY-BUSDTL.

000444  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000445      88  WS-STEP-BYPASSED            VALUE 'Y'.
000446      88  WS-STEP-RUNNING             VALUE 'N'.

000450  01  MY-GLMTD-WORK-AREA.
000460      COPY MY-GLMTD.

000700  PROCEDURE DIVISION.

000710  0000-MAINLINE.
000712      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
000720      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000730      IF WS-ALREADY-ROLLED
000740          PERFORM 9000-TERMINATE THRU 9000-EXIT
000800      GO TO 9999-EXIT.

000810  1000-INITIALIZE.
000820      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
000830      OPEN OUTPUT MY-ROLL-REPORT.
000840      PERFORM 1100-CHECK-PRIOR-ROLL THRU 1100-EXIT.
000850      IF WS-ALREADY-ROLLED
001870  9000-EXIT.
001880      EXIT.

001890*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
001900*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
001910*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
001920  9800-BEGIN-STEP.
001930      MOVE 'MY-GL-ROLL' TO BL-STEP-NAME.
001940      SET BL-BEGIN-STEP TO TRUE.
001950      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
001960      IF BL-CONTROL-FAILED
001970          DISPLAY 'MY-GL-ROLL - ' BL-FAIL-REASON
001980              ' FILE STATUS=' BL-FILE-STATUS
001990          DISPLAY 'MY-GL-ROLL - STEP NOT RUN'
002000          SET WS-STEP-BYPASSED TO TRUE
002010          MOVE 16 TO RETURN-CODE
002020          GO TO 9999-EXIT
002030      END-IF.
002040      IF BL-STEP-ALREADY-DONE
002050          DISPLAY 'MY-GL-ROLL - ALREADY COMPLETE FOR '
002060              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
002070          SET WS-STEP-BYPASSED TO TRUE
002080          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
002090          GO TO 9999-EXIT
002100      END-IF.
002110      MOVE ZERO TO RETURN-CODE.
002120  9800-EXIT.
002130      EXIT.

002140*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
002150*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
002160*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
002170*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
002180  9900-END-STEP.
002190      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
002200          GO TO 9900-EXIT
002210      END-IF.
002220      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
002230      SET BL-END-STEP TO TRUE.
002240      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
002250      IF BL-CONTROL-FAILED
002260          DISPLAY 'MY-GL-ROLL - ' BL-FAIL-REASON
002270              ' FILE STATUS=' BL-FILE-STATUS
002280          MOVE 16 TO RETURN-CODE
002290          GO TO 9900-EXIT
002300      END-IF.
002310      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
002320  9900-EXIT.
002330      EXIT.

002340  9999-EXIT.
002350      PERFORM 9900-END-STEP THRU 9900-EXIT.
002360      STOP RUN.
