000170*    MODIFICATION HISTORY.
000180*    DATE       INIT  DESCRIPTION
000190*    08/22/26   DLH   ORIGINAL PROGRAM.
000192*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000194*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000196*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000198*                     THE STEP LOG AND A RESTART BYPASSES IT.
000200*----------------------------------------------------------------*

000210  ENVIRONMENT DIVISION.

000420  WORKING-STORAGE SECTION.

000421  01  MY-BUSDTL-AREA.
000422      COPY MY-BUSDTL.

000424  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000425      88  WS-STEP-BYPASSED            VALUE 'Y'.
000426      88  WS-STEP-RUNNING             VALUE 'N'.

000430  77  WS-FILE1-STATUS                 PIC X(02).
000440  77  WS-RENEW-STATUS                 PIC X(02).
000450  77  WS-SWPRPT-STATUS                PIC X(02).
000650  PROCEDURE DIVISION.

000660  0000-MAINLINE.
000662      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
000670      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000680      PERFORM 2000-SWEEP-RECORD THRU 2000-EXIT
000690          UNTIL WS-EOF-YES.
000730      OPEN INPUT FILE1.
000740      OPEN OUTPUT MY-RENEW-FILE.
000750      OPEN OUTPUT MY-SWEEP-REPORT.
000760      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
000770*    DATE ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION -
000780*    A PLAIN ADD ON A YYYYMMDD FIELD BREAKS ACROSS MONTH ENDS.
000790      COMPUTE WS-DATE-INTEGER =
001590  9000-EXIT.
001600      EXIT.

001610*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
001620*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
001630*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
001640  9800-BEGIN-STEP.
001650      MOVE 'MY-EXPIRY-SWEEP' TO BL-STEP-NAME.
001660      SET BL-BEGIN-STEP TO TRUE.
001670      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
001680      IF BL-CONTROL-FAILED
001690          DISPLAY 'MY-EXPIRY-SWEEP - ' BL-FAIL-REASON
001700              ' FILE STATUS=' BL-FILE-STATUS
001710          DISPLAY 'MY-EXPIRY-SWEEP - STEP NOT RUN'
001720          SET WS-STEP-BYPASSED TO TRUE
001730          MOVE 16 TO RETURN-CODE
001740          GO TO 9999-EXIT
001750      END-IF.
001760      IF BL-STEP-ALREADY-DONE
001770          DISPLAY 'MY-EXPIRY-SWEEP - ALREADY COMPLETE FOR '
001780              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
001790          SET WS-STEP-BYPASSED TO TRUE
001800          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
001810          GO TO 9999-EXIT
001820      END-IF.
001830      MOVE ZERO TO RETURN-CODE.
001840  9800-EXIT.
001850      EXIT.

001860*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
001870*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
001880*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
001890*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
001900  9900-END-STEP.
001910      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
001920          GO TO 9900-EXIT
001930      END-IF.
001940      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
001950      SET BL-END-STEP TO TRUE.
001960      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
001970      IF BL-CONTROL-FAILED
001980          DISPLAY 'MY-EXPIRY-SWEEP - ' BL-FAIL-REASON
001990              ' FILE STATUS=' BL-FILE-STATUS
002000          MOVE 16 TO RETURN-CODE
002010          GO TO 9900-EXIT
002020      END-IF.
002030      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
002040  9900-EXIT.
002050      EXIT.

002060  9999-EXIT.
002070      PERFORM 9900-END-STEP THRU 9900-EXIT.
002080      STOP RUN.
