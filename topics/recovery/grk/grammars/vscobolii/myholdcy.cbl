000390*                     TONIGHT'S LIVE COPY POSTS EXACTLY ONCE
000400*                     INSTEAD OF LIVE AND SUSPENSE COPIES BOTH
000410*                     FLOWING INTO THE RUN TOTALS AND THE GL.
000412*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000414*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000416*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000418*                     THE STEP LOG AND A RESTART BYPASSES IT.
000420*----------------------------------------------------------------*

000430  ENVIRONMENT DIVISION.

000800  WORKING-STORAGE SECTION.

000801  01  MY-BUSDTL-AREA.
000802      COPY MY-BUSDTL.

000804  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000805      88  WS-STEP-BYPASSED            VALUE 'Y'.
000806      88  WS-STEP-RUNNING             VALUE 'N'.

000810  01  MY-HOLDSP-WORK-AREA.
000820      COPY MY-HOLDSP.

001440  PROCEDURE DIVISION.

001450  0000-MAINLINE.
001452      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001460      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470      PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001480          UNTIL WS-EOF-YES.
001500      GO TO 9999-EXIT.

001510  1000-INITIALIZE.
001520      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
001530*    DATE ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION -
001540*    A PLAIN SUBTRACT ON YYYYMMDD FIELDS BREAKS ACROSS MONTH
001550*    ENDS.
004330  9100-EXIT.
004340      EXIT.

004350*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
004360*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
004370*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
004380  9800-BEGIN-STEP.
004390      MOVE 'MY-HOLD-CYCLE' TO BL-STEP-NAME.
004400      SET BL-BEGIN-STEP TO TRUE.
004410      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004420      IF BL-CONTROL-FAILED
004430          DISPLAY 'MY-HOLD-CYCLE - ' BL-FAIL-REASON
004440              ' FILE STATUS=' BL-FILE-STATUS
004450          DISPLAY 'MY-HOLD-CYCLE - STEP NOT RUN'
004460          SET WS-STEP-BYPASSED TO TRUE
004470          MOVE 16 TO RETURN-CODE
004480          GO TO 9999-EXIT
004490      END-IF.
004500      IF BL-STEP-ALREADY-DONE
004510          DISPLAY 'MY-HOLD-CYCLE - ALREADY COMPLETE FOR '
004520              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
004530          SET WS-STEP-BYPASSED TO TRUE
004540          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
004550          GO TO 9999-EXIT
004560      END-IF.
004570      MOVE ZERO TO RETURN-CODE.
004580  9800-EXIT.
004590      EXIT.

004600*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
004610*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
004620*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
004630*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
004640  9900-END-STEP.
004650      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
004660          GO TO 9900-EXIT
004670      END-IF.
004680      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
004690      SET BL-END-STEP TO TRUE.
004700      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004710      IF BL-CONTROL-FAILED
004720          DISPLAY 'MY-HOLD-CYCLE - ' BL-FAIL-REASON
004730              ' FILE STATUS=' BL-FILE-STATUS
004740          MOVE 16 TO RETURN-CODE
004750          GO TO 9900-EXIT
004760      END-IF.
004770      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
004780  9900-EXIT.
004790      EXIT.

004800  9999-EXIT.
004810      PERFORM 9900-END-STEP THRU 9900-EXIT.
004820      STOP RUN.
