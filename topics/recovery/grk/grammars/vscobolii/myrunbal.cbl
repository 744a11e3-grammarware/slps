000220*    MODIFICATION HISTORY.
000230*    DATE       INIT  DESCRIPTION
000240*    09/02/26   DLH   ORIGINAL PROGRAM.
000242*    10/15/26   DLH   STEP NOW RECORDS ITS COMPLETION FOR THE
000244*                     BUSINESS DATE ON THE STEP LOG THROUGH
000246*                     MY-BUSINESS-DATE, AND A RESTART OF THE NIGHT
000248*                     BYPASSES IT ONCE IT IS COMPLETE.
000250*----------------------------------------------------------------*

000260  ENVIRONMENT DIVISION.

000530  WORKING-STORAGE SECTION.

000531  01  MY-BUSDTL-AREA.
000532      COPY MY-BUSDTL.

000534  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000535      88  WS-STEP-BYPASSED            VALUE 'Y'.
000536      88  WS-STEP-RUNNING             VALUE 'N'.

000540*    TONIGHT'S GL RECORD BROKEN OUT THROUGH THE SHARED BOOK.
000550  01  WS-GL-WORK-RECORD.
000560      COPY MY-GLEXT.
001040  PROCEDURE DIVISION.

001050  0000-MAINLINE.
001052      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001060      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070      PERFORM 2000-READ-CONTROL-HISTORY THRU 2000-EXIT
001080          UNTIL WS-EOF-YES.
003200  9000-EXIT.
003210      EXIT.

003220*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
003230*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
003240*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
003250  9800-BEGIN-STEP.
003260      MOVE 'MY-RUN-BALANCE' TO BL-STEP-NAME.
003270      SET BL-BEGIN-STEP TO TRUE.
003280      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003290      IF BL-CONTROL-FAILED
003300          DISPLAY 'MY-RUN-BALANCE - ' BL-FAIL-REASON
003310              ' FILE STATUS=' BL-FILE-STATUS
003320          DISPLAY 'MY-RUN-BALANCE - STEP NOT RUN'
003330          SET WS-STEP-BYPASSED TO TRUE
003340          MOVE 16 TO RETURN-CODE
003350          GO TO 9999-EXIT
003360      END-IF.
003370      IF BL-STEP-ALREADY-DONE
003380          DISPLAY 'MY-RUN-BALANCE - ALREADY COMPLETE FOR '
003390              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
003400          SET WS-STEP-BYPASSED TO TRUE
003410          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
003420          GO TO 9999-EXIT
003430      END-IF.
003440      MOVE ZERO TO RETURN-CODE.
003450  9800-EXIT.
003460      EXIT.

003470*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
003480*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
003490*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
003500*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
003510  9900-END-STEP.
003520      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
003530          GO TO 9900-EXIT
003540      END-IF.
003550      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
003560      SET BL-END-STEP TO TRUE.
003570      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003580      IF BL-CONTROL-FAILED
003590          DISPLAY 'MY-RUN-BALANCE - ' BL-FAIL-REASON
003600              ' FILE STATUS=' BL-FILE-STATUS
003610          MOVE 16 TO RETURN-CODE
003620          GO TO 9900-EXIT
003630      END-IF.
003640      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
003650  9900-EXIT.
003660      EXIT.

003670  9999-EXIT.
003680      PERFORM 9900-END-STEP THRU 9900-EXIT.
003690      STOP RUN.
