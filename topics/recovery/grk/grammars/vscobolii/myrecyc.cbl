000200*    MODIFICATION HISTORY.
000210*    DATE       INIT  DESCRIPTION
000220*    08/22/26   DLH   ORIGINAL PROGRAM.
000222*    10/15/26   DLH   STEP NOW RECORDS ITS COMPLETION FOR THE
000224*                     BUSINESS DATE ON THE STEP LOG THROUGH
000226*                     MY-BUSINESS-DATE, AND A RESTART OF THE NIGHT
000228*                     BYPASSES IT ONCE IT IS COMPLETE.
000230*----------------------------------------------------------------*

000240  ENVIRONMENT DIVISION.

000560  WORKING-STORAGE SECTION.

000561  01  MY-BUSDTL-AREA.
000562      COPY MY-BUSDTL.

000564  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000565      88  WS-STEP-BYPASSED            VALUE 'Y'.
000566      88  WS-STEP-RUNNING             VALUE 'N'.

000570*    THE SUSPENDED DATAREC UNDER REPAIR, BROKEN OUT FIELD BY
000580*    FIELD.  NO FD IN THIS PROGRAM CARRIES THE DR- NAMES, SO
000590*    THE BOOK COPIES IN UNPREFIXED.
001110  PROCEDURE DIVISION.

001120  0000-MAINLINE.
001122      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001130      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140      PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
001150          UNTIL WS-EOF-YES.
003290  9100-EXIT.
003300      EXIT.

003310*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
003320*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
003330*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
003340  9800-BEGIN-STEP.
003350      MOVE 'MY-RECYCLE' TO BL-STEP-NAME.
003360      SET BL-BEGIN-STEP TO TRUE.
003370      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003380      IF BL-CONTROL-FAILED
003390          DISPLAY 'MY-RECYCLE - ' BL-FAIL-REASON
003400              ' FILE STATUS=' BL-FILE-STATUS
003410          DISPLAY 'MY-RECYCLE - STEP NOT RUN'
003420          SET WS-STEP-BYPASSED TO TRUE
003430          MOVE 16 TO RETURN-CODE
003440          GO TO 9999-EXIT
003450      END-IF.
003460      IF BL-STEP-ALREADY-DONE
003470          DISPLAY 'MY-RECYCLE - ALREADY COMPLETE FOR '
003480              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
003490          SET WS-STEP-BYPASSED TO TRUE
003500          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
003510          GO TO 9999-EXIT
003520      END-IF.
003530      MOVE ZERO TO RETURN-CODE.
003540  9800-EXIT.
003550      EXIT.

003560*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
003570*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
003580*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
003590*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
003600  9900-END-STEP.
003610      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
003620          GO TO 9900-EXIT
003630      END-IF.
003640      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
003650      SET BL-END-STEP TO TRUE.
003660      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003670      IF BL-CONTROL-FAILED
003680          DISPLAY 'MY-RECYCLE - ' BL-FAIL-REASON
003690              ' FILE STATUS=' BL-FILE-STATUS
003700          MOVE 16 TO RETURN-CODE
003710          GO TO 9900-EXIT
003720      END-IF.
003730      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
003740  9900-EXIT.
003750      EXIT.

003760  9999-EXIT.
003770      PERFORM 9900-END-STEP THRU 9900-EXIT.
003780      STOP RUN.
