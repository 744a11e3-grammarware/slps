000210*    MODIFICATION HISTORY.
000220*    DATE       INIT  DESCRIPTION
000230*    08/22/26   DLH   ORIGINAL PROGRAM.
000232*    10/15/26   DLH   STEP NOW RECORDS ITS COMPLETION FOR THE
000234*                     BUSINESS DATE ON THE STEP LOG THROUGH
000236*                     MY-BUSINESS-DATE, AND A RESTART OF THE NIGHT
000238*                     BYPASSES IT ONCE IT IS COMPLETE.
000240*----------------------------------------------------------------*

000250  ENVIRONMENT DIVISION.

000410  WORKING-STORAGE SECTION.

000411  01  MY-BUSDTL-AREA.
000412      COPY MY-BUSDTL.

000414  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000415      88  WS-STEP-BYPASSED            VALUE 'Y'.
000416      88  WS-STEP-RUNNING             VALUE 'N'.

000420  77  WS-CTLHST-STATUS                PIC X(02).
000430  77  WS-CTLRPT-STATUS                PIC X(02).

000890  PROCEDURE DIVISION.

000900  0000-MAINLINE.
000902      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
000910      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920      PERFORM 2000-READ-HISTORY THRU 2000-EXIT
000930          UNTIL WS-EOF-YES.
002930  9000-EXIT.
002940      EXIT.

002950*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
002960*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
002970*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
002980  9800-BEGIN-STEP.
002990      MOVE 'MY-CONTROL-HIST' TO BL-STEP-NAME.
003000      SET BL-BEGIN-STEP TO TRUE.
003010      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003020      IF BL-CONTROL-FAILED
003030          DISPLAY 'MY-CONTROL-HIST - ' BL-FAIL-REASON
003040              ' FILE STATUS=' BL-FILE-STATUS
003050          DISPLAY 'MY-CONTROL-HIST - STEP NOT RUN'
003060          SET WS-STEP-BYPASSED TO TRUE
003070          MOVE 16 TO RETURN-CODE
003080          GO TO 9999-EXIT
003090      END-IF.
003100      IF BL-STEP-ALREADY-DONE
003110          DISPLAY 'MY-CONTROL-HIST - ALREADY COMPLETE FOR '
003120              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
003130          SET WS-STEP-BYPASSED TO TRUE
003140          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
003150          GO TO 9999-EXIT
003160      END-IF.
003170      MOVE ZERO TO RETURN-CODE.
003180  9800-EXIT.
003190      EXIT.

003200*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
003210*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
003220*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
003230*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
003240  9900-END-STEP.
003250      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
003260          GO TO 9900-EXIT
003270      END-IF.
003280      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
003290      SET BL-END-STEP TO TRUE.
003300      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003310      IF BL-CONTROL-FAILED
003320          DISPLAY 'MY-CONTROL-HIST - ' BL-FAIL-REASON
003330              ' FILE STATUS=' BL-FILE-STATUS
003340          MOVE 16 TO RETURN-CODE
003350          GO TO 9900-EXIT
003360      END-IF.
003370      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
003380  9900-EXIT.
003390      EXIT.

003400  9999-EXIT.
003410      PERFORM 9900-END-STEP THRU 9900-EXIT.
003420      STOP RUN.
