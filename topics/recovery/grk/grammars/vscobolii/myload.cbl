000350*                     (LODRPT0) WITH LOADED/DUPLICATE COUNTS PER
000360*                     SLOT INSTEAD OF DYING SILENTLY ON THE
000370*                     INVALID KEY.
000372*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO THE MY-COPY-BOOK
000374*                     REPLACING LIST.
000375*    10/15/26   DLH   STEP NOW RECORDS ITS COMPLETION FOR THE
000376*                     BUSINESS DATE ON THE STEP LOG THROUGH
000377*                     MY-BUSINESS-DATE, AND A RESTART OF THE NIGHT
000378*                     BYPASSES IT ONCE IT IS COMPLETE.
000380*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000381*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000382*----------------------------------------------------------------*

000390  ENVIRONMENT DIVISION.

000830              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000840              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000850              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000860              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000862              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000863              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000864              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000865              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000866              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000870  FD  MY-FILELST-FILE
000880      LABEL RECORD STANDARD.
001120              ==DR-ADDRESS-LINE-2==    BY ==DRB-ADDRESS-LINE-2==
001130              ==DR-ADDRESS-CITY==      BY ==DRB-ADDRESS-CITY==
001140              ==DR-ADDRESS-STATE==     BY ==DRB-ADDRESS-STATE==
001150              ==DR-ADDRESS-ZIP==       BY ==DRB-ADDRESS-ZIP==
001152              ==DR-PRODUCER-CODE==     BY ==DRB-PRODUCER-CODE==
001153              ==DR-BAD-ADDRESS-FLAG==  BY ==DRB-BAD-ADDRESS-FLAG==
001154              ==DR-MAIL-RETURN-DATE==  BY ==DRB-MAIL-RETURN-DATE==
001155              ==DR-BAD-ADDRESS==       BY ==DRB-BAD-ADDRESS==
001156              ==DR-ADDRESS-GOOD==      BY ==DRB-ADDRESS-GOOD==.

001160  FD  FILE1C
001170      LABEL RECORD STANDARD.
001370              ==DR-ADDRESS-LINE-2==    BY ==DRC-ADDRESS-LINE-2==
001380              ==DR-ADDRESS-CITY==      BY ==DRC-ADDRESS-CITY==
001390              ==DR-ADDRESS-STATE==     BY ==DRC-ADDRESS-STATE==
001400              ==DR-ADDRESS-ZIP==       BY ==DRC-ADDRESS-ZIP==
001402              ==DR-PRODUCER-CODE==     BY ==DRC-PRODUCER-CODE==
001403              ==DR-BAD-ADDRESS-FLAG==  BY ==DRC-BAD-ADDRESS-FLAG==
001404              ==DR-MAIL-RETURN-DATE==  BY ==DRC-MAIL-RETURN-DATE==
001405              ==DR-BAD-ADDRESS==       BY ==DRC-BAD-ADDRESS==
001406              ==DR-ADDRESS-GOOD==      BY ==DRC-ADDRESS-GOOD==.

001410  FD  MY-LODRPT-FILE
001420      LABEL RECORD STANDARD.

001440  WORKING-STORAGE SECTION.

001441  01  MY-BUSDTL-AREA.
001442      COPY MY-BUSDTL.

001444  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001445      88  WS-STEP-BYPASSED            VALUE 'Y'.
001446      88  WS-STEP-RUNNING             VALUE 'N'.

001450  01  MY-FILELST-WORK-AREA.
001460      COPY MY-FILELST.

001770  PROCEDURE DIVISION.

001780  0000-MAINLINE.
001782      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001790      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800      PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
001810          UNTIL WS-EOF-YES.
003400  9100-EXIT.
003410      EXIT.

003420*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
003430*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
003440*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
003450  9800-BEGIN-STEP.
003460      MOVE 'MY-LOAD-PROGRAM' TO BL-STEP-NAME.
003470      SET BL-BEGIN-STEP TO TRUE.
003480      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003490      IF BL-CONTROL-FAILED
003500          DISPLAY 'MY-LOAD-PROGRAM - ' BL-FAIL-REASON
003510              ' FILE STATUS=' BL-FILE-STATUS
003520          DISPLAY 'MY-LOAD-PROGRAM - STEP NOT RUN'
003530          SET WS-STEP-BYPASSED TO TRUE
003540          MOVE 16 TO RETURN-CODE
003550          GO TO 9999-EXIT
003560      END-IF.
003570      IF BL-STEP-ALREADY-DONE
003580          DISPLAY 'MY-LOAD-PROGRAM - ALREADY COMPLETE FOR '
003590              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
003600          SET WS-STEP-BYPASSED TO TRUE
003610          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
003620          GO TO 9999-EXIT
003630      END-IF.
003640      MOVE ZERO TO RETURN-CODE.
003650  9800-EXIT.
003660      EXIT.

003670*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
003680*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
003690*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
003700*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
003710  9900-END-STEP.
003720      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
003730          GO TO 9900-EXIT
003740      END-IF.
003750      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
003760      SET BL-END-STEP TO TRUE.
003770      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003780      IF BL-CONTROL-FAILED
003790          DISPLAY 'MY-LOAD-PROGRAM - ' BL-FAIL-REASON
003800              ' FILE STATUS=' BL-FILE-STATUS
003810          MOVE 16 TO RETURN-CODE
003820          GO TO 9900-EXIT
003830      END-IF.
003840      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
003850  9900-EXIT.
003860      EXIT.

003870  9999-EXIT.
003880      PERFORM 9900-END-STEP THRU 9900-EXIT.
003890      STOP RUN.
