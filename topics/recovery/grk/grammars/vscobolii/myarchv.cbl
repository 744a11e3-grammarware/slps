000360*                     NOW DROP AS A SEPARATE PREVIOUSLY-
000370*                     ARCHIVED COUNT AND THE CONTROL PROOF
000380*                     CARRIES THE THIRD LEG.
000382*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO THE MY-COPY-BOOK
000384*                     REPLACING LIST.
000385*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000386*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000387*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000388*                     THE STEP LOG AND A RESTART BYPASSES IT.
000390*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000391*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000392*----------------------------------------------------------------*

000400  ENVIRONMENT DIVISION.


001010  WORKING-STORAGE SECTION.

001011  01  MY-BUSDTL-AREA.
001012      COPY MY-BUSDTL.

001014  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001015      88  WS-STEP-BYPASSED            VALUE 'Y'.
001016      88  WS-STEP-RUNNING             VALUE 'N'.

001020  01  MY-FILELST-WORK-AREA.
001030      COPY MY-FILELST.

001250              ==DR-ADDRESS-LINE-2==    BY ==WK-ADDRESS-LINE-2==
001260              ==DR-ADDRESS-CITY==      BY ==WK-ADDRESS-CITY==
001270              ==DR-ADDRESS-STATE==     BY ==WK-ADDRESS-STATE==
001280              ==DR-ADDRESS-ZIP==       BY ==WK-ADDRESS-ZIP==
001282              ==DR-PRODUCER-CODE==     BY ==WK-PRODUCER-CODE==
001283              ==DR-BAD-ADDRESS-FLAG==  BY ==WK-BAD-ADDRESS-FLAG==
001284              ==DR-MAIL-RETURN-DATE==  BY ==WK-MAIL-RETURN-DATE==
001285              ==DR-BAD-ADDRESS==       BY ==WK-BAD-ADDRESS==
001286              ==DR-ADDRESS-GOOD==      BY ==WK-ADDRESS-GOOD==.

001290  77  WS-FILE1-STATUS                 PIC X(02).
001300  77  WS-FILE1B-STATUS                PIC X(02).
001910  PROCEDURE DIVISION.

001920  0000-MAINLINE.
001922      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001930      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940      PERFORM 2000-SWEEP-FILE1 THRU 2000-EXIT
001950          UNTIL WS-EOF-YES.
002010      GO TO 9999-EXIT.

002020  1000-INITIALIZE.
002030      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
002040*    DATE ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION -
002050*    A PLAIN SUBTRACT ON A YYYYMMDD FIELD BREAKS ACROSS MONTH
002060*    ENDS.
004880  9100-EXIT.
004890      EXIT.

004900*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
004910*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
004920*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
004930  9800-BEGIN-STEP.
004940      MOVE 'MY-ARCHIVE-SWEEP' TO BL-STEP-NAME.
004950      SET BL-BEGIN-STEP TO TRUE.
004960      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004970      IF BL-CONTROL-FAILED
004980          DISPLAY 'MY-ARCHIVE-SWEEP - ' BL-FAIL-REASON
004990              ' FILE STATUS=' BL-FILE-STATUS
005000          DISPLAY 'MY-ARCHIVE-SWEEP - STEP NOT RUN'
005010          SET WS-STEP-BYPASSED TO TRUE
005020          MOVE 16 TO RETURN-CODE
005030          GO TO 9999-EXIT
005040      END-IF.
005050      IF BL-STEP-ALREADY-DONE
005060          DISPLAY 'MY-ARCHIVE-SWEEP - ALREADY COMPLETE FOR '
005070              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
005080          SET WS-STEP-BYPASSED TO TRUE
005090          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
005100          GO TO 9999-EXIT
005110      END-IF.
005120      MOVE ZERO TO RETURN-CODE.
005130  9800-EXIT.
005140      EXIT.

005150*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
005160*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
005170*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
005180*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
005190  9900-END-STEP.
005200      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
005210          GO TO 9900-EXIT
005220      END-IF.
005230      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
005240      SET BL-END-STEP TO TRUE.
005250      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
005260      IF BL-CONTROL-FAILED
005270          DISPLAY 'MY-ARCHIVE-SWEEP - ' BL-FAIL-REASON
005280              ' FILE STATUS=' BL-FILE-STATUS
005290          MOVE 16 TO RETURN-CODE
005300          GO TO 9900-EXIT
005310      END-IF.
005320      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
005330  9900-EXIT.
005340      EXIT.

005350  9999-EXIT.
005360      PERFORM 9900-END-STEP THRU 9900-EXIT.
005370      STOP RUN.
