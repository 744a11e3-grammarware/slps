000380*                     ON A FAILURE THE PAYMENT LOGS A REJECT
000390*                     AND NEITHER THE AUDIT IMAGES, THE APPLIED
000400*                     COUNTS NOR THE GL ACCUMULATION ARE TAKEN.
000402*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO THE MY-COPY-BOOK
000404*                     REPLACING LIST.
000406*    10/15/26   DLH   AUDIT IMAGES NOW CLEAR THE NEW USER/APPROVER
000408*                     FIELDS - BLANK MARKS A BATCH IMAGE.
000410*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000411*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000412*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000413*                     THE STEP LOG AND A RESTART BYPASSES IT.
000414*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000415*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000416*----------------------------------------------------------------*

000420  ENVIRONMENT DIVISION.

000880              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000890              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000900              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000910              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000912              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000913              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000914              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000915              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000916              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000920  FD  MY-F1AUD-FILE
000930      LABEL RECORD STANDARD.

001100  WORKING-STORAGE SECTION.

001101  01  MY-BUSDTL-AREA.
001102      COPY MY-BUSDTL.

001104  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001105      88  WS-STEP-BYPASSED            VALUE 'Y'.
001106      88  WS-STEP-RUNNING             VALUE 'N'.

001110  01  MY-ERRLOG-WORK-AREA.
001120      COPY MY-ERRLOG.

001590  PROCEDURE DIVISION.

001600  0000-MAINLINE.
001602      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001610      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620      PERFORM 2000-APPLY-PAYMENT THRU 2000-EXIT
001630          UNTIL WS-EOF-YES.

003270*    THE CALLER SETS FA-IMAGE-TYPE AND LOADS FA-RECORD-IMAGE.
003280  2600-WRITE-AUDIT-IMAGE.
003290      MOVE BL-BUSINESS-DATE TO
003300          FA-LOG-DATE IN MY-F1AUD-WORK-AREA.
003310      ACCEPT FA-LOG-TIME IN MY-F1AUD-WORK-AREA FROM TIME.
003320      MOVE 'P' TO FA-ACTION-CODE IN MY-F1AUD-WORK-AREA.
003322      MOVE SPACES TO FA-USER-ID IN MY-F1AUD-WORK-AREA
003324          FA-APPROVER-ID IN MY-F1AUD-WORK-AREA.
003330      MOVE PT-RECORD-KEY TO
003340          FA-RECORD-KEY IN MY-F1AUD-WORK-AREA.
003350      WRITE F1AUD-FILE-RECORD FROM MY-F1AUD-WORK-AREA.
003580          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
003590      MOVE 4 TO
003600          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
003610      MOVE BL-BUSINESS-DATE TO
003620          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
003630      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
003640      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
003650  2700-EXIT.
004700  9210-EXIT.
004710      EXIT.

004720*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
004730*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
004740*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
004750  9800-BEGIN-STEP.
004760      MOVE 'MY-PAYMENT-APPLY' TO BL-STEP-NAME.
004770      SET BL-BEGIN-STEP TO TRUE.
004780      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004790      IF BL-CONTROL-FAILED
004800          DISPLAY 'MY-PAYMENT-APPLY - ' BL-FAIL-REASON
004810              ' FILE STATUS=' BL-FILE-STATUS
004820          DISPLAY 'MY-PAYMENT-APPLY - STEP NOT RUN'
004830          SET WS-STEP-BYPASSED TO TRUE
004840          MOVE 16 TO RETURN-CODE
004850          GO TO 9999-EXIT
004860      END-IF.
004870      IF BL-STEP-ALREADY-DONE
004880          DISPLAY 'MY-PAYMENT-APPLY - ALREADY COMPLETE FOR '
004890              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
004900          SET WS-STEP-BYPASSED TO TRUE
004910          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
004920          GO TO 9999-EXIT
004930      END-IF.
004940      MOVE ZERO TO RETURN-CODE.
004950  9800-EXIT.
004960      EXIT.

004970*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
004980*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
004990*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
005000*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
005010  9900-END-STEP.
005020      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
005030          GO TO 9900-EXIT
005040      END-IF.
005050      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
005060      SET BL-END-STEP TO TRUE.
005070      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
005080      IF BL-CONTROL-FAILED
005090          DISPLAY 'MY-PAYMENT-APPLY - ' BL-FAIL-REASON
005100              ' FILE STATUS=' BL-FILE-STATUS
005110          MOVE 16 TO RETURN-CODE
005120          GO TO 9900-EXIT
005130      END-IF.
005140      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
005150  9900-EXIT.
005160      EXIT.

005170  9999-EXIT.
005180      PERFORM 9900-END-STEP THRU 9900-EXIT.
005190      STOP RUN.
