000413*                     HELD/SUPPRESSED COUNTS FOR MY-RUN-BALANCE.
000414*                     THEY BELONG TO THE POSTING STAGE, SO THE
000415*                     EDIT-STAGE RECORD WRITES THEM AS ZERO.
000416*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO THE MY-COPY-BOOK
000417*                     REPLACING LIST.
000420*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000421*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000422*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000423*                     THE STEP LOG AND A RESTART BYPASSES IT.
000424*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000425*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000426*----------------------------------------------------------------*

000430  ENVIRONMENT DIVISION.

000940              ==DR-ADDRESS-LINE-2==    BY ==DRB-ADDRESS-LINE-2==
000950              ==DR-ADDRESS-CITY==      BY ==DRB-ADDRESS-CITY==
000960              ==DR-ADDRESS-STATE==     BY ==DRB-ADDRESS-STATE==
000970              ==DR-ADDRESS-ZIP==       BY ==DRB-ADDRESS-ZIP==
000972              ==DR-PRODUCER-CODE==     BY ==DRB-PRODUCER-CODE==
000973              ==DR-BAD-ADDRESS-FLAG==  BY ==DRB-BAD-ADDRESS-FLAG==
000974              ==DR-MAIL-RETURN-DATE==  BY ==DRB-MAIL-RETURN-DATE==
000975              ==DR-BAD-ADDRESS==       BY ==DRB-BAD-ADDRESS==
000976              ==DR-ADDRESS-GOOD==      BY ==DRB-ADDRESS-GOOD==.

000980  FD  FILE1C
000990      LABEL RECORD STANDARD.
001190              ==DR-ADDRESS-LINE-2==    BY ==DRC-ADDRESS-LINE-2==
001200              ==DR-ADDRESS-CITY==      BY ==DRC-ADDRESS-CITY==
001210              ==DR-ADDRESS-STATE==     BY ==DRC-ADDRESS-STATE==
001220              ==DR-ADDRESS-ZIP==       BY ==DRC-ADDRESS-ZIP==
001222              ==DR-PRODUCER-CODE==     BY ==DRC-PRODUCER-CODE==
001223              ==DR-BAD-ADDRESS-FLAG==  BY ==DRC-BAD-ADDRESS-FLAG==
001224              ==DR-MAIL-RETURN-DATE==  BY ==DRC-MAIL-RETURN-DATE==
001225              ==DR-BAD-ADDRESS==       BY ==DRC-BAD-ADDRESS==
001226              ==DR-ADDRESS-GOOD==      BY ==DRC-ADDRESS-GOOD==.

001230  FD  MY-SUSP-FILE
001240      LABEL RECORD STANDARD.

001310  WORKING-STORAGE SECTION.

001311  01  MY-BUSDTL-AREA.
001312      COPY MY-BUSDTL.

001314  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001315      88  WS-STEP-BYPASSED            VALUE 'Y'.
001316      88  WS-STEP-RUNNING             VALUE 'N'.

001320  01  MY-FILELST-WORK-AREA.
001330      COPY MY-FILELST.

001700  PROCEDURE DIVISION.

001710  0000-MAINLINE.
001712      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001720      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730      PERFORM 2000-EDIT-FILE1 THRU 2000-EXIT
001740          UNTIL WS-EOF-YES.

002850*    THE CALLER HAS ALREADY MOVED ITS DATAREC TO SP-DATAREC.
002860  2600-WRITE-SUSPENSE.
002870      MOVE BL-BUSINESS-DATE TO
002880          SP-SUSPENSE-DATE IN MY-SUSP-WORK-AREA.
002890      ACCEPT SP-SUSPENSE-TIME IN MY-SUSP-WORK-AREA FROM TIME.
002900      MOVE WS-REJECT-REASON TO
002910          SP-REJECT-REASON IN MY-SUSP-WORK-AREA.
004330          OPEN OUTPUT MY-CTLHST-FILE
004340      END-IF.
004350      MOVE SPACES TO MY-CTLHST-WORK-AREA.
004360      MOVE BL-BUSINESS-DATE TO
004370          CH-RUN-DATE IN MY-CTLHST-WORK-AREA.
004380      SET CH-EDIT-STAGE IN MY-CTLHST-WORK-AREA TO TRUE.
004390      MOVE WS-SLOT-RECORD-COUNT (1) TO
004400          CH-SLOT-COUNT IN MY-CTLHST-WORK-AREA (1).
004520  9200-EXIT.
004530      EXIT.

004540*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
004550*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
004560*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
004570  9800-BEGIN-STEP.
004580      MOVE 'MY-EDIT-PROGRAM' TO BL-STEP-NAME.
004590      SET BL-BEGIN-STEP TO TRUE.
004600      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004610      IF BL-CONTROL-FAILED
004620          DISPLAY 'MY-EDIT-PROGRAM - ' BL-FAIL-REASON
004630              ' FILE STATUS=' BL-FILE-STATUS
004640          DISPLAY 'MY-EDIT-PROGRAM - STEP NOT RUN'
004650          SET WS-STEP-BYPASSED TO TRUE
004660          MOVE 16 TO RETURN-CODE
004670          GO TO 9999-EXIT
004680      END-IF.
004690      IF BL-STEP-ALREADY-DONE
004700          DISPLAY 'MY-EDIT-PROGRAM - ALREADY COMPLETE FOR '
004710              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
004720          SET WS-STEP-BYPASSED TO TRUE
004730          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
004740          GO TO 9999-EXIT
004750      END-IF.
004760      MOVE ZERO TO RETURN-CODE.
004770  9800-EXIT.
004780      EXIT.

004790*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
004800*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
004810*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
004820*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
004830  9900-END-STEP.
004840      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
004850          GO TO 9900-EXIT
004860      END-IF.
004870      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
004880      SET BL-END-STEP TO TRUE.
004890      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004900      IF BL-CONTROL-FAILED
004910          DISPLAY 'MY-EDIT-PROGRAM - ' BL-FAIL-REASON
004920              ' FILE STATUS=' BL-FILE-STATUS
004930          MOVE 16 TO RETURN-CODE
004940          GO TO 9900-EXIT
004950      END-IF.
004960      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
004970  9900-EXIT.
004980      EXIT.

004990  9999-EXIT.
005000      PERFORM 9900-END-STEP THRU 9900-EXIT.
005010      STOP RUN.
