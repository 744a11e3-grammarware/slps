000180*    MODIFICATION HISTORY.
000190*    DATE       INIT  DESCRIPTION
000200*    08/22/26   DLH   ORIGINAL PROGRAM.
000201*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO REPLACING LIST.
000202*    10/15/26   DLH   AUDIT IMAGES CLEAR USER/APPROVER (BATCH).
000203*    10/15/26   DLH   RUN DATE IS THE BUSINESS DATE, NOT CLOCK;
000204*                     STEP IS LOGGED; A RESTART BYPASSES IT.
000205*    10/15/26   DLH   BAD-ADDRESS FIELDS ADDED TO REPLACING LISTS;
000206*                     A CHANGE KEEPS THE MASTER'S FLAG UNLESS IT
000207*                     CORRECTS THE ADDRESS, WHICH CLEARS IT.
000210*----------------------------------------------------------------*

000220  ENVIRONMENT DIVISION.
000620              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000630              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000640              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000650              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000651              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000652              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000653              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000654              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000655              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000660  FD  MY-F1AUD-FILE
000670      LABEL RECORD STANDARD.

000740  WORKING-STORAGE SECTION.

000741  01  MY-BUSDTL-AREA.
000742      COPY MY-BUSDTL.

000743  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000744      88  WS-STEP-BYPASSED            VALUE 'Y'.
000745      88  WS-STEP-RUNNING             VALUE 'N'.

000750  01  MY-ERRLOG-WORK-AREA.
000760      COPY MY-ERRLOG.

001000              ==DR-ADDRESS-LINE-2==    BY ==DT-ADDRESS-LINE-2==
001010              ==DR-ADDRESS-CITY==      BY ==DT-ADDRESS-CITY==
001020              ==DR-ADDRESS-STATE==     BY ==DT-ADDRESS-STATE==
001030              ==DR-ADDRESS-ZIP==       BY ==DT-ADDRESS-ZIP==
001031              ==DR-PRODUCER-CODE==     BY ==DT-PRODUCER-CODE==
001032              ==DR-BAD-ADDRESS-FLAG==  BY ==DT-BAD-ADDRESS-FLAG==
001033              ==DR-MAIL-RETURN-DATE==  BY ==DT-MAIL-RETURN-DATE==
001034              ==DR-BAD-ADDRESS==       BY ==DT-BAD-ADDRESS==
001035              ==DR-ADDRESS-GOOD==      BY ==DT-ADDRESS-GOOD==.

001040  77  WS-F1TXN-STATUS                 PIC X(02).
001050  77  WS-FILE1X-STATUS                PIC X(02).
001160  PROCEDURE DIVISION.

001170  0000-MAINLINE.
001175      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001180      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190      PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001200          UNTIL WS-EOF-YES.
002050          NOT INVALID KEY
002060              SET FA-BEFORE-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE
002070              PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT
002075              PERFORM 2350-CARRY-ADDRESS-FLAG THRU 2350-EXIT
002080              MOVE WS-TXN-DATAREC TO FILE1-INDEXED-RECORD
002090              REWRITE FILE1-INDEXED-RECORD
002100              ADD 1 TO WS-APPLIED-COUNT
002140  2300-EXIT.
002150      EXIT.

002160*    THE BAD-ADDRESS FLAG AND MAIL RETURN DATE BELONG TO THE
002170*    MASTER (MY-RETURNED-MAIL SETS THEM), NOT TO THE TRANSACTION.
002180*    A CHANGE THAT ALTERS ANY PART OF THE ADDRESS IS TAKEN AS THE
002190*    CORRECTED ADDRESS AND CLEARS THEM; ANY OTHER CHANGE KEEPS
002200*    WHAT THE MASTER HAS.
002210  2350-CARRY-ADDRESS-FLAG.
002220      IF DT-ADDRESS-LINE-1 NOT = DRX-ADDRESS-LINE-1
002230          OR DT-ADDRESS-LINE-2 NOT = DRX-ADDRESS-LINE-2
002240          OR DT-ADDRESS-CITY NOT = DRX-ADDRESS-CITY
002250          OR DT-ADDRESS-STATE NOT = DRX-ADDRESS-STATE
002260          OR DT-ADDRESS-ZIP NOT = DRX-ADDRESS-ZIP
002270          SET DT-ADDRESS-GOOD TO TRUE
002280          MOVE ZERO TO DT-MAIL-RETURN-DATE
002290      ELSE
002300          MOVE DRX-BAD-ADDRESS-FLAG TO DT-BAD-ADDRESS-FLAG
002310          MOVE DRX-MAIL-RETURN-DATE TO DT-MAIL-RETURN-DATE
002320      END-IF.
002330  2350-EXIT.
002340      EXIT.

002350  2400-CANCEL-RECORD.
002360      MOVE DT-RECORD-KEY TO DRX-RECORD-KEY.
002370      READ MY-FILE1-INDEXED
002380          INVALID KEY
002390              MOVE 'CANCEL TO KEY NOT ON MASTER.'
002400                  TO WS-REJECT-REASON
002410              MOVE '2400-CANCL-RC' TO WS-REJECT-PARAGRAPH
002420              PERFORM 2700-LOG-REJECT THRU 2700-EXIT
002430          NOT INVALID KEY
002440              PERFORM 2500-CANCEL-MASTER-RECORD THRU 2500-EXIT
002450      END-READ.
002460  2400-EXIT.
002470      EXIT.

002480  2500-CANCEL-MASTER-RECORD.
002490      IF DRX-STATUS-CANCELLED
002500          MOVE 'CANCEL OF ALREADY-CANCELLED RECORD.'
002510              TO WS-REJECT-REASON
002520          MOVE '2500-CANCL-MR' TO WS-REJECT-PARAGRAPH
002530          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
002540          GO TO 2500-EXIT
002550      END-IF.
002560      SET FA-BEFORE-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE.
002570      PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
002580      SET DRX-STATUS-CANCELLED TO TRUE.
002590      REWRITE FILE1-INDEXED-RECORD.
002600      ADD 1 TO WS-APPLIED-COUNT.
002610      SET FA-AFTER-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE.
002620      PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
002630  2500-EXIT.
002640      EXIT.

002650*    THE CALLER SETS FA-IMAGE-TYPE; THE IMAGE IS ALWAYS THE
002660*    CURRENT CONTENT OF FILE1-INDEXED-RECORD.
002670  2600-WRITE-AUDIT-IMAGE.
002680      MOVE BL-BUSINESS-DATE TO
002690          FA-LOG-DATE IN MY-F1AUD-WORK-AREA.
002700      ACCEPT FA-LOG-TIME IN MY-F1AUD-WORK-AREA FROM TIME.
002710      MOVE FT-ACTION-CODE TO
002720          FA-ACTION-CODE IN MY-F1AUD-WORK-AREA.
002730      MOVE SPACES TO FA-USER-ID IN MY-F1AUD-WORK-AREA
002740          FA-APPROVER-ID IN MY-F1AUD-WORK-AREA.
002750      MOVE DT-RECORD-KEY TO
002760          FA-RECORD-KEY IN MY-F1AUD-WORK-AREA.
002770      MOVE FILE1-INDEXED-RECORD TO
002780          FA-RECORD-IMAGE IN MY-F1AUD-WORK-AREA.
002790      WRITE F1AUD-FILE-RECORD FROM MY-F1AUD-WORK-AREA.
002800  2600-EXIT.
002810      EXIT.

002820  2700-LOG-REJECT.
002830      ADD 1 TO WS-REJECT-COUNT.
002840      MOVE 'MY-F1MNT' TO
002850          EL-PROGRAM-NAME IN MY-ERRLOG-WORK-AREA.
002860      MOVE WS-REJECT-PARAGRAPH TO
002870          EL-PARAGRAPH-NAME IN MY-ERRLOG-WORK-AREA.
002880      MOVE DT-RECORD-KEY TO
002890          EL-RECORD-KEY IN MY-ERRLOG-WORK-AREA.
002900      MOVE WS-REJECT-REASON TO
002910          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
002920      MOVE 4 TO
002930          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
002940      MOVE BL-BUSINESS-DATE TO
002950          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
002960      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
002970      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
002980  2700-EXIT.
002990      EXIT.

003000  9000-TERMINATE.
003010      CLOSE MY-F1TXN-FILE.
003020      CLOSE MY-FILE1-INDEXED.
003030      CLOSE MY-F1AUD-FILE.
003040      CLOSE MY-ERRLOG-FILE.
003050      IF WS-REJECT-COUNT > ZERO
003060          MOVE 4 TO RETURN-CODE
003070      ELSE
003080          MOVE ZERO TO RETURN-CODE
003090      END-IF.
003100  9000-EXIT.
003110      EXIT.

003120*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
003130*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
003140*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
003150  9800-BEGIN-STEP.
003160      MOVE 'MY-FILE1-MAINT' TO BL-STEP-NAME.
003170      SET BL-BEGIN-STEP TO TRUE.
003180      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003190      IF BL-CONTROL-FAILED
003200          DISPLAY 'MY-FILE1-MAINT - ' BL-FAIL-REASON
003210              ' FILE STATUS=' BL-FILE-STATUS
003220          DISPLAY 'MY-FILE1-MAINT - STEP NOT RUN'
003230          SET WS-STEP-BYPASSED TO TRUE
003240          MOVE 16 TO RETURN-CODE
003250          GO TO 9999-EXIT
003260      END-IF.
003270      IF BL-STEP-ALREADY-DONE
003280          DISPLAY 'MY-FILE1-MAINT - ALREADY COMPLETE FOR '
003290              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
003300          SET WS-STEP-BYPASSED TO TRUE
003310          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
003320          GO TO 9999-EXIT
003330      END-IF.
003340      MOVE ZERO TO RETURN-CODE.
003350  9800-EXIT.
003360      EXIT.

003370*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
003380*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
003390*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
003400*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
003410  9900-END-STEP.
003420      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
003430          GO TO 9900-EXIT
003440      END-IF.
003450      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
003460      SET BL-END-STEP TO TRUE.
003470      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003480      IF BL-CONTROL-FAILED
003490          DISPLAY 'MY-FILE1-MAINT - ' BL-FAIL-REASON
003500              ' FILE STATUS=' BL-FILE-STATUS
003510          MOVE 16 TO RETURN-CODE
003520          GO TO 9900-EXIT
003530      END-IF.
003540      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
003550  9900-EXIT.
003560      EXIT.

003570  9999-EXIT.
003580      PERFORM 9900-END-STEP THRU 9900-EXIT.
003590      STOP RUN.
