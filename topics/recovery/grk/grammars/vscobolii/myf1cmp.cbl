000090*    READABLE DELTA EXTRACT (MY-DELTA LAYOUT) SO DOWNSTREAM
000100*    AREAS CAN CONSUME JUST THE CHANGES.  UNDERWRITING STOPS
000110*    EYEBALLING TWO NIGHTS' RUN REPORTS.
000111*    RUN WITH A 'B' CARD ON CMPPRM0 IT IS THE FILE1X BOOK
000112*    COMPARE INSTEAD: TONIGHT'S UNLOAD OF THE MASTER AGAINST LAST
000113*    NIGHT'S, WITH NO TOLERANCE, SO THE DELTAS ARE EVERY MOVE
000114*    THE BOOK MADE AND CAN BE ROLLED INTO RETENTION.
000120*----------------------------------------------------------------*
000130  IDENTIFICATION DIVISION.
000140  PROGRAM-ID.     MY-FILE1-COMPARE.
000200*    MODIFICATION HISTORY.
000210*    DATE       INIT  DESCRIPTION
000220*    09/02/26   DLH   ORIGINAL PROGRAM.
000221*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO REPLACING LIST.
000222*    10/15/26   DLH   STEP LOGS ITS COMPLETION FOR THE BUSINESS
000223*                     DATE; A RESTART BYPASSES IT.
000224*    10/15/26   DLH   BAD-ADDRESS FIELDS ADDED TO REPLACING LIST.
000225*    10/15/26   DLH   DELTA CARRIES THE PRIOR STATUS, ITEM-A CODE,
000226*                     STATE AND PREMIUM; AN ITEM-A OR STATE
000227*                     MOVE IS NOW A CHANGE IN ITS OWN RIGHT.
000228*    10/15/26   DLH   OPTIONAL CMPPRM0 CARD - 'B' RUNS THE FILE1X
000229*                     BOOK COMPARE WITH NO TOLERANCE.
000230*----------------------------------------------------------------*

000240  ENVIRONMENT DIVISION.
000320          FILE STATUS IS WS-DELTA-STATUS.
000330      SELECT MY-CMPRPT-FILE ASSIGN CMPRPT0
000340          FILE STATUS IS WS-CMPRPT-STATUS.
000341      SELECT MY-CMPPRM-FILE ASSIGN CMPPRM0
000342          FILE STATUS IS WS-CMPPRM-STATUS.

000350  DATA DIVISION.

000620              ==DR-ADDRESS-LINE-2==    BY ==SN-ADDRESS-LINE-2==
000630              ==DR-ADDRESS-CITY==      BY ==SN-ADDRESS-CITY==
000640              ==DR-ADDRESS-STATE==     BY ==SN-ADDRESS-STATE==
000650              ==DR-ADDRESS-ZIP==       BY ==SN-ADDRESS-ZIP==
000651              ==DR-PRODUCER-CODE==     BY ==SN-PRODUCER-CODE==
000652              ==DR-BAD-ADDRESS-FLAG==  BY ==SN-BAD-ADDRESS-FLAG==
000653              ==DR-MAIL-RETURN-DATE==  BY ==SN-MAIL-RETURN-DATE==
000654              ==DR-BAD-ADDRESS==       BY ==SN-BAD-ADDRESS==
000655              ==DR-ADDRESS-GOOD==      BY ==SN-ADDRESS-GOOD==.

000660  FD  MY-DELTA-FILE
000670      LABEL RECORD STANDARD.
000710      LABEL RECORD STANDARD.
000720  01  REPORT-LINE                     PIC X(132).

000721*    OPTIONAL MODE CARD - 'B' IN COLUMN 1 FOR THE BOOK COMPARE.
000722  FD  MY-CMPPRM-FILE
000723      LABEL RECORD STANDARD.
000724  01  CMPPRM-RECORD.
000725      05  CP-COMPARE-MODE             PIC X(01).
000726      05  FILLER                      PIC X(79).

000730  WORKING-STORAGE SECTION.

000731  01  MY-BUSDTL-AREA.
000732      COPY MY-BUSDTL.

000733  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000734      88  WS-STEP-BYPASSED            VALUE 'Y'.
000735      88  WS-STEP-RUNNING             VALUE 'N'.

000740  77  WS-TONITE-STATUS                PIC X(02).
000750  77  WS-SNAPIN-STATUS                PIC X(02).
000760  77  WS-DELTA-STATUS                 PIC X(02).
000770  77  WS-CMPRPT-STATUS                PIC X(02).
000771  77  WS-CMPPRM-STATUS                PIC X(02).

000772  77  WS-COMPARE-MODE                 PIC X(01) VALUE 'E'.
000773      88  WS-EXTRACT-COMPARE              VALUE 'E'.
000774      88  WS-BOOK-COMPARE                 VALUE 'B'.

000780*    BALANCE-LINE KEYS.  HIGH-VALUES MARKS A SIDE AT END OF
000790*    FILE SO THE OTHER SIDE DRAINS NORMALLY.
000940  77  WS-DROPPED-COUNT                PIC 9(08) COMP VALUE ZERO.
000950  77  WS-CHANGED-COUNT                PIC 9(08) COMP VALUE ZERO.
000960  77  WS-STATUS-CHANGE-COUNT          PIC 9(08) COMP VALUE ZERO.
000965  77  WS-CLASS-CHANGE-COUNT           PIC 9(08) COMP VALUE ZERO.
000970  77  WS-LEFT-AC-COUNT                PIC 9(08) COMP VALUE ZERO.
000980  77  WS-UNCHANGED-COUNT              PIC 9(08) COMP VALUE ZERO.

001050              ==DL-CHANGE-NEW==        BY ==DW-CHANGE-NEW==
001060              ==DL-CHANGE-DROPPED==    BY ==DW-CHANGE-DROPPED==
001070              ==DL-CHANGE-CHANGED==    BY ==DW-CHANGE-CHANGED==
001080              ==DL-DATAREC==           BY ==DW-DATAREC==
001082              ==DL-PRIOR-STATUS-CODE== BY ==DW-PRIOR-STATUS-CODE==
001084              ==DL-PRIOR-ITEM-A-CODE== BY ==DW-PRIOR-ITEM-A-CODE==
001086              ==DL-PRIOR-STATE==       BY ==DW-PRIOR-STATE==
001088              ==DL-PRIOR-PREMIUM==     BY ==DW-PRIOR-PREMIUM==.

001090  PROCEDURE DIVISION.

001100  0000-MAINLINE.
001105      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001110      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120      PERFORM 2000-BALANCE-LINE THRU 2000-EXIT
001130          UNTIL WS-TONIGHT-KEY = HIGH-VALUES
001690      MOVE SPACES TO MY-DELTA-WORK-AREA.
001700      MOVE DR-RECORD-KEY TO DW-RECORD-KEY.
001710      SET DW-CHANGE-NEW TO TRUE.
001713      MOVE ZERO TO DW-PRIOR-ITEM-A-CODE
001716                   DW-PRIOR-PREMIUM.
001720      MOVE DATAREC TO DW-DATAREC.
001730      WRITE DELTA-FILE-RECORD FROM MY-DELTA-WORK-AREA.
001740  2300-EXIT.
001830      MOVE SPACES TO MY-DELTA-WORK-AREA.
001840      MOVE SN-RECORD-KEY TO DW-RECORD-KEY.
001850      SET DW-CHANGE-DROPPED TO TRUE.
001852      MOVE SN-STATUS-CODE TO DW-PRIOR-STATUS-CODE.
001854      MOVE SN-ITEM-A-CODE TO DW-PRIOR-ITEM-A-CODE.
001856      MOVE SN-ADDRESS-STATE TO DW-PRIOR-STATE.
001858      MOVE SN-PREMIUM-AMOUNT TO DW-PRIOR-PREMIUM.
001860      MOVE DATAREC-SNAP TO DW-DATAREC.
001870      WRITE DELTA-FILE-RECORD FROM MY-DELTA-WORK-AREA.
001880  2400-EXIT.
001920      IF DR-STATUS-CODE NOT = SN-STATUS-CODE
001930          PERFORM 2600-REPORT-STATUS-CHANGE THRU 2600-EXIT
001940      END-IF.
001942      IF DR-ITEM-A-CODE NOT = SN-ITEM-A-CODE
001944          OR DR-ADDRESS-STATE NOT = SN-ADDRESS-STATE
001946          PERFORM 2800-REPORT-CLASS-CHANGE THRU 2800-EXIT
001948      END-IF.
001950      COMPUTE WS-AMOUNT-DIFF =
001960          DR-PREMIUM-AMOUNT - SN-PREMIUM-AMOUNT.
001970      PERFORM 2700-TEST-AMOUNT-MOVE THRU 2700-EXIT.
002150          MOVE SPACES TO MY-DELTA-WORK-AREA
002160          MOVE DR-RECORD-KEY TO DW-RECORD-KEY
002170          SET DW-CHANGE-CHANGED TO TRUE
002172          MOVE SN-STATUS-CODE TO DW-PRIOR-STATUS-CODE
002174          MOVE SN-ITEM-A-CODE TO DW-PRIOR-ITEM-A-CODE
002176          MOVE SN-ADDRESS-STATE TO DW-PRIOR-STATE
002178          MOVE SN-PREMIUM-AMOUNT TO DW-PRIOR-PREMIUM
002180          MOVE DATAREC TO DW-DATAREC
002190          WRITE DELTA-FILE-RECORD FROM MY-DELTA-WORK-AREA
002200      ELSE
002810  2730-EXIT.
002820      EXIT.

002830*    A MOVE TO ANOTHER ITEM-A CODE OR STATE SHIFTS THE POLICY
002840*    BETWEEN REPORTING BUCKETS, SO IT IS A CHANGE EVEN WHEN
002850*    NOTHING ELSE MOVED.
002860  2800-REPORT-CLASS-CHANGE.
002870      SET WS-RECORD-CHANGED TO TRUE.
002880      ADD 1 TO WS-CLASS-CHANGE-COUNT.
002890      MOVE SPACES TO REPORT-LINE.
002900      STRING '  CLASS   KEY=' DR-RECORD-KEY
002910          ' ITEM-A WAS=' SN-ITEM-A-CODE
002920          ' NOW=' DR-ITEM-A-CODE
002930          ' STATE WAS=' SN-ADDRESS-STATE
002940          ' NOW=' DR-ADDRESS-STATE
002950          DELIMITED BY SIZE INTO REPORT-LINE.
002960      WRITE REPORT-LINE.
002970  2800-EXIT.
002980      EXIT.

002990  2900-PRINT-HEADING.
003000      MOVE SPACES TO REPORT-LINE.
003010      STRING 'MY-FILE1-COMPARE NIGHT-OVER-NIGHT CHANGE REPORT'
003020          DELIMITED BY SIZE INTO REPORT-LINE.
003030      WRITE REPORT-LINE.
003040      IF WS-BOOK-COMPARE
003050          MOVE SPACES TO REPORT-LINE
003060          STRING 'FILE1X BOOK COMPARE - EVERY PREMIUM, CLAIM AND '
003070              'BALANCE MOVE IS A DELTA'
003080              DELIMITED BY SIZE INTO REPORT-LINE
003090          WRITE REPORT-LINE
003100      END-IF.
003110  2900-EXIT.
003120      EXIT.

003130  9000-TERMINATE.
003140      MOVE WS-TONIGHT-COUNT TO WS-COUNT-ED.
003150      MOVE SPACES TO REPORT-LINE.
003160      STRING 'TONIGHT RECORDS=' WS-COUNT-ED
003170          DELIMITED BY SIZE INTO REPORT-LINE.
003180      WRITE REPORT-LINE.
003190      MOVE WS-SNAP-COUNT TO WS-COUNT-ED.
003200      MOVE SPACES TO REPORT-LINE.
003210      STRING 'SNAPSHOT RECORDS=' WS-COUNT-ED
003220          DELIMITED BY SIZE INTO REPORT-LINE.
003230      WRITE REPORT-LINE.
003240      MOVE WS-NEW-COUNT TO WS-COUNT-ED.
003250      MOVE SPACES TO REPORT-LINE.
003260      STRING 'NEW POLICIES=' WS-COUNT-ED
003270          DELIMITED BY SIZE INTO REPORT-LINE.
003280      WRITE REPORT-LINE.
003290      MOVE WS-DROPPED-COUNT TO WS-COUNT-ED.
003300      MOVE SPACES TO REPORT-LINE.
003310      STRING 'DROPPED POLICIES=' WS-COUNT-ED
003320          DELIMITED BY SIZE INTO REPORT-LINE.
003330      WRITE REPORT-LINE.
003340      MOVE WS-CHANGED-COUNT TO WS-COUNT-ED.
003350      MOVE SPACES TO REPORT-LINE.
003360      STRING 'CHANGED POLICIES=' WS-COUNT-ED
003370          DELIMITED BY SIZE INTO REPORT-LINE.
003380      WRITE REPORT-LINE.
003390      MOVE WS-STATUS-CHANGE-COUNT TO WS-COUNT-ED.
003400      MOVE SPACES TO REPORT-LINE.
003410      STRING 'STATUS TRANSITIONS=' WS-COUNT-ED
003420          DELIMITED BY SIZE INTO REPORT-LINE.
003430      WRITE REPORT-LINE.
003440      MOVE WS-LEFT-AC-COUNT TO WS-COUNT-ED.
003450      MOVE SPACES TO REPORT-LINE.
003460      STRING 'LEFT ACTIVE=' WS-COUNT-ED
003470          DELIMITED BY SIZE INTO REPORT-LINE.
003480      WRITE REPORT-LINE.
003490      MOVE WS-CLASS-CHANGE-COUNT TO WS-COUNT-ED.
003500      MOVE SPACES TO REPORT-LINE.
003510      STRING 'ITEM-A/STATE MOVES=' WS-COUNT-ED
003520          DELIMITED BY SIZE INTO REPORT-LINE.
003530      WRITE REPORT-LINE.
003540      MOVE WS-UNCHANGED-COUNT TO WS-COUNT-ED.
003550      MOVE SPACES TO REPORT-LINE.
003560      STRING 'UNCHANGED=' WS-COUNT-ED
003570          DELIMITED BY SIZE INTO REPORT-LINE.
003580      WRITE REPORT-LINE.
003590      CLOSE MY-TONITE-FILE.
003600      CLOSE MY-SNAPIN-FILE.
003610      CLOSE MY-DELTA-FILE.
003620      CLOSE MY-CMPRPT-FILE.
003630      MOVE ZERO TO RETURN-CODE.
003640  9000-EXIT.
003650      EXIT.

003660*    A MISSING OR EMPTY CARD IS THE NORMAL CASE - THE EXTRACT
003670*    COMPARE.  THE BOOK COMPARE LOGS UNDER ITS OWN STEP NAME SO
003680*    IT RUNS THE SAME NIGHT AS THE EXTRACT COMPARE.
003690  9700-READ-MODE-CARD.
003700      OPEN INPUT MY-CMPPRM-FILE.
003710      IF WS-CMPPRM-STATUS NOT = '00'
003720          GO TO 9700-EXIT
003730      END-IF.
003740      READ MY-CMPPRM-FILE
003750          AT END
003760              MOVE SPACES TO CMPPRM-RECORD
003770      END-READ.
003780      IF CP-COMPARE-MODE = 'B'
003790          SET WS-BOOK-COMPARE TO TRUE
003800          MOVE ZERO TO WS-TOLERANCE-AMOUNT
003810          MOVE 'MY-BOOK-COMPARE' TO BL-STEP-NAME
003820      END-IF.
003830      CLOSE MY-CMPPRM-FILE.
003840  9700-EXIT.
003850      EXIT.

003860*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
003870*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
003880*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
003890  9800-BEGIN-STEP.
003900      MOVE 'MY-FILE1-COMPARE' TO BL-STEP-NAME.
003910      PERFORM 9700-READ-MODE-CARD THRU 9700-EXIT.
003920      SET BL-BEGIN-STEP TO TRUE.
003930      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003940      IF BL-CONTROL-FAILED
003950          DISPLAY 'MY-FILE1-COMPARE - ' BL-FAIL-REASON
003960              ' FILE STATUS=' BL-FILE-STATUS
003970          DISPLAY 'MY-FILE1-COMPARE - STEP NOT RUN'
003980          SET WS-STEP-BYPASSED TO TRUE
003990          MOVE 16 TO RETURN-CODE
004000          GO TO 9999-EXIT
004010      END-IF.
004020      IF BL-STEP-ALREADY-DONE
004030          DISPLAY 'MY-FILE1-COMPARE - ALREADY COMPLETE FOR '
004040              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
004050          SET WS-STEP-BYPASSED TO TRUE
004060          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
004070          GO TO 9999-EXIT
004080      END-IF.
004090      MOVE ZERO TO RETURN-CODE.
004100  9800-EXIT.
004110      EXIT.

004120*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
004130*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
004140*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
004150*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
004160  9900-END-STEP.
004170      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
004180          GO TO 9900-EXIT
004190      END-IF.
004200      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
004210      SET BL-END-STEP TO TRUE.
004220      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004230      IF BL-CONTROL-FAILED
004240          DISPLAY 'MY-FILE1-COMPARE - ' BL-FAIL-REASON
004250              ' FILE STATUS=' BL-FILE-STATUS
004260          MOVE 16 TO RETURN-CODE
004270          GO TO 9900-EXIT
004280      END-IF.
004290      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
004300  9900-EXIT.
004310      EXIT.

004320  9999-EXIT.
004330      PERFORM 9900-END-STEP THRU 9900-EXIT.
004340      STOP RUN.
