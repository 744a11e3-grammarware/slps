000010*----------------------------------------------------------------*
000020*    MY-APPROVAL-REPORT IS THE DAILY EXCEPTION REPORT FOR THE
000030*    ONLINE CORRECTION AUTHORITY CONTROL.  IT READS THE APPROVAL
000040*    FILE (MY-PENDAP) THAT MY-UPDATE AND MY-APPROVE KEEP AND
000050*    LISTS, FOR EVERY CALENDAR DAY AFTER THE PRIOR BUSINESS DATE
000060*    THROUGH THE BUSINESS DATE - SO A WEEKEND OR HOLIDAY IS
000070*    REPORTED BY THE NEXT BUSINESS-DAY RUN:
000080*
000090*      1. EVERY ATTEMPT KEYED IN THOSE DAYS THAT WAS OVER THE
000100*         OPERATOR'S DOLLAR LIMIT (WITH WHAT BECAME OF IT SO FAR)
000110*         OR WAS REFUSED FOR WANT OF AUTHORITY;
000120*      2. EVERY EARLIER HELD CHANGE A SUPERVISOR APPROVED OR
000130*         REJECTED IN THOSE DAYS;
000140*      3. EVERY EARLIER HELD CHANGE STILL WAITING ON A
000150*         SUPERVISOR.
000160*
000170*    EACH LINE CARRIES BOTH USER IDS, SO INTERNAL AUDIT CAN SEE
000180*    WHO KEYED AND WHO RELEASED EVERY LARGE AMOUNT CHANGE.  THE
000190*    REPORT ONLY READS THE FILE.
000200*----------------------------------------------------------------*
000210  IDENTIFICATION DIVISION.
000220  PROGRAM-ID.     MY-APPROVAL-REPORT.
000230  AUTHOR.         D L HARGROVE.
000240  INSTALLATION.   DATA PROCESSING CENTER.
000250  DATE-WRITTEN.   10/15/26.
000260  DATE-COMPILED.
000270*----------------------------------------------------------------*
000280*    MODIFICATION HISTORY.
000290*    DATE       INIT  DESCRIPTION
000300*    10/15/26   DLH   ORIGINAL PROGRAM.
000310*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000320*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000330*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000340*                     THE STEP LOG AND A RESTART BYPASSES IT.
000350*    10/15/26   DLH   EACH RUN NOW COVERS EVERY DAY SINCE THE
000360*                     PRIOR BUSINESS DATE, NOT THE BUSINESS DATE
000370*                     ALONE - ITEMS KEYED OR DECIDED ON A WEEKEND
000380*                     OR HOLIDAY WERE NEVER REPORTED.
000390*----------------------------------------------------------------*

000400  ENVIRONMENT DIVISION.

000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430      SELECT MY-PENDAP-FILE ASSIGN PENDAP0
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS DYNAMIC
000460          RECORD KEY IS PA-PENDING-KEY
000470          FILE STATUS IS WS-PENDAP-STATUS.
000480      SELECT MY-REPORT-FILE ASSIGN APRPT00
000490          FILE STATUS IS WS-REPORT-STATUS.

000500  DATA DIVISION.

000510  FILE SECTION.

000520  FD  MY-PENDAP-FILE.
000530  01  PENDAP-RECORD.
000540      COPY MY-PENDAP.

000550  FD  MY-REPORT-FILE
000560      LABEL RECORD STANDARD.
000570  01  REPORT-LINE                     PIC X(132).

000580  WORKING-STORAGE SECTION.

000590  01  MY-BUSDTL-AREA.
000600      COPY MY-BUSDTL.

000610  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000620      88  WS-STEP-BYPASSED            VALUE 'Y'.
000630      88  WS-STEP-RUNNING             VALUE 'N'.

000640  77  WS-PENDAP-STATUS                PIC X(02).
000650  77  WS-REPORT-STATUS                PIC X(02).

000660  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000670      88  WS-EOF-YES                      VALUE 'Y'.
000680      88  WS-EOF-NO                       VALUE 'N'.

000690  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000700  77  WS-PRIOR-DATE                   PIC 9(08) VALUE ZERO.
000710  77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.

000720  77  WS-OVER-LIMIT-COUNT             PIC 9(06) COMP VALUE ZERO.
000730  77  WS-HELD-COUNT                   PIC 9(06) COMP VALUE ZERO.
000740  77  WS-APPROVED-COUNT               PIC 9(06) COMP VALUE ZERO.
000750  77  WS-REJECTED-COUNT               PIC 9(06) COMP VALUE ZERO.
000760  77  WS-REFUSED-COUNT                PIC 9(06) COMP VALUE ZERO.
000770  77  WS-EARLY-APPROVED-COUNT         PIC 9(06) COMP VALUE ZERO.
000780  77  WS-EARLY-REJECTED-COUNT         PIC 9(06) COMP VALUE ZERO.
000790  77  WS-EARLY-HELD-COUNT             PIC 9(06) COMP VALUE ZERO.
000800  77  WS-SECTION-COUNT                PIC 9(06) COMP VALUE ZERO.
000810  77  WS-OVER-LIMIT-AMOUNT            PIC 9(13)V99 COMP-3
000820                                      VALUE ZERO.

000830  01  WS-STATUS-WORD                  PIC X(08).

000840  01  WS-COUNT-ED-1                   PIC Z(5)9.
000850  01  WS-COUNT-ED-2                   PIC Z(5)9.
000860  01  WS-COUNT-ED-3                   PIC Z(5)9.
000870  01  WS-COUNT-ED-4                   PIC Z(5)9.
000880  01  WS-OLD-AMOUNT-ED                PIC Z(10)9.99.
000890  01  WS-NEW-AMOUNT-ED                PIC Z(10)9.99.
000900  01  WS-TOTAL-AMOUNT-ED              PIC Z(12)9.99.

000910  PROCEDURE DIVISION.

000920  0000-MAINLINE.
000930      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
000940      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950      PERFORM 3000-TODAYS-ATTEMPTS THRU 3000-EXIT.
000960      PERFORM 4000-EARLIER-DECISIONS THRU 4000-EXIT.
000970      PERFORM 5000-EARLIER-STILL-HELD THRU 5000-EXIT.
000980      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000990      GO TO 9999-EXIT.

001000  1000-INITIALIZE.
001010      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
001020      MOVE BL-PRIOR-DATE TO WS-PRIOR-DATE.
001030      ACCEPT WS-RUN-TIME FROM TIME.
001040      OPEN OUTPUT MY-REPORT-FILE.
001050      MOVE SPACES TO REPORT-LINE.
001060      STRING 'MY-APPROVAL-REPORT ONLINE CORRECTION EXCEPTIONS  '
001070          'RUN DATE=' WS-RUN-DATE
001080          ' RUN TIME=' WS-RUN-TIME
001090          DELIMITED BY SIZE INTO REPORT-LINE.
001100      WRITE REPORT-LINE.
001110      MOVE SPACES TO REPORT-LINE.
001120      STRING 'COVERING THE DAYS AFTER PRIOR BUSINESS DATE '
001130          WS-PRIOR-DATE ' THROUGH ' WS-RUN-DATE
001140          DELIMITED BY SIZE INTO REPORT-LINE.
001150      WRITE REPORT-LINE.
001160      OPEN INPUT MY-PENDAP-FILE.
001170      IF WS-PENDAP-STATUS NOT = '00'
001180          DISPLAY 'MY-APPROVAL-REPORT - OPEN FAILED ON THE '
001190              'APPROVAL FILE, FILE STATUS=' WS-PENDAP-STATUS
001200          MOVE SPACES TO REPORT-LINE
001210          STRING '** APPROVAL FILE NOT AVAILABLE, FILE STATUS='
001220              WS-PENDAP-STATUS
001230              ' - NO EXCEPTIONS LISTED **'
001240              DELIMITED BY SIZE INTO REPORT-LINE
001250          WRITE REPORT-LINE
001260          CLOSE MY-REPORT-FILE
001270          MOVE 16 TO RETURN-CODE
001280          GO TO 9999-EXIT
001290      END-IF.
001300  1000-EXIT.
001310      EXIT.

001320*    THE FILE IS IN REQUEST DATE/TIME ORDER.  THE CALLER LOADS
001330*    PA-PENDING-KEY WITH THE POINT TO START FROM.
001340  2000-START-FILE.
001350      SET WS-EOF-NO TO TRUE.
001360      MOVE ZERO TO WS-SECTION-COUNT.
001370      START MY-PENDAP-FILE KEY IS NOT LESS THAN PA-PENDING-KEY
001380          INVALID KEY
001390              SET WS-EOF-YES TO TRUE
001400              GO TO 2000-EXIT
001410      END-START.
001420      PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT.
001430  2000-EXIT.
001440      EXIT.

001450  2100-READ-NEXT-ITEM.
001460      READ MY-PENDAP-FILE NEXT RECORD
001470          AT END
001480              SET WS-EOF-YES TO TRUE
001490      END-READ.
001500  2100-EXIT.
001510      EXIT.

001520*    SECTION 1 - EVERYTHING KEYED IN THE RUN.  EVERY 'P',
001530*    'A' OR 'R' ITEM WAS AN OVER-LIMIT ATTEMPT; A 'D' WAS REFUSED
001540*    OUTRIGHT.
001550  3000-TODAYS-ATTEMPTS.
001560      MOVE SPACES TO REPORT-LINE.
001570      WRITE REPORT-LINE.
001580      MOVE SPACES TO REPORT-LINE.
001590      STRING 'OVER-LIMIT AND REFUSED ATTEMPTS KEYED AFTER '
001600          WS-PRIOR-DATE ' THROUGH ' WS-RUN-DATE
001610          DELIMITED BY SIZE INTO REPORT-LINE.
001620      WRITE REPORT-LINE.
001630      PERFORM 8100-PRINT-COLUMN-HEADING THRU 8100-EXIT.
001640      MOVE LOW-VALUES TO PA-PENDING-KEY.
001650      COMPUTE PA-REQUEST-DATE = WS-PRIOR-DATE + 1.
001660      PERFORM 2000-START-FILE THRU 2000-EXIT.
001670      PERFORM 3100-TODAYS-ITEM THRU 3100-EXIT
001680          UNTIL WS-EOF-YES.
001690      PERFORM 8300-PRINT-NONE-LINE THRU 8300-EXIT.
001700  3000-EXIT.
001710      EXIT.

001720  3100-TODAYS-ITEM.
001730      IF PA-REQUEST-DATE > WS-RUN-DATE
001740          SET WS-EOF-YES TO TRUE
001750          GO TO 3100-EXIT
001760      END-IF.
001770      EVALUATE TRUE
001780          WHEN PA-STATUS-REFUSED
001790              ADD 1 TO WS-REFUSED-COUNT
001800          WHEN PA-STATUS-PENDING
001810              ADD 1 TO WS-OVER-LIMIT-COUNT
001820              ADD 1 TO WS-HELD-COUNT
001830              ADD PA-CHANGE-AMOUNT TO WS-OVER-LIMIT-AMOUNT
001840          WHEN PA-STATUS-APPROVED
001850              ADD 1 TO WS-OVER-LIMIT-COUNT
001860              ADD 1 TO WS-APPROVED-COUNT
001870              ADD PA-CHANGE-AMOUNT TO WS-OVER-LIMIT-AMOUNT
001880          WHEN PA-STATUS-REJECTED
001890              ADD 1 TO WS-OVER-LIMIT-COUNT
001900              ADD 1 TO WS-REJECTED-COUNT
001910              ADD PA-CHANGE-AMOUNT TO WS-OVER-LIMIT-AMOUNT
001920      END-EVALUATE.
001930      PERFORM 8200-PRINT-ITEM-LINE THRU 8200-EXIT.
001940      PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT.
001950  3100-EXIT.
001960      EXIT.

001970*    SECTION 2 - HELD CHANGES KEYED ON OR BEFORE THE PRIOR
001980*    BUSINESS DATE THAT A SUPERVISOR DECIDED IN THE RUN.
001990  4000-EARLIER-DECISIONS.
002000      MOVE SPACES TO REPORT-LINE.
002010      WRITE REPORT-LINE.
002020      MOVE SPACES TO REPORT-LINE.
002030      STRING 'EARLIER HELD CHANGES APPROVED OR REJECTED AFTER '
002040          WS-PRIOR-DATE ' THROUGH ' WS-RUN-DATE
002050          DELIMITED BY SIZE INTO REPORT-LINE.
002060      WRITE REPORT-LINE.
002070      PERFORM 8100-PRINT-COLUMN-HEADING THRU 8100-EXIT.
002080      MOVE LOW-VALUES TO PA-PENDING-KEY.
002090      PERFORM 2000-START-FILE THRU 2000-EXIT.
002100      PERFORM 4100-EARLIER-DECISION-ITEM THRU 4100-EXIT
002110          UNTIL WS-EOF-YES.
002120      PERFORM 8300-PRINT-NONE-LINE THRU 8300-EXIT.
002130  4000-EXIT.
002140      EXIT.

002150  4100-EARLIER-DECISION-ITEM.
002160      IF PA-REQUEST-DATE > WS-PRIOR-DATE
002170          SET WS-EOF-YES TO TRUE
002180          GO TO 4100-EXIT
002190      END-IF.
002200      IF PA-DECISION-DATE > WS-PRIOR-DATE
002210          AND PA-DECISION-DATE NOT > WS-RUN-DATE
002220          IF PA-STATUS-APPROVED
002230              ADD 1 TO WS-EARLY-APPROVED-COUNT
002240              PERFORM 8200-PRINT-ITEM-LINE THRU 8200-EXIT
002250          END-IF
002260          IF PA-STATUS-REJECTED
002270              ADD 1 TO WS-EARLY-REJECTED-COUNT
002280              PERFORM 8200-PRINT-ITEM-LINE THRU 8200-EXIT
002290          END-IF
002300      END-IF.
002310      PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT.
002320  4100-EXIT.
002330      EXIT.

002340*    SECTION 3 - HELD CHANGES KEYED ON OR BEFORE THE PRIOR
002350*    BUSINESS DATE THAT NOBODY HAS DECIDED.  THE POLICY STILL
002360*    CARRIES THE OLD AMOUNT.
002370  5000-EARLIER-STILL-HELD.
002380      MOVE SPACES TO REPORT-LINE.
002390      WRITE REPORT-LINE.
002400      MOVE SPACES TO REPORT-LINE.
002410      STRING 'EARLIER HELD CHANGES STILL AWAITING A SUPERVISOR'
002420          DELIMITED BY SIZE INTO REPORT-LINE.
002430      WRITE REPORT-LINE.
002440      PERFORM 8100-PRINT-COLUMN-HEADING THRU 8100-EXIT.
002450      MOVE LOW-VALUES TO PA-PENDING-KEY.
002460      PERFORM 2000-START-FILE THRU 2000-EXIT.
002470      PERFORM 5100-EARLIER-HELD-ITEM THRU 5100-EXIT
002480          UNTIL WS-EOF-YES.
002490      PERFORM 8300-PRINT-NONE-LINE THRU 8300-EXIT.
002500  5000-EXIT.
002510      EXIT.

002520  5100-EARLIER-HELD-ITEM.
002530      IF PA-REQUEST-DATE > WS-PRIOR-DATE
002540          SET WS-EOF-YES TO TRUE
002550          GO TO 5100-EXIT
002560      END-IF.
002570      IF PA-STATUS-PENDING
002580          ADD 1 TO WS-EARLY-HELD-COUNT
002590          PERFORM 8200-PRINT-ITEM-LINE THRU 8200-EXIT
002600      END-IF.
002610      PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT.
002620  5100-EXIT.
002630      EXIT.

002640  8100-PRINT-COLUMN-HEADING.
002650      MOVE SPACES TO REPORT-LINE.
002660      STRING '  ITEM KEY             KEYED BY RECORD KEY     FL'
002670          '     OLD AMOUNT     NEW AMOUNT STATUS   '
002680          'DECIDED  REASON'
002690          DELIMITED BY SIZE INTO REPORT-LINE.
002700      WRITE REPORT-LINE.
002710  8100-EXIT.
002720      EXIT.

002730  8200-PRINT-ITEM-LINE.
002740      ADD 1 TO WS-SECTION-COUNT.
002750      EVALUATE TRUE
002760          WHEN PA-STATUS-PENDING
002770              MOVE 'HELD' TO WS-STATUS-WORD
002780          WHEN PA-STATUS-APPROVED
002790              MOVE 'APPROVED' TO WS-STATUS-WORD
002800          WHEN PA-STATUS-REJECTED
002810              MOVE 'REJECTED' TO WS-STATUS-WORD
002820          WHEN PA-STATUS-REFUSED
002830              MOVE 'REFUSED' TO WS-STATUS-WORD
002840          WHEN OTHER
002850              MOVE PA-STATUS TO WS-STATUS-WORD
002860      END-EVALUATE.
002870      MOVE PA-OLD-AMOUNT TO WS-OLD-AMOUNT-ED.
002880      MOVE PA-NEW-AMOUNT TO WS-NEW-AMOUNT-ED.
002890      MOVE SPACES TO REPORT-LINE.
002900      STRING '  ' PA-PENDING-KEY
002910          ' ' PA-REQUEST-USER
002920          ' ' PA-RECORD-KEY
002930          ' ' PA-FIELD-CODE
002940          ' ' WS-OLD-AMOUNT-ED
002950          ' ' WS-NEW-AMOUNT-ED
002960          ' ' WS-STATUS-WORD
002970          ' ' PA-DECISION-USER
002980          ' ' PA-REASON
002990          DELIMITED BY SIZE INTO REPORT-LINE.
003000      WRITE REPORT-LINE.
003010  8200-EXIT.
003020      EXIT.

003030  8300-PRINT-NONE-LINE.
003040      IF WS-SECTION-COUNT = ZERO
003050          MOVE SPACES TO REPORT-LINE
003060          STRING '  NONE'
003070              DELIMITED BY SIZE INTO REPORT-LINE
003080          WRITE REPORT-LINE
003090      END-IF.
003100  8300-EXIT.
003110      EXIT.

003120  9000-TERMINATE.
003130      MOVE SPACES TO REPORT-LINE.
003140      WRITE REPORT-LINE.
003150      MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-ED-1.
003160      MOVE WS-OVER-LIMIT-AMOUNT TO WS-TOTAL-AMOUNT-ED.
003170      MOVE SPACES TO REPORT-LINE.
003180      STRING 'OVER-LIMIT ATTEMPTS TODAY=' WS-COUNT-ED-1
003190          ' TOTAL CHANGE=' WS-TOTAL-AMOUNT-ED
003200          DELIMITED BY SIZE INTO REPORT-LINE.
003210      WRITE REPORT-LINE.
003220      MOVE WS-HELD-COUNT TO WS-COUNT-ED-1.
003230      MOVE WS-APPROVED-COUNT TO WS-COUNT-ED-2.
003240      MOVE WS-REJECTED-COUNT TO WS-COUNT-ED-3.
003250      MOVE WS-REFUSED-COUNT TO WS-COUNT-ED-4.
003260      MOVE SPACES TO REPORT-LINE.
003270      STRING '  OF WHICH STILL HELD=' WS-COUNT-ED-1
003280          ' APPROVED=' WS-COUNT-ED-2
003290          ' REJECTED=' WS-COUNT-ED-3
003300          '   REFUSED FOR NO AUTHORITY=' WS-COUNT-ED-4
003310          DELIMITED BY SIZE INTO REPORT-LINE.
003320      WRITE REPORT-LINE.
003330      MOVE WS-EARLY-APPROVED-COUNT TO WS-COUNT-ED-1.
003340      MOVE WS-EARLY-REJECTED-COUNT TO WS-COUNT-ED-2.
003350      MOVE WS-EARLY-HELD-COUNT TO WS-COUNT-ED-3.
003360      MOVE SPACES TO REPORT-LINE.
003370      STRING 'EARLIER ITEMS APPROVED TODAY=' WS-COUNT-ED-1
003380          ' REJECTED TODAY=' WS-COUNT-ED-2
003390          ' STILL HELD=' WS-COUNT-ED-3
003400          DELIMITED BY SIZE INTO REPORT-LINE.
003410      WRITE REPORT-LINE.
003420      CLOSE MY-PENDAP-FILE.
003430      CLOSE MY-REPORT-FILE.
003440      MOVE ZERO TO RETURN-CODE.
003450  9000-EXIT.
003460      EXIT.

003470*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
003480*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
003490*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
003500  9800-BEGIN-STEP.
003510      MOVE 'MY-APPROVAL-REPORT' TO BL-STEP-NAME.
003520      SET BL-BEGIN-STEP TO TRUE.
003530      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003540      IF BL-CONTROL-FAILED
003550          DISPLAY 'MY-APPROVAL-REPORT - ' BL-FAIL-REASON
003560              ' FILE STATUS=' BL-FILE-STATUS
003570          DISPLAY 'MY-APPROVAL-REPORT - STEP NOT RUN'
003580          SET WS-STEP-BYPASSED TO TRUE
003590          MOVE 16 TO RETURN-CODE
003600          GO TO 9999-EXIT
003610      END-IF.
003620      IF BL-STEP-ALREADY-DONE
003630          DISPLAY 'MY-APPROVAL-REPORT - ALREADY COMPLETE FOR '
003640              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
003650          SET WS-STEP-BYPASSED TO TRUE
003660          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
003670          GO TO 9999-EXIT
003680      END-IF.
003690      MOVE ZERO TO RETURN-CODE.
003700  9800-EXIT.
003710      EXIT.

003720*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
003730*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
003740*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
003750*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
003760  9900-END-STEP.
003770      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
003780          GO TO 9900-EXIT
003790      END-IF.
003800      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
003810      SET BL-END-STEP TO TRUE.
003820      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003830      IF BL-CONTROL-FAILED
003840          DISPLAY 'MY-APPROVAL-REPORT - ' BL-FAIL-REASON
003850              ' FILE STATUS=' BL-FILE-STATUS
003860          MOVE 16 TO RETURN-CODE
003870          GO TO 9900-EXIT
003880      END-IF.
003890      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
003900  9900-EXIT.
003910      EXIT.

003920  9999-EXIT.
003930      PERFORM 9900-END-STEP THRU 9900-EXIT.
003940      STOP RUN.
