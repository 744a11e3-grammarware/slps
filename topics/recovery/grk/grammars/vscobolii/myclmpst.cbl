000010*----------------------------------------------------------------*
000020*    MY-CLAIM-POST POSTS THE DAY'S CLAIM TRANSACTIONS (MY-CLMTX,
000030*    PRD.FILE1.CLAIMTXN) TO THE CLAIM FILE AND TO THE POLICY'S
000040*    DR-CLAIM-AMOUNT ON FILE1X.  A CLAIM IS OPENED WITH A
000050*    RESERVE, RE-RESERVED, PAID, CLOSED OR REOPENED; EACH
000060*    TRANSACTION'S CHANGE IN INCURRED (PAID CHANGE PLUS RESERVE
000070*    CHANGE) IS ADDED TO DRX-CLAIM-AMOUNT, SO THE POLICY FIGURE
000080*    IS ALWAYS THE SUM OF ITS CLAIMS' PAID-TO-DATE AND
000090*    OUTSTANDING RESERVE.  THE MASTER CHANGE IS LOGGED WITH
000100*    BEFORE/AFTER IMAGES ON THE AUDIT TRAIL (ACTION 'L') AND
000110*    ECHOED AS A 'C' MAINTENANCE TRANSACTION ONTO THE APPLIED
000120*    ECHO FILE SO IT SURVIVES THE NIGHTLY FILE1X REBUILD, THE
000130*    SAME WAY MY-PAYMENT-APPLY CARRIES CASH FORWARD.  EVERY
000140*    POSTED TRANSACTION IS APPENDED TO THE CLAIM HISTORY
000150*    (MY-CLMHST) FOR THE MONTH-END REGISTER AND LOSS-RATIO
000160*    REPORT.  A TRANSACTION THAT FAILS ITS EDITS, NAMES AN
000170*    UNKNOWN POLICY OR CLAIM, OR CARRIES A SEQUENCE NUMBER THE
000180*    CLAIM HAS ALREADY POSTED REJECTS TO THE SHARED ERROR LOG.
000190*----------------------------------------------------------------*
000200  IDENTIFICATION DIVISION.
000210  PROGRAM-ID.     MY-CLAIM-POST.
000220  AUTHOR.         D L HARGROVE.
000230  INSTALLATION.   DATA PROCESSING CENTER.
000240  DATE-WRITTEN.   10/15/26.
000250  DATE-COMPILED.
000260*----------------------------------------------------------------*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT  DESCRIPTION
000290*    10/15/26   DLH   ORIGINAL PROGRAM.
000300*    10/15/26   DLH   AUDIT IMAGES NOW CLEAR THE NEW USER/APPROVER
000310*                     FIELDS - BLANK MARKS A BATCH IMAGE.
000320*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000330*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000340*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000350*                     THE STEP LOG AND A RESTART BYPASSES IT.
000360*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000370*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000380*    10/15/26   DLH   A FAILED CLAIM HISTORY WRITE NOW STOPS THE
000390*                     STEP WITH RC 12.
000400*----------------------------------------------------------------*

000410  ENVIRONMENT DIVISION.

000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT MY-CLMTX-FILE ASSIGN CLMTX00
000450          FILE STATUS IS WS-CLMTX-STATUS.
000460      SELECT MY-CLAIM-FILE ASSIGN CLAIM00
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS DYNAMIC
000490          RECORD KEY IS CM-CLAIM-NUMBER
000500          FILE STATUS IS WS-CLAIM-STATUS.
000510      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS DYNAMIC
000540          RECORD KEY IS DRX-RECORD-KEY
000550          FILE STATUS IS WS-FILE1X-STATUS.
000560      SELECT MY-F1AUD-FILE ASSIGN F1AUD00
000570          FILE STATUS IS WS-F1AUD-STATUS.
000580      SELECT MY-ERRLOG-FILE ASSIGN ERRLOG0
000590          FILE STATUS IS WS-ERRLOG-STATUS.
000600      SELECT MY-CLMHST-FILE ASSIGN CLMHST0
000610          FILE STATUS IS WS-CLMHST-STATUS.
000620      SELECT MY-CLMECH-FILE ASSIGN CLMECH0
000630          FILE STATUS IS WS-CLMECH-STATUS.
000640      SELECT MY-CLMRPT-FILE ASSIGN CLMRPT0
000650          FILE STATUS IS WS-CLMRPT-STATUS.

000660  DATA DIVISION.

000670  FILE SECTION.

000680  FD  MY-CLMTX-FILE
000690      LABEL RECORD STANDARD.
000700  01  CLMTX-RECORD.
000710      COPY MY-CLMTX.

000720  FD  MY-CLAIM-FILE.
000730  01  CLAIM-RECORD.
000740      COPY MY-CLAIM.

000750  FD  MY-FILE1-INDEXED.
000760  01  FILE1-INDEXED-RECORD.
000770      COPY MY-COPY-BOOK
000780          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000790              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000800              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000810              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000820              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000830              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000840              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000850              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000860              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000870              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000880              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000890              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000900              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000910              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000920              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000930              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000940              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000950              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000960              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000970              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000980              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000990              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
001000              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
001010              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
001020              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
001030              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

001040  FD  MY-F1AUD-FILE
001050      LABEL RECORD STANDARD.
001060  01  F1AUD-FILE-RECORD.
001070      COPY MY-F1AUD.

001080  FD  MY-ERRLOG-FILE
001090      LABEL RECORD STANDARD.
001100  01  ERRLOG-FILE-RECORD.
001110      COPY MY-ERRLOG.

001120  FD  MY-CLMHST-FILE
001130      LABEL RECORD STANDARD.
001140  01  CLMHST-RECORD.
001150      COPY MY-CLMHST.

001160  FD  MY-CLMECH-FILE
001170      LABEL RECORD STANDARD.
001180  01  CLMECH-RECORD.
001190      COPY MY-F1TXN.

001200  FD  MY-CLMRPT-FILE
001210      LABEL RECORD STANDARD.
001220  01  REPORT-LINE                     PIC X(132).

001230  WORKING-STORAGE SECTION.

001240  01  MY-BUSDTL-AREA.
001250      COPY MY-BUSDTL.

001260  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001270      88  WS-STEP-BYPASSED            VALUE 'Y'.
001280      88  WS-STEP-RUNNING             VALUE 'N'.

001290  01  MY-ERRLOG-WORK-AREA.
001300      COPY MY-ERRLOG.

001310  01  MY-F1AUD-WORK-AREA.
001320      COPY MY-F1AUD.

001330*    THE MASTER RECORD AS READ, HELD FOR THE BEFORE-IMAGE AND
001340*    FOR BACKING THE POLICY OUT IF THE CLAIM FILE WILL NOT TAKE
001350*    ITS HALF OF THE POSTING.
001360  01  WS-BEFORE-RECORD                PIC X(1968).

001370  77  WS-CLMTX-STATUS                 PIC X(02).
001380  77  WS-CLAIM-STATUS                 PIC X(02).
001390  77  WS-FILE1X-STATUS                PIC X(02).
001400  77  WS-F1AUD-STATUS                 PIC X(02).
001410  77  WS-ERRLOG-STATUS                PIC X(02).
001420  77  WS-CLMHST-STATUS                PIC X(02).
001430  77  WS-CLMECH-STATUS                PIC X(02).
001440  77  WS-CLMRPT-STATUS                PIC X(02).

001450  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001460      88  WS-EOF-YES                      VALUE 'Y'.
001470      88  WS-EOF-NO                       VALUE 'N'.

001480  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
001490      88  WS-TRANS-VALID                  VALUE 'Y'.
001500      88  WS-TRANS-INVALID                VALUE 'N'.

001510  77  WS-CLAIM-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001520      88  WS-CLAIM-FOUND                  VALUE 'Y'.
001530      88  WS-CLAIM-NOT-FOUND              VALUE 'N'.

001540*    THE TRANSACTION TYPES THE EDIT ACCEPTS - MUST MATCH THE 88
001550*    LEVELS ON CL-TRANS-TYPE IN MY-CLMTX.  SLOTS ALSO ORDER THE
001560*    REGISTER TOTALS.
001570  01  WS-VALID-TYPE-LIST              PIC X(05) VALUE 'OAPCR'.
001580  01  WS-VALID-TYPE-TABLE REDEFINES WS-VALID-TYPE-LIST.
001590      05  WS-VALID-TYPE-ENTRY         PIC X(01) OCCURS 5 TIMES.
001600  01  WS-TYPE-NAME-LIST               PIC X(40) VALUE
001610      'OPEN    RESERVE PAYMENT CLOSE   REOPEN  '.
001620  01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-LIST.
001630      05  WS-TYPE-NAME                PIC X(08) OCCURS 5 TIMES.

001640  01  WS-TYPE-TOTAL-TABLE.
001650      05  WS-TYPE-TOTAL-ENTRY         OCCURS 5 TIMES.
001660          10  WS-TYPE-POSTED-COUNT    PIC 9(07) COMP VALUE ZERO.
001670          10  WS-TYPE-PAID-AMOUNT     PIC S9(11)V99 COMP-3
001680                                       VALUE ZERO.
001690          10  WS-TYPE-RESERVE-AMOUNT  PIC S9(11)V99 COMP-3
001700                                       VALUE ZERO.
001710          10  WS-TYPE-INCURRED-AMOUNT PIC S9(11)V99 COMP-3
001720                                       VALUE ZERO.

001730  77  WS-TYPE-INDEX                   PIC 9(01) COMP VALUE ZERO.
001740  77  WS-TYPE-MATCH-INDEX             PIC 9(01) COMP VALUE ZERO.

001750*    WHAT THE CURRENT TRANSACTION DOES TO THE CLAIM.
001760  01  WS-CHANGE-AMOUNTS.
001770      05  WS-PAID-CHANGE              PIC S9(09)V99 COMP-3.
001780      05  WS-RESERVE-CHANGE           PIC S9(09)V99 COMP-3.
001790      05  WS-INCURRED-CHANGE          PIC S9(09)V99 COMP-3.
001800  77  WS-NEW-RESERVE                  PIC S9(11)V99 COMP-3
001810                                       VALUE ZERO.

001820  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

001830  77  WS-TRANS-COUNT                  PIC 9(06) COMP VALUE ZERO.
001840  77  WS-POSTED-COUNT                 PIC 9(06) COMP VALUE ZERO.
001850  77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
001860  77  WS-MASTER-CHANGED-COUNT         PIC 9(06) COMP VALUE ZERO.
001870  77  WS-PAID-TOTAL                   PIC S9(11)V99 COMP-3
001880                                       VALUE ZERO.
001890  77  WS-RESERVE-TOTAL                PIC S9(11)V99 COMP-3
001900                                       VALUE ZERO.
001910  77  WS-INCURRED-TOTAL               PIC S9(11)V99 COMP-3
001920                                       VALUE ZERO.

001930  01  WS-REJECT-REASON                PIC X(40).
001940  77  WS-REJECT-PARAGRAPH             PIC X(12) VALUE SPACES.

001950  01  WS-COUNT-ED                     PIC Z(5)9.
001960  01  WS-AMOUNT-ED                    PIC Z(10)9.99-.
001970  01  WS-PAID-ED                      PIC Z(10)9.99-.
001980  01  WS-RESERVE-ED                   PIC Z(10)9.99-.

001990  PROCEDURE DIVISION.

002000  0000-MAINLINE.
002010      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
002020      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030      PERFORM 2000-POST-CLAIM-TXN THRU 2000-EXIT
002040          UNTIL WS-EOF-YES.
002050      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002060      GO TO 9999-EXIT.

002070  1000-INITIALIZE.
002080      OPEN INPUT MY-CLMTX-FILE.
002090      OPEN I-O MY-FILE1-INDEXED.
002100      IF WS-FILE1X-STATUS NOT = '00'
002110          DISPLAY 'MY-CLAIM-POST - OPEN I-O FAILED ON '
002120              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
002130          DISPLAY 'THE MASTER MUST BE LOADED BY MY-LOAD-PROGRAM '
002140              'BEFORE CLAIMS CAN BE POSTED'
002150          CLOSE MY-CLMTX-FILE
002160          MOVE 16 TO RETURN-CODE
002170          GO TO 9999-EXIT
002180      END-IF.
002190      PERFORM 1100-OPEN-CLAIM-FILE THRU 1100-EXIT.
002200      PERFORM 1200-OPEN-ERROR-LOG THRU 1200-EXIT.
002210      PERFORM 1300-OPEN-AUDIT-FILE THRU 1300-EXIT.
002220      PERFORM 1400-OPEN-CLAIM-ECHO THRU 1400-EXIT.
002230      PERFORM 1500-OPEN-CLAIM-HISTORY THRU 1500-EXIT.
002240      OPEN OUTPUT MY-CLMRPT-FILE.
002250      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
002260      MOVE SPACES TO REPORT-LINE.
002270      STRING 'MY-CLAIM-POST CLAIM POSTING REGISTER  RUN DATE='
002280          WS-RUN-DATE
002290          DELIMITED BY SIZE INTO REPORT-LINE.
002300      WRITE REPORT-LINE.
002310      PERFORM 2100-READ-CLAIM-TXN THRU 2100-EXIT.
002320  1000-EXIT.
002330      EXIT.

002340*    THE CLAIM FILE IS DEFINED EMPTY ONCE BY OPS; ON THE NIGHTS
002350*    BEFORE THE FIRST CLAIM IS OPENED THE I-O OPEN NEEDS THE
002360*    SAME LOAD-MODE PRIMING AS THE ITEM-A TABLE.
002370  1100-OPEN-CLAIM-FILE.
002380      OPEN I-O MY-CLAIM-FILE.
002390      IF WS-CLAIM-STATUS NOT = '00'
002400          CLOSE MY-CLAIM-FILE
002410          OPEN OUTPUT MY-CLAIM-FILE
002420          CLOSE MY-CLAIM-FILE
002430          OPEN I-O MY-CLAIM-FILE
002440      END-IF.
002450  1100-EXIT.
002460      EXIT.

002470  1200-OPEN-ERROR-LOG.
002480      OPEN EXTEND MY-ERRLOG-FILE.
002490      IF WS-ERRLOG-STATUS NOT = '00'
002500          OPEN OUTPUT MY-ERRLOG-FILE
002510      END-IF.
002520  1200-EXIT.
002530      EXIT.

002540*    THE AUDIT TRAIL ACCUMULATES ACROSS RUNS THE SAME WAY THE
002550*    ERROR LOG DOES.
002560  1300-OPEN-AUDIT-FILE.
002570      OPEN EXTEND MY-F1AUD-FILE.
002580      IF WS-F1AUD-STATUS NOT = '00'
002590          OPEN OUTPUT MY-F1AUD-FILE
002600      END-IF.
002610  1300-EXIT.
002620      EXIT.

002630*    THE ECHO FILE ACCUMULATES UNTIL THE UPSTREAM EXTRACT
002640*    REFLECTS THE CLAIM AMOUNT, SAME CONVENTION AS DAILYTXN.
002650  1400-OPEN-CLAIM-ECHO.
002660      OPEN EXTEND MY-CLMECH-FILE.
002670      IF WS-CLMECH-STATUS NOT = '00'
002680          OPEN OUTPUT MY-CLMECH-FILE
002690      END-IF.
002700  1400-EXIT.
002710      EXIT.

002720  1500-OPEN-CLAIM-HISTORY.
002730      OPEN EXTEND MY-CLMHST-FILE.
002740      IF WS-CLMHST-STATUS NOT = '00'
002750          OPEN OUTPUT MY-CLMHST-FILE
002760      END-IF.
002770  1500-EXIT.
002780      EXIT.

002790  2000-POST-CLAIM-TXN.
002800      ADD 1 TO WS-TRANS-COUNT.
002810      PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
002820      IF WS-TRANS-VALID
002830          PERFORM 2300-POST-TRANSACTION THRU 2300-EXIT
002840      ELSE
002850          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
002860      END-IF.
002870      PERFORM 2100-READ-CLAIM-TXN THRU 2100-EXIT.
002880  2000-EXIT.
002890      EXIT.

002900  2100-READ-CLAIM-TXN.
002910      READ MY-CLMTX-FILE
002920          AT END
002930              SET WS-EOF-YES TO TRUE
002940      END-READ.
002950  2100-EXIT.
002960      EXIT.

002970  2200-EDIT-TRANSACTION.
002980      SET WS-TRANS-VALID TO TRUE.
002990      MOVE '2200-EDIT-CL' TO WS-REJECT-PARAGRAPH.
003000      IF CL-CLAIM-NUMBER = SPACES
003010          SET WS-TRANS-INVALID TO TRUE
003020          MOVE 'CLAIM NUMBER MISSING.' TO WS-REJECT-REASON
003030          GO TO 2200-EXIT
003040      END-IF.
003050      IF CL-RECORD-KEY NOT NUMERIC
003060          SET WS-TRANS-INVALID TO TRUE
003070          MOVE 'POLICY KEY NOT NUMERIC.' TO WS-REJECT-REASON
003080          GO TO 2200-EXIT
003090      END-IF.
003100      IF CL-TRANS-SEQ NOT NUMERIC
003110          OR CL-TRANS-SEQ = ZERO
003120          SET WS-TRANS-INVALID TO TRUE
003130          MOVE 'TRANSACTION SEQUENCE MISSING.'
003140              TO WS-REJECT-REASON
003150          GO TO 2200-EXIT
003160      END-IF.
003170      IF CL-TRANS-DATE NOT NUMERIC
003180          OR CL-TRANS-DATE = ZERO
003190          SET WS-TRANS-INVALID TO TRUE
003200          MOVE 'TRANSACTION DATE MISSING OR NOT NUMERIC.'
003210              TO WS-REJECT-REASON
003220          GO TO 2200-EXIT
003230      END-IF.
003240      IF CL-TRANS-AMOUNT NOT NUMERIC
003250          SET WS-TRANS-INVALID TO TRUE
003260          MOVE 'TRANSACTION AMOUNT NOT NUMERIC.'
003270              TO WS-REJECT-REASON
003280          GO TO 2200-EXIT
003290      END-IF.
003300      MOVE ZERO TO WS-TYPE-MATCH-INDEX.
003310      PERFORM 2250-MATCH-TRANS-TYPE THRU 2250-EXIT
003320          VARYING WS-TYPE-INDEX FROM 1 BY 1
003330          UNTIL WS-TYPE-INDEX > 5.
003340      IF WS-TYPE-MATCH-INDEX = ZERO
003350          SET WS-TRANS-INVALID TO TRUE
003360          MOVE 'TRANSACTION TYPE NOT RECOGNIZED.'
003370              TO WS-REJECT-REASON
003380          GO TO 2200-EXIT
003390      END-IF.
003400      EVALUATE TRUE
003410          WHEN CL-TRANS-OPEN
003420              IF CL-LOSS-DATE NOT NUMERIC
003430                  OR CL-LOSS-DATE = ZERO
003440                  OR CL-LOSS-DATE > CL-TRANS-DATE
003450                  SET WS-TRANS-INVALID TO TRUE
003460                  MOVE 'LOSS DATE MISSING OR AFTER REPORT DATE.'
003470                      TO WS-REJECT-REASON
003480              END-IF
003490              IF CL-TRANS-AMOUNT < ZERO
003500                  SET WS-TRANS-INVALID TO TRUE
003510                  MOVE 'OPENING RESERVE IS NEGATIVE.'
003520                      TO WS-REJECT-REASON
003530              END-IF
003540          WHEN CL-TRANS-RESERVE
003550              IF CL-TRANS-AMOUNT = ZERO
003560                  SET WS-TRANS-INVALID TO TRUE
003570                  MOVE 'RESERVE CHANGE OF ZERO.'
003580                      TO WS-REJECT-REASON
003590              END-IF
003600          WHEN CL-TRANS-PAYMENT
003610              IF CL-TRANS-AMOUNT NOT > ZERO
003620                  SET WS-TRANS-INVALID TO TRUE
003630                  MOVE 'CLAIM PAYMENT NOT POSITIVE.'
003640                      TO WS-REJECT-REASON
003650              END-IF
003660          WHEN CL-TRANS-CLOSE
003670              IF CL-TRANS-AMOUNT NOT = ZERO
003680                  SET WS-TRANS-INVALID TO TRUE
003690                  MOVE 'CLOSE CARRIES AN AMOUNT - PAY FIRST.'
003700                      TO WS-REJECT-REASON
003710              END-IF
003720          WHEN CL-TRANS-REOPEN
003730              IF CL-TRANS-AMOUNT < ZERO
003740                  SET WS-TRANS-INVALID TO TRUE
003750                  MOVE 'REOPEN RESERVE IS NEGATIVE.'
003760                      TO WS-REJECT-REASON
003770              END-IF
003780      END-EVALUATE.
003790  2200-EXIT.
003800      EXIT.

003810  2250-MATCH-TRANS-TYPE.
003820      IF WS-VALID-TYPE-ENTRY (WS-TYPE-INDEX) = CL-TRANS-TYPE
003830          MOVE WS-TYPE-INDEX TO WS-TYPE-MATCH-INDEX
003840      END-IF.
003850  2250-EXIT.
003860      EXIT.

003870  2300-POST-TRANSACTION.
003880      PERFORM 2310-READ-CLAIM THRU 2310-EXIT.
003890      IF WS-TRANS-INVALID
003900          GO TO 2300-EXIT
003910      END-IF.
003920      MOVE CL-RECORD-KEY TO DRX-RECORD-KEY.
003930      READ MY-FILE1-INDEXED
003940          INVALID KEY
003950              SET WS-TRANS-INVALID TO TRUE
003960              MOVE 'POLICY KEY NOT ON MASTER.' TO WS-REJECT-REASON
003970              MOVE '2300-POST-CL' TO WS-REJECT-PARAGRAPH
003980              PERFORM 2700-LOG-REJECT THRU 2700-EXIT
003990      END-READ.
004000      IF WS-TRANS-INVALID
004010          GO TO 2300-EXIT
004020      END-IF.
004030      PERFORM 2400-COMPUTE-CHANGE THRU 2400-EXIT.
004040      IF WS-TRANS-INVALID
004050          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004060          GO TO 2300-EXIT
004070      END-IF.
004080      PERFORM 2500-UPDATE-POLICY THRU 2500-EXIT.
004090      IF WS-TRANS-INVALID
004100          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004110          GO TO 2300-EXIT
004120      END-IF.
004130      PERFORM 2550-UPDATE-CLAIM THRU 2550-EXIT.
004140      IF WS-TRANS-INVALID
004150          PERFORM 2560-BACK-OUT-POLICY THRU 2560-EXIT
004160          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004170          GO TO 2300-EXIT
004180      END-IF.
004190      PERFORM 2600-RECORD-POSTING THRU 2600-EXIT.
004200  2300-EXIT.
004210      EXIT.

004220*    THE CLAIM MUST NOT EXIST FOR AN OPEN AND MUST EXIST, ON THE
004230*    SAME POLICY, FOR EVERYTHING ELSE.  A SEQUENCE NUMBER AT OR
004240*    BELOW THE LAST ONE POSTED IS A RESUBMISSION OR OUT OF
004250*    ORDER - EITHER WAY IT MUST NOT POST.
004260  2310-READ-CLAIM.
004270      MOVE '2310-READ-CL' TO WS-REJECT-PARAGRAPH.
004280      MOVE CL-CLAIM-NUMBER TO CM-CLAIM-NUMBER.
004290      READ MY-CLAIM-FILE
004300          INVALID KEY
004310              SET WS-CLAIM-NOT-FOUND TO TRUE
004320          NOT INVALID KEY
004330              SET WS-CLAIM-FOUND TO TRUE
004340      END-READ.
004350      IF CL-TRANS-OPEN
004360          IF WS-CLAIM-FOUND
004370              SET WS-TRANS-INVALID TO TRUE
004380              MOVE 'CLAIM NUMBER ALREADY ON CLAIM FILE.'
004390                  TO WS-REJECT-REASON
004400              PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004410          END-IF
004420          GO TO 2310-EXIT
004430      END-IF.
004440      IF WS-CLAIM-NOT-FOUND
004450          SET WS-TRANS-INVALID TO TRUE
004460          MOVE 'CLAIM NUMBER NOT ON CLAIM FILE.'
004470              TO WS-REJECT-REASON
004480          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004490          GO TO 2310-EXIT
004500      END-IF.
004510      IF CM-RECORD-KEY NOT = CL-RECORD-KEY
004520          SET WS-TRANS-INVALID TO TRUE
004530          MOVE 'CLAIM IS ON A DIFFERENT POLICY.'
004540              TO WS-REJECT-REASON
004550          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004560          GO TO 2310-EXIT
004570      END-IF.
004580      IF CL-TRANS-SEQ NOT > CM-LAST-TRANS-SEQ
004590          SET WS-TRANS-INVALID TO TRUE
004600          MOVE 'SEQUENCE ALREADY POSTED OR OUT OF ORDER.'
004610              TO WS-REJECT-REASON
004620          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004630      END-IF.
004640  2310-EXIT.
004650      EXIT.

004660*    PAYMENTS TAKE DOWN THE RESERVE, NEVER BELOW ZERO - A
004670*    PAYMENT BEYOND THE RESERVE RAISES INCURRED BY THE EXCESS.
004680*    A CLOSE RELEASES WHATEVER RESERVE IS LEFT.
004690  2400-COMPUTE-CHANGE.
004700      MOVE '2400-COMP-CL' TO WS-REJECT-PARAGRAPH.
004710      MOVE ZERO TO WS-PAID-CHANGE.
004720      MOVE ZERO TO WS-RESERVE-CHANGE.
004730      EVALUATE TRUE
004740          WHEN CL-TRANS-OPEN
004750              IF CL-LOSS-DATE < DRX-EFFECTIVE-DATE
004760                  OR CL-LOSS-DATE > DRX-EXPIRATION-DATE
004770                  SET WS-TRANS-INVALID TO TRUE
004780                  MOVE 'LOSS DATE OUTSIDE THE POLICY TERM.'
004790                      TO WS-REJECT-REASON
004800                  GO TO 2400-EXIT
004810              END-IF
004820              MOVE CL-TRANS-AMOUNT TO WS-RESERVE-CHANGE
004830          WHEN CL-TRANS-REOPEN
004840              IF NOT CM-STATUS-CLOSED
004850                  SET WS-TRANS-INVALID TO TRUE
004860                  MOVE 'REOPEN OF A CLAIM THAT IS NOT CLOSED.'
004870                      TO WS-REJECT-REASON
004880                  GO TO 2400-EXIT
004890              END-IF
004900              MOVE CL-TRANS-AMOUNT TO WS-RESERVE-CHANGE
004910          WHEN OTHER
004920              IF CM-STATUS-CLOSED
004930                  SET WS-TRANS-INVALID TO TRUE
004940                  MOVE 'CLAIM IS CLOSED - REOPEN IT FIRST.'
004950                      TO WS-REJECT-REASON
004960                  GO TO 2400-EXIT
004970              END-IF
004980      END-EVALUATE.
004990      IF CL-TRANS-RESERVE
005000          COMPUTE WS-NEW-RESERVE =
005010              CM-RESERVE-AMOUNT + CL-TRANS-AMOUNT
005020          IF WS-NEW-RESERVE < ZERO
005030              SET WS-TRANS-INVALID TO TRUE
005040              MOVE 'RESERVE CHANGE WOULD GO BELOW ZERO.'
005050                  TO WS-REJECT-REASON
005060              GO TO 2400-EXIT
005070          END-IF
005080          MOVE CL-TRANS-AMOUNT TO WS-RESERVE-CHANGE
005090      END-IF.
005100      IF CL-TRANS-PAYMENT
005110          MOVE CL-TRANS-AMOUNT TO WS-PAID-CHANGE
005120          IF CL-TRANS-AMOUNT > CM-RESERVE-AMOUNT
005130              COMPUTE WS-RESERVE-CHANGE = ZERO - CM-RESERVE-AMOUNT
005140          ELSE
005150              COMPUTE WS-RESERVE-CHANGE = ZERO - CL-TRANS-AMOUNT
005160          END-IF
005170      END-IF.
005180      IF CL-TRANS-CLOSE
005190          COMPUTE WS-RESERVE-CHANGE = ZERO - CM-RESERVE-AMOUNT
005200      END-IF.
005210      COMPUTE WS-INCURRED-CHANGE =
005220          WS-PAID-CHANGE + WS-RESERVE-CHANGE.
005230  2400-EXIT.
005240      EXIT.

005250*    A TRANSACTION THAT LEAVES INCURRED WHERE IT WAS (A PAYMENT
005260*    EXACTLY AGAINST RESERVE, A ZERO-RESERVE OPEN) DOES NOT
005270*    TOUCH THE MASTER, SO IT CUTS NO AUDIT IMAGES OR ECHO.
005280  2500-UPDATE-POLICY.
005290      MOVE FILE1-INDEXED-RECORD TO WS-BEFORE-RECORD.
005300      IF WS-INCURRED-CHANGE = ZERO
005310          GO TO 2500-EXIT
005320      END-IF.
005330      MOVE '2500-UPD-POL' TO WS-REJECT-PARAGRAPH.
005340      ADD WS-INCURRED-CHANGE TO DRX-CLAIM-AMOUNT
005350          ON SIZE ERROR
005360              SET WS-TRANS-INVALID TO TRUE
005370              MOVE 'CLAIM AMOUNT WOULD OVERFLOW THE MASTER.'
005380                  TO WS-REJECT-REASON
005390              GO TO 2500-EXIT
005400      END-ADD.
005410      REWRITE FILE1-INDEXED-RECORD.
005420*    NOTHING COUNTS AS POSTED UNLESS THE MASTER TOOK THE
005430*    REWRITE.
005440      IF WS-FILE1X-STATUS NOT = '00'
005450          SET WS-TRANS-INVALID TO TRUE
005460          MOVE 'REWRITE FAILED - CLAIM NOT POSTED.'
005470              TO WS-REJECT-REASON
005480      END-IF.
005490  2500-EXIT.
005500      EXIT.

005510  2550-UPDATE-CLAIM.
005520      MOVE '2550-UPD-CLM' TO WS-REJECT-PARAGRAPH.
005530      IF CL-TRANS-OPEN
005540          MOVE SPACES TO CLAIM-RECORD
005550          MOVE CL-CLAIM-NUMBER TO CM-CLAIM-NUMBER
005560          MOVE CL-RECORD-KEY TO CM-RECORD-KEY
005570          MOVE CL-LOSS-DATE TO CM-LOSS-DATE
005580          MOVE CL-TRANS-DATE TO CM-OPENED-DATE
005590          MOVE ZERO TO CM-CLOSED-DATE
005600          SET CM-STATUS-OPEN TO TRUE
005610          MOVE DRX-ITEM-A-CODE TO CM-ITEM-A-CODE
005620          MOVE DRX-ADDRESS-STATE TO CM-ADDRESS-STATE
005630          MOVE ZERO TO CM-PAID-TO-DATE
005640          MOVE ZERO TO CM-RESERVE-AMOUNT
005650      END-IF.
005660      ADD WS-PAID-CHANGE TO CM-PAID-TO-DATE.
005670      ADD WS-RESERVE-CHANGE TO CM-RESERVE-AMOUNT.
005680      MOVE CL-TRANS-SEQ TO CM-LAST-TRANS-SEQ.
005690      MOVE WS-RUN-DATE TO CM-LAST-POSTED-DATE.
005700      MOVE CL-EXAMINER-ID TO CM-EXAMINER-ID.
005710      IF CL-TRANS-CLOSE
005720          SET CM-STATUS-CLOSED TO TRUE
005730          MOVE CL-TRANS-DATE TO CM-CLOSED-DATE
005740      END-IF.
005750      IF CL-TRANS-REOPEN
005760          SET CM-STATUS-OPEN TO TRUE
005770          MOVE ZERO TO CM-CLOSED-DATE
005780      END-IF.
005790      IF CL-TRANS-OPEN
005800          WRITE CLAIM-RECORD
005810      ELSE
005820          REWRITE CLAIM-RECORD
005830      END-IF.
005840      IF WS-CLAIM-STATUS NOT = '00'
005850          SET WS-TRANS-INVALID TO TRUE
005860          MOVE 'CLAIM FILE UPDATE FAILED - NOT POSTED.'
005870              TO WS-REJECT-REASON
005880      END-IF.
005890  2550-EXIT.
005900      EXIT.

005910*    THE CLAIM FILE REFUSED ITS HALF - PUT THE POLICY BACK AS IT
005920*    WAS SO DR-CLAIM-AMOUNT NEVER CARRIES AN UNRECORDED CLAIM.
005930  2560-BACK-OUT-POLICY.
005940      IF WS-INCURRED-CHANGE NOT = ZERO
005950          MOVE WS-BEFORE-RECORD TO FILE1-INDEXED-RECORD
005960          REWRITE FILE1-INDEXED-RECORD
005970      END-IF.
005980  2560-EXIT.
005990      EXIT.

006000  2600-RECORD-POSTING.
006010      IF WS-INCURRED-CHANGE NOT = ZERO
006020          MOVE WS-BEFORE-RECORD TO
006030              FA-RECORD-IMAGE IN MY-F1AUD-WORK-AREA
006040          SET FA-BEFORE-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE
006050          PERFORM 2650-WRITE-AUDIT-IMAGE THRU 2650-EXIT
006060          MOVE FILE1-INDEXED-RECORD TO
006070              FA-RECORD-IMAGE IN MY-F1AUD-WORK-AREA
006080          SET FA-AFTER-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE
006090          PERFORM 2650-WRITE-AUDIT-IMAGE THRU 2650-EXIT
006100          PERFORM 2800-WRITE-CLAIM-ECHO THRU 2800-EXIT
006110          ADD 1 TO WS-MASTER-CHANGED-COUNT
006120      END-IF.
006130      MOVE SPACES TO CLMHST-RECORD.
006140      MOVE WS-RUN-DATE TO CH-POSTED-DATE.
006150      MOVE CM-CLAIM-NUMBER TO CH-CLAIM-NUMBER.
006160      MOVE CM-RECORD-KEY TO CH-RECORD-KEY.
006170      MOVE CL-TRANS-SEQ TO CH-TRANS-SEQ.
006180      MOVE CL-TRANS-TYPE TO CH-TRANS-TYPE.
006190      MOVE CM-LOSS-DATE TO CH-LOSS-DATE.
006200      MOVE CL-TRANS-DATE TO CH-TRANS-DATE.
006210      MOVE CM-ITEM-A-CODE TO CH-ITEM-A-CODE.
006220      MOVE CM-ADDRESS-STATE TO CH-ADDRESS-STATE.
006230      MOVE WS-PAID-CHANGE TO CH-PAID-CHANGE.
006240      MOVE WS-RESERVE-CHANGE TO CH-RESERVE-CHANGE.
006250      MOVE WS-INCURRED-CHANGE TO CH-INCURRED-CHANGE.
006260      MOVE CM-CLAIM-STATUS TO CH-CLAIM-STATUS.
006270      WRITE CLMHST-RECORD.
006280      IF WS-CLMHST-STATUS NOT = '00'
006290          DISPLAY 'MY-CLAIM-POST - WRITE FAILED ON THE CLAIM '
006300              'HISTORY, CLAIM=' CM-CLAIM-NUMBER
006310              ' FILE STATUS=' WS-CLMHST-STATUS
006320          MOVE 12 TO RETURN-CODE
006330          GO TO 9999-EXIT
006340      END-IF.
006350      ADD 1 TO WS-POSTED-COUNT.
006360      ADD 1 TO WS-TYPE-POSTED-COUNT (WS-TYPE-MATCH-INDEX).
006370      ADD WS-PAID-CHANGE TO
006380          WS-TYPE-PAID-AMOUNT (WS-TYPE-MATCH-INDEX)
006390          WS-PAID-TOTAL.
006400      ADD WS-RESERVE-CHANGE TO
006410          WS-TYPE-RESERVE-AMOUNT (WS-TYPE-MATCH-INDEX)
006420          WS-RESERVE-TOTAL.
006430      ADD WS-INCURRED-CHANGE TO
006440          WS-TYPE-INCURRED-AMOUNT (WS-TYPE-MATCH-INDEX)
006450          WS-INCURRED-TOTAL.
006460      MOVE WS-PAID-CHANGE TO WS-PAID-ED.
006470      MOVE WS-RESERVE-CHANGE TO WS-RESERVE-ED.
006480      MOVE WS-INCURRED-CHANGE TO WS-AMOUNT-ED.
006490      MOVE SPACES TO REPORT-LINE.
006500      STRING '  ' WS-TYPE-NAME (WS-TYPE-MATCH-INDEX)
006510          ' CLAIM=' CM-CLAIM-NUMBER
006520          ' KEY=' CM-RECORD-KEY
006530          ' SEQ=' CL-TRANS-SEQ
006540          ' PAID=' WS-PAID-ED
006550          ' RESERVE=' WS-RESERVE-ED
006560          ' INCURRED=' WS-AMOUNT-ED
006570          DELIMITED BY SIZE INTO REPORT-LINE.
006580      WRITE REPORT-LINE.
006590  2600-EXIT.
006600      EXIT.

006610*    THE CALLER SETS FA-IMAGE-TYPE AND LOADS FA-RECORD-IMAGE.
006620  2650-WRITE-AUDIT-IMAGE.
006630      MOVE BL-BUSINESS-DATE TO
006640          FA-LOG-DATE IN MY-F1AUD-WORK-AREA.
006650      ACCEPT FA-LOG-TIME IN MY-F1AUD-WORK-AREA FROM TIME.
006660      MOVE 'L' TO FA-ACTION-CODE IN MY-F1AUD-WORK-AREA.
006670      MOVE SPACES TO FA-USER-ID IN MY-F1AUD-WORK-AREA
006680          FA-APPROVER-ID IN MY-F1AUD-WORK-AREA.
006690      MOVE CL-RECORD-KEY TO
006700          FA-RECORD-KEY IN MY-F1AUD-WORK-AREA.
006710      WRITE F1AUD-FILE-RECORD FROM MY-F1AUD-WORK-AREA.
006720  2650-EXIT.
006730      EXIT.

006740  2700-LOG-REJECT.
006750      ADD 1 TO WS-REJECT-COUNT.
006760      MOVE 'MY-CLMPS' TO
006770          EL-PROGRAM-NAME IN MY-ERRLOG-WORK-AREA.
006780      MOVE WS-REJECT-PARAGRAPH TO
006790          EL-PARAGRAPH-NAME IN MY-ERRLOG-WORK-AREA.
006800      MOVE CL-RECORD-KEY TO
006810          EL-RECORD-KEY IN MY-ERRLOG-WORK-AREA.
006820      MOVE WS-REJECT-REASON TO
006830          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
006840      MOVE 4 TO
006850          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
006860      MOVE BL-BUSINESS-DATE TO
006870          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
006880      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
006890      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
006900      MOVE SPACES TO REPORT-LINE.
006910      STRING '  REJECTED CLAIM=' CL-CLAIM-NUMBER
006920          ' KEY=' CL-RECORD-KEY
006930          ' SEQ=' CL-TRANS-SEQ
006940          ' - ' WS-REJECT-REASON
006950          DELIMITED BY SIZE INTO REPORT-LINE.
006960      WRITE REPORT-LINE.
006970  2700-EXIT.
006980      EXIT.

006990*    THE POSTED CLAIM'S SURVIVAL TICKET: AN EQUIVALENT 'C'
007000*    MAINTENANCE TRANSACTION CARRYING THE POST-CLAIM MASTER
007010*    IMAGE, APPENDED BEHIND THE NIGHT'S PAYMENT ECHOES SO THE
007020*    NEWEST IMAGE OF A KEY IS ALWAYS THE LAST ONE RE-APPLIED.
007030  2800-WRITE-CLAIM-ECHO.
007040      MOVE SPACES TO CLMECH-RECORD.
007050      SET FT-ACTION-CHANGE TO TRUE.
007060      MOVE FILE1-INDEXED-RECORD TO FT-DATAREC.
007070      WRITE CLMECH-RECORD.
007080  2800-EXIT.
007090      EXIT.

007100  9000-TERMINATE.
007110      PERFORM 9200-PRINT-REGISTER THRU 9200-EXIT.
007120      CLOSE MY-CLMTX-FILE.
007130      CLOSE MY-CLAIM-FILE.
007140      CLOSE MY-FILE1-INDEXED.
007150      CLOSE MY-F1AUD-FILE.
007160      CLOSE MY-ERRLOG-FILE.
007170      CLOSE MY-CLMHST-FILE.
007180      CLOSE MY-CLMECH-FILE.
007190      CLOSE MY-CLMRPT-FILE.
007200      IF WS-REJECT-COUNT > ZERO
007210          MOVE 4 TO RETURN-CODE
007220      ELSE
007230          MOVE ZERO TO RETURN-CODE
007240      END-IF.
007250  9000-EXIT.
007260      EXIT.

007270  9200-PRINT-REGISTER.
007280      MOVE SPACES TO REPORT-LINE.
007290      STRING 'POSTED BY TRANSACTION TYPE'
007300          DELIMITED BY SIZE INTO REPORT-LINE.
007310      WRITE REPORT-LINE.
007320      PERFORM 9210-PRINT-TYPE-LINE THRU 9210-EXIT
007330          VARYING WS-TYPE-INDEX FROM 1 BY 1
007340          UNTIL WS-TYPE-INDEX > 5.
007350      MOVE WS-TRANS-COUNT TO WS-COUNT-ED.
007360      MOVE SPACES TO REPORT-LINE.
007370      STRING 'TRANSACTIONS READ=' WS-COUNT-ED
007380          DELIMITED BY SIZE INTO REPORT-LINE.
007390      WRITE REPORT-LINE.
007400      MOVE WS-POSTED-COUNT TO WS-COUNT-ED.
007410      MOVE SPACES TO REPORT-LINE.
007420      STRING 'POSTED=' WS-COUNT-ED
007430          DELIMITED BY SIZE INTO REPORT-LINE.
007440      WRITE REPORT-LINE.
007450      MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
007460      MOVE SPACES TO REPORT-LINE.
007470      STRING 'REJECTED=' WS-COUNT-ED
007480          DELIMITED BY SIZE INTO REPORT-LINE.
007490      WRITE REPORT-LINE.
007500      MOVE WS-MASTER-CHANGED-COUNT TO WS-COUNT-ED.
007510      MOVE SPACES TO REPORT-LINE.
007520      STRING 'POLICY CLAIM AMOUNTS CHANGED=' WS-COUNT-ED
007530          DELIMITED BY SIZE INTO REPORT-LINE.
007540      WRITE REPORT-LINE.
007550*    PROOF: PAID CHANGE PLUS RESERVE CHANGE IS THE INCURRED
007560*    CHANGE POSTED TO DR-CLAIM-AMOUNT ACROSS THE BOOK.
007570      MOVE WS-PAID-TOTAL TO WS-PAID-ED.
007580      MOVE WS-RESERVE-TOTAL TO WS-RESERVE-ED.
007590      MOVE WS-INCURRED-TOTAL TO WS-AMOUNT-ED.
007600      MOVE SPACES TO REPORT-LINE.
007610      STRING 'CLAIM CONTROL: PAID=' WS-PAID-ED
007620          ' RESERVE=' WS-RESERVE-ED
007630          ' INCURRED POSTED=' WS-AMOUNT-ED
007640          DELIMITED BY SIZE INTO REPORT-LINE.
007650      WRITE REPORT-LINE.
007660  9200-EXIT.
007670      EXIT.

007680  9210-PRINT-TYPE-LINE.
007690      IF WS-TYPE-POSTED-COUNT (WS-TYPE-INDEX) > ZERO
007700          MOVE WS-TYPE-POSTED-COUNT (WS-TYPE-INDEX)
007710              TO WS-COUNT-ED
007720          MOVE WS-TYPE-PAID-AMOUNT (WS-TYPE-INDEX) TO WS-PAID-ED
007730          MOVE WS-TYPE-RESERVE-AMOUNT (WS-TYPE-INDEX)
007740              TO WS-RESERVE-ED
007750          MOVE WS-TYPE-INCURRED-AMOUNT (WS-TYPE-INDEX)
007760              TO WS-AMOUNT-ED
007770          MOVE SPACES TO REPORT-LINE
007780          STRING '  ' WS-TYPE-NAME (WS-TYPE-INDEX)
007790              ' COUNT=' WS-COUNT-ED
007800              ' PAID=' WS-PAID-ED
007810              ' RESERVE=' WS-RESERVE-ED
007820              ' INCURRED=' WS-AMOUNT-ED
007830              DELIMITED BY SIZE INTO REPORT-LINE
007840          WRITE REPORT-LINE
007850      END-IF.
007860  9210-EXIT.
007870      EXIT.

007880*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
007890*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
007900*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
007910  9800-BEGIN-STEP.
007920      MOVE 'MY-CLAIM-POST' TO BL-STEP-NAME.
007930      SET BL-BEGIN-STEP TO TRUE.
007940      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
007950      IF BL-CONTROL-FAILED
007960          DISPLAY 'MY-CLAIM-POST - ' BL-FAIL-REASON
007970              ' FILE STATUS=' BL-FILE-STATUS
007980          DISPLAY 'MY-CLAIM-POST - STEP NOT RUN'
007990          SET WS-STEP-BYPASSED TO TRUE
008000          MOVE 16 TO RETURN-CODE
008010          GO TO 9999-EXIT
008020      END-IF.
008030      IF BL-STEP-ALREADY-DONE
008040          DISPLAY 'MY-CLAIM-POST - ALREADY COMPLETE FOR '
008050              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
008060          SET WS-STEP-BYPASSED TO TRUE
008070          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
008080          GO TO 9999-EXIT
008090      END-IF.
008100      MOVE ZERO TO RETURN-CODE.
008110  9800-EXIT.
008120      EXIT.

008130*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
008140*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
008150*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
008160*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
008170  9900-END-STEP.
008180      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
008190          GO TO 9900-EXIT
008200      END-IF.
008210      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
008220      SET BL-END-STEP TO TRUE.
008230      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
008240      IF BL-CONTROL-FAILED
008250          DISPLAY 'MY-CLAIM-POST - ' BL-FAIL-REASON
008260              ' FILE STATUS=' BL-FILE-STATUS
008270          MOVE 16 TO RETURN-CODE
008280          GO TO 9900-EXIT
008290      END-IF.
008300      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
008310  9900-EXIT.
008320      EXIT.

008330  9999-EXIT.
008340      PERFORM 9900-END-STEP THRU 9900-EXIT.
008350      STOP RUN.
