000160*    BOTH QUEUES INTO THE BATCH DATASETS AHEAD OF THE FILE1X
000170*    REBUILD AND RE-APPLY, SO THE CORRECTION SURVIVES STEP025
000180*    AND THE AUDIT TRAIL STAYS ONE FILE.
000181*    THE SIGNED-ON USER MUST HOLD THE FIELD CODE ON THE OPERATOR
000182*    AUTHORITY TABLE (MY-OPRAUT, FCT OPRAUT) OR THE CHANGE IS
000183*    REFUSED.  AN AMOUNT CHANGE OVER THE OPERATOR'S LIMIT IS NOT
000184*    APPLIED - IT GOES TO THE APPROVAL FILE (MY-PENDAP, FCT
000185*    PENDAP) FOR A SUPERVISOR TO RELEASE THROUGH MY-APPROVE.
000186*    REFUSALS ARE LOGGED THERE TOO FOR THE NIGHTLY EXCEPTION
000187*    REPORT.  AN ADDRESS CORRECTION (A1 A2 CY SA ZP, AUTHORITY
000188*    CODE 'AD') ALSO CLEARS THE RETURNED-MAIL FLAG.
000190*----------------------------------------------------------------*
000200  IDENTIFICATION DIVISION.
000210  PROGRAM-ID.     MY-UPDATE.
000390*                     THE F1AQ/F1DQ TD QUEUES THE NIGHT JOB
000400*                     MERGES, SO A SECOND SAME-DAY CORRECTION
000410*                     TO ONE POLICY CANNOT DUPREC AND VANISH.
000411*    10/15/26   DLH   OPERATOR AUTHORITY CHECK AGAINST OPRAUT; AN
000412*                     AMOUNT CHANGE OVER THE USER'S LIMIT GOES TO
000413*                     THE PENDAP APPROVAL QUEUE.  AUDIT IMAGES
000414*                     CARRY THE USER ID.
000415*    10/15/26   DLH   ADDRESS CORRECTIONS (A1 A2 CY SA ZP, TEXT IN
000416*                     CT-NEW-TEXT, AUTHORITY CODE 'AD') CLEAR THE
000417*                     RETURNED-MAIL FLAG.  RECEIVE LENGTH NOW 46.
000420*----------------------------------------------------------------*

000430  DATA DIVISION.
000610  01  MY-F1TXN-WORK-AREA.
000620      COPY MY-F1TXN.

000621*    THE SIGNED-ON OPERATOR'S AUTHORITY AND, FOR A REFUSED OR
000622*    OVER-LIMIT CHANGE, THE APPROVAL QUEUE ENTRY WRITTEN FOR IT.
000623  01  WS-OPRAUT-RECORD.
000624      COPY MY-OPRAUT.

000625  01  MY-PENDAP-WORK-AREA.
000626      COPY MY-PENDAP.

000630  77  WS-RESP-CODE                    PIC S9(08) COMP.
000640  77  WS-RECEIVE-LENGTH               PIC S9(04) COMP.
000650  77  WS-ABSTIME                      PIC S9(15) COMP-3.
000660  77  WS-UPDATE-DATE                  PIC 9(08) VALUE ZERO.
000670  77  WS-UPDATE-TIME-6                PIC 9(06) VALUE ZERO.
000680  77  WS-UPDATE-TIME                  PIC 9(08) VALUE ZERO.
000681  77  WS-USER-ID                      PIC X(08) VALUE SPACES.

000682  77  WS-OLD-AMOUNT                   PIC S9(12)V99 VALUE ZERO.
000683  77  WS-NEW-AMOUNT                   PIC S9(12)V99 VALUE ZERO.
000684  77  WS-CHANGE-AMOUNT                PIC 9(12)V99 VALUE ZERO.
000685  77  WS-FIELD-INDEX                  PIC 9(02) COMP VALUE ZERO.

000690  77  WS-FILE1-FOUND-SWITCH           PIC X(01) VALUE 'N'.
000700      88  WS-FILE1-FOUND                  VALUE 'Y'.
000710      88  WS-FILE1-NOT-FOUND              VALUE 'N'.

000711  77  WS-AMOUNT-FIELD-SWITCH          PIC X(01) VALUE 'N'.
000712      88  WS-AMOUNT-FIELD                 VALUE 'Y'.
000713      88  WS-NOT-AMOUNT-FIELD             VALUE 'N'.

000714  77  WS-AUTHORITY-SWITCH             PIC X(01) VALUE 'W'.
000715      88  WS-WITHIN-AUTHORITY             VALUE 'W'.
000716      88  WS-OVER-LIMIT                   VALUE 'O'.
000717      88  WS-NOT-AUTHORIZED               VALUE 'N'.

000720  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
000730      88  WS-UPDATE-VALID                 VALUE 'Y'.
000740      88  WS-UPDATE-INVALID               VALUE 'N'.

000741  77  WS-FIELD-AUTH-SWITCH            PIC X(01) VALUE 'N'.
000742      88  WS-FIELD-AUTHORIZED             VALUE 'Y'.
000743      88  WS-FIELD-NOT-AUTHORIZED         VALUE 'N'.

000744  77  WS-ADDRESS-FIELD-SWITCH         PIC X(01) VALUE 'N'.
000745      88  WS-ADDRESS-FIELD                VALUE 'Y'.
000746      88  WS-NOT-ADDRESS-FIELD            VALUE 'N'.

000750  77  WS-QUEUE-SWITCH                 PIC X(01) VALUE 'Y'.
000760      88  WS-QUEUES-CLEAN                 VALUE 'Y'.
000770      88  WS-QUEUE-FAILED                 VALUE 'N'.

000771  77  WS-FLAG-CLEARED-SWITCH          PIC X(01) VALUE 'N'.
000772      88  WS-FLAG-CLEARED                 VALUE 'Y'.
000773      88  WS-FLAG-NOT-CLEARED             VALUE 'N'.

000774  77  WS-PENDING-SWITCH               PIC X(01) VALUE 'Y'.
000775      88  WS-PENDING-WRITTEN              VALUE 'Y'.
000776      88  WS-PENDING-FAILED               VALUE 'N'.

000780  01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.

000781*    THE CODE LOOKED FOR ON THE AUTHORITY TABLE, AND THE NEW
000782*    ADDRESS TEXT AS IT FITS THE FIELD IT WAS KEYED FOR.
000783  01  WS-AUTH-FIELD-CODE              PIC X(02) VALUE SPACES.
000784  01  WS-FITTED-TEXT                  PIC X(30) VALUE SPACES.

000785  01  WS-CHANGE-AMOUNT-ED             PIC Z(11)9.99.
000786  01  WS-LIMIT-AMOUNT-ED              PIC Z(11)9.99.

000790  01  WS-RESPONSE-AREA.
000800      05  WS-RESP-LINE-1               PIC X(80) VALUE SPACES.
000810      05  WS-RESP-LINE-2               PIC X(80) VALUE SPACES.
001010          PERFORM 6000-SEND-RESPONSE THRU 6000-EXIT
001020          GO TO 9999-EXIT
001030      END-IF.
001031      PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
001032      IF WS-NOT-AUTHORIZED OR WS-OVER-LIMIT
001033          PERFORM 4900-HOLD-CHANGE THRU 4900-EXIT
001034          GO TO 9999-EXIT
001035      END-IF.
001040      PERFORM 4600-REWRITE-FILE1 THRU 4600-EXIT.
001050      IF WS-UPDATE-INVALID
001060          PERFORM 5200-BUILD-REJECT-RESPONSE THRU 5200-EXIT

001220  1000-INITIALIZE.
001230      MOVE SPACES TO WS-RESPONSE-AREA.
001235      MOVE SPACES TO MY-PENDAP-WORK-AREA.
001240      SET WS-FILE1-NOT-FOUND TO TRUE.
001250      SET WS-UPDATE-VALID TO TRUE.
001260      SET WS-QUEUES-CLEAN TO TRUE.
001261      SET WS-PENDING-WRITTEN TO TRUE.
001262      SET WS-NOT-AMOUNT-FIELD TO TRUE.
001263      SET WS-NOT-ADDRESS-FIELD TO TRUE.
001264      SET WS-FLAG-NOT-CLEARED TO TRUE.
001265      SET WS-WITHIN-AUTHORITY TO TRUE.
001266      MOVE ZERO TO WS-OLD-AMOUNT WS-NEW-AMOUNT WS-CHANGE-AMOUNT.
001270      EXEC CICS
001280          ASKTIME ABSTIME(WS-ABSTIME)
001290      END-EXEC.
001330                     TIME(WS-UPDATE-TIME-6)
001340      END-EXEC.
001350      COMPUTE WS-UPDATE-TIME = WS-UPDATE-TIME-6 * 100.
001352      EXEC CICS
001354          ASSIGN USERID(WS-USER-ID)
001356      END-EXEC.
001360  1000-EXIT.
001370      EXIT.

001380  2000-RECEIVE-TRANSACTION.
001390      MOVE SPACES TO MY-CORRTX-WORK-AREA.
001400      MOVE 46 TO WS-RECEIVE-LENGTH.
001410      EXEC CICS
001420          RECEIVE INTO(MY-CORRTX-WORK-AREA)
001430                  LENGTH(WS-RECEIVE-LENGTH)
001650*    EXCEPT A KEY CHANGE - RE-KEYING A MASTER RECORD IS A
001660*    CANCEL-AND-ADD THROUGH THE MAINTENANCE FILE, NOT AN
001670*    ONLINE REWRITE.
001675*    THE ADDRESS CODES GO THROUGH 4100-APPLY-ADDRESS.
001680  4000-APPLY-FIELD.
001690      EVALUATE TRUE
001700          WHEN CT-FIELD-EFF-DATE IN MY-CORRTX-WORK-AREA
001740              MOVE CT-NEW-DATE IN MY-CORRTX-WORK-AREA
001750                  TO DR-EXPIRATION-DATE
001760          WHEN CT-FIELD-PREMIUM IN MY-CORRTX-WORK-AREA
001763              MOVE DR-PREMIUM-AMOUNT TO WS-OLD-AMOUNT
001766              SET WS-AMOUNT-FIELD TO TRUE
001770              MOVE CT-NEW-VALUE-NUM IN MY-CORRTX-WORK-AREA
001780                  TO DR-PREMIUM-AMOUNT
001790          WHEN CT-FIELD-CLAIM IN MY-CORRTX-WORK-AREA
001793              MOVE DR-CLAIM-AMOUNT TO WS-OLD-AMOUNT
001796              SET WS-AMOUNT-FIELD TO TRUE
001800              MOVE CT-NEW-VALUE-NUM IN MY-CORRTX-WORK-AREA
001810                  TO DR-CLAIM-AMOUNT
001820          WHEN CT-FIELD-BALANCE IN MY-CORRTX-WORK-AREA
001823              MOVE DR-BALANCE-AMOUNT TO WS-OLD-AMOUNT
001826              SET WS-AMOUNT-FIELD TO TRUE
001830              MOVE CT-NEW-VALUE-NUM IN MY-CORRTX-WORK-AREA
001840                  TO DR-BALANCE-AMOUNT
001850          WHEN CT-FIELD-STATUS IN MY-CORRTX-WORK-AREA
001880          WHEN CT-FIELD-ITEM-A IN MY-CORRTX-WORK-AREA
001890              MOVE CT-NEW-CODE IN MY-CORRTX-WORK-AREA
001900                  TO DR-ITEM-A-CODE
001902          WHEN CT-FIELD-ADDRESS IN MY-CORRTX-WORK-AREA
001904              SET WS-ADDRESS-FIELD TO TRUE
001906              PERFORM 4100-APPLY-ADDRESS THRU 4100-EXIT
001910          WHEN CT-FIELD-KEY IN MY-CORRTX-WORK-AREA
001920              SET WS-UPDATE-INVALID TO TRUE
001930              MOVE 'KEY CHANGE NOT TAKEN ONLINE - USE MAINT.'
001970              MOVE 'FIELD CODE NOT RECOGNIZED.'
001980                  TO WS-REJECT-REASON
001990      END-EVALUATE.
001992      IF WS-AMOUNT-FIELD
001994          PERFORM 4050-MEASURE-CHANGE THRU 4050-EXIT
001996      END-IF.
002000  4000-EXIT.
002010      EXIT.

002650          CT-RECORD-KEY IN MY-CORRTX-WORK-AREA
002660          ' FIELD=' CT-FIELD-CODE IN MY-CORRTX-WORK-AREA
002670          DELIMITED BY SIZE INTO WS-RESP-LINE-1.
002680      IF WS-ADDRESS-FIELD
002690          PERFORM 5050-BUILD-ADDRESS-VALUE THRU 5050-EXIT
002700      ELSE
002702          STRING 'NEW VALUE='
002704              CT-NEW-VALUE IN MY-CORRTX-WORK-AREA
002706              DELIMITED BY SIZE INTO WS-RESP-LINE-2
002708      END-IF.
002710      IF WS-QUEUES-CLEAN
002720          STRING 'CHANGE QUEUED FOR TONIGHT''S BATCH MERGE'
002730              DELIMITED BY SIZE INTO WS-RESP-LINE-3
002900          DELIMITED BY SIZE INTO WS-RESP-LINE-1.
002910      STRING 'REASON=' WS-REJECT-REASON
002920          DELIMITED BY SIZE INTO WS-RESP-LINE-2.
002921      IF WS-PENDING-FAILED
002922          STRING 'WARNING: EXCEPTION LOG WRITE FAILED - '
002923              'REPORT TO DATA PROCESSING'
002924              DELIMITED BY SIZE INTO WS-RESP-LINE-3
002925      END-IF.
002930  5200-EXIT.
002940      EXIT.

003090      MOVE WS-UPDATE-TIME TO
003100          FA-LOG-TIME IN MY-F1AUD-WORK-AREA.
003110      MOVE 'C' TO FA-ACTION-CODE IN MY-F1AUD-WORK-AREA.
003113      MOVE WS-USER-ID TO FA-USER-ID IN MY-F1AUD-WORK-AREA.
003116      MOVE SPACES TO FA-APPROVER-ID IN MY-F1AUD-WORK-AREA.
003120      MOVE CT-RECORD-KEY IN MY-CORRTX-WORK-AREA TO
003130          FA-RECORD-KEY IN MY-F1AUD-WORK-AREA.
003140      EXEC CICS
003460      EXEC CICS
003470          RETURN
003480      END-EXEC.

003490  4050-MEASURE-CHANGE.
003500      MOVE CT-NEW-VALUE-NUM IN MY-CORRTX-WORK-AREA
003510          TO WS-NEW-AMOUNT.
003520      IF WS-NEW-AMOUNT < WS-OLD-AMOUNT
003530          COMPUTE WS-CHANGE-AMOUNT =
003540              WS-OLD-AMOUNT - WS-NEW-AMOUNT
003550      ELSE
003560          COMPUTE WS-CHANGE-AMOUNT =
003570              WS-NEW-AMOUNT - WS-OLD-AMOUNT
003580      END-IF.
003590  4050-EXIT.
003600      EXIT.

003610*    THE NEW TEXT MUST FIT THE FIELD IT WAS KEYED FOR, AND ONLY
003620*    ADDRESS LINE 2 MAY BE BLANKED.  ANY ADDRESS CORRECTION CLEARS
003630*    THE RETURNED-MAIL FLAG AND DATE - MY-RETURNED-MAIL SETS THEM
003640*    AGAIN OVERNIGHT IF THE ADDRESS STILL MATCHES THE ONE THE
003650*    MAIL CAME BACK FROM.
003660  4100-APPLY-ADDRESS.
003670      IF CT-NEW-TEXT IN MY-CORRTX-WORK-AREA = SPACES
003680          AND NOT CT-FIELD-ADDRESS-2 IN MY-CORRTX-WORK-AREA
003690          SET WS-UPDATE-INVALID TO TRUE
003700          MOVE 'ADDRESS FIELD MAY NOT BE BLANK.'
003710              TO WS-REJECT-REASON
003720          GO TO 4100-EXIT
003730      END-IF.
003740      MOVE CT-NEW-TEXT IN MY-CORRTX-WORK-AREA TO WS-FITTED-TEXT.
003750      EVALUATE TRUE
003760          WHEN CT-FIELD-ADDRESS-1 IN MY-CORRTX-WORK-AREA
003770              MOVE CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
003780                  TO DR-ADDRESS-LINE-1
003790          WHEN CT-FIELD-ADDRESS-2 IN MY-CORRTX-WORK-AREA
003800              MOVE CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
003810                  TO DR-ADDRESS-LINE-2
003820          WHEN CT-FIELD-CITY IN MY-CORRTX-WORK-AREA
003830              MOVE CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
003840                  TO DR-ADDRESS-CITY
003850              MOVE DR-ADDRESS-CITY TO WS-FITTED-TEXT
003860          WHEN CT-FIELD-STATE IN MY-CORRTX-WORK-AREA
003870              MOVE CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
003880                  TO DR-ADDRESS-STATE
003890              MOVE DR-ADDRESS-STATE TO WS-FITTED-TEXT
003900          WHEN CT-FIELD-ZIP IN MY-CORRTX-WORK-AREA
003910              MOVE CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
003920                  TO DR-ADDRESS-ZIP
003930              MOVE DR-ADDRESS-ZIP TO WS-FITTED-TEXT
003940      END-EVALUATE.
003950      IF WS-FITTED-TEXT NOT = CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
003960          SET WS-UPDATE-INVALID TO TRUE
003970          MOVE 'NEW TEXT TOO LONG FOR THE FIELD.'
003980              TO WS-REJECT-REASON
003990          GO TO 4100-EXIT
004000      END-IF.
004010      IF DR-BAD-ADDRESS
004020          SET WS-FLAG-CLEARED TO TRUE
004030      END-IF.
004040      SET DR-ADDRESS-GOOD TO TRUE.
004050      MOVE ZERO TO DR-MAIL-RETURN-DATE.
004060  4100-EXIT.
004070      EXIT.

004080*    THE OPERATOR MUST BE ON THE AUTHORITY TABLE, ACTIVE, AND
004090*    HOLD THE FIELD CODE.  AN AMOUNT CHANGE - UP OR DOWN - OVER
004100*    THE OPERATOR'S LIMIT IS HELD FOR A SUPERVISOR.  A STATUS OR
004110*    DATE CHANGE HAS NO AMOUNT AND NEEDS ONLY THE FIELD CODE.
004120*    THE FIVE ADDRESS CODES ARE ALL HELD UNDER THE ONE CODE 'AD'.
004130  4700-CHECK-AUTHORITY.
004140      SET WS-WITHIN-AUTHORITY TO TRUE.
004150      MOVE SPACES TO WS-OPRAUT-RECORD.
004160      MOVE ZERO TO OA-MAX-CHANGE-AMOUNT.
004170      MOVE WS-USER-ID TO OA-USER-ID.
004180      EXEC CICS
004190          READ FILE('OPRAUT')
004200               INTO(WS-OPRAUT-RECORD)
004210               RIDFLD(OA-USER-ID)
004220               RESP(WS-RESP-CODE)
004230      END-EXEC.
004240      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004250          SET WS-NOT-AUTHORIZED TO TRUE
004260          MOVE ZERO TO OA-MAX-CHANGE-AMOUNT
004270          MOVE 'OPERATOR NOT ON AUTHORITY TABLE.'
004280              TO WS-REJECT-REASON
004290          GO TO 4700-EXIT
004300      END-IF.
004310      IF NOT OA-ACTIVE
004320          SET WS-NOT-AUTHORIZED TO TRUE
004330          MOVE 'OPERATOR AUTHORITY REVOKED.' TO WS-REJECT-REASON
004340          GO TO 4700-EXIT
004350      END-IF.
004360      SET WS-FIELD-NOT-AUTHORIZED TO TRUE.
004370      IF WS-ADDRESS-FIELD
004380          MOVE 'AD' TO WS-AUTH-FIELD-CODE
004390      ELSE
004400          MOVE CT-FIELD-CODE IN MY-CORRTX-WORK-AREA
004410              TO WS-AUTH-FIELD-CODE
004420      END-IF.
004430      PERFORM 4710-MATCH-FIELD-CODE THRU 4710-EXIT
004440          VARYING WS-FIELD-INDEX FROM 1 BY 1
004450          UNTIL WS-FIELD-INDEX > 8
004460             OR WS-FIELD-AUTHORIZED.
004470      IF WS-FIELD-NOT-AUTHORIZED
004480          SET WS-NOT-AUTHORIZED TO TRUE
004490          MOVE 'NOT AUTHORIZED FOR THIS FIELD CODE.'
004500              TO WS-REJECT-REASON
004510          GO TO 4700-EXIT
004520      END-IF.
004530      IF WS-AMOUNT-FIELD
004540          AND WS-CHANGE-AMOUNT > OA-MAX-CHANGE-AMOUNT
004550          SET WS-OVER-LIMIT TO TRUE
004560          MOVE 'CHANGE OVER OPERATOR LIMIT.' TO WS-REJECT-REASON
004570      END-IF.
004580  4700-EXIT.
004590      EXIT.

004600  4710-MATCH-FIELD-CODE.
004610      IF OA-FIELD-CODE (WS-FIELD-INDEX) =
004620          WS-AUTH-FIELD-CODE
004630          SET WS-FIELD-AUTHORIZED TO TRUE
004640      END-IF.
004650  4710-EXIT.
004660      EXIT.

004670*    A REFUSED CHANGE IS LOGGED AS 'D'; AN OVER-LIMIT ONE IS
004680*    QUEUED AS 'P' FOR A SUPERVISOR.  NEITHER REACHES FILE1X.
004690  4900-HOLD-CHANGE.
004700      PERFORM 4800-RELEASE-FILE1 THRU 4800-EXIT.
004710      IF WS-NOT-AUTHORIZED
004720          SET PA-STATUS-REFUSED IN MY-PENDAP-WORK-AREA TO TRUE
004730          PERFORM 7800-WRITE-PENDING-ITEM THRU 7800-EXIT
004740          PERFORM 5200-BUILD-REJECT-RESPONSE THRU 5200-EXIT
004750      ELSE
004760          SET PA-STATUS-PENDING IN MY-PENDAP-WORK-AREA TO TRUE
004770          PERFORM 7800-WRITE-PENDING-ITEM THRU 7800-EXIT
004780          PERFORM 5300-BUILD-PENDING-RESPONSE THRU 5300-EXIT
004790      END-IF.
004800      PERFORM 6000-SEND-RESPONSE THRU 6000-EXIT.
004810  4900-EXIT.
004820      EXIT.

004830  5050-BUILD-ADDRESS-VALUE.
004840      IF WS-FLAG-CLEARED
004850          STRING 'NEW VALUE='
004860              CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
004870              ' - RETURNED-MAIL FLAG CLEARED'
004880              DELIMITED BY SIZE INTO WS-RESP-LINE-2
004890      ELSE
004900          STRING 'NEW VALUE='
004910              CT-NEW-TEXT IN MY-CORRTX-WORK-AREA
004920              DELIMITED BY SIZE INTO WS-RESP-LINE-2
004930      END-IF.
004940  5050-EXIT.
004950      EXIT.

004960*    THE CHANGE WAS NOT APPLIED - THE CLERK QUOTES THE PENDING
004970*    ITEM KEY TO THE SUPERVISOR WHO WILL RELEASE IT.
004980  5300-BUILD-PENDING-RESPONSE.
004990      MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-AMOUNT-ED.
005000      MOVE OA-MAX-CHANGE-AMOUNT TO WS-LIMIT-AMOUNT-ED.
005010      STRING 'NOT APPLIED - OVER YOUR LIMIT, KEY='
005020          CT-RECORD-KEY IN MY-CORRTX-WORK-AREA
005030          ' FIELD=' CT-FIELD-CODE IN MY-CORRTX-WORK-AREA
005040          DELIMITED BY SIZE INTO WS-RESP-LINE-1.
005050      STRING 'CHANGE=' WS-CHANGE-AMOUNT-ED
005060          ' YOUR LIMIT=' WS-LIMIT-AMOUNT-ED
005070          DELIMITED BY SIZE INTO WS-RESP-LINE-2.
005080      IF WS-PENDING-WRITTEN
005090          STRING 'SENT FOR SUPERVISOR APPROVAL AS ITEM '
005100              PA-PENDING-KEY IN MY-PENDAP-WORK-AREA
005110              DELIMITED BY SIZE INTO WS-RESP-LINE-3
005120      ELSE
005130          STRING 'WARNING: APPROVAL QUEUE WRITE FAILED - '
005140              'REPORT TO DATA PROCESSING'
005150              DELIMITED BY SIZE INTO WS-RESP-LINE-3
005160      END-IF.
005170  5300-EXIT.
005180      EXIT.

005190*    THE CALLER SETS PA-STATUS - 'P' FOR AN OVER-LIMIT CHANGE
005200*    AWAITING A SUPERVISOR, 'D' FOR A REFUSED ONE.  ONE TASK PER
005210*    TERMINAL MEANS DATE, TIME AND TERMINAL ID CANNOT REPEAT.
005220  7800-WRITE-PENDING-ITEM.
005230      MOVE WS-UPDATE-DATE TO
005240          PA-REQUEST-DATE IN MY-PENDAP-WORK-AREA.
005250      MOVE WS-UPDATE-TIME TO
005260          PA-REQUEST-TIME IN MY-PENDAP-WORK-AREA.
005270      MOVE EIBTRMID TO PA-TERMINAL-ID IN MY-PENDAP-WORK-AREA.
005280      MOVE WS-USER-ID TO PA-REQUEST-USER IN MY-PENDAP-WORK-AREA.
005290      MOVE OA-MAX-CHANGE-AMOUNT TO
005300          PA-REQUEST-LIMIT IN MY-PENDAP-WORK-AREA.
005310      MOVE CT-RECORD-KEY IN MY-CORRTX-WORK-AREA TO
005320          PA-RECORD-KEY IN MY-PENDAP-WORK-AREA.
005330      MOVE CT-FIELD-CODE IN MY-CORRTX-WORK-AREA TO
005340          PA-FIELD-CODE IN MY-PENDAP-WORK-AREA.
005350      MOVE CT-NEW-VALUE IN MY-CORRTX-WORK-AREA TO
005360          PA-NEW-VALUE IN MY-PENDAP-WORK-AREA.
005370      MOVE WS-OLD-AMOUNT TO PA-OLD-AMOUNT IN MY-PENDAP-WORK-AREA.
005380      MOVE WS-NEW-AMOUNT TO PA-NEW-AMOUNT IN MY-PENDAP-WORK-AREA.
005390      MOVE WS-CHANGE-AMOUNT TO
005400          PA-CHANGE-AMOUNT IN MY-PENDAP-WORK-AREA.
005410      MOVE SPACES TO PA-DECISION-USER IN MY-PENDAP-WORK-AREA.
005420      MOVE ZERO TO PA-DECISION-DATE IN MY-PENDAP-WORK-AREA
005430          PA-DECISION-TIME IN MY-PENDAP-WORK-AREA.
005440      MOVE WS-REJECT-REASON TO PA-REASON IN MY-PENDAP-WORK-AREA.
005450      EXEC CICS
005460          WRITE FILE('PENDAP')
005470                FROM(MY-PENDAP-WORK-AREA)
005480                RIDFLD(PA-PENDING-KEY IN MY-PENDAP-WORK-AREA)
005490                RESP(WS-RESP-CODE)
005500      END-EXEC.
005510      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005520          SET WS-PENDING-FAILED TO TRUE
005530      END-IF.
005540  7800-EXIT.
005550      EXIT.
