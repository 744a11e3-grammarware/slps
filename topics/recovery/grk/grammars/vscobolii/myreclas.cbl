000010*----------------------------------------------------------------*
000020*    MY-MASS-RECLASS MOVES EVERY POLICY OFF AN ITEM-A CODE IN ONE
000030*    RUN, FOR THE DAY MY-ITEMA-MAINT RETIRES A CODE OR SPLITS A
000040*    CLASS - INSTEAD OF A CORRECTION KEYED PER POLICY.  THE
000050*    RCLPRM0 CARD (MY-RCLPRM) GIVES THE OLD CODE, AN OPTIONAL
000060*    STATE, AN OPTIONAL EFFECTIVE-DATE RANGE AND THE NEW CODE.
000070*    EVERY FILE1X POLICY MATCHING THE CARD IS LISTED WITH ITS
000080*    PREMIUM, WITH TOTALS BY POLICY STATUS.  IN PREVIEW MODE
000090*    ('P') NOTHING ELSE HAPPENS.  IN APPLY MODE ('A') A 'C'
000100*    CHANGE TRANSACTION CARRYING THE NEW CODE IS ADDED TO
000110*    PRD.FILE1.PAYECHO FOR EACH SELECTED POLICY, FOR STEP026
000120*    MY-FILE1-MAINT TO APPLY, AND THE RUN PROVES THE POLICIES
000130*    AND PREMIUM SELECTED AGAINST THE TRANSACTIONS WRITTEN - ANY
000140*    DIFFERENCE ENDS THE RUN RC 4.  THE NEW CODE MUST BE ACTIVE
000150*    ON THE ITEM-A REFERENCE FILE OR THE CARD IS REJECTED RC 16.
000160*    A SELECTED POLICY WHOSE PREMIUM IS NOT NUMERIC IS STILL
000170*    RECLASSED BUT STAYS OUT OF THE PREMIUM TOTALS, AND ENDS THE
000180*    RUN RC 4.
000190*----------------------------------------------------------------*
000200  IDENTIFICATION DIVISION.
000210  PROGRAM-ID.     MY-MASS-RECLASS.
000220  AUTHOR.         D L HARGROVE.
000230  INSTALLATION.   DATA PROCESSING CENTER.
000240  DATE-WRITTEN.   10/15/26.
000250  DATE-COMPILED.
000260*----------------------------------------------------------------*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT  DESCRIPTION
000290*    10/15/26   DLH   ORIGINAL PROGRAM.
000300*    10/15/26   DLH   REPORT CLOSED ON EVERY EARLY EXIT; PREMIUM
000310*                     TOTALS SKIP A PREMIUM THAT IS NOT NUMERIC.
000320*    10/15/26   DLH   THE 'C' IMAGES NOW GO TO PAYECHO, BEHIND THE
000330*                     PAYMENT AND CLAIM ECHOES, SO STEP026 APPLIES
000340*                     THEM LAST.
000350*----------------------------------------------------------------*

000360  ENVIRONMENT DIVISION.

000370  INPUT-OUTPUT SECTION.
000380  FILE-CONTROL.
000390      SELECT MY-RCLPRM-FILE ASSIGN RCLPRM0
000400          FILE STATUS IS WS-RCLPRM-STATUS.
000410      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS DYNAMIC
000440          RECORD KEY IS DRX-RECORD-KEY
000450          FILE STATUS IS WS-FILE1X-STATUS.
000460      SELECT MY-ITEMA-FILE ASSIGN ITEMA0
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS DYNAMIC
000490          RECORD KEY IS IA-ITEM-A-CODE
000500          FILE STATUS IS WS-ITEMA-STATUS.
000510      SELECT MY-RCLTXN-FILE ASSIGN RCLTXN0
000520          FILE STATUS IS WS-RCLTXN-STATUS.
000530      SELECT MY-RCLRPT-FILE ASSIGN RCLRPT0
000540          FILE STATUS IS WS-RCLRPT-STATUS.

000550  DATA DIVISION.

000560  FILE SECTION.

000570  FD  MY-RCLPRM-FILE
000580      LABEL RECORD STANDARD.
000590  01  RCLPRM-RECORD.
000600      COPY MY-RCLPRM.

000610  FD  MY-FILE1-INDEXED.
000620  01  FILE1-INDEXED-RECORD.
000630      COPY MY-COPY-BOOK
000640          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000650              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000660              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000670              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000680              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000690              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000700              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000710              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000720              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000730              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000740              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000750              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000760              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000770              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000780              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000790              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000800              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000810              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000820              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000830              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000840              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000850              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000860              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000870              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000880              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000890              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000900  FD  MY-ITEMA-FILE.
000910  01  ITEMA-RECORD.
000920      COPY MY-ITEMA.

000930  FD  MY-RCLTXN-FILE
000940      LABEL RECORD STANDARD.
000950  01  RCLTXN-RECORD.
000960      COPY MY-F1TXN.

000970  FD  MY-RCLRPT-FILE
000980      LABEL RECORD STANDARD.
000990  01  REPORT-LINE                     PIC X(132).

001000  WORKING-STORAGE SECTION.

001010  01  MY-RCLPRM-WORK-AREA.
001020      COPY MY-RCLPRM.

001030*    THE SELECTED POLICY WITH ITS NEW CODE - THE IMAGE THAT GOES
001040*    TO PAYECHO.
001050  01  MY-RECLASS-IMAGE.
001060      COPY MY-COPY-BOOK.

001070  77  WS-RCLPRM-STATUS                PIC X(02).
001080  77  WS-FILE1X-STATUS                PIC X(02).
001090  77  WS-ITEMA-STATUS                 PIC X(02).
001100  77  WS-RCLTXN-STATUS                PIC X(02).
001110  77  WS-RCLRPT-STATUS                PIC X(02).

001120  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001130      88  WS-EOF-YES                      VALUE 'Y'.
001140      88  WS-EOF-NO                       VALUE 'N'.

001150  77  WS-SELECTED-SWITCH              PIC X(01) VALUE 'N'.
001160      88  WS-POLICY-SELECTED              VALUE 'Y'.
001170      88  WS-POLICY-NOT-SELECTED          VALUE 'N'.

001180  77  WS-CARD-SWITCH                  PIC X(01) VALUE 'Y'.
001190      88  WS-CARD-VALID                   VALUE 'Y'.
001200      88  WS-CARD-INVALID                 VALUE 'N'.
001210  01  WS-CARD-REASON                  PIC X(80) VALUE SPACES.

001220*    THE CARD'S DATE RANGE WITH THE OPEN ENDS FILLED IN.
001230  77  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
001240  77  WS-THRU-DATE                    PIC 9(08) VALUE ZERO.

001250*    DESCRIPTIONS FROM THE ITEM-A REFERENCE FILE, FOR THE HEADING.
001260  01  WS-OLD-DESCRIPTION              PIC X(30) VALUE SPACES.
001270  01  WS-OLD-CODE-STANDING            PIC X(12) VALUE SPACES.
001280  01  WS-NEW-DESCRIPTION              PIC X(30) VALUE SPACES.

001290*    SELECTED POLICIES BY STATUS CODE - ACTIVE, SUSPENDED,
001300*    CANCELLED, PENDING AND ANYTHING ELSE.
001310  01  WS-STATUS-NAME-LIST             PIC X(50) VALUE
001320      'ACTIVE    SUSPENDED CANCELLED PENDING   OTHER     '.
001330  01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAME-LIST.
001340      05  WS-STATUS-NAME              PIC X(10) OCCURS 5 TIMES.
001350  01  WS-STATUS-TABLE.
001360      05  WS-STATUS-ENTRY             OCCURS 5 TIMES.
001370          10  WS-STATUS-COUNT         PIC 9(07) COMP VALUE ZERO.
001380          10  WS-STATUS-PREMIUM       PIC S9(11)V99 COMP-3
001390                                       VALUE ZERO.
001400  77  WS-STATUS-INDEX                 PIC 9(01) COMP VALUE ZERO.

001410*    CONTROL TOTALS.  SELECTED IS WHAT MATCHED THE CARD;
001420*    GENERATED IS WHAT WAS ACTUALLY WRITTEN TO PAYECHO.
001430  77  WS-POLICIES-READ                PIC 9(08) COMP VALUE ZERO.
001440  77  WS-SELECTED-COUNT               PIC 9(08) COMP VALUE ZERO.
001450  77  WS-SELECTED-PREMIUM             PIC S9(11)V99 COMP-3
001460                                       VALUE ZERO.
001470  77  WS-GENERATED-COUNT              PIC 9(08) COMP VALUE ZERO.
001480  77  WS-GENERATED-PREMIUM            PIC S9(11)V99 COMP-3
001490                                       VALUE ZERO.
001500  77  WS-WRITE-FAILED-COUNT           PIC 9(08) COMP VALUE ZERO.
001510  77  WS-BAD-PREMIUM-COUNT            PIC 9(08) COMP VALUE ZERO.

001520  77  WS-PROOF-SWITCH                 PIC X(01) VALUE 'Y'.
001530      88  WS-PROOF-GOOD                   VALUE 'Y'.
001540      88  WS-PROOF-FAILED                 VALUE 'N'.

001550  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

001560  01  WS-COUNT-ED                     PIC Z(7)9.
001570  01  WS-COUNT-2-ED                   PIC Z(7)9.
001580  01  WS-AMOUNT-ED                    PIC Z(10)9.99-.
001590  01  WS-AMOUNT-2-ED                  PIC Z(10)9.99-.

001600  PROCEDURE DIVISION.

001610  0000-MAINLINE.
001620      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630      PERFORM 2000-SELECT-POLICY THRU 2000-EXIT
001640          UNTIL WS-EOF-YES.
001650      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001660      GO TO 9999-EXIT.

001670  1000-INITIALIZE.
001680      OPEN OUTPUT MY-RCLRPT-FILE.
001690      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700      OPEN INPUT MY-RCLPRM-FILE.
001710      IF WS-RCLPRM-STATUS NOT = '00'
001720          DISPLAY 'MY-MASS-RECLASS - SELECTION CARD FILE MISSING'
001730          CLOSE MY-RCLRPT-FILE
001740          MOVE 16 TO RETURN-CODE
001750          GO TO 9999-EXIT
001760      END-IF.
001770      READ MY-RCLPRM-FILE INTO MY-RCLPRM-WORK-AREA
001780          AT END
001790              MOVE SPACES TO MY-RCLPRM-WORK-AREA
001800      END-READ.
001810      CLOSE MY-RCLPRM-FILE.
001820      PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
001830      IF WS-CARD-INVALID
001840          PERFORM 1900-REJECT-CARD THRU 1900-EXIT
001850          GO TO 9999-EXIT
001860      END-IF.
001870      OPEN INPUT MY-ITEMA-FILE.
001880      IF WS-ITEMA-STATUS NOT = '00'
001890          DISPLAY 'MY-MASS-RECLASS - OPEN FAILED ON '
001900              'MY-ITEMA-FILE, FILE STATUS=' WS-ITEMA-STATUS
001910          CLOSE MY-RCLRPT-FILE
001920          MOVE 16 TO RETURN-CODE
001930          GO TO 9999-EXIT
001940      END-IF.
001950      PERFORM 1200-LOOK-UP-CODES THRU 1200-EXIT.
001960      CLOSE MY-ITEMA-FILE.
001970      IF WS-CARD-INVALID
001980          PERFORM 1900-REJECT-CARD THRU 1900-EXIT
001990          GO TO 9999-EXIT
002000      END-IF.
002010      OPEN INPUT MY-FILE1-INDEXED.
002020      IF WS-FILE1X-STATUS NOT = '00'
002030          DISPLAY 'MY-MASS-RECLASS - OPEN FAILED ON '
002040              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
002050          CLOSE MY-RCLRPT-FILE
002060          MOVE 16 TO RETURN-CODE
002070          GO TO 9999-EXIT
002080      END-IF.
002090      IF RL-MODE-APPLY IN MY-RCLPRM-WORK-AREA
002100          PERFORM 1400-OPEN-ECHO-TXN THRU 1400-EXIT
002110      END-IF.
002120      PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
002130      PERFORM 2100-READ-FILE1X THRU 2100-EXIT.
002140  1000-EXIT.
002150      EXIT.

002160*    A BLANK STATE SELECTS EVERY STATE.  A BLANK OR ZERO FROM
002170*    DATE IS THE BEGINNING OF TIME, A BLANK OR ZERO THRU DATE
002180*    THE END OF IT.
002190  1100-EDIT-CARD.
002200      SET WS-CARD-VALID TO TRUE.
002210      IF NOT RL-MODE-PREVIEW IN MY-RCLPRM-WORK-AREA
002220          AND NOT RL-MODE-APPLY IN MY-RCLPRM-WORK-AREA
002230          SET WS-CARD-INVALID TO TRUE
002240          MOVE 'RUN MODE MUST BE P (PREVIEW) OR A (APPLY)'
002250              TO WS-CARD-REASON
002260          GO TO 1100-EXIT
002270      END-IF.
002280      IF RL-OLD-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA NOT NUMERIC
002290          OR RL-NEW-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
002300              NOT NUMERIC
002310          SET WS-CARD-INVALID TO TRUE
002320          MOVE 'OLD AND NEW ITEM-A CODES MUST BOTH BE NUMERIC'
002330              TO WS-CARD-REASON
002340          GO TO 1100-EXIT
002350      END-IF.
002360      IF RL-OLD-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA =
002370          RL-NEW-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
002380          SET WS-CARD-INVALID TO TRUE
002390          MOVE 'OLD AND NEW ITEM-A CODES ARE THE SAME'
002400              TO WS-CARD-REASON
002410          GO TO 1100-EXIT
002420      END-IF.
002430      IF RL-EFF-FROM-TEXT IN MY-RCLPRM-WORK-AREA = SPACES
002440          MOVE ZERO TO WS-FROM-DATE
002450      ELSE
002460          IF RL-EFF-FROM-DATE IN MY-RCLPRM-WORK-AREA NUMERIC
002470              MOVE RL-EFF-FROM-DATE IN MY-RCLPRM-WORK-AREA
002480                  TO WS-FROM-DATE
002490          ELSE
002500              SET WS-CARD-INVALID TO TRUE
002510              MOVE 'EFFECTIVE FROM DATE IS NOT NUMERIC'
002520                  TO WS-CARD-REASON
002530              GO TO 1100-EXIT
002540          END-IF
002550      END-IF.
002560      IF RL-EFF-THRU-TEXT IN MY-RCLPRM-WORK-AREA = SPACES
002570          MOVE 99999999 TO WS-THRU-DATE
002580      ELSE
002590          IF RL-EFF-THRU-DATE IN MY-RCLPRM-WORK-AREA NUMERIC
002600              MOVE RL-EFF-THRU-DATE IN MY-RCLPRM-WORK-AREA
002610                  TO WS-THRU-DATE
002620          ELSE
002630              SET WS-CARD-INVALID TO TRUE
002640              MOVE 'EFFECTIVE THRU DATE IS NOT NUMERIC'
002650                  TO WS-CARD-REASON
002660              GO TO 1100-EXIT
002670          END-IF
002680      END-IF.
002690      IF WS-THRU-DATE = ZERO
002700          MOVE 99999999 TO WS-THRU-DATE
002710      END-IF.
002720      IF WS-FROM-DATE > WS-THRU-DATE
002730          SET WS-CARD-INVALID TO TRUE
002740          MOVE 'EFFECTIVE FROM DATE IS AFTER THE THRU DATE'
002750              TO WS-CARD-REASON
002760      END-IF.
002770  1100-EXIT.
002780      EXIT.

002790*    THE NEW CODE MUST BE LIVE, OR THE POLICIES WOULD ONLY MOVE
002800*    FROM ONE UNRESOLVED CODE TO ANOTHER.  THE OLD CODE IS
002810*    NORMALLY ALREADY DEACTIVATED, SO ITS STANDING IS REPORTED
002820*    BUT NOT CHECKED.
002830  1200-LOOK-UP-CODES.
002840      MOVE RL-NEW-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
002850          TO IA-ITEM-A-CODE.
002860      READ MY-ITEMA-FILE
002870          INVALID KEY
002880              SET WS-CARD-INVALID TO TRUE
002890              MOVE 'NEW ITEM-A CODE IS NOT ON THE REFERENCE FILE'
002900                  TO WS-CARD-REASON
002910              GO TO 1200-EXIT
002920      END-READ.
002930      IF NOT IA-ACTIVE
002940          SET WS-CARD-INVALID TO TRUE
002950          MOVE 'NEW ITEM-A CODE IS DEACTIVATED'
002960              TO WS-CARD-REASON
002970          GO TO 1200-EXIT
002980      END-IF.
002990      MOVE IA-DESCRIPTION TO WS-NEW-DESCRIPTION.
003000      MOVE RL-OLD-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
003010          TO IA-ITEM-A-CODE.
003020      READ MY-ITEMA-FILE
003030          INVALID KEY
003040              MOVE 'NOT ON FILE' TO WS-OLD-CODE-STANDING
003050              GO TO 1200-EXIT
003060      END-READ.
003070      MOVE IA-DESCRIPTION TO WS-OLD-DESCRIPTION.
003080      IF IA-ACTIVE
003090          MOVE 'ACTIVE' TO WS-OLD-CODE-STANDING
003100      ELSE
003110          MOVE 'INACTIVE' TO WS-OLD-CODE-STANDING
003120      END-IF.
003130  1200-EXIT.
003140      EXIT.

003150*    CHANGE TRANSACTIONS ARE ADDED TO PAYECHO, NEVER REPLACE IT.
003160  1400-OPEN-ECHO-TXN.
003170      OPEN EXTEND MY-RCLTXN-FILE.
003180      IF WS-RCLTXN-STATUS NOT = '00'
003190          OPEN OUTPUT MY-RCLTXN-FILE
003200      END-IF.
003210  1400-EXIT.
003220      EXIT.

003230  1500-PRINT-HEADING.
003240      MOVE SPACES TO REPORT-LINE.
003250      IF RL-MODE-APPLY IN MY-RCLPRM-WORK-AREA
003260          STRING 'MY-MASS-RECLASS APPLY RUN  RUN DATE='
003270              WS-RUN-DATE
003280              DELIMITED BY SIZE INTO REPORT-LINE
003290      ELSE
003300          STRING 'MY-MASS-RECLASS PREVIEW RUN  RUN DATE='
003310              WS-RUN-DATE
003320              ' - NO TRANSACTIONS WILL BE WRITTEN'
003330              DELIMITED BY SIZE INTO REPORT-LINE
003340      END-IF.
003350      WRITE REPORT-LINE.
003360      MOVE SPACES TO REPORT-LINE.
003370      STRING '  FROM ITEM-A CODE '
003380          RL-OLD-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
003390          ' ' WS-OLD-DESCRIPTION
003400          ' REFERENCE FILE: ' WS-OLD-CODE-STANDING
003410          DELIMITED BY SIZE INTO REPORT-LINE.
003420      WRITE REPORT-LINE.
003430      MOVE SPACES TO REPORT-LINE.
003440      STRING '  TO   ITEM-A CODE '
003450          RL-NEW-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
003460          ' ' WS-NEW-DESCRIPTION
003470          DELIMITED BY SIZE INTO REPORT-LINE.
003480      WRITE REPORT-LINE.
003490      MOVE SPACES TO REPORT-LINE.
003500      IF RL-STATE IN MY-RCLPRM-WORK-AREA = SPACES
003510          STRING '  STATE=ALL'
003520              '  EFFECTIVE FROM ' WS-FROM-DATE
003530              ' THRU ' WS-THRU-DATE
003540              DELIMITED BY SIZE INTO REPORT-LINE
003550      ELSE
003560          STRING '  STATE=' RL-STATE IN MY-RCLPRM-WORK-AREA
003570              '   EFFECTIVE FROM ' WS-FROM-DATE
003580              ' THRU ' WS-THRU-DATE
003590              DELIMITED BY SIZE INTO REPORT-LINE
003600      END-IF.
003610      WRITE REPORT-LINE.
003620      MOVE SPACES TO REPORT-LINE.
003630      WRITE REPORT-LINE.
003640      MOVE SPACES TO REPORT-LINE.
003650      STRING '  ACCOUNT  POLICY  STATUS  STATE  EFFECTIVE'
003660          '          PREMIUM'
003670          DELIMITED BY SIZE INTO REPORT-LINE.
003680      WRITE REPORT-LINE.
003690  1500-EXIT.
003700      EXIT.

003710  1900-REJECT-CARD.
003720      DISPLAY 'MY-MASS-RECLASS - SELECTION CARD REJECTED: '
003730          WS-CARD-REASON.
003740      MOVE SPACES TO REPORT-LINE.
003750      STRING 'MY-MASS-RECLASS - SELECTION CARD REJECTED: '
003760          WS-CARD-REASON
003770          DELIMITED BY SIZE INTO REPORT-LINE.
003780      WRITE REPORT-LINE.
003790      CLOSE MY-RCLRPT-FILE.
003800      MOVE 16 TO RETURN-CODE.
003810  1900-EXIT.
003820      EXIT.

003830  2000-SELECT-POLICY.
003840      ADD 1 TO WS-POLICIES-READ.
003850      PERFORM 2200-TEST-SELECTION THRU 2200-EXIT.
003860      IF WS-POLICY-SELECTED
003870          PERFORM 2300-LIST-POLICY THRU 2300-EXIT
003880          IF RL-MODE-APPLY IN MY-RCLPRM-WORK-AREA
003890              PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
003900          END-IF
003910      END-IF.
003920      PERFORM 2100-READ-FILE1X THRU 2100-EXIT.
003930  2000-EXIT.
003940      EXIT.

003950  2100-READ-FILE1X.
003960      READ MY-FILE1-INDEXED NEXT RECORD
003970          AT END
003980              SET WS-EOF-YES TO TRUE
003990      END-READ.
004000  2100-EXIT.
004010      EXIT.

004020*    EVERY STATUS IS SELECTED - A CANCELLED OR PENDING POLICY
004030*    LEFT ON THE OLD CODE STILL LANDS IN THE UNASSIGNED BUCKET
004040*    OF THE GL EXTRACT.  SO IS A POLICY WITH A PREMIUM THAT IS
004050*    NOT NUMERIC - IT MUST MOVE OFF THE CODE LIKE ANY OTHER, AND
004060*    2300 KEEPS ITS PREMIUM OUT OF THE TOTALS.
004070  2200-TEST-SELECTION.
004080      SET WS-POLICY-NOT-SELECTED TO TRUE.
004090      IF DRX-ITEM-A-CODE NOT =
004100          RL-OLD-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
004110          GO TO 2200-EXIT
004120      END-IF.
004130      IF RL-STATE IN MY-RCLPRM-WORK-AREA NOT = SPACES
004140          AND DRX-ADDRESS-STATE NOT =
004150              RL-STATE IN MY-RCLPRM-WORK-AREA
004160          GO TO 2200-EXIT
004170      END-IF.
004180      IF DRX-EFFECTIVE-DATE < WS-FROM-DATE
004190          OR DRX-EFFECTIVE-DATE > WS-THRU-DATE
004200          GO TO 2200-EXIT
004210      END-IF.
004220      SET WS-POLICY-SELECTED TO TRUE.
004230  2200-EXIT.
004240      EXIT.

004250  2300-LIST-POLICY.
004260      ADD 1 TO WS-SELECTED-COUNT.
004270      EVALUATE TRUE
004280          WHEN DRX-STATUS-ACTIVE
004290              MOVE 1 TO WS-STATUS-INDEX
004300          WHEN DRX-STATUS-SUSPENDED
004310              MOVE 2 TO WS-STATUS-INDEX
004320          WHEN DRX-STATUS-CANCELLED
004330              MOVE 3 TO WS-STATUS-INDEX
004340          WHEN DRX-STATUS-PENDING
004350              MOVE 4 TO WS-STATUS-INDEX
004360          WHEN OTHER
004370              MOVE 5 TO WS-STATUS-INDEX
004380      END-EVALUATE.
004390      ADD 1 TO WS-STATUS-COUNT (WS-STATUS-INDEX).
004400      MOVE SPACES TO REPORT-LINE.
004410      IF DRX-PREMIUM-AMOUNT NUMERIC
004420          ADD DRX-PREMIUM-AMOUNT TO WS-SELECTED-PREMIUM
004430          ADD DRX-PREMIUM-AMOUNT TO
004440              WS-STATUS-PREMIUM (WS-STATUS-INDEX)
004450          MOVE DRX-PREMIUM-AMOUNT TO WS-AMOUNT-ED
004460          STRING '  ' DRX-ACCOUNT-NUMBER ' ' DRX-POLICY-NUMBER
004470              '    ' DRX-STATUS-CODE
004480              '      ' DRX-ADDRESS-STATE
004490              '     ' DRX-EFFECTIVE-DATE
004500              ' ' WS-AMOUNT-ED
004510              DELIMITED BY SIZE INTO REPORT-LINE
004520      ELSE
004530          ADD 1 TO WS-BAD-PREMIUM-COUNT
004540          STRING '  ' DRX-ACCOUNT-NUMBER ' ' DRX-POLICY-NUMBER
004550              '    ' DRX-STATUS-CODE
004560              '      ' DRX-ADDRESS-STATE
004570              '     ' DRX-EFFECTIVE-DATE
004580              ' ** PREMIUM NOT NUMERIC - NOT IN TOTALS **'
004590              DELIMITED BY SIZE INTO REPORT-LINE
004600      END-IF.
004610      WRITE REPORT-LINE.
004620  2300-EXIT.
004630      EXIT.

004640*    THE CURRENT MASTER IMAGE GOES ACROSS WHOLE WITH ONLY THE
004650*    ITEM-A CODE CHANGED, THE SAME AS EVERY OTHER PAYECHO
004660*    RECORD.  ONLY A CLEAN WRITE COUNTS TOWARD THE PROOF.
004670  2800-WRITE-CHANGE.
004680      MOVE FILE1-INDEXED-RECORD TO MY-RECLASS-IMAGE.
004690      MOVE RL-NEW-ITEM-A-CODE IN MY-RCLPRM-WORK-AREA
004700          TO DR-ITEM-A-CODE.
004710      MOVE SPACES TO RCLTXN-RECORD.
004720      SET FT-ACTION-CHANGE TO TRUE.
004730      MOVE MY-RECLASS-IMAGE TO FT-DATAREC.
004740      WRITE RCLTXN-RECORD.
004750      IF WS-RCLTXN-STATUS NOT = '00'
004760          ADD 1 TO WS-WRITE-FAILED-COUNT
004770          MOVE SPACES TO REPORT-LINE
004780          STRING '  PAYECHO WRITE FAILED, FILE STATUS='
004790              WS-RCLTXN-STATUS
004800              ' ACCOUNT=' DRX-ACCOUNT-NUMBER
004810              ' POLICY=' DRX-POLICY-NUMBER
004820              DELIMITED BY SIZE INTO REPORT-LINE
004830          WRITE REPORT-LINE
004840          GO TO 2800-EXIT
004850      END-IF.
004860      ADD 1 TO WS-GENERATED-COUNT.
004870      IF DR-PREMIUM-AMOUNT NUMERIC
004880          ADD DR-PREMIUM-AMOUNT TO WS-GENERATED-PREMIUM
004890      END-IF.
004900  2800-EXIT.
004910      EXIT.

004920  9000-TERMINATE.
004930      PERFORM 9100-PRINT-STATUS-TOTALS THRU 9100-EXIT.
004940      PERFORM 9200-PRINT-CONTROL-PROOF THRU 9200-EXIT.
004950      CLOSE MY-FILE1-INDEXED.
004960      IF RL-MODE-APPLY IN MY-RCLPRM-WORK-AREA
004970          CLOSE MY-RCLTXN-FILE
004980      END-IF.
004990      CLOSE MY-RCLRPT-FILE.
005000      IF WS-PROOF-FAILED
005010          OR WS-BAD-PREMIUM-COUNT > ZERO
005020          MOVE 4 TO RETURN-CODE
005030      ELSE
005040          MOVE ZERO TO RETURN-CODE
005050      END-IF.
005060  9000-EXIT.
005070      EXIT.

005080  9100-PRINT-STATUS-TOTALS.
005090      MOVE SPACES TO REPORT-LINE.
005100      WRITE REPORT-LINE.
005110      MOVE SPACES TO REPORT-LINE.
005120      STRING 'SELECTED POLICIES BY STATUS'
005130          DELIMITED BY SIZE INTO REPORT-LINE.
005140      WRITE REPORT-LINE.
005150      PERFORM 9110-PRINT-STATUS-LINE THRU 9110-EXIT
005160          VARYING WS-STATUS-INDEX FROM 1 BY 1
005170          UNTIL WS-STATUS-INDEX > 5.
005180      MOVE WS-POLICIES-READ TO WS-COUNT-ED.
005190      MOVE SPACES TO REPORT-LINE.
005200      STRING 'POLICIES READ=' WS-COUNT-ED
005210          DELIMITED BY SIZE INTO REPORT-LINE.
005220      WRITE REPORT-LINE.
005230  9100-EXIT.
005240      EXIT.

005250  9110-PRINT-STATUS-LINE.
005260      MOVE WS-STATUS-COUNT (WS-STATUS-INDEX) TO WS-COUNT-ED.
005270      MOVE WS-STATUS-PREMIUM (WS-STATUS-INDEX) TO WS-AMOUNT-ED.
005280      MOVE SPACES TO REPORT-LINE.
005290      STRING '  ' WS-STATUS-NAME (WS-STATUS-INDEX)
005300          ' POLICIES=' WS-COUNT-ED
005310          ' PREMIUM=' WS-AMOUNT-ED
005320          DELIMITED BY SIZE INTO REPORT-LINE.
005330      WRITE REPORT-LINE.
005340  9110-EXIT.
005350      EXIT.

005360*    SELECTED = GENERATED, BY COUNT AND BY PREMIUM, OR THE RUN
005370*    ENDS RC 4 - A POLICY THAT MATCHED THE CARD BUT NEVER
005380*    REACHED PAYECHO IS EXACTLY THE STRAGGLER THIS RUN IS MEANT
005390*    TO PREVENT.
005400  9200-PRINT-CONTROL-PROOF.
005410      MOVE WS-SELECTED-COUNT TO WS-COUNT-ED.
005420      MOVE WS-SELECTED-PREMIUM TO WS-AMOUNT-ED.
005430      MOVE SPACES TO REPORT-LINE.
005440      STRING 'POLICIES SELECTED=' WS-COUNT-ED
005450          ' PREMIUM=' WS-AMOUNT-ED
005460          DELIMITED BY SIZE INTO REPORT-LINE.
005470      WRITE REPORT-LINE.
005480      IF WS-BAD-PREMIUM-COUNT > ZERO
005490          MOVE WS-BAD-PREMIUM-COUNT TO WS-COUNT-ED
005500          MOVE SPACES TO REPORT-LINE
005510          STRING '** SELECTED POLICIES WITH A PREMIUM NOT '
005520              'NUMERIC=' WS-COUNT-ED
005530              ' - LEFT OUT OF THE PREMIUM TOTALS **'
005540              DELIMITED BY SIZE INTO REPORT-LINE
005550          WRITE REPORT-LINE
005560      END-IF.
005570      IF RL-MODE-PREVIEW IN MY-RCLPRM-WORK-AREA
005580          MOVE SPACES TO REPORT-LINE
005590          STRING 'PREVIEW - NO TRANSACTIONS WRITTEN'
005600              DELIMITED BY SIZE INTO REPORT-LINE
005610          WRITE REPORT-LINE
005620          GO TO 9200-EXIT
005630      END-IF.
005640      MOVE WS-GENERATED-COUNT TO WS-COUNT-2-ED.
005650      MOVE WS-GENERATED-PREMIUM TO WS-AMOUNT-2-ED.
005660      MOVE SPACES TO REPORT-LINE.
005670      STRING 'CHANGE TRANSACTIONS GENERATED=' WS-COUNT-2-ED
005680          ' PREMIUM=' WS-AMOUNT-2-ED
005690          DELIMITED BY SIZE INTO REPORT-LINE.
005700      WRITE REPORT-LINE.
005710      IF WS-GENERATED-COUNT = WS-SELECTED-COUNT
005720          AND WS-GENERATED-PREMIUM = WS-SELECTED-PREMIUM
005730          MOVE SPACES TO REPORT-LINE
005740          STRING 'CONTROL PROOF IN BALANCE - SELECTED = '
005750              'GENERATED'
005760              DELIMITED BY SIZE INTO REPORT-LINE
005770          WRITE REPORT-LINE
005780          GO TO 9200-EXIT
005790      END-IF.
005800      SET WS-PROOF-FAILED TO TRUE.
005810      MOVE WS-WRITE-FAILED-COUNT TO WS-COUNT-ED.
005820      MOVE SPACES TO REPORT-LINE.
005830      STRING '*** CONTROL PROOF OUT OF BALANCE - WRITES FAILED='
005840          WS-COUNT-ED
005850          ' - RECONCILE PAYECHO BEFORE MYBATCH RUNS'
005860          DELIMITED BY SIZE INTO REPORT-LINE.
005870      WRITE REPORT-LINE.
005880  9200-EXIT.
005890      EXIT.

005900  9999-EXIT.
005910      STOP RUN.
