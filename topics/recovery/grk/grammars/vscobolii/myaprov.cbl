000010*----------------------------------------------------------------*
000020*    MY-APPROVE IS THE SUPERVISOR'S SIDE OF THE MY-UPDATE DOLLAR
000030*    AUTHORITY CONTROL.  AN ONLINE CORRECTION OVER THE KEYING
000040*    OPERATOR'S LIMIT IS NOT APPLIED BY MY-UPDATE - IT WAITS ON
000050*    THE APPROVAL FILE (MY-PENDAP, FCT NAME PENDAP) AS A 'P'
000060*    ITEM.  A SUPERVISOR (OA-SUPERVISOR ON THE OPERATOR AUTHORITY
000070*    TABLE, FCT NAME OPRAUT) USES THIS TRANSACTION TO:
000080*
000090*      L                 LIST THE PENDING ITEMS, 15 TO A PAGE.  L
000100*                        FOLLOWED BY AN ITEM KEY RESUMES THE LIST
000110*                        AT THAT ITEM.
000120*      A<ITEM KEY>       APPROVE - RE-READ THE POLICY FOR UPDATE,
000130*                        APPLY THE HELD AMOUNT, REWRITE FILE1X AND
000140*                        QUEUE THE AUDIT IMAGES (CARRYING BOTH THE
000150*                        KEYING USER AND THE APPROVER) AND THE
000160*                        DAILYTXN ECHO EXACTLY AS MY-UPDATE DOES.
000170*      R<ITEM KEY><TEXT> REJECT - NOTHING IS APPLIED; THE OPTIONAL
000180*                        30-BYTE TEXT IS KEPT AS THE REASON.
000190*
000200*    THE ITEM KEY IS THE 20-BYTE KEY MY-UPDATE SHOWED THE CLERK
000210*    (REQUEST DATE, TIME, TERMINAL).  THE USER ID THAT KEYED A
000220*    CHANGE CAN NEVER APPROVE IT.  AN APPROVAL IS REFUSED IF
000230*    THE FIELD NO LONGER HOLDS THE AMOUNT IT HELD WHEN THE CHANGE
000240*    WAS KEYED - REJECT THE ITEM AND HAVE THE CHANGE RE-KEYED.
000250*----------------------------------------------------------------*
000260  IDENTIFICATION DIVISION.
000270  PROGRAM-ID.     MY-APPROVE.
000280  AUTHOR.         D L HARGROVE.
000290  INSTALLATION.   DATA PROCESSING CENTER.
000300  DATE-WRITTEN.   10/15/26.
000310  DATE-COMPILED.
000320*----------------------------------------------------------------*
000330*    MODIFICATION HISTORY.
000340*    DATE       INIT  DESCRIPTION
000350*    10/15/26   DLH   ORIGINAL PROGRAM.
000360*----------------------------------------------------------------*

000370  DATA DIVISION.

000380  WORKING-STORAGE SECTION.

000390  01  WS-INPUT-AREA.
000400      05  WS-INPUT-ACTION             PIC X(01).
000410          88  WS-ACTION-LIST              VALUE 'L'.
000420          88  WS-ACTION-APPROVE           VALUE 'A'.
000430          88  WS-ACTION-REJECT            VALUE 'R'.
000440      05  WS-INPUT-PENDING-KEY        PIC X(20).
000450      05  WS-INPUT-REASON             PIC X(30).
000460  77  WS-RECEIVE-LENGTH               PIC S9(04) COMP.

000470  01  WS-BROWSE-KEY                   PIC X(20).

000480  01  MY-PENDAP-WORK-AREA.
000490      COPY MY-PENDAP.

000500  01  WS-OPRAUT-RECORD.
000510      COPY MY-OPRAUT.

000520*    THE HELD CORRECTION IS MOVED BACK INTO THE MY-CORRTX SHAPE
000530*    SO THE FIELD CODES READ THE SAME AS IN MY-UPDATE.
000540  01  MY-CORRTX-WORK-AREA.
000550      COPY MY-CORRTX.

000560  01  WS-FILE1-RECORD.
000570      COPY MY-COPY-BOOK.

000580  01  WS-BEFORE-RECORD                PIC X(1968).

000590  01  MY-F1AUD-WORK-AREA.
000600      COPY MY-F1AUD.

000610  01  MY-F1TXN-WORK-AREA.
000620      COPY MY-F1TXN.

000630  77  WS-RESP-CODE                    PIC S9(08) COMP.
000640  77  WS-ABSTIME                      PIC S9(15) COMP-3.
000650  77  WS-DECISION-DATE                PIC 9(08) VALUE ZERO.
000660  77  WS-DECISION-TIME-6              PIC 9(06) VALUE ZERO.
000670  77  WS-DECISION-TIME                PIC 9(08) VALUE ZERO.
000680  77  WS-USER-ID                      PIC X(08) VALUE SPACES.
000690  77  WS-CURRENT-AMOUNT               PIC S9(12)V99 VALUE ZERO.

000700  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
000710      88  WS-ACTION-VALID                 VALUE 'Y'.
000720      88  WS-ACTION-INVALID               VALUE 'N'.

000730  77  WS-QUEUE-SWITCH                 PIC X(01) VALUE 'Y'.
000740      88  WS-QUEUES-CLEAN                 VALUE 'Y'.
000750      88  WS-QUEUE-FAILED                 VALUE 'N'.

000760  77  WS-PENDING-SWITCH               PIC X(01) VALUE 'Y'.
000770      88  WS-PENDING-WRITTEN              VALUE 'Y'.
000780      88  WS-PENDING-FAILED               VALUE 'N'.

000790  77  WS-BROWSE-DONE-SWITCH           PIC X(01) VALUE 'N'.
000800      88  WS-BROWSE-DONE                  VALUE 'Y'.
000810      88  WS-BROWSE-MORE                  VALUE 'N'.

000820*    15 DETAIL LINES TO A PAGE, AS IN MY-BROWSE.  THE 16TH
000830*    PENDING ITEM ONLY SETS THE MORE LINE.
000840  77  WS-PAGE-LIMIT                   PIC 9(02) COMP VALUE 15.
000850  77  WS-DETAIL-COUNT                 PIC 9(02) COMP VALUE ZERO.

000860  01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.

000870  01  WS-OLD-AMOUNT-ED                PIC Z(10)9.99.
000880  01  WS-NEW-AMOUNT-ED                PIC Z(10)9.99.

000890  01  WS-DETAIL-WORK                  PIC X(80).

000900  01  WS-RESPONSE-AREA.
000910      05  WS-RESP-HEADER               PIC X(80) VALUE SPACES.
000920      05  WS-RESP-DETAIL               PIC X(80) OCCURS 15 TIMES.
000930      05  WS-RESP-FOOTER               PIC X(80) VALUE SPACES.

000940  PROCEDURE DIVISION.

000950  0000-MAINLINE.
000960      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000970      PERFORM 2000-RECEIVE-REQUEST THRU 2000-EXIT.
000980      PERFORM 3000-CHECK-SUPERVISOR THRU 3000-EXIT.
000990      IF WS-ACTION-INVALID
001000          PERFORM 8200-BUILD-REFUSED-RESPONSE THRU 8200-EXIT
001010          PERFORM 8900-SEND-RESPONSE THRU 8900-EXIT
001020          GO TO 9999-EXIT
001030      END-IF.
001040      EVALUATE TRUE
001050          WHEN WS-ACTION-LIST
001060              PERFORM 4000-LIST-PENDING THRU 4000-EXIT
001070          WHEN WS-ACTION-APPROVE
001080              PERFORM 5000-APPROVE-ITEM THRU 5000-EXIT
001090          WHEN WS-ACTION-REJECT
001100              PERFORM 6000-REJECT-ITEM THRU 6000-EXIT
001110          WHEN OTHER
001120              SET WS-ACTION-INVALID TO TRUE
001130              MOVE 'ACTION MUST BE L, A OR R.' TO WS-REJECT-REASON
001140      END-EVALUATE.
001150      IF WS-ACTION-INVALID
001160          PERFORM 8200-BUILD-REFUSED-RESPONSE THRU 8200-EXIT
001170      END-IF.
001180      PERFORM 8900-SEND-RESPONSE THRU 8900-EXIT.
001190      GO TO 9999-EXIT.

001200  1000-INITIALIZE.
001210      MOVE SPACES TO WS-RESPONSE-AREA.
001220      MOVE ZERO TO WS-DETAIL-COUNT.
001230      SET WS-ACTION-VALID TO TRUE.
001240      SET WS-QUEUES-CLEAN TO TRUE.
001250      SET WS-PENDING-WRITTEN TO TRUE.
001260      SET WS-BROWSE-MORE TO TRUE.
001270      EXEC CICS
001280          ASKTIME ABSTIME(WS-ABSTIME)
001290      END-EXEC.
001300      EXEC CICS
001310          FORMATTIME ABSTIME(WS-ABSTIME)
001320                     YYYYMMDD(WS-DECISION-DATE)
001330                     TIME(WS-DECISION-TIME-6)
001340      END-EXEC.
001350      COMPUTE WS-DECISION-TIME = WS-DECISION-TIME-6 * 100.
001360      EXEC CICS
001370          ASSIGN USERID(WS-USER-ID)
001380      END-EXEC.
001390  1000-EXIT.
001400      EXIT.

001410  2000-RECEIVE-REQUEST.
001420      MOVE SPACES TO WS-INPUT-AREA.
001430      MOVE 51 TO WS-RECEIVE-LENGTH.
001440      EXEC CICS
001450          RECEIVE INTO(WS-INPUT-AREA)
001460                  LENGTH(WS-RECEIVE-LENGTH)
001470                  NOHANDLE
001480      END-EXEC.
001490  2000-EXIT.
001500      EXIT.

001510*    EVEN THE LIST IS FOR SUPERVISORS ONLY - THE QUEUE SHOWS
001520*    OTHER OPERATORS' HELD CHANGES.
001530  3000-CHECK-SUPERVISOR.
001540      MOVE WS-USER-ID TO OA-USER-ID.
001550      EXEC CICS
001560          READ FILE('OPRAUT')
001570               INTO(WS-OPRAUT-RECORD)
001580               RIDFLD(OA-USER-ID)
001590               RESP(WS-RESP-CODE)
001600      END-EXEC.
001610      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001620          SET WS-ACTION-INVALID TO TRUE
001630          MOVE 'OPERATOR NOT ON AUTHORITY TABLE.'
001640              TO WS-REJECT-REASON
001650          GO TO 3000-EXIT
001660      END-IF.
001670      IF NOT OA-ACTIVE
001680          OR NOT OA-SUPERVISOR
001690          SET WS-ACTION-INVALID TO TRUE
001700          MOVE 'SUPERVISOR AUTHORITY REQUIRED.'
001710              TO WS-REJECT-REASON
001720      END-IF.
001730  3000-EXIT.
001740      EXIT.

001750  4000-LIST-PENDING.
001760      IF WS-INPUT-PENDING-KEY = SPACES
001770          MOVE LOW-VALUES TO WS-BROWSE-KEY
001780      ELSE
001790          MOVE WS-INPUT-PENDING-KEY TO WS-BROWSE-KEY
001800      END-IF.
001810      EXEC CICS
001820          STARTBR FILE('PENDAP')
001830                  RIDFLD(WS-BROWSE-KEY)
001840                  GTEQ
001850                  RESP(WS-RESP-CODE)
001860      END-EXEC.
001870      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001880          PERFORM 8300-BUILD-EMPTY-RESPONSE THRU 8300-EXIT
001890          GO TO 4000-EXIT
001900      END-IF.
001910      PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT
001920          UNTIL WS-BROWSE-DONE.
001930      EXEC CICS
001940          ENDBR FILE('PENDAP')
001950      END-EXEC.
001960      IF WS-DETAIL-COUNT = ZERO
001970          PERFORM 8300-BUILD-EMPTY-RESPONSE THRU 8300-EXIT
001980      ELSE
001990          MOVE SPACES TO WS-RESP-HEADER
002000          STRING 'PENDING ITEM         USER     RECORD KEY     FL'
002010              '     OLD AMOUNT     NEW AMOUNT'
002020              DELIMITED BY SIZE INTO WS-RESP-HEADER
002030      END-IF.
002040  4000-EXIT.
002050      EXIT.

002060*    DECIDED AND REFUSED ITEMS STAY ON THE FILE FOR THE EXCEPTION
002070*    REPORT; THE LIST SKIPS EVERYTHING BUT 'P'.
002080  4100-READ-NEXT-ITEM.
002090      EXEC CICS
002100          READNEXT FILE('PENDAP')
002110                   INTO(MY-PENDAP-WORK-AREA)
002120                   RIDFLD(WS-BROWSE-KEY)
002130                   RESP(WS-RESP-CODE)
002140      END-EXEC.
002150      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002160          SET WS-BROWSE-DONE TO TRUE
002170          GO TO 4100-EXIT
002180      END-IF.
002190      IF NOT PA-STATUS-PENDING
002200          GO TO 4100-EXIT
002210      END-IF.
002220      IF WS-DETAIL-COUNT = WS-PAGE-LIMIT
002230          MOVE SPACES TO WS-RESP-FOOTER
002240          STRING 'MORE - RESEND AS L' PA-PENDING-KEY
002250              ' FOR THE NEXT PAGE'
002260              DELIMITED BY SIZE INTO WS-RESP-FOOTER
002270          SET WS-BROWSE-DONE TO TRUE
002280          GO TO 4100-EXIT
002290      END-IF.
002300      ADD 1 TO WS-DETAIL-COUNT.
002310      MOVE PA-OLD-AMOUNT TO WS-OLD-AMOUNT-ED.
002320      MOVE PA-NEW-AMOUNT TO WS-NEW-AMOUNT-ED.
002330      MOVE SPACES TO WS-DETAIL-WORK.
002340      STRING PA-PENDING-KEY ' ' PA-REQUEST-USER
002350          ' ' PA-RECORD-KEY ' ' PA-FIELD-CODE
002360          ' ' WS-OLD-AMOUNT-ED ' ' WS-NEW-AMOUNT-ED
002370          DELIMITED BY SIZE INTO WS-DETAIL-WORK.
002380      MOVE WS-DETAIL-WORK TO WS-RESP-DETAIL (WS-DETAIL-COUNT).
002390  4100-EXIT.
002400      EXIT.

002410*    THE PENDING ITEM IS HELD FOR UPDATE UNTIL THE DECISION IS
002420*    WRITTEN, SO TWO SUPERVISORS CANNOT APPLY THE SAME ITEM.
002430  5000-APPROVE-ITEM.
002440      PERFORM 5100-READ-PENDING-UPDATE THRU 5100-EXIT.
002450      IF WS-ACTION-INVALID
002460          GO TO 5000-EXIT
002470      END-IF.
002480      IF PA-REQUEST-USER = WS-USER-ID
002490          PERFORM 5800-RELEASE-PENDING THRU 5800-EXIT
002500          SET WS-ACTION-INVALID TO TRUE
002510          MOVE 'YOU MAY NOT APPROVE YOUR OWN CHANGE.'
002520              TO WS-REJECT-REASON
002530          GO TO 5000-EXIT
002540      END-IF.
002550      MOVE SPACES TO MY-CORRTX-WORK-AREA.
002560      MOVE PA-CORRECTION TO MY-CORRTX-WORK-AREA.
002570      EXEC CICS
002580          READ FILE('FILE1X')
002590               INTO(WS-FILE1-RECORD)
002600               RIDFLD(CT-RECORD-KEY IN MY-CORRTX-WORK-AREA)
002610               KEYLENGTH(14)
002620               UPDATE
002630               RESP(WS-RESP-CODE)
002640      END-EXEC.
002650      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002660          PERFORM 5800-RELEASE-PENDING THRU 5800-EXIT
002670          SET WS-ACTION-INVALID TO TRUE
002680          MOVE 'POLICY NOT ON FILE1X.' TO WS-REJECT-REASON
002690          GO TO 5000-EXIT
002700      END-IF.
002710      MOVE WS-FILE1-RECORD TO WS-BEFORE-RECORD.
002720      PERFORM 5200-APPLY-HELD-AMOUNT THRU 5200-EXIT.
002730      IF WS-ACTION-INVALID
002740          PERFORM 5700-RELEASE-FILE1 THRU 5700-EXIT
002750          PERFORM 5800-RELEASE-PENDING THRU 5800-EXIT
002760          GO TO 5000-EXIT
002770      END-IF.
002780      EXEC CICS
002790          REWRITE FILE('FILE1X')
002800                  FROM(WS-FILE1-RECORD)
002810                  RESP(WS-RESP-CODE)
002820      END-EXEC.
002830      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002840          PERFORM 5800-RELEASE-PENDING THRU 5800-EXIT
002850          SET WS-ACTION-INVALID TO TRUE
002860          MOVE 'REWRITE FAILED - RECORD NOT UPDATED.'
002870              TO WS-REJECT-REASON
002880          GO TO 5000-EXIT
002890      END-IF.
002900      MOVE WS-BEFORE-RECORD TO
002910          FA-RECORD-IMAGE IN MY-F1AUD-WORK-AREA.
002920      SET FA-BEFORE-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE.
002930      PERFORM 7000-QUEUE-AUDIT-IMAGE THRU 7000-EXIT.
002940      MOVE WS-FILE1-RECORD TO
002950          FA-RECORD-IMAGE IN MY-F1AUD-WORK-AREA.
002960      SET FA-AFTER-IMAGE IN MY-F1AUD-WORK-AREA TO TRUE.
002970      PERFORM 7000-QUEUE-AUDIT-IMAGE THRU 7000-EXIT.
002980      PERFORM 7500-QUEUE-DAILYTXN-ECHO THRU 7500-EXIT.
002990      SET PA-STATUS-APPROVED TO TRUE.
003000      MOVE SPACES TO PA-REASON.
003010      PERFORM 5600-REWRITE-PENDING THRU 5600-EXIT.
003020      PERFORM 8000-BUILD-DECIDED-RESPONSE THRU 8000-EXIT.
003030  5000-EXIT.
003040      EXIT.

003050  5100-READ-PENDING-UPDATE.
003060      IF WS-INPUT-PENDING-KEY = SPACES
003070          SET WS-ACTION-INVALID TO TRUE
003080          MOVE 'PENDING ITEM KEY MISSING.' TO WS-REJECT-REASON
003090          GO TO 5100-EXIT
003100      END-IF.
003110      MOVE WS-INPUT-PENDING-KEY TO PA-PENDING-KEY.
003120      EXEC CICS
003130          READ FILE('PENDAP')
003140               INTO(MY-PENDAP-WORK-AREA)
003150               RIDFLD(PA-PENDING-KEY)
003160               UPDATE
003170               RESP(WS-RESP-CODE)
003180      END-EXEC.
003190      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003200          SET WS-ACTION-INVALID TO TRUE
003210          MOVE 'PENDING ITEM NOT FOUND.' TO WS-REJECT-REASON
003220          GO TO 5100-EXIT
003230      END-IF.
003240      IF NOT PA-STATUS-PENDING
003250          PERFORM 5800-RELEASE-PENDING THRU 5800-EXIT
003260          SET WS-ACTION-INVALID TO TRUE
003270          MOVE SPACES TO WS-REJECT-REASON
003280          STRING 'ITEM ALREADY DECIDED - STATUS=' PA-STATUS
003290              DELIMITED BY SIZE INTO WS-REJECT-REASON
003300      END-IF.
003310  5100-EXIT.
003320      EXIT.

003330*    ONLY AMOUNT CHANGES ARE EVER HELD.  THE FIELD MUST STILL
003340*    HOLD THE AMOUNT THE CLERK SAW, OR THE APPROVAL WOULD BE FOR
003350*    A DIFFERENT CHANGE THAN THE ONE KEYED.
003360  5200-APPLY-HELD-AMOUNT.
003370      EVALUATE TRUE
003380          WHEN CT-FIELD-PREMIUM IN MY-CORRTX-WORK-AREA
003390              MOVE DR-PREMIUM-AMOUNT TO WS-CURRENT-AMOUNT
003400              MOVE PA-NEW-AMOUNT TO DR-PREMIUM-AMOUNT
003410          WHEN CT-FIELD-CLAIM IN MY-CORRTX-WORK-AREA
003420              MOVE DR-CLAIM-AMOUNT TO WS-CURRENT-AMOUNT
003430              MOVE PA-NEW-AMOUNT TO DR-CLAIM-AMOUNT
003440          WHEN CT-FIELD-BALANCE IN MY-CORRTX-WORK-AREA
003450              MOVE DR-BALANCE-AMOUNT TO WS-CURRENT-AMOUNT
003460              MOVE PA-NEW-AMOUNT TO DR-BALANCE-AMOUNT
003470          WHEN OTHER
003480              SET WS-ACTION-INVALID TO TRUE
003490              MOVE 'HELD ITEM IS NOT AN AMOUNT CHANGE.'
003500                  TO WS-REJECT-REASON
003510              GO TO 5200-EXIT
003520      END-EVALUATE.
003530      IF WS-CURRENT-AMOUNT NOT = PA-OLD-AMOUNT
003540          SET WS-ACTION-INVALID TO TRUE
003550          MOVE 'POLICY CHANGED SINCE KEYED - REJECT IT.'
003560              TO WS-REJECT-REASON
003570          GO TO 5200-EXIT
003580      END-IF.
003590      IF PA-NEW-AMOUNT < ZERO
003600          SET WS-ACTION-INVALID TO TRUE
003610          MOVE 'NEGATIVE AMOUNT FIELD.' TO WS-REJECT-REASON
003620      END-IF.
003630  5200-EXIT.
003640      EXIT.

003650*    THE CALLER SETS PA-STATUS AND PA-REASON.
003660  5600-REWRITE-PENDING.
003670      MOVE WS-USER-ID TO PA-DECISION-USER.
003680      MOVE WS-DECISION-DATE TO PA-DECISION-DATE.
003690      MOVE WS-DECISION-TIME TO PA-DECISION-TIME.
003700      EXEC CICS
003710          REWRITE FILE('PENDAP')
003720                  FROM(MY-PENDAP-WORK-AREA)
003730                  RESP(WS-RESP-CODE)
003740      END-EXEC.
003750      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003760          SET WS-PENDING-FAILED TO TRUE
003770      END-IF.
003780  5600-EXIT.
003790      EXIT.

003800  5700-RELEASE-FILE1.
003810      EXEC CICS
003820          UNLOCK FILE('FILE1X')
003830                 RESP(WS-RESP-CODE)
003840      END-EXEC.
003850  5700-EXIT.
003860      EXIT.

003870  5800-RELEASE-PENDING.
003880      EXEC CICS
003890          UNLOCK FILE('PENDAP')
003900                 RESP(WS-RESP-CODE)
003910      END-EXEC.
003920  5800-EXIT.
003930      EXIT.

003940*    A SUPERVISOR MAY REJECT ANY PENDING ITEM, INCLUDING ONE
003950*    KEYED UNDER THE SAME USER ID - A REJECT APPLIES NOTHING.
003960  6000-REJECT-ITEM.
003970      PERFORM 5100-READ-PENDING-UPDATE THRU 5100-EXIT.
003980      IF WS-ACTION-INVALID
003990          GO TO 6000-EXIT
004000      END-IF.
004010      SET PA-STATUS-REJECTED TO TRUE.
004020      MOVE SPACES TO PA-REASON.
004030      IF WS-INPUT-REASON = SPACES
004040          MOVE 'REJECTED BY SUPERVISOR' TO PA-REASON
004050      ELSE
004060          MOVE WS-INPUT-REASON TO PA-REASON
004070      END-IF.
004080      PERFORM 5600-REWRITE-PENDING THRU 5600-EXIT.
004090      PERFORM 8000-BUILD-DECIDED-RESPONSE THRU 8000-EXIT.
004100  6000-EXIT.
004110      EXIT.

004120*    SAME QUEUES AS MY-UPDATE; THE IMAGE NAMES THE CLERK WHO
004130*    KEYED THE CHANGE AND THE SUPERVISOR WHO RELEASED IT.
004140  7000-QUEUE-AUDIT-IMAGE.
004150      MOVE WS-DECISION-DATE TO
004160          FA-LOG-DATE IN MY-F1AUD-WORK-AREA.
004170      MOVE WS-DECISION-TIME TO
004180          FA-LOG-TIME IN MY-F1AUD-WORK-AREA.
004190      MOVE 'C' TO FA-ACTION-CODE IN MY-F1AUD-WORK-AREA.
004200      MOVE CT-RECORD-KEY IN MY-CORRTX-WORK-AREA TO
004210          FA-RECORD-KEY IN MY-F1AUD-WORK-AREA.
004220      MOVE PA-REQUEST-USER TO FA-USER-ID IN MY-F1AUD-WORK-AREA.
004230      MOVE WS-USER-ID TO FA-APPROVER-ID IN MY-F1AUD-WORK-AREA.
004240      EXEC CICS
004250          WRITEQ TD QUEUE('F1AQ')
004260                    FROM(MY-F1AUD-WORK-AREA)
004270                    LENGTH(LENGTH OF MY-F1AUD-WORK-AREA)
004280                    RESP(WS-RESP-CODE)
004290      END-EXEC.
004300      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004310          SET WS-QUEUE-FAILED TO TRUE
004320      END-IF.
004330  7000-EXIT.
004340      EXIT.

004350  7500-QUEUE-DAILYTXN-ECHO.
004360      MOVE SPACES TO MY-F1TXN-WORK-AREA.
004370      SET FT-ACTION-CHANGE IN MY-F1TXN-WORK-AREA TO TRUE.
004380      MOVE WS-FILE1-RECORD TO
004390          FT-DATAREC IN MY-F1TXN-WORK-AREA.
004400      EXEC CICS
004410          WRITEQ TD QUEUE('F1DQ')
004420                    FROM(MY-F1TXN-WORK-AREA)
004430                    LENGTH(LENGTH OF MY-F1TXN-WORK-AREA)
004440                    RESP(WS-RESP-CODE)
004450      END-EXEC.
004460      IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004470          SET WS-QUEUE-FAILED TO TRUE
004480      END-IF.
004490  7500-EXIT.
004500      EXIT.

004510  8000-BUILD-DECIDED-RESPONSE.
004520      MOVE PA-OLD-AMOUNT TO WS-OLD-AMOUNT-ED.
004530      MOVE PA-NEW-AMOUNT TO WS-NEW-AMOUNT-ED.
004540      IF PA-STATUS-APPROVED
004550          STRING 'APPROVED AND APPLIED ITEM=' PA-PENDING-KEY
004560              DELIMITED BY SIZE INTO WS-RESP-HEADER
004570      ELSE
004580          STRING 'REJECTED ITEM=' PA-PENDING-KEY
004590              ' - NOTHING APPLIED'
004600              DELIMITED BY SIZE INTO WS-RESP-HEADER
004610      END-IF.
004620      STRING 'KEY=' PA-RECORD-KEY ' FIELD=' PA-FIELD-CODE
004630          ' KEYED BY ' PA-REQUEST-USER
004640          DELIMITED BY SIZE INTO WS-RESP-DETAIL (1).
004650      STRING 'OLD=' WS-OLD-AMOUNT-ED ' NEW=' WS-NEW-AMOUNT-ED
004660          DELIMITED BY SIZE INTO WS-RESP-DETAIL (2).
004670      IF WS-QUEUE-FAILED
004680          STRING 'WARNING: AUDIT/MAINT QUEUE WRITE FAILED - '
004690              'REPORT TO DATA PROCESSING'
004700              DELIMITED BY SIZE INTO WS-RESP-FOOTER
004710      END-IF.
004720      IF WS-PENDING-FAILED
004730          STRING 'WARNING: APPROVAL FILE NOT UPDATED - '
004740              'REPORT TO DATA PROCESSING'
004750              DELIMITED BY SIZE INTO WS-RESP-FOOTER
004760      END-IF.
004770  8000-EXIT.
004780      EXIT.

004790  8200-BUILD-REFUSED-RESPONSE.
004800      MOVE SPACES TO WS-RESP-HEADER.
004810      STRING 'REQUEST REFUSED: ' WS-REJECT-REASON
004820          DELIMITED BY SIZE INTO WS-RESP-HEADER.
004830  8200-EXIT.
004840      EXIT.

004850  8300-BUILD-EMPTY-RESPONSE.
004860      MOVE SPACES TO WS-RESP-HEADER.
004870      STRING 'NO CHANGES ARE PENDING APPROVAL'
004880          DELIMITED BY SIZE INTO WS-RESP-HEADER.
004890  8300-EXIT.
004900      EXIT.

004910  8900-SEND-RESPONSE.
004920      EXEC CICS
004930          SEND TEXT FROM(WS-RESPONSE-AREA)
004940                    LENGTH(LENGTH OF WS-RESPONSE-AREA)
004950                    ERASE
004960      END-EXEC.
004970  8900-EXIT.
004980      EXIT.

004990  9999-EXIT.
005000      EXEC CICS
005010          RETURN
005020      END-EXEC.
