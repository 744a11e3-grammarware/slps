000010*----------------------------------------------------------------*
000020*    MY-RENEWAL ISSUES RENEWALS OFF THE NIGHTLY RENEWAL EXTRACT
000030*    (PRD.FILE1.RENEWAL, CUT BY MY-EXPIRY-SWEEP FOR ACTIVE
000040*    POLICIES EXPIRING WITHIN THE NOTICE WINDOW).  IT FIRST FILES
000050*    THE DAY'S RENEWAL RESPONSES (MY-RNWRSP) ON THE RENEWAL
000060*    MASTER, ONE CONTROL RECORD PER POLICY TERM.  EACH EXTRACT
000070*    POLICY IS THEN RE-RATED FROM THE RATE TABLE (MY-RATETB) BY
000080*    ITEM-A CODE AND STATE, USING THE ROW IN FORCE ON THE
000090*    RENEWAL EFFECTIVE DATE.  A POLICY ANSWERED 'R' IS RENEWED:
000100*    A 'C' TRANSACTION CARRYING THE NEW EFFECTIVE DATE,
000110*    EXPIRATION DATE AND PREMIUM GOES TO PAYECHO FOR MY-FILE1-
000120*    MAINT.  AN UNANSWERED POLICY IS LISTED WITH ITS RENEWAL
000130*    QUOTE.  A TERM ANSWERED 'N' IS CANCELLED WITH AN 'X'
000140*    TRANSACTION ONCE IT REACHES ITS EXPIRATION DATE.  THE
000150*    RENEWAL REGISTER SHOWS OLD AGAINST NEW PREMIUM; POLICIES
000160*    THE TABLE CANNOT RATE GO ON A SEPARATE UNRATED LIST.  A
000170*    RESPONSE THAT FAILS ITS EDITS REJECTS TO THE SHARED ERROR
000180*    LOG.  THE RENEWAL MASTER RECORDS EVERY ACTION, SO A RERUN
000190*    NEVER ISSUES THE SAME TERM TWICE.
000200*----------------------------------------------------------------*
000210  IDENTIFICATION DIVISION.
000220  PROGRAM-ID.     MY-RENEWAL.
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
000350*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000360*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000370*    10/15/26   DLH   'C' AND 'X' TRANSACTIONS NOW GO TO PAYECHO.
000380*    10/15/26   DLH   WS-ACTION-TEXT WIDENED TO 34 SO THE LONGEST
000390*                     REGISTER ACTION PRINTS WHOLE.
000400*----------------------------------------------------------------*

000410  ENVIRONMENT DIVISION.

000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT MY-RENEW-FILE ASSIGN RENEW00
000450          FILE STATUS IS WS-RENEW-STATUS.
000460      SELECT MY-RNWRSP-FILE ASSIGN RNWRSP0
000470          FILE STATUS IS WS-RNWRSP-STATUS.
000480      SELECT MY-RNWMST-FILE ASSIGN RNWMST0
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000510          RECORD KEY IS RM-MASTER-KEY
000520          FILE STATUS IS WS-RNWMST-STATUS.
000530      SELECT MY-RATETB-FILE ASSIGN RATETB0
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS DYNAMIC
000560          RECORD KEY IS RT-RATE-KEY
000570          FILE STATUS IS WS-RATETB-STATUS.
000580      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS DRX-RECORD-KEY
000620          FILE STATUS IS WS-FILE1X-STATUS.
000630      SELECT MY-RNWTXN-FILE ASSIGN RNWTXN0
000640          FILE STATUS IS WS-RNWTXN-STATUS.
000650      SELECT MY-ERRLOG-FILE ASSIGN ERRLOG0
000660          FILE STATUS IS WS-ERRLOG-STATUS.
000670      SELECT MY-RNWRPT-FILE ASSIGN RNWRPT0
000680          FILE STATUS IS WS-RNWRPT-STATUS.
000690      SELECT MY-RNWUNR-FILE ASSIGN RNWUNR0
000700          FILE STATUS IS WS-RNWUNR-STATUS.

000710  DATA DIVISION.

000720  FILE SECTION.

000730  FD  MY-RENEW-FILE
000740      LABEL RECORD STANDARD.
000750  01  DATAREC.
000760      COPY MY-COPY-BOOK.

000770  FD  MY-RNWRSP-FILE
000780      LABEL RECORD STANDARD.
000790  01  RNWRSP-RECORD.
000800      COPY MY-RNWRSP.

000810  FD  MY-RNWMST-FILE.
000820  01  RNWMST-RECORD.
000830      COPY MY-RNWMST.

000840  FD  MY-RATETB-FILE.
000850  01  RATETB-RECORD.
000860      COPY MY-RATETB.

000870  FD  MY-FILE1-INDEXED.
000880  01  FILE1-INDEXED-RECORD.
000890      COPY MY-COPY-BOOK
000900          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000910              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000920              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000930              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000940              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000950              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000960              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000970              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000980              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000990              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
001000              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
001010              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
001020              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
001030              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
001040              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
001050              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
001060              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
001070              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
001080              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
001090              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
001100              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
001110              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
001120              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
001130              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
001140              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
001150              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

001160  FD  MY-RNWTXN-FILE
001170      LABEL RECORD STANDARD.
001180  01  RNWTXN-RECORD.
001190      COPY MY-F1TXN.

001200  FD  MY-ERRLOG-FILE
001210      LABEL RECORD STANDARD.
001220  01  ERRLOG-FILE-RECORD.
001230      COPY MY-ERRLOG.

001240  FD  MY-RNWRPT-FILE
001250      LABEL RECORD STANDARD.
001260  01  REPORT-LINE                     PIC X(132).

001270  FD  MY-RNWUNR-FILE
001280      LABEL RECORD STANDARD.
001290  01  UNRATED-LINE                    PIC X(132).

001300  WORKING-STORAGE SECTION.

001310  01  MY-BUSDTL-AREA.
001320      COPY MY-BUSDTL.

001330  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001340      88  WS-STEP-BYPASSED            VALUE 'Y'.
001350      88  WS-STEP-RUNNING             VALUE 'N'.

001360  01  MY-ERRLOG-WORK-AREA.
001370      COPY MY-ERRLOG.

001380  77  WS-RENEW-STATUS                 PIC X(02).
001390  77  WS-RNWRSP-STATUS                PIC X(02).
001400  77  WS-RNWMST-STATUS                PIC X(02).
001410  77  WS-RATETB-STATUS                PIC X(02).
001420  77  WS-FILE1X-STATUS                PIC X(02).
001430  77  WS-RNWTXN-STATUS                PIC X(02).
001440  77  WS-ERRLOG-STATUS                PIC X(02).
001450  77  WS-RNWRPT-STATUS                PIC X(02).
001460  77  WS-RNWUNR-STATUS                PIC X(02).

001470  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001480      88  WS-EOF-YES                      VALUE 'Y'.
001490      88  WS-EOF-NO                       VALUE 'N'.

001500  77  WS-RESPONSES-SWITCH             PIC X(01) VALUE 'Y'.
001510      88  WS-RESPONSES-OPEN               VALUE 'Y'.
001520      88  WS-RESPONSES-MISSING            VALUE 'N'.

001530  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
001540      88  WS-RESPONSE-VALID               VALUE 'Y'.
001550      88  WS-RESPONSE-INVALID             VALUE 'N'.

001560  77  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001570      88  WS-MASTER-FOUND                 VALUE 'Y'.
001580      88  WS-MASTER-NOT-FOUND             VALUE 'N'.

001590  77  WS-RATED-SWITCH                 PIC X(01) VALUE 'N'.
001600      88  WS-POLICY-RATED                 VALUE 'Y'.
001610      88  WS-POLICY-UNRATED               VALUE 'N'.

001620*    THE RATE TABLE IS SMALL AND IS READ ONCE INTO STORAGE; EACH
001630*    RENEWAL IS MATCHED AGAINST IT SERIALLY.
001640  01  WS-RATE-TABLE.
001650      05  WS-RATE-ENTRY               OCCURS 2000 TIMES.
001660          10  WS-RATE-ITEM-A          PIC 9(02).
001670          10  WS-RATE-STATE           PIC X(02).
001680          10  WS-RATE-EFF-DATE        PIC 9(08).
001690          10  WS-RATE-FACTOR          PIC 9(01)V9(04).
001700          10  WS-RATE-MINIMUM         PIC S9(7)V99 COMP-3.

001710  77  WS-RATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
001720  77  WS-RATE-INDEX                   PIC 9(04) COMP VALUE ZERO.
001730  77  WS-RATE-MATCH-INDEX             PIC 9(04) COMP VALUE ZERO.
001740  77  WS-RATE-OVERFLOW-COUNT          PIC 9(06) COMP VALUE ZERO.
001750  77  WS-RATE-INACTIVE-COUNT          PIC 9(06) COMP VALUE ZERO.
001760  77  WS-RATE-LOOKUP-STATE            PIC X(02) VALUE SPACES.
001770  77  WS-RATE-SOURCE                  PIC X(08) VALUE SPACES.

001780*    THE TERM BEING RENEWED AND THE ONE REPLACING IT.  THE NEW
001790*    TERM RUNS THE SAME NUMBER OF CALENDAR MONTHS AS THE OLD ONE
001800*    FROM THE OLD EXPIRATION DATE.
001810  01  WS-OLD-EFF-DATE                 PIC 9(08) VALUE ZERO.
001820  01  WS-OLD-EFF-PARTS REDEFINES WS-OLD-EFF-DATE.
001830      05  WS-OLD-EFF-YYYY             PIC 9(04).
001840      05  WS-OLD-EFF-MM               PIC 9(02).
001850      05  WS-OLD-EFF-DD               PIC 9(02).
001860  01  WS-OLD-EXP-DATE                 PIC 9(08) VALUE ZERO.
001870  01  WS-OLD-EXP-PARTS REDEFINES WS-OLD-EXP-DATE.
001880      05  WS-OLD-EXP-YYYY             PIC 9(04).
001890      05  WS-OLD-EXP-MM               PIC 9(02).
001900      05  WS-OLD-EXP-DD               PIC 9(02).
001910  01  WS-NEW-EXP-DATE                 PIC 9(08) VALUE ZERO.
001920  01  WS-NEW-EXP-PARTS REDEFINES WS-NEW-EXP-DATE.
001930      05  WS-NEW-EXP-YYYY             PIC 9(04).
001940      05  WS-NEW-EXP-MM               PIC 9(02).
001950      05  WS-NEW-EXP-DD               PIC 9(02).
001960  01  WS-MONTH-END-DATE               PIC 9(08) VALUE ZERO.
001970  01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
001980      05  WS-MONTH-END-YYYY           PIC 9(04).
001990      05  WS-MONTH-END-MM             PIC 9(02).
002000      05  WS-MONTH-END-DD             PIC 9(02).
002010  77  WS-TERM-MONTHS                  PIC S9(04) COMP VALUE ZERO.
002020  77  WS-MONTH-NUMBER                 PIC 9(06) COMP VALUE ZERO.
002030  77  WS-DATE-INTEGER                 PIC 9(08) COMP VALUE ZERO.

002040  77  WS-OLD-PREMIUM                  PIC S9(9)V99 COMP-3
002050                                       VALUE ZERO.
002060  77  WS-NEW-PREMIUM                  PIC S9(9)V99 COMP-3
002070                                       VALUE ZERO.
002080  77  WS-CHANGE-PCT                   PIC S9(05)V99 COMP-3
002090                                       VALUE ZERO.
002100  01  WS-CHANGE-TEXT                  PIC X(09) VALUE SPACES.
002110  01  WS-UNRATED-REASON               PIC X(40) VALUE SPACES.
002120  01  WS-ACTION-TEXT                  PIC X(34) VALUE SPACES.

002130  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

002140  77  WS-RESPONSES-READ               PIC 9(06) COMP VALUE ZERO.
002150  77  WS-RESPONSES-FILED              PIC 9(06) COMP VALUE ZERO.
002160  77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
002170  77  WS-EXTRACT-READ                 PIC 9(06) COMP VALUE ZERO.
002180  77  WS-ALREADY-RENEWED-COUNT        PIC 9(06) COMP VALUE ZERO.
002190  77  WS-NOT-ACTIVE-COUNT             PIC 9(06) COMP VALUE ZERO.
002200  77  WS-ISSUED-COUNT                 PIC 9(06) COMP VALUE ZERO.
002210  77  WS-OFFER-COUNT                  PIC 9(06) COMP VALUE ZERO.
002220  77  WS-NON-RENEW-PENDING-COUNT      PIC 9(06) COMP VALUE ZERO.
002230  77  WS-NON-RENEWED-COUNT            PIC 9(06) COMP VALUE ZERO.
002240  77  WS-VOID-COUNT                   PIC 9(06) COMP VALUE ZERO.
002250  77  WS-UNRATED-COUNT                PIC 9(06) COMP VALUE ZERO.
002260  77  WS-TXN-WRITTEN-COUNT            PIC 9(06) COMP VALUE ZERO.
002270  77  WS-MASTER-ERROR-COUNT           PIC 9(06) COMP VALUE ZERO.

002280  01  WS-PREMIUM-TOTALS.
002290      05  WS-ISSUED-OLD-TOTAL         PIC S9(11)V99 COMP-3
002300                                       VALUE ZERO.
002310      05  WS-ISSUED-NEW-TOTAL         PIC S9(11)V99 COMP-3
002320                                       VALUE ZERO.
002330      05  WS-OFFER-OLD-TOTAL          PIC S9(11)V99 COMP-3
002340                                       VALUE ZERO.
002350      05  WS-OFFER-NEW-TOTAL          PIC S9(11)V99 COMP-3
002360                                       VALUE ZERO.

002370  01  WS-REJECT-REASON                PIC X(40).
002380  77  WS-REJECT-PARAGRAPH             PIC X(12) VALUE SPACES.

002390  01  WS-COUNT-ED                     PIC Z(5)9.
002400  01  WS-COUNT-2-ED                   PIC Z(5)9.
002410  01  WS-ITEM-A-CODE-ED               PIC Z9.
002420  01  WS-OLD-PREMIUM-ED               PIC Z(8)9.99-.
002430  01  WS-NEW-PREMIUM-ED               PIC Z(8)9.99-.
002440  01  WS-OLD-TOTAL-ED                 PIC Z(10)9.99-.
002450  01  WS-NEW-TOTAL-ED                 PIC Z(10)9.99-.
002460  01  WS-CHANGE-PCT-ED                PIC Z(4)9.99-.

002470  PROCEDURE DIVISION.

002480  0000-MAINLINE.
002490      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
002500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510      IF WS-RESPONSES-OPEN
002520          PERFORM 2100-READ-RESPONSE THRU 2100-EXIT
002530          PERFORM 2000-APPLY-RESPONSE THRU 2000-EXIT
002540              UNTIL WS-EOF-YES
002550          SET WS-EOF-NO TO TRUE
002560      END-IF.
002570      PERFORM 3100-READ-RENEWAL THRU 3100-EXIT.
002580      PERFORM 3000-PROCESS-RENEWAL THRU 3000-EXIT
002590          UNTIL WS-EOF-YES.
002600      SET WS-EOF-NO TO TRUE.
002610      PERFORM 4000-CLOSE-OUT-TERMS THRU 4000-EXIT.
002620      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630      GO TO 9999-EXIT.

002640  1000-INITIALIZE.
002650      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
002660      OPEN OUTPUT MY-RNWRPT-FILE.
002670      OPEN OUTPUT MY-RNWUNR-FILE.
002680      OPEN INPUT MY-RENEW-FILE.
002690      IF WS-RENEW-STATUS NOT = '00'
002700          DISPLAY 'MY-RENEWAL - OPEN FAILED ON THE RENEWAL '
002710              'EXTRACT, FILE STATUS=' WS-RENEW-STATUS
002720          CLOSE MY-RNWRPT-FILE
002730          CLOSE MY-RNWUNR-FILE
002740          MOVE 16 TO RETURN-CODE
002750          GO TO 9999-EXIT
002760      END-IF.
002770      OPEN INPUT MY-FILE1-INDEXED.
002780      IF WS-FILE1X-STATUS NOT = '00'
002790          DISPLAY 'MY-RENEWAL - OPEN FAILED ON '
002800              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
002810          CLOSE MY-RENEW-FILE
002820          CLOSE MY-RNWRPT-FILE
002830          CLOSE MY-RNWUNR-FILE
002840          MOVE 16 TO RETURN-CODE
002850          GO TO 9999-EXIT
002860      END-IF.
002870      OPEN INPUT MY-RATETB-FILE.
002880      IF WS-RATETB-STATUS NOT = '00'
002890          DISPLAY 'MY-RENEWAL - OPEN FAILED ON THE RATE TABLE, '
002900              'FILE STATUS=' WS-RATETB-STATUS
002910          CLOSE MY-RENEW-FILE
002920          CLOSE MY-FILE1-INDEXED
002930          CLOSE MY-RNWRPT-FILE
002940          CLOSE MY-RNWUNR-FILE
002950          MOVE 16 TO RETURN-CODE
002960          GO TO 9999-EXIT
002970      END-IF.
002980      PERFORM 1400-LOAD-RATE-TABLE THRU 1400-EXIT.
002990      CLOSE MY-RATETB-FILE.
003000      SET WS-EOF-NO TO TRUE.
003010      PERFORM 1100-OPEN-RENEWAL-MASTER THRU 1100-EXIT.
003020      PERFORM 1200-OPEN-ERROR-LOG THRU 1200-EXIT.
003030      PERFORM 1300-OPEN-RENEWAL-TXN THRU 1300-EXIT.
003040      OPEN INPUT MY-RNWRSP-FILE.
003050      IF WS-RNWRSP-STATUS NOT = '00'
003060          SET WS-RESPONSES-MISSING TO TRUE
003070          DISPLAY 'MY-RENEWAL - OPEN FAILED ON THE RESPONSE '
003080              'FILE, FILE STATUS=' WS-RNWRSP-STATUS
003090              ' - NO RESPONSES FILED THIS RUN'
003100      END-IF.
003110      PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT.
003120  1000-EXIT.
003130      EXIT.

003140*    THE RENEWAL MASTER IS DEFINED EMPTY ONCE BY OPS; ON THE
003150*    NIGHTS BEFORE THE FIRST RESPONSE IS FILED THE I-O OPEN
003160*    NEEDS THE SAME LOAD-MODE PRIMING AS THE ITEM-A TABLE.
003170  1100-OPEN-RENEWAL-MASTER.
003180      OPEN I-O MY-RNWMST-FILE.
003190      IF WS-RNWMST-STATUS NOT = '00'
003200          CLOSE MY-RNWMST-FILE
003210          OPEN OUTPUT MY-RNWMST-FILE
003220          CLOSE MY-RNWMST-FILE
003230          OPEN I-O MY-RNWMST-FILE
003240      END-IF.
003250  1100-EXIT.
003260      EXIT.

003270  1200-OPEN-ERROR-LOG.
003280      OPEN EXTEND MY-ERRLOG-FILE.
003290      IF WS-ERRLOG-STATUS NOT = '00'
003300          OPEN OUTPUT MY-ERRLOG-FILE
003310      END-IF.
003320  1200-EXIT.
003330      EXIT.

003340*    RENEWAL AND NON-RENEWAL TRANSACTIONS ARE ADDED TO THE ECHO
003350*    FILE BEHIND THE NIGHT'S PAYMENT AND CLAIM IMAGES, NEVER
003360*    REPLACING THEM.
003370  1300-OPEN-RENEWAL-TXN.
003380      OPEN EXTEND MY-RNWTXN-FILE.
003390      IF WS-RNWTXN-STATUS NOT = '00'
003400          OPEN OUTPUT MY-RNWTXN-FILE
003410      END-IF.
003420  1300-EXIT.
003430      EXIT.

003440*    INACTIVE ROWS ARE LEFT OUT - THEY NEVER RATE ANYTHING.
003450  1400-LOAD-RATE-TABLE.
003460      PERFORM 1420-READ-RATE THRU 1420-EXIT.
003470      PERFORM 1410-LOAD-RATE-ENTRY THRU 1410-EXIT
003480          UNTIL WS-EOF-YES.
003490  1400-EXIT.
003500      EXIT.

003510  1410-LOAD-RATE-ENTRY.
003520      IF RT-INACTIVE
003530          ADD 1 TO WS-RATE-INACTIVE-COUNT
003540          GO TO 1410-READ-NEXT
003550      END-IF.
003560      IF WS-RATE-COUNT = 2000
003570          ADD 1 TO WS-RATE-OVERFLOW-COUNT
003580          GO TO 1410-READ-NEXT
003590      END-IF.
003600      ADD 1 TO WS-RATE-COUNT.
003610      MOVE RT-ITEM-A-CODE TO WS-RATE-ITEM-A (WS-RATE-COUNT).
003620      MOVE RT-STATE-CODE TO WS-RATE-STATE (WS-RATE-COUNT).
003630      MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFF-DATE (WS-RATE-COUNT).
003640      MOVE RT-RATE-FACTOR TO WS-RATE-FACTOR (WS-RATE-COUNT).
003650      MOVE RT-MINIMUM-PREMIUM TO WS-RATE-MINIMUM (WS-RATE-COUNT).
003660  1410-READ-NEXT.
003670      PERFORM 1420-READ-RATE THRU 1420-EXIT.
003680  1410-EXIT.
003690      EXIT.

003700  1420-READ-RATE.
003710      READ MY-RATETB-FILE NEXT RECORD
003720          AT END
003730              SET WS-EOF-YES TO TRUE
003740      END-READ.
003750  1420-EXIT.
003760      EXIT.

003770*    FILE ONE RESPONSE AGAINST THE TERM NOW ON FILE1X.  A TERM
003780*    ALREADY ACTED ON CANNOT BE ANSWERED AGAIN.
003790  2000-APPLY-RESPONSE.
003800      ADD 1 TO WS-RESPONSES-READ.
003810      PERFORM 2200-EDIT-RESPONSE THRU 2200-EXIT.
003820      IF WS-RESPONSE-VALID
003830          PERFORM 2300-FILE-RESPONSE THRU 2300-EXIT
003840      END-IF.
003850      IF WS-RESPONSE-INVALID
003860          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
003870      END-IF.
003880      PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
003890  2000-EXIT.
003900      EXIT.

003910  2100-READ-RESPONSE.
003920      READ MY-RNWRSP-FILE
003930          AT END
003940              SET WS-EOF-YES TO TRUE
003950      END-READ.
003960  2100-EXIT.
003970      EXIT.

003980  2200-EDIT-RESPONSE.
003990      SET WS-RESPONSE-VALID TO TRUE.
004000      MOVE '2200-EDIT-RS' TO WS-REJECT-PARAGRAPH.
004010      IF RR-RECORD-KEY NOT NUMERIC
004020          SET WS-RESPONSE-INVALID TO TRUE
004030          MOVE 'POLICY KEY NOT NUMERIC.' TO WS-REJECT-REASON
004040          GO TO 2200-EXIT
004050      END-IF.
004060      IF NOT RR-RESPONSE-RENEW
004070          AND NOT RR-RESPONSE-NON-RENEW
004080          SET WS-RESPONSE-INVALID TO TRUE
004090          MOVE 'RESPONSE CODE MUST BE R OR N.'
004100              TO WS-REJECT-REASON
004110          GO TO 2200-EXIT
004120      END-IF.
004130      IF RR-RESPONSE-DATE NOT NUMERIC
004140          OR RR-RESPONSE-DATE = ZERO
004150          SET WS-RESPONSE-INVALID TO TRUE
004160          MOVE 'RESPONSE DATE MISSING OR NOT NUMERIC.'
004170              TO WS-REJECT-REASON
004180          GO TO 2200-EXIT
004190      END-IF.
004200      IF RR-OVERRIDE-PREMIUM NOT NUMERIC
004210          SET WS-RESPONSE-INVALID TO TRUE
004220          MOVE 'OVERRIDE PREMIUM NOT NUMERIC.'
004230              TO WS-REJECT-REASON
004240          GO TO 2200-EXIT
004250      END-IF.
004260      MOVE RR-RECORD-KEY TO DRX-RECORD-KEY.
004270      READ MY-FILE1-INDEXED
004280          INVALID KEY
004290              SET WS-RESPONSE-INVALID TO TRUE
004300              MOVE 'POLICY NOT ON THE INDEXED MASTER.'
004310                  TO WS-REJECT-REASON
004320      END-READ.
004330      IF WS-RESPONSE-INVALID
004340          GO TO 2200-EXIT
004350      END-IF.
004360      IF NOT DRX-STATUS-ACTIVE
004370          SET WS-RESPONSE-INVALID TO TRUE
004380          MOVE 'POLICY IS NOT ACTIVE.' TO WS-REJECT-REASON
004390      END-IF.
004400  2200-EXIT.
004410      EXIT.

004420*    A RENEWAL ISSUED ON AN EARLIER NIGHT MAY ALREADY BE ON
004430*    FILE1X, IN WHICH CASE THE TERM ON FILE IS THE NEW ONE AND
004440*    ITS EFFECTIVE DATE IS THE OLD TERM'S EXPIRATION - A
004450*    RESPONSE BEFORE THAT DATE STILL BELONGS TO THE OLD TERM,
004460*    WHICH IS ALREADY SETTLED.
004470  2300-FILE-RESPONSE.
004480      MOVE '2300-FILE-RS' TO WS-REJECT-PARAGRAPH.
004490      IF WS-RUN-DATE < DRX-EFFECTIVE-DATE
004500          MOVE RR-RECORD-KEY TO RM-RECORD-KEY
004510          MOVE DRX-EFFECTIVE-DATE TO RM-TERM-EXP-DATE
004520          PERFORM 2400-READ-MASTER THRU 2400-EXIT
004530          IF WS-MASTER-FOUND
004540              AND RM-ACTION-ISSUED
004550              SET WS-RESPONSE-INVALID TO TRUE
004560              MOVE 'RENEWAL ALREADY ISSUED FOR THIS TERM.'
004570                  TO WS-REJECT-REASON
004580              GO TO 2300-EXIT
004590          END-IF
004600      END-IF.
004610      MOVE RR-RECORD-KEY TO RM-RECORD-KEY.
004620      MOVE DRX-EXPIRATION-DATE TO RM-TERM-EXP-DATE.
004630      PERFORM 2400-READ-MASTER THRU 2400-EXIT.
004640      IF WS-MASTER-FOUND
004650          AND NOT RM-ACTION-PENDING
004660          SET WS-RESPONSE-INVALID TO TRUE
004670          MOVE 'TERM ALREADY RENEWED OR CLOSED OUT.'
004680              TO WS-REJECT-REASON
004690          GO TO 2300-EXIT
004700      END-IF.
004710      IF WS-MASTER-NOT-FOUND
004720          MOVE SPACES TO RNWMST-RECORD
004730          MOVE RR-RECORD-KEY TO RM-RECORD-KEY
004740          MOVE DRX-EXPIRATION-DATE TO RM-TERM-EXP-DATE
004750          SET RM-ACTION-PENDING TO TRUE
004760          MOVE ZERO TO RM-ACTION-DATE
004770          MOVE ZERO TO RM-OLD-PREMIUM
004780          MOVE ZERO TO RM-NEW-PREMIUM
004790          MOVE ZERO TO RM-NEW-EXP-DATE
004800      END-IF.
004810      MOVE RR-RESPONSE-CODE TO RM-RESPONSE-CODE.
004820      MOVE RR-RESPONSE-DATE TO RM-RESPONSE-DATE.
004830      MOVE RR-OVERRIDE-PREMIUM TO RM-OVERRIDE-PREMIUM.
004840      MOVE RR-OPERATOR-ID TO RM-OPERATOR-ID.
004850      MOVE RR-REASON-TEXT TO RM-REASON-TEXT.
004860      IF WS-MASTER-FOUND
004870          REWRITE RNWMST-RECORD
004880      ELSE
004890          WRITE RNWMST-RECORD
004900      END-IF.
004910      IF WS-RNWMST-STATUS NOT = '00'
004920          SET WS-RESPONSE-INVALID TO TRUE
004930          MOVE 'RENEWAL MASTER WRITE FAILED.' TO WS-REJECT-REASON
004940          GO TO 2300-EXIT
004950      END-IF.
004960      ADD 1 TO WS-RESPONSES-FILED.
004970      MOVE SPACES TO REPORT-LINE.
004980      STRING '  RESPONSE FILED KEY=' RR-RECORD-KEY
004990          ' TERM EXP=' RM-TERM-EXP-DATE
005000          ' RESPONSE=' RR-RESPONSE-CODE
005010          ' BY ' RR-OPERATOR-ID ' ' RR-REASON-TEXT
005020          DELIMITED BY SIZE INTO REPORT-LINE.
005030      WRITE REPORT-LINE.
005040  2300-EXIT.
005050      EXIT.

005060  2400-READ-MASTER.
005070      READ MY-RNWMST-FILE
005080          INVALID KEY
005090              SET WS-MASTER-NOT-FOUND TO TRUE
005100          NOT INVALID KEY
005110              SET WS-MASTER-FOUND TO TRUE
005120      END-READ.
005130  2400-EXIT.
005140      EXIT.

005150  2700-LOG-REJECT.
005160      ADD 1 TO WS-REJECT-COUNT.
005170      MOVE 'MY-RENEW' TO
005180          EL-PROGRAM-NAME IN MY-ERRLOG-WORK-AREA.
005190      MOVE WS-REJECT-PARAGRAPH TO
005200          EL-PARAGRAPH-NAME IN MY-ERRLOG-WORK-AREA.
005210      MOVE RR-RECORD-KEY TO
005220          EL-RECORD-KEY IN MY-ERRLOG-WORK-AREA.
005230      MOVE WS-REJECT-REASON TO
005240          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
005250      MOVE 4 TO
005260          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
005270      MOVE BL-BUSINESS-DATE TO
005280          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
005290      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
005300      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
005310      MOVE SPACES TO REPORT-LINE.
005320      STRING '  RESPONSE REJECTED KEY=' RR-RECORD-KEY
005330          ' RESPONSE=' RR-RESPONSE-CODE
005340          ' - ' WS-REJECT-REASON
005350          DELIMITED BY SIZE INTO REPORT-LINE.
005360      WRITE REPORT-LINE.
005370  2700-EXIT.
005380      EXIT.

005390*    THE EXTRACT COMES FROM THE UPSTREAM FILE1, WHICH LAGS THE
005400*    MAINTAINED MASTER; FILE1X IS THE RECORD OF WHAT THE POLICY
005410*    LOOKS LIKE NOW, SO EVERY DECISION AND EVERY TRANSACTION
005420*    IMAGE IS TAKEN FROM IT.
005430  3000-PROCESS-RENEWAL.
005440      ADD 1 TO WS-EXTRACT-READ.
005450      SET WS-MASTER-NOT-FOUND TO TRUE.
005460      MOVE DR-RECORD-KEY TO DRX-RECORD-KEY.
005470      READ MY-FILE1-INDEXED
005480          INVALID KEY
005490              MOVE 'POLICY NOT ON THE INDEXED MASTER.'
005500                  TO WS-UNRATED-REASON
005510              MOVE ZERO TO WS-NEW-EXP-DATE
005520              PERFORM 3600-LIST-UNRATED THRU 3600-EXIT
005530              GO TO 3000-READ-NEXT
005540      END-READ.
005550      IF DRX-EXPIRATION-DATE > DR-EXPIRATION-DATE
005560          ADD 1 TO WS-ALREADY-RENEWED-COUNT
005570          GO TO 3000-READ-NEXT
005580      END-IF.
005590      IF NOT DRX-STATUS-ACTIVE
005600          ADD 1 TO WS-NOT-ACTIVE-COUNT
005610          GO TO 3000-READ-NEXT
005620      END-IF.
005630      MOVE DRX-RECORD-KEY TO RM-RECORD-KEY.
005640      MOVE DRX-EXPIRATION-DATE TO RM-TERM-EXP-DATE.
005650      PERFORM 2400-READ-MASTER THRU 2400-EXIT.
005660      IF WS-MASTER-FOUND
005670          AND NOT RM-ACTION-PENDING
005680          ADD 1 TO WS-ALREADY-RENEWED-COUNT
005690          GO TO 3000-READ-NEXT
005700      END-IF.
005710      MOVE DRX-PREMIUM-AMOUNT TO WS-OLD-PREMIUM.
005720      PERFORM 3200-SET-NEW-TERM THRU 3200-EXIT.
005730      IF WS-NEW-EXP-DATE = ZERO
005740          MOVE 'TERM DATES ON FILE ARE NOT VALID.'
005750              TO WS-UNRATED-REASON
005760          PERFORM 3600-LIST-UNRATED THRU 3600-EXIT
005770          GO TO 3000-READ-NEXT
005780      END-IF.
005790      PERFORM 3300-RATE-POLICY THRU 3300-EXIT.
005800      IF WS-POLICY-UNRATED
005810          PERFORM 3600-LIST-UNRATED THRU 3600-EXIT
005820          GO TO 3000-READ-NEXT
005830      END-IF.
005840      IF WS-MASTER-NOT-FOUND
005850          ADD 1 TO WS-OFFER-COUNT
005860          ADD WS-OLD-PREMIUM TO WS-OFFER-OLD-TOTAL
005870          ADD WS-NEW-PREMIUM TO WS-OFFER-NEW-TOTAL
005880          MOVE 'QUOTED - NO RESPONSE YET' TO WS-ACTION-TEXT
005890          PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT
005900          GO TO 3000-READ-NEXT
005910      END-IF.
005920      IF RM-RESPONSE-NON-RENEW
005930          ADD 1 TO WS-NON-RENEW-PENDING-COUNT
005940          MOVE 'NON-RENEWAL - CANCEL AT EXPIRY' TO WS-ACTION-TEXT
005950          PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT
005960          GO TO 3000-READ-NEXT
005970      END-IF.
005980      PERFORM 3400-ISSUE-RENEWAL THRU 3400-EXIT.
005990  3000-READ-NEXT.
006000      PERFORM 3100-READ-RENEWAL THRU 3100-EXIT.
006010  3000-EXIT.
006020      EXIT.

006030  3100-READ-RENEWAL.
006040      READ MY-RENEW-FILE
006050          AT END
006060              SET WS-EOF-YES TO TRUE
006070      END-READ.
006080  3100-EXIT.
006090      EXIT.

006100*    ADD THE OLD TERM'S LENGTH IN MONTHS TO ITS EXPIRATION DATE.
006110*    A DAY PAST THE END OF THE NEW MONTH (A 31ST, OR 29 FEBRUARY)
006120*    IS PULLED BACK TO THE LAST DAY OF THAT MONTH.  ZERO COMES
006130*    BACK WHEN THE DATES ON FILE CANNOT DEFINE A TERM.  DATE
006140*    ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION - A
006150*    PLAIN ADD ON A YYYYMMDD FIELD BREAKS ACROSS MONTH ENDS.
006160  3200-SET-NEW-TERM.
006170      MOVE ZERO TO WS-NEW-EXP-DATE.
006180      IF DRX-EFFECTIVE-DATE NOT NUMERIC
006190          OR DRX-EXPIRATION-DATE NOT NUMERIC
006200          GO TO 3200-EXIT
006210      END-IF.
006220      MOVE DRX-EFFECTIVE-DATE TO WS-OLD-EFF-DATE.
006230      MOVE DRX-EXPIRATION-DATE TO WS-OLD-EXP-DATE.
006240      IF WS-OLD-EXP-DATE NOT > WS-OLD-EFF-DATE
006250          OR WS-OLD-EFF-MM < 1 OR WS-OLD-EFF-MM > 12
006260          OR WS-OLD-EXP-MM < 1 OR WS-OLD-EXP-MM > 12
006270          OR WS-OLD-EXP-DD < 1 OR WS-OLD-EXP-DD > 31
006280          GO TO 3200-EXIT
006290      END-IF.
006300      COMPUTE WS-TERM-MONTHS =
006310          (WS-OLD-EXP-YYYY * 12 + WS-OLD-EXP-MM)
006320          - (WS-OLD-EFF-YYYY * 12 + WS-OLD-EFF-MM).
006330      IF WS-TERM-MONTHS < 1
006340          GO TO 3200-EXIT
006350      END-IF.
006360      COMPUTE WS-MONTH-NUMBER =
006370          WS-OLD-EXP-YYYY * 12 + WS-OLD-EXP-MM - 1
006380          + WS-TERM-MONTHS.
006390      DIVIDE WS-MONTH-NUMBER BY 12
006400          GIVING WS-MONTH-END-YYYY
006410          REMAINDER WS-MONTH-END-MM.
006420      ADD 1 TO WS-MONTH-END-MM.
006430      MOVE 1 TO WS-MONTH-END-DD.
006440      COMPUTE WS-DATE-INTEGER =
006450          FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) + 31.
006460      COMPUTE WS-NEW-EXP-DATE =
006470          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
006480      MOVE 1 TO WS-NEW-EXP-DD.
006490      COMPUTE WS-DATE-INTEGER =
006500          FUNCTION INTEGER-OF-DATE (WS-NEW-EXP-DATE) - 1.
006510      COMPUTE WS-MONTH-END-DATE =
006520          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
006530      MOVE WS-MONTH-END-DATE TO WS-NEW-EXP-DATE.
006540      IF WS-OLD-EXP-DD < WS-MONTH-END-DD
006550          MOVE WS-OLD-EXP-DD TO WS-NEW-EXP-DD
006560      END-IF.
006570  3200-EXIT.
006580      EXIT.

006590*    AN OVERRIDE PREMIUM ON THE RESPONSE WINS.  OTHERWISE THE
006600*    POLICY'S OWN STATE IS TRIED FIRST, THEN THE ALL-STATES
006610*    ('**') ROW FOR THE ITEM-A CODE.
006620  3300-RATE-POLICY.
006630      SET WS-POLICY-UNRATED TO TRUE.
006640      IF WS-MASTER-FOUND
006650          AND RM-OVERRIDE-PREMIUM > ZERO
006660          MOVE RM-OVERRIDE-PREMIUM TO WS-NEW-PREMIUM
006670          MOVE 'OVERRIDE' TO WS-RATE-SOURCE
006680          SET WS-POLICY-RATED TO TRUE
006690          GO TO 3300-EXIT
006700      END-IF.
006710      IF DRX-ITEM-A-CODE NOT NUMERIC
006720          MOVE 'ITEM-A CODE ON FILE IS NOT NUMERIC.'
006730              TO WS-UNRATED-REASON
006740          GO TO 3300-EXIT
006750      END-IF.
006760      MOVE ZERO TO WS-RATE-MATCH-INDEX.
006770      MOVE DRX-ADDRESS-STATE TO WS-RATE-LOOKUP-STATE.
006780      PERFORM 3310-MATCH-RATE THRU 3310-EXIT
006790          VARYING WS-RATE-INDEX FROM 1 BY 1
006800          UNTIL WS-RATE-INDEX > WS-RATE-COUNT.
006810      MOVE 'STATE' TO WS-RATE-SOURCE.
006820      IF WS-RATE-MATCH-INDEX = ZERO
006830          MOVE '**' TO WS-RATE-LOOKUP-STATE
006840          PERFORM 3310-MATCH-RATE THRU 3310-EXIT
006850              VARYING WS-RATE-INDEX FROM 1 BY 1
006860              UNTIL WS-RATE-INDEX > WS-RATE-COUNT
006870          MOVE 'ALL STS' TO WS-RATE-SOURCE
006880      END-IF.
006890      IF WS-RATE-MATCH-INDEX = ZERO
006900          MOVE 'NO RATE IN FORCE FOR ITEM-A AND STATE.'
006910              TO WS-UNRATED-REASON
006920          GO TO 3300-EXIT
006930      END-IF.
006940      COMPUTE WS-NEW-PREMIUM ROUNDED =
006950          WS-OLD-PREMIUM * WS-RATE-FACTOR (WS-RATE-MATCH-INDEX)
006960          ON SIZE ERROR
006970              MOVE 'RATED PREMIUM TOO LARGE.' TO WS-UNRATED-REASON
006980              GO TO 3300-EXIT
006990      END-COMPUTE.
007000      IF WS-NEW-PREMIUM < WS-RATE-MINIMUM (WS-RATE-MATCH-INDEX)
007010          MOVE WS-RATE-MINIMUM (WS-RATE-MATCH-INDEX)
007020              TO WS-NEW-PREMIUM
007030      END-IF.
007040      IF WS-NEW-PREMIUM NOT > ZERO
007050          MOVE 'RATED PREMIUM IS NOT POSITIVE.'
007060              TO WS-UNRATED-REASON
007070          GO TO 3300-EXIT
007080      END-IF.
007090      SET WS-POLICY-RATED TO TRUE.
007100  3300-EXIT.
007110      EXIT.

007120*    THE ROW MUST BE IN FORCE ON THE RENEWAL EFFECTIVE DATE
007130*    (THE OLD EXPIRATION); OF THOSE, THE LATEST ONE WINS.
007140  3310-MATCH-RATE.
007150      IF WS-RATE-ITEM-A (WS-RATE-INDEX) = DRX-ITEM-A-CODE
007160          AND WS-RATE-STATE (WS-RATE-INDEX) = WS-RATE-LOOKUP-STATE
007170          AND WS-RATE-EFF-DATE (WS-RATE-INDEX)
007180              NOT > DRX-EXPIRATION-DATE
007190          IF WS-RATE-MATCH-INDEX = ZERO
007200              MOVE WS-RATE-INDEX TO WS-RATE-MATCH-INDEX
007210          ELSE
007220              IF WS-RATE-EFF-DATE (WS-RATE-INDEX) >
007230                  WS-RATE-EFF-DATE (WS-RATE-MATCH-INDEX)
007240                  MOVE WS-RATE-INDEX TO WS-RATE-MATCH-INDEX
007250              END-IF
007260          END-IF
007270      END-IF.
007280  3310-EXIT.
007290      EXIT.

007300*    THE RENEWAL IS THE CURRENT FILE1X IMAGE WITH THE NEW TERM
007310*    AND PREMIUM - THE SAME THREE FIELDS THE UNIT USED TO KEY BY
007320*    HAND.  THE MASTER IS MARKED FIRST SO A FAILED MASTER UPDATE
007330*    NEVER LEAVES A TRANSACTION THAT A RERUN WOULD DUPLICATE.
007340  3400-ISSUE-RENEWAL.
007350      SET RM-ACTION-ISSUED TO TRUE.
007360      MOVE WS-RUN-DATE TO RM-ACTION-DATE.
007370      MOVE WS-OLD-PREMIUM TO RM-OLD-PREMIUM.
007380      MOVE WS-NEW-PREMIUM TO RM-NEW-PREMIUM.
007390      MOVE WS-NEW-EXP-DATE TO RM-NEW-EXP-DATE.
007400      REWRITE RNWMST-RECORD.
007410      IF WS-RNWMST-STATUS NOT = '00'
007420          ADD 1 TO WS-MASTER-ERROR-COUNT
007430          MOVE 'NOT ISSUED - RENEWAL MASTER ERROR' TO
007440              WS-ACTION-TEXT
007450          PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT
007460          GO TO 3400-EXIT
007470      END-IF.
007480      MOVE DRX-EXPIRATION-DATE TO DRX-EFFECTIVE-DATE.
007490      MOVE WS-NEW-EXP-DATE TO DRX-EXPIRATION-DATE.
007500      MOVE WS-NEW-PREMIUM TO DRX-PREMIUM-AMOUNT.
007510      MOVE SPACES TO RNWTXN-RECORD.
007520      SET FT-ACTION-CHANGE TO TRUE.
007530      MOVE FILE1-INDEXED-RECORD TO FT-DATAREC.
007540      WRITE RNWTXN-RECORD.
007550      ADD 1 TO WS-TXN-WRITTEN-COUNT.
007560      ADD 1 TO WS-ISSUED-COUNT.
007570      ADD WS-OLD-PREMIUM TO WS-ISSUED-OLD-TOTAL.
007580      ADD WS-NEW-PREMIUM TO WS-ISSUED-NEW-TOTAL.
007590      MOVE RM-TERM-EXP-DATE TO DRX-EXPIRATION-DATE.
007600      MOVE 'RENEWED - C TRANSACTION WRITTEN' TO WS-ACTION-TEXT.
007610      PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT.
007620  3400-EXIT.
007630      EXIT.

007640  3500-PRINT-REGISTER-LINE.
007650      MOVE '   *****' TO WS-CHANGE-TEXT.
007660      IF WS-OLD-PREMIUM NOT = ZERO
007670          COMPUTE WS-CHANGE-PCT ROUNDED =
007680              (WS-NEW-PREMIUM - WS-OLD-PREMIUM) * 100
007690              / WS-OLD-PREMIUM
007700              ON SIZE ERROR
007710                  MOVE '   *****' TO WS-CHANGE-TEXT
007720              NOT ON SIZE ERROR
007730                  MOVE WS-CHANGE-PCT TO WS-CHANGE-PCT-ED
007740                  MOVE WS-CHANGE-PCT-ED TO WS-CHANGE-TEXT
007750          END-COMPUTE
007760      END-IF.
007770      MOVE DRX-ITEM-A-CODE TO WS-ITEM-A-CODE-ED.
007780      MOVE WS-OLD-PREMIUM TO WS-OLD-PREMIUM-ED.
007790      MOVE WS-NEW-PREMIUM TO WS-NEW-PREMIUM-ED.
007800      MOVE SPACES TO REPORT-LINE.
007810      STRING DRX-RECORD-KEY ' ' WS-ITEM-A-CODE-ED ' '
007820          DRX-ADDRESS-STATE ' ' DRX-EXPIRATION-DATE ' '
007830          WS-NEW-EXP-DATE ' ' WS-OLD-PREMIUM-ED ' '
007840          WS-NEW-PREMIUM-ED ' ' WS-CHANGE-TEXT ' '
007850          WS-RATE-SOURCE ' ' WS-ACTION-TEXT
007860          DELIMITED BY SIZE INTO REPORT-LINE.
007870      WRITE REPORT-LINE.
007880  3500-EXIT.
007890      EXIT.

007900  3600-LIST-UNRATED.
007910      ADD 1 TO WS-UNRATED-COUNT.
007920      MOVE DR-ITEM-A-CODE TO WS-ITEM-A-CODE-ED.
007930      MOVE DR-PREMIUM-AMOUNT TO WS-OLD-PREMIUM-ED.
007940      MOVE SPACES TO UNRATED-LINE.
007950      IF WS-MASTER-FOUND
007960          STRING DR-RECORD-KEY ' ' WS-ITEM-A-CODE-ED ' '
007970              DR-ADDRESS-STATE ' ' DR-EXPIRATION-DATE ' '
007980              WS-OLD-PREMIUM-ED ' RESPONSE=' RM-RESPONSE-CODE
007990              ' ' WS-UNRATED-REASON
008000              DELIMITED BY SIZE INTO UNRATED-LINE
008010      ELSE
008020          STRING DR-RECORD-KEY ' ' WS-ITEM-A-CODE-ED ' '
008030              DR-ADDRESS-STATE ' ' DR-EXPIRATION-DATE ' '
008040              WS-OLD-PREMIUM-ED ' RESPONSE=-'
008050              ' ' WS-UNRATED-REASON
008060              DELIMITED BY SIZE INTO UNRATED-LINE
008070      END-IF.
008080      WRITE UNRATED-LINE.
008090  3600-EXIT.
008100      EXIT.

008110*    WALK THE RENEWAL MASTER FOR PENDING TERMS THAT HAVE REACHED
008120*    THEIR EXPIRATION DATE.  A NON-RENEWAL IS CANCELLED NOW; A
008130*    RENEWAL THAT NEVER RATED IS VOIDED AND LISTED FOR HAND
008140*    HANDLING, SINCE THE POLICY DROPS OFF THE EXTRACT.
008150  4000-CLOSE-OUT-TERMS.
008160      MOVE LOW-VALUES TO RM-MASTER-KEY.
008170      START MY-RNWMST-FILE KEY IS NOT LESS THAN RM-MASTER-KEY
008180          INVALID KEY
008190              GO TO 4000-EXIT
008200      END-START.
008210      PERFORM 4100-READ-MASTER THRU 4100-EXIT.
008220      PERFORM 4200-CLOSE-OUT-TERM THRU 4200-EXIT
008230          UNTIL WS-EOF-YES.
008240  4000-EXIT.
008250      EXIT.

008260  4100-READ-MASTER.
008270      READ MY-RNWMST-FILE NEXT RECORD
008280          AT END
008290              SET WS-EOF-YES TO TRUE
008300      END-READ.
008310  4100-EXIT.
008320      EXIT.

008330  4200-CLOSE-OUT-TERM.
008340      IF NOT RM-ACTION-PENDING
008350          OR RM-TERM-EXP-DATE > WS-RUN-DATE
008360          GO TO 4200-READ-NEXT
008370      END-IF.
008380      IF RM-RESPONSE-RENEW
008390          IF RM-TERM-EXP-DATE < WS-RUN-DATE
008400              MOVE 'TERM EXPIRED BEFORE IT COULD BE RATED.'
008410                  TO WS-UNRATED-REASON
008420              PERFORM 4400-VOID-TERM THRU 4400-EXIT
008430          END-IF
008440          GO TO 4200-READ-NEXT
008450      END-IF.
008460      MOVE RM-RECORD-KEY TO DRX-RECORD-KEY.
008470      READ MY-FILE1-INDEXED
008480          INVALID KEY
008490              MOVE 'POLICY NOT ON THE INDEXED MASTER.'
008500                  TO WS-UNRATED-REASON
008510              PERFORM 4400-VOID-TERM THRU 4400-EXIT
008520              GO TO 4200-READ-NEXT
008530      END-READ.
008540      IF NOT DRX-STATUS-ACTIVE
008550          OR DRX-EXPIRATION-DATE NOT = RM-TERM-EXP-DATE
008560          MOVE 'POLICY NO LONGER ON THE TERM ANSWERED.'
008570              TO WS-UNRATED-REASON
008580          PERFORM 4400-VOID-TERM THRU 4400-EXIT
008590          GO TO 4200-READ-NEXT
008600      END-IF.
008610      PERFORM 4300-APPLY-NON-RENEWAL THRU 4300-EXIT.
008620  4200-READ-NEXT.
008630      PERFORM 4100-READ-MASTER THRU 4100-EXIT.
008640  4200-EXIT.
008650      EXIT.

008660  4300-APPLY-NON-RENEWAL.
008670      SET RM-ACTION-NON-RENEWED TO TRUE.
008680      MOVE WS-RUN-DATE TO RM-ACTION-DATE.
008690      MOVE DRX-PREMIUM-AMOUNT TO RM-OLD-PREMIUM.
008700      REWRITE RNWMST-RECORD.
008710      IF WS-RNWMST-STATUS NOT = '00'
008720          ADD 1 TO WS-MASTER-ERROR-COUNT
008730          GO TO 4300-EXIT
008740      END-IF.
008750      MOVE SPACES TO RNWTXN-RECORD.
008760      SET FT-ACTION-CANCEL TO TRUE.
008770      MOVE FILE1-INDEXED-RECORD TO FT-DATAREC.
008780      WRITE RNWTXN-RECORD.
008790      ADD 1 TO WS-TXN-WRITTEN-COUNT.
008800      ADD 1 TO WS-NON-RENEWED-COUNT.
008810      MOVE DRX-PREMIUM-AMOUNT TO WS-OLD-PREMIUM.
008820      MOVE ZERO TO WS-NEW-PREMIUM.
008830      MOVE ZERO TO WS-NEW-EXP-DATE.
008840      MOVE SPACES TO WS-RATE-SOURCE.
008850      MOVE 'NON-RENEWED - X TRANSACTION' TO WS-ACTION-TEXT.
008860      PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT.
008870  4300-EXIT.
008880      EXIT.

008890  4400-VOID-TERM.
008900      SET RM-ACTION-VOID TO TRUE.
008910      MOVE WS-RUN-DATE TO RM-ACTION-DATE.
008920      REWRITE RNWMST-RECORD.
008930      IF WS-RNWMST-STATUS NOT = '00'
008940          ADD 1 TO WS-MASTER-ERROR-COUNT
008950      END-IF.
008960      ADD 1 TO WS-VOID-COUNT.
008970      MOVE SPACES TO UNRATED-LINE.
008980      STRING RM-RECORD-KEY ' TERM EXP=' RM-TERM-EXP-DATE
008990          ' RESPONSE=' RM-RESPONSE-CODE
009000          ' VOIDED - ' WS-UNRATED-REASON
009010          DELIMITED BY SIZE INTO UNRATED-LINE.
009020      WRITE UNRATED-LINE.
009030  4400-EXIT.
009040      EXIT.

009050  8100-PRINT-HEADINGS.
009060      MOVE SPACES TO REPORT-LINE.
009070      STRING 'MY-RENEWAL RENEWAL REGISTER  RUN DATE=' WS-RUN-DATE
009080          DELIMITED BY SIZE INTO REPORT-LINE.
009090      WRITE REPORT-LINE.
009100      MOVE SPACES TO REPORT-LINE.
009110      STRING 'POLICY KEY     IA ST OLD EXP  NEW EXP '
009120          '   OLD PREMIUM   NEW PREMIUM   CHANGE% RATE'
009130          '     ACTION'
009140          DELIMITED BY SIZE INTO REPORT-LINE.
009150      WRITE REPORT-LINE.
009160      MOVE SPACES TO UNRATED-LINE.
009170      STRING 'MY-RENEWAL POLICIES NOT RATED  RUN DATE='
009180          WS-RUN-DATE
009190          DELIMITED BY SIZE INTO UNRATED-LINE.
009200      WRITE UNRATED-LINE.
009210      MOVE SPACES TO UNRATED-LINE.
009220      STRING 'POLICY KEY     IA ST EXP DATE     PREMIUM'
009230          DELIMITED BY SIZE INTO UNRATED-LINE.
009240      WRITE UNRATED-LINE.
009250  8100-EXIT.
009260      EXIT.

009270  9000-TERMINATE.
009280      MOVE WS-RESPONSES-READ TO WS-COUNT-ED.
009290      MOVE WS-RESPONSES-FILED TO WS-COUNT-2-ED.
009300      MOVE SPACES TO REPORT-LINE.
009310      STRING 'RESPONSES READ=' WS-COUNT-ED
009320          ' FILED=' WS-COUNT-2-ED
009330          DELIMITED BY SIZE INTO REPORT-LINE.
009340      WRITE REPORT-LINE.
009350      MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
009360      MOVE SPACES TO REPORT-LINE.
009370      STRING 'RESPONSES REJECTED=' WS-COUNT-ED
009380          DELIMITED BY SIZE INTO REPORT-LINE.
009390      WRITE REPORT-LINE.
009400      MOVE WS-EXTRACT-READ TO WS-COUNT-ED.
009410      MOVE WS-ALREADY-RENEWED-COUNT TO WS-COUNT-2-ED.
009420      MOVE SPACES TO REPORT-LINE.
009430      STRING 'EXTRACT POLICIES READ=' WS-COUNT-ED
009440          ' ALREADY RENEWED OR SETTLED=' WS-COUNT-2-ED
009450          DELIMITED BY SIZE INTO REPORT-LINE.
009460      WRITE REPORT-LINE.
009470      MOVE WS-NOT-ACTIVE-COUNT TO WS-COUNT-ED.
009480      MOVE WS-UNRATED-COUNT TO WS-COUNT-2-ED.
009490      MOVE SPACES TO REPORT-LINE.
009500      STRING 'NO LONGER ACTIVE=' WS-COUNT-ED
009510          ' NOT RATED=' WS-COUNT-2-ED
009520          DELIMITED BY SIZE INTO REPORT-LINE.
009530      WRITE REPORT-LINE.
009540      MOVE WS-ISSUED-COUNT TO WS-COUNT-ED.
009550      MOVE WS-ISSUED-OLD-TOTAL TO WS-OLD-TOTAL-ED.
009560      MOVE WS-ISSUED-NEW-TOTAL TO WS-NEW-TOTAL-ED.
009570      MOVE SPACES TO REPORT-LINE.
009580      STRING 'RENEWALS ISSUED=' WS-COUNT-ED
009590          ' OLD PREMIUM=' WS-OLD-TOTAL-ED
009600          ' NEW PREMIUM=' WS-NEW-TOTAL-ED
009610          DELIMITED BY SIZE INTO REPORT-LINE.
009620      WRITE REPORT-LINE.
009630      MOVE WS-OFFER-COUNT TO WS-COUNT-ED.
009640      MOVE WS-OFFER-OLD-TOTAL TO WS-OLD-TOTAL-ED.
009650      MOVE WS-OFFER-NEW-TOTAL TO WS-NEW-TOTAL-ED.
009660      MOVE SPACES TO REPORT-LINE.
009670      STRING 'QUOTED AWAITING RESPONSE=' WS-COUNT-ED
009680          ' OLD PREMIUM=' WS-OLD-TOTAL-ED
009690          ' NEW PREMIUM=' WS-NEW-TOTAL-ED
009700          DELIMITED BY SIZE INTO REPORT-LINE.
009710      WRITE REPORT-LINE.
009720      MOVE WS-NON-RENEW-PENDING-COUNT TO WS-COUNT-ED.
009730      MOVE WS-NON-RENEWED-COUNT TO WS-COUNT-2-ED.
009740      MOVE SPACES TO REPORT-LINE.
009750      STRING 'NON-RENEWALS PENDING=' WS-COUNT-ED
009760          ' CANCELLED AT EXPIRY=' WS-COUNT-2-ED
009770          DELIMITED BY SIZE INTO REPORT-LINE.
009780      WRITE REPORT-LINE.
009790      MOVE WS-VOID-COUNT TO WS-COUNT-ED.
009800      MOVE SPACES TO REPORT-LINE.
009810      STRING 'TERMS VOIDED=' WS-COUNT-ED
009820          DELIMITED BY SIZE INTO REPORT-LINE.
009830      WRITE REPORT-LINE.
009840      COMPUTE WS-COUNT-2-ED =
009850          WS-ISSUED-COUNT + WS-NON-RENEWED-COUNT.
009860      MOVE WS-TXN-WRITTEN-COUNT TO WS-COUNT-ED.
009870      MOVE SPACES TO REPORT-LINE.
009880      STRING 'TRANSACTION CONTROL: WRITTEN=' WS-COUNT-ED
009890          ' RENEWED + NON-RENEWED=' WS-COUNT-2-ED
009900          DELIMITED BY SIZE INTO REPORT-LINE.
009910      WRITE REPORT-LINE.
009920      IF WS-RATE-OVERFLOW-COUNT > ZERO
009930          MOVE WS-RATE-OVERFLOW-COUNT TO WS-COUNT-ED
009940          MOVE SPACES TO REPORT-LINE
009950          STRING '** RATE TABLE FULL - ' WS-COUNT-ED
009960              ' ACTIVE ROWS NOT LOADED, RATES MAY BE STALE **'
009970              DELIMITED BY SIZE INTO REPORT-LINE
009980          WRITE REPORT-LINE
009990      END-IF.
010000      IF WS-MASTER-ERROR-COUNT > ZERO
010010          MOVE WS-MASTER-ERROR-COUNT TO WS-COUNT-ED
010020          MOVE SPACES TO REPORT-LINE
010030          STRING '** RENEWAL MASTER UPDATES FAILED=' WS-COUNT-ED
010040              ' - THOSE TERMS WERE NOT ACTED ON **'
010050              DELIMITED BY SIZE INTO REPORT-LINE
010060          WRITE REPORT-LINE
010070      END-IF.
010080      MOVE WS-UNRATED-COUNT TO WS-COUNT-ED.
010090      MOVE WS-VOID-COUNT TO WS-COUNT-2-ED.
010100      MOVE SPACES TO UNRATED-LINE.
010110      STRING 'NOT RATED=' WS-COUNT-ED
010120          ' TERMS VOIDED=' WS-COUNT-2-ED
010130          DELIMITED BY SIZE INTO UNRATED-LINE.
010140      WRITE UNRATED-LINE.
010150      CLOSE MY-RENEW-FILE.
010160      IF WS-RESPONSES-OPEN
010170          CLOSE MY-RNWRSP-FILE
010180      END-IF.
010190      CLOSE MY-RNWMST-FILE.
010200      CLOSE MY-FILE1-INDEXED.
010210      CLOSE MY-RNWTXN-FILE.
010220      CLOSE MY-ERRLOG-FILE.
010230      CLOSE MY-RNWRPT-FILE.
010240      CLOSE MY-RNWUNR-FILE.
010250      IF WS-REJECT-COUNT > ZERO
010260          OR WS-UNRATED-COUNT > ZERO
010270          OR WS-VOID-COUNT > ZERO
010280          OR WS-RATE-OVERFLOW-COUNT > ZERO
010290          OR WS-MASTER-ERROR-COUNT > ZERO
010300          OR WS-RESPONSES-MISSING
010310          MOVE 4 TO RETURN-CODE
010320      ELSE
010330          MOVE ZERO TO RETURN-CODE
010340      END-IF.
010350  9000-EXIT.
010360      EXIT.

010370*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
010380*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
010390*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
010400  9800-BEGIN-STEP.
010410      MOVE 'MY-RENEWAL' TO BL-STEP-NAME.
010420      SET BL-BEGIN-STEP TO TRUE.
010430      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
010440      IF BL-CONTROL-FAILED
010450          DISPLAY 'MY-RENEWAL - ' BL-FAIL-REASON
010460              ' FILE STATUS=' BL-FILE-STATUS
010470          DISPLAY 'MY-RENEWAL - STEP NOT RUN'
010480          SET WS-STEP-BYPASSED TO TRUE
010490          MOVE 16 TO RETURN-CODE
010500          GO TO 9999-EXIT
010510      END-IF.
010520      IF BL-STEP-ALREADY-DONE
010530          DISPLAY 'MY-RENEWAL - ALREADY COMPLETE FOR '
010540              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
010550          SET WS-STEP-BYPASSED TO TRUE
010560          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
010570          GO TO 9999-EXIT
010580      END-IF.
010590      MOVE ZERO TO RETURN-CODE.
010600  9800-EXIT.
010610      EXIT.

010620*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
010630*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
010640*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
010650*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
010660  9900-END-STEP.
010670      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
010680          GO TO 9900-EXIT
010690      END-IF.
010700      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
010710      SET BL-END-STEP TO TRUE.
010720      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
010730      IF BL-CONTROL-FAILED
010740          DISPLAY 'MY-RENEWAL - ' BL-FAIL-REASON
010750              ' FILE STATUS=' BL-FILE-STATUS
010760          MOVE 16 TO RETURN-CODE
010770          GO TO 9900-EXIT
010780      END-IF.
010790      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
010800  9900-EXIT.
010810      EXIT.

010820  9999-EXIT.
010830      PERFORM 9900-END-STEP THRU 9900-EXIT.
010840      STOP RUN.
