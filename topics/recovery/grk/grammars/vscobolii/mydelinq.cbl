000010*----------------------------------------------------------------*
000020*    MY-DELINQUENCY IS THE NIGHTLY COLLECTIONS STEP FOR THE
000030*    INVOICES CUT BY MY-BILLING-RUN.  IT LOADS THE DAY'S CASH
000040*    RECEIPTS (THE SAME PRD.FILE1.PAYMENTS FILE MY-PAYMENT-APPLY
000050*    POSTS TO THE MASTER), APPLIES THEM TO EACH POLICY'S OPEN
000060*    INVOICES OLDEST FIRST AND STAMPS THE PAYMENT ON THE INVOICE
000070*    HISTORY, THEN AGES WHAT IS STILL UNPAID FROM ITS DUE DATE.
000080*    AT 30 DAYS PAST DUE IT CUTS A PAST-DUE NOTICE, AT 60 A
000090*    FINAL NOTICE, AND AT 90 IT WRITES AN 'X' CANCEL TRANSACTION
000100*    TO PRD.FILE1.PAYECHO FOR STEP026 MY-FILE1-MAINT TO APPLY.
000110*    NOTICES ARE ADDRESSED FROM THE FILE1X NAME/ADDRESS BLOCK IN
000120*    THE MY-LETTER LAYOUT.  INVOICES ON A POLICY THAT IS
000130*    CANCELLED OR NO LONGER ON THE MASTER ARE CLOSED AND STOP
000140*    AGING.  THE DLQRPT0 REPORT LISTS EVERY ACTION TAKEN, THE
000150*    AGING BUCKETS AND ANY RECEIPT THAT FOUND NO OPEN INVOICE.
000160*    THE POLICY BALANCE CAPS WHAT IS OWED: AN OPEN INVOICE THE
000170*    BALANCE NO LONGER COVERS IS SETTLED, AND NO NOTICE OR CANCEL
000180*    GOES OUT ON A POLICY WITHOUT A BALANCE DUE.
000190*----------------------------------------------------------------*
000200  IDENTIFICATION DIVISION.
000210  PROGRAM-ID.     MY-DELINQUENCY.
000220  AUTHOR.         D L HARGROVE.
000230  INSTALLATION.   DATA PROCESSING CENTER.
000240  DATE-WRITTEN.   10/15/26.
000250  DATE-COMPILED.
000260*----------------------------------------------------------------*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT  DESCRIPTION
000290*    10/15/26   DLH   ORIGINAL PROGRAM.
000300*    10/15/26   DLH   RUN DATE NOW COMES FROM THE BUSINESS DATE
000310*                     CONTROL RECORD (MY-BUSINESS-DATE), NOT THE
000320*                     CLOCK.  THE STEP RECORDS ITS COMPLETION ON
000330*                     THE STEP LOG AND A RESTART BYPASSES IT.
000340*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000350*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000360*    10/15/26   DLH   A FAILED INVOICE HISTORY REWRITE NOW STOPS
000370*                     THE STEP WITH RC 12.
000380*    10/15/26   DLH   OPEN INVOICES ARE CAPPED AT THE POLICY
000390*                     BALANCE; NO NOTICE OR CANCEL GOES OUT
000400*                     WITHOUT A BALANCE DUE.
000410*    10/15/26   DLH   THE 'X' CANCEL NOW GOES TO PAYECHO, BEHIND
000420*                     THE NIGHT'S PAYMENT AND CLAIM ECHOES.
000430*----------------------------------------------------------------*

000440  ENVIRONMENT DIVISION.

000450  INPUT-OUTPUT SECTION.
000460  FILE-CONTROL.
000470      SELECT MY-PAYTX-FILE ASSIGN PAYTX00
000480          FILE STATUS IS WS-PAYTX-STATUS.
000490      SELECT MY-INVHST-FILE ASSIGN INVHST0
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS DYNAMIC
000520          RECORD KEY IS IV-INVOICE-KEY
000530          FILE STATUS IS WS-INVHST-STATUS.
000540      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS DYNAMIC
000570          RECORD KEY IS DRX-RECORD-KEY
000580          FILE STATUS IS WS-FILE1X-STATUS.
000590      SELECT MY-DUNLTR-FILE ASSIGN DUNLTR0
000600          FILE STATUS IS WS-DUNLTR-STATUS.
000610      SELECT MY-DLQTXN-FILE ASSIGN DLQTXN0
000620          FILE STATUS IS WS-DLQTXN-STATUS.
000630      SELECT MY-DLQRPT-FILE ASSIGN DLQRPT0
000640          FILE STATUS IS WS-DLQRPT-STATUS.

000650  DATA DIVISION.

000660  FILE SECTION.

000670  FD  MY-PAYTX-FILE
000680      LABEL RECORD STANDARD.
000690  01  PAYTX-RECORD.
000700      COPY MY-PAYTX.

000710  FD  MY-INVHST-FILE.
000720  01  INVHST-RECORD.
000730      COPY MY-INVHST.

000740  FD  MY-FILE1-INDEXED.
000750  01  FILE1-INDEXED-RECORD.
000760      COPY MY-COPY-BOOK
000770          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000780              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000790              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000800              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000810              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000820              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000830              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000840              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000850              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000860              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000870              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000880              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000890              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000900              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000910              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000920              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000930              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000940              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000950              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000960              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000970              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000980              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000990              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
001000              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
001010              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
001020              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

001030  FD  MY-DUNLTR-FILE
001040      LABEL RECORD STANDARD.
001050  01  DUNLTR-RECORD.
001060      COPY MY-LETTER.

001070  FD  MY-DLQTXN-FILE
001080      LABEL RECORD STANDARD.
001090  01  DLQTXN-RECORD.
001100      COPY MY-F1TXN.

001110  FD  MY-DLQRPT-FILE
001120      LABEL RECORD STANDARD.
001130  01  REPORT-LINE                     PIC X(132).

001140  WORKING-STORAGE SECTION.

001150  01  MY-BUSDTL-AREA.
001160      COPY MY-BUSDTL.

001170  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
001180      88  WS-STEP-BYPASSED            VALUE 'Y'.
001190      88  WS-STEP-RUNNING             VALUE 'N'.

001200  77  WS-PAYTX-STATUS                 PIC X(02).
001210  77  WS-INVHST-STATUS                PIC X(02).
001220  77  WS-FILE1X-STATUS                PIC X(02).
001230  77  WS-DUNLTR-STATUS                PIC X(02).
001240  77  WS-DLQTXN-STATUS                PIC X(02).
001250  77  WS-DLQRPT-STATUS                PIC X(02).

001260  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001270      88  WS-EOF-YES                      VALUE 'Y'.
001280      88  WS-EOF-NO                       VALUE 'N'.

001290  77  WS-PAY-EOF-SWITCH               PIC X(01) VALUE 'N'.
001300      88  WS-PAY-EOF-YES                  VALUE 'Y'.
001310      88  WS-PAY-EOF-NO                   VALUE 'N'.

001320  77  WS-POLICY-SWITCH                PIC X(01) VALUE 'N'.
001330      88  WS-POLICY-FOUND                 VALUE 'Y'.
001340      88  WS-POLICY-MISSING               VALUE 'N'.

001350*    THE DAY'S RECEIPTS, HELD WITH THE AMOUNT NOT YET APPLIED TO
001360*    AN INVOICE.  3000 SLOTS IS SEVERAL TIMES THE HEAVIEST
001370*    LOCKBOX DAY; A RECEIPT PAST THE LAST SLOT IS LISTED AND
001380*    SETS RC 4 SO COLLECTIONS CAN APPLY IT BY HAND.
001390  01  WS-PAY-TABLE.
001400      05  WS-PAY-ENTRY                OCCURS 3000 TIMES.
001410          10  WS-PAY-KEY              PIC X(14).
001420          10  WS-PAY-REMAINING        PIC S9(11)V99 COMP-3.
001430  77  WS-PAY-COUNT                    PIC 9(04) COMP VALUE ZERO.
001440  77  WS-PAY-INDEX                    PIC 9(04) COMP VALUE ZERO.
001450  77  WS-PAY-MAX                      PIC 9(04) COMP VALUE 3000.

001460*    AGING BUCKETS BY DAYS PAST DUE: NOT YET DUE, 1-29, 30-59,
001470*    60-89 AND 90 OR MORE.
001480  01  WS-BUCKET-NAME-LIST             PIC X(40) VALUE
001490      'CURRENT 1-29    30-59   60-89   90 PLUS '.
001500  01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-LIST.
001510      05  WS-BUCKET-NAME              PIC X(08) OCCURS 5 TIMES.
001520  01  WS-BUCKET-TABLE.
001530      05  WS-BUCKET-ENTRY             OCCURS 5 TIMES.
001540          10  WS-BUCKET-COUNT         PIC 9(07) COMP VALUE ZERO.
001550          10  WS-BUCKET-AMOUNT        PIC S9(11)V99 COMP-3
001560                                       VALUE ZERO.
001570  77  WS-BUCKET-INDEX                 PIC 9(01) COMP VALUE ZERO.

001580  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001590  77  WS-RUN-INTEGER                  PIC 9(08) COMP VALUE ZERO.
001600  77  WS-DAYS-PAST-DUE                PIC S9(05) COMP VALUE ZERO.
001610  77  WS-DAYS-ED                      PIC Z(4)9-.

001620  77  WS-PRIOR-KEY                    PIC X(14) VALUE SPACES.
001630  77  WS-KEY-NOTICE-LEVEL             PIC 9(01) VALUE ZERO.
001640  77  WS-REQUIRED-LEVEL               PIC 9(01) VALUE ZERO.
001650  77  WS-NEW-LEVEL                    PIC 9(01) VALUE ZERO.

001660  77  WS-OPEN-AMOUNT                  PIC S9(11)V99 COMP-3
001670                                       VALUE ZERO.
001680  77  WS-APPLY-AMOUNT                 PIC S9(11)V99 COMP-3
001690                                       VALUE ZERO.
001700  77  WS-BALANCE-LEFT                 PIC S9(11)V99 COMP-3
001710                                       VALUE ZERO.
001720  77  WS-BALANCE-SWITCH               PIC X(01) VALUE 'D'.
001730      88  WS-BALANCE-DUE                  VALUE 'D'.
001740      88  WS-BALANCE-NONE                 VALUE 'N'.
001750      88  WS-BALANCE-UNREADABLE           VALUE 'U'.

001760  77  WS-PAYMENTS-READ                PIC 9(06) COMP VALUE ZERO.
001770  77  WS-PAYMENTS-SKIPPED             PIC 9(06) COMP VALUE ZERO.
001780  77  WS-PAY-OVERFLOW-COUNT           PIC 9(06) COMP VALUE ZERO.
001790  77  WS-INVOICES-READ                PIC 9(08) COMP VALUE ZERO.
001800  77  WS-PAID-IN-FULL-COUNT           PIC 9(06) COMP VALUE ZERO.
001810  77  WS-CLOSED-COUNT                 PIC 9(06) COMP VALUE ZERO.
001820  77  WS-PAST-DUE-COUNT               PIC 9(06) COMP VALUE ZERO.
001830  77  WS-FINAL-COUNT                  PIC 9(06) COMP VALUE ZERO.
001840  77  WS-CANCEL-COUNT                 PIC 9(06) COMP VALUE ZERO.
001850  77  WS-SUPPRESSED-COUNT             PIC 9(06) COMP VALUE ZERO.
001860  77  WS-NO-ADDRESS-COUNT             PIC 9(06) COMP VALUE ZERO.
001870  77  WS-BAD-DUE-DATE-COUNT           PIC 9(06) COMP VALUE ZERO.
001880  77  WS-REAGED-COUNT                 PIC 9(06) COMP VALUE ZERO.
001890  77  WS-APPLIED-TOTAL                PIC S9(11)V99 COMP-3
001900                                       VALUE ZERO.
001910  77  WS-UNAPPLIED-TOTAL              PIC S9(11)V99 COMP-3
001920                                       VALUE ZERO.
001930  77  WS-SETTLED-COUNT                PIC 9(06) COMP VALUE ZERO.
001940  77  WS-BALANCE-BAD-COUNT            PIC 9(06) COMP VALUE ZERO.
001950  77  WS-SETTLED-TOTAL                PIC S9(11)V99 COMP-3
001960                                       VALUE ZERO.

001970  01  WS-ACTION-TEXT                  PIC X(16) VALUE SPACES.

001980  01  WS-COUNT-ED                     PIC Z(5)9.
001990  01  WS-AMOUNT-ED                    PIC Z(10)9.99-.

002000  PROCEDURE DIVISION.

002010  0000-MAINLINE.
002020      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
002030      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040      PERFORM 2000-AGE-INVOICE THRU 2000-EXIT
002050          UNTIL WS-EOF-YES.
002060      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002070      GO TO 9999-EXIT.

002080  1000-INITIALIZE.
002090      OPEN INPUT MY-FILE1-INDEXED.
002100      IF WS-FILE1X-STATUS NOT = '00'
002110          DISPLAY 'MY-DELINQUENCY - OPEN FAILED ON '
002120              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
002130          DISPLAY 'THE MASTER MUST BE LOADED BY MY-LOAD-PROGRAM '
002140              'BEFORE INVOICES CAN BE AGED'
002150          MOVE 16 TO RETURN-CODE
002160          GO TO 9999-EXIT
002170      END-IF.
002180      PERFORM 1200-OPEN-INVOICE-HISTORY THRU 1200-EXIT.
002190      OPEN INPUT MY-PAYTX-FILE.
002200      PERFORM 1300-OPEN-LETTER-QUEUE THRU 1300-EXIT.
002210      PERFORM 1400-OPEN-ECHO-TXN THRU 1400-EXIT.
002220      OPEN OUTPUT MY-DLQRPT-FILE.
002230      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
002240*    DATE ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION -
002250*    A PLAIN SUBTRACT ON A YYYYMMDD FIELD BREAKS ACROSS MONTH
002260*    ENDS.
002270      COMPUTE WS-RUN-INTEGER =
002280          FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
002290      MOVE SPACES TO REPORT-LINE.
002300      STRING 'MY-DELINQUENCY COLLECTIONS REPORT  RUN DATE='
002310          WS-RUN-DATE
002320          DELIMITED BY SIZE INTO REPORT-LINE.
002330      WRITE REPORT-LINE.
002340      PERFORM 1500-LOAD-PAYMENTS THRU 1500-EXIT
002350          UNTIL WS-PAY-EOF-YES.
002360      PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
002370  1000-EXIT.
002380      EXIT.

002390*    SAME FALLBACK AS MY-BILLING-RUN - ON THE NIGHTS BEFORE THE
002400*    FIRST BILLING CYCLE THE HISTORY IS DEFINED BUT EMPTY.
002410  1200-OPEN-INVOICE-HISTORY.
002420      OPEN I-O MY-INVHST-FILE.
002430      IF WS-INVHST-STATUS NOT = '00'
002440          CLOSE MY-INVHST-FILE
002450          OPEN OUTPUT MY-INVHST-FILE
002460          CLOSE MY-INVHST-FILE
002470          OPEN I-O MY-INVHST-FILE
002480      END-IF.
002490  1200-EXIT.
002500      EXIT.

002510*    EACH NOTICE IS CUT EXACTLY ONCE, SO THE NOTICE FILE IS A
002520*    QUEUE THAT ACCUMULATES UNTIL THE PRINT PROCESS TAKES IT -
002530*    SAME OPEN CONVENTION AS THE ERROR LOG.
002540  1300-OPEN-LETTER-QUEUE.
002550      OPEN EXTEND MY-DUNLTR-FILE.
002560      IF WS-DUNLTR-STATUS NOT = '00'
002570          OPEN OUTPUT MY-DUNLTR-FILE
002580      END-IF.
002590  1300-EXIT.
002600      EXIT.

002610*    CANCEL TRANSACTIONS ARE ADDED TO PAYECHO, NEVER REPLACE IT.
002620  1400-OPEN-ECHO-TXN.
002630      OPEN EXTEND MY-DLQTXN-FILE.
002640      IF WS-DLQTXN-STATUS NOT = '00'
002650          OPEN OUTPUT MY-DLQTXN-FILE
002660      END-IF.
002670  1400-EXIT.
002680      EXIT.

002690*    ONLY RECEIPTS THAT PASS MY-PAYMENT-APPLY'S OWN KEY AND
002700*    AMOUNT EDITS ARE HELD; THAT STEP LOGS THE REST.
002710  1500-LOAD-PAYMENTS.
002720      READ MY-PAYTX-FILE
002730          AT END
002740              SET WS-PAY-EOF-YES TO TRUE
002750              GO TO 1500-EXIT
002760      END-READ.
002770      ADD 1 TO WS-PAYMENTS-READ.
002780      IF PT-RECORD-KEY NOT NUMERIC
002790          OR PT-PAYMENT-AMOUNT NOT NUMERIC
002800          OR PT-PAYMENT-AMOUNT NOT > ZERO
002810          ADD 1 TO WS-PAYMENTS-SKIPPED
002820          GO TO 1500-EXIT
002830      END-IF.
002840      IF WS-PAY-COUNT = WS-PAY-MAX
002850          ADD 1 TO WS-PAY-OVERFLOW-COUNT
002860          MOVE PT-PAYMENT-AMOUNT TO WS-AMOUNT-ED
002870          MOVE SPACES TO REPORT-LINE
002880          STRING '  RECEIPT TABLE FULL - NOT APPLIED KEY='
002890              PT-RECORD-KEY ' AMOUNT=' WS-AMOUNT-ED
002900              DELIMITED BY SIZE INTO REPORT-LINE
002910          WRITE REPORT-LINE
002920          GO TO 1500-EXIT
002930      END-IF.
002940      ADD 1 TO WS-PAY-COUNT.
002950      MOVE PT-RECORD-KEY TO WS-PAY-KEY (WS-PAY-COUNT).
002960      MOVE PT-PAYMENT-AMOUNT TO WS-PAY-REMAINING (WS-PAY-COUNT).
002970  1500-EXIT.
002980      EXIT.

002990*    THE HISTORY READS IN KEY ORDER, SO A POLICY'S INVOICES
003000*    ARRIVE TOGETHER AND OLDEST FIRST - RECEIPTS CLEAR THE OLDEST
003010*    DEBT FIRST AND THE OLDEST INVOICE DRIVES THE NOTICE LEVEL.
003020  2000-AGE-INVOICE.
003030      ADD 1 TO WS-INVOICES-READ.
003040      IF NOT IV-STATUS-OPEN
003050          GO TO 2000-READ-NEXT.
003060      IF IV-RECORD-KEY NOT = WS-PRIOR-KEY
003070          PERFORM 2200-START-POLICY THRU 2200-EXIT.
003080      IF WS-POLICY-MISSING
003090          OR DRX-STATUS-CANCELLED
003100          PERFORM 2300-CLOSE-INVOICE THRU 2300-EXIT
003110          GO TO 2000-READ-NEXT.
003120*    AN INVOICE ALREADY AGED TODAY HAS HAD TODAY'S RECEIPTS - A
003130*    RERUN MUST NOT APPLY THE SAME CASH A SECOND TIME.
003140      IF IV-AGED-DATE = WS-RUN-DATE
003150          ADD 1 TO WS-REAGED-COUNT
003160      ELSE
003170          PERFORM 2400-APPLY-PAYMENT THRU 2400-EXIT
003180              VARYING WS-PAY-INDEX FROM 1 BY 1
003190              UNTIL WS-PAY-INDEX > WS-PAY-COUNT
003200                 OR NOT IV-STATUS-OPEN
003210      END-IF.
003220      IF IV-STATUS-OPEN
003230          PERFORM 2450-CAP-TO-BALANCE THRU 2450-EXIT
003240      END-IF.
003250      IF IV-STATUS-OPEN
003260          PERFORM 2500-AGE-OPEN-INVOICE THRU 2500-EXIT
003270      END-IF.
003280      MOVE WS-RUN-DATE TO IV-AGED-DATE.
003290      REWRITE INVHST-RECORD.
003300      IF WS-INVHST-STATUS NOT = '00'
003310          DISPLAY 'MY-DELINQUENCY - REWRITE FAILED ON THE '
003320              'INVOICE HISTORY, KEY=' IV-RECORD-KEY
003330              ' FILE STATUS=' WS-INVHST-STATUS
003340          MOVE 12 TO RETURN-CODE
003350          GO TO 9999-EXIT
003360      END-IF.
003370  2000-READ-NEXT.
003380      PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
003390  2000-EXIT.
003400      EXIT.

003410  2100-READ-INVOICE.
003420      READ MY-INVHST-FILE NEXT RECORD
003430          AT END
003440              SET WS-EOF-YES TO TRUE
003450      END-READ.
003460  2100-EXIT.
003470      EXIT.

003480*    FIRST OPEN INVOICE FOR A POLICY - PICK UP THE MASTER RECORD
003490*    FOR ITS STATUS AND ADDRESS, AND START THE POLICY'S NOTICE
003500*    LEVEL FROM ZERO.
003510  2200-START-POLICY.
003520      MOVE IV-RECORD-KEY TO WS-PRIOR-KEY.
003530      MOVE ZERO TO WS-KEY-NOTICE-LEVEL.
003540      MOVE IV-RECORD-KEY TO DRX-RECORD-KEY.
003550      READ MY-FILE1-INDEXED
003560          INVALID KEY
003570              SET WS-POLICY-MISSING TO TRUE
003580          NOT INVALID KEY
003590              SET WS-POLICY-FOUND TO TRUE
003600      END-READ.
003610      PERFORM 2250-LOAD-BALANCE THRU 2250-EXIT.
003620  2200-EXIT.
003630      EXIT.

003640*    THE POLICY'S BALANCE AS IT STANDS ON FILE1X TONIGHT, AFTER
003650*    STEP029 HAS POSTED THE DAY'S CASH.  A BALANCE THAT IS NOT
003660*    NUMERIC IS LISTED AND LEAVES THE POLICY'S INVOICES AS THEY
003670*    ARE, WITH NO NOTICE OR CANCEL, AND THE STEP ENDS RC 4.
003680  2250-LOAD-BALANCE.
003690      SET WS-BALANCE-DUE TO TRUE.
003700      MOVE ZERO TO WS-BALANCE-LEFT.
003710      IF WS-POLICY-MISSING
003720          GO TO 2250-EXIT
003730      END-IF.
003740      IF DRX-BALANCE-AMOUNT NOT NUMERIC
003750          SET WS-BALANCE-UNREADABLE TO TRUE
003760          ADD 1 TO WS-BALANCE-BAD-COUNT
003770          MOVE SPACES TO REPORT-LINE
003780          STRING '  POLICY BALANCE NOT NUMERIC - NO NOTICE OR '
003790              'CANCEL KEY=' IV-RECORD-KEY
003800              DELIMITED BY SIZE INTO REPORT-LINE
003810          WRITE REPORT-LINE
003820          GO TO 2250-EXIT
003830      END-IF.
003840      MOVE DRX-BALANCE-AMOUNT TO WS-BALANCE-LEFT.
003850      IF DRX-BALANCE-AMOUNT NOT > ZERO
003860          SET WS-BALANCE-NONE TO TRUE
003870      END-IF.
003880  2250-EXIT.
003890      EXIT.

003900  2300-CLOSE-INVOICE.
003910      SET IV-STATUS-CLOSED TO TRUE.
003920      MOVE WS-RUN-DATE TO IV-AGED-DATE.
003930      REWRITE INVHST-RECORD.
003940      IF WS-INVHST-STATUS NOT = '00'
003950          DISPLAY 'MY-DELINQUENCY - REWRITE FAILED ON THE '
003960              'INVOICE HISTORY, KEY=' IV-RECORD-KEY
003970              ' FILE STATUS=' WS-INVHST-STATUS
003980          MOVE 12 TO RETURN-CODE
003990          GO TO 9999-EXIT
004000      END-IF.
004010      ADD 1 TO WS-CLOSED-COUNT.
004020      COMPUTE WS-OPEN-AMOUNT = IV-INVOICE-AMOUNT - IV-PAID-AMOUNT.
004030      MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-ED.
004040      MOVE SPACES TO REPORT-LINE.
004050      IF WS-POLICY-MISSING
004060          STRING '  CLOSED - POLICY NOT ON MASTER  KEY='
004070              IV-RECORD-KEY ' INVOICE=' IV-INVOICE-DATE
004080              ' OPEN=' WS-AMOUNT-ED
004090              DELIMITED BY SIZE INTO REPORT-LINE
004100      ELSE
004110          STRING '  CLOSED - POLICY CANCELLED      KEY='
004120              IV-RECORD-KEY ' INVOICE=' IV-INVOICE-DATE
004130              ' OPEN=' WS-AMOUNT-ED
004140              DELIMITED BY SIZE INTO REPORT-LINE
004150      END-IF.
004160      WRITE REPORT-LINE.
004170  2300-EXIT.
004180      EXIT.

004190  2400-APPLY-PAYMENT.
004200      IF WS-PAY-KEY (WS-PAY-INDEX) NOT = IV-RECORD-KEY
004210          OR WS-PAY-REMAINING (WS-PAY-INDEX) NOT > ZERO
004220          GO TO 2400-EXIT
004230      END-IF.
004240      COMPUTE WS-OPEN-AMOUNT = IV-INVOICE-AMOUNT - IV-PAID-AMOUNT.
004250      IF WS-PAY-REMAINING (WS-PAY-INDEX) < WS-OPEN-AMOUNT
004260          MOVE WS-PAY-REMAINING (WS-PAY-INDEX) TO WS-APPLY-AMOUNT
004270      ELSE
004280          MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
004290      END-IF.
004300      ADD WS-APPLY-AMOUNT TO IV-PAID-AMOUNT.
004310      SUBTRACT WS-APPLY-AMOUNT
004320          FROM WS-PAY-REMAINING (WS-PAY-INDEX).
004330      ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.
004340      IF IV-PAID-AMOUNT NOT < IV-INVOICE-AMOUNT
004350          SET IV-STATUS-PAID TO TRUE
004360          MOVE WS-RUN-DATE TO IV-PAID-DATE
004370          ADD 1 TO WS-PAID-IN-FULL-COUNT
004380      END-IF.
004390  2400-EXIT.
004400      EXIT.

004410*    WHAT IS STILL OPEN CANNOT BE MORE THAN THE POLICY OWES - A
004420*    BALANCE CLEARED OUTSIDE PRD.FILE1.PAYMENTS, SUCH AS AN
004430*    APPROVED 'BA' CORRECTION OR A WRITE-OFF, NEVER REACHES THE
004440*    INVOICES AS CASH.  THE BALANCE IS SPREAD OVER THE POLICY'S
004450*    OPEN INVOICES OLDEST FIRST; AN INVOICE IT COVERS ONLY IN
004460*    PART IS CUT BACK TO WHAT IS LEFT, AND ONE IT NO LONGER
004470*    COVERS AT ALL IS SETTLED AS PAID.
004480  2450-CAP-TO-BALANCE.
004490      IF WS-BALANCE-UNREADABLE
004500          GO TO 2450-EXIT
004510      END-IF.
004520      COMPUTE WS-OPEN-AMOUNT = IV-INVOICE-AMOUNT - IV-PAID-AMOUNT.
004530      IF WS-BALANCE-LEFT NOT < WS-OPEN-AMOUNT
004540          SUBTRACT WS-OPEN-AMOUNT FROM WS-BALANCE-LEFT
004550          GO TO 2450-EXIT
004560      END-IF.
004570      IF WS-BALANCE-LEFT > ZERO
004580          COMPUTE WS-APPLY-AMOUNT =
004590              WS-OPEN-AMOUNT - WS-BALANCE-LEFT
004600          MOVE ZERO TO WS-BALANCE-LEFT
004610      ELSE
004620          MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
004630      END-IF.
004640      ADD WS-APPLY-AMOUNT TO IV-PAID-AMOUNT.
004650      ADD WS-APPLY-AMOUNT TO WS-SETTLED-TOTAL.
004660      IF IV-PAID-AMOUNT NOT < IV-INVOICE-AMOUNT
004670          SET IV-STATUS-PAID TO TRUE
004680          MOVE WS-RUN-DATE TO IV-PAID-DATE
004690          ADD 1 TO WS-SETTLED-COUNT
004700      END-IF.
004710      MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-ED.
004720      MOVE SPACES TO REPORT-LINE.
004730      STRING '  SETTLED OFF POLICY BALANCE KEY=' IV-RECORD-KEY
004740          ' INVOICE=' IV-INVOICE-DATE
004750          ' AMOUNT=' WS-AMOUNT-ED
004760          DELIMITED BY SIZE INTO REPORT-LINE.
004770      WRITE REPORT-LINE.
004780  2450-EXIT.
004790      EXIT.

004800*    A NOTICE LEVEL ONLY EVER MOVES UP ONE STEP A NIGHT, SO A
004810*    POLICY ALWAYS HAS THE PAST-DUE AND FINAL NOTICES BEHIND IT
004820*    BEFORE IT IS CANCELLED - EVEN AN INVOICE FIRST AGED PAST 90
004830*    DAYS.  A POLICY NEVER GETS A NOTICE LESS SEVERE THAN ONE IT
004840*    HAS ALREADY HAD ON AN OLDER INVOICE.
004850  2500-AGE-OPEN-INVOICE.
004860      IF IV-DUE-DATE NOT NUMERIC
004870          OR IV-DUE-DATE = ZERO
004880          ADD 1 TO WS-BAD-DUE-DATE-COUNT
004890          MOVE SPACES TO REPORT-LINE
004900          STRING '  INVOICE HAS NO VALID DUE DATE - NOT AGED KEY='
004910              IV-RECORD-KEY ' INVOICE=' IV-INVOICE-DATE
004920              DELIMITED BY SIZE INTO REPORT-LINE
004930          WRITE REPORT-LINE
004940          GO TO 2500-EXIT
004950      END-IF.
004960      COMPUTE WS-OPEN-AMOUNT = IV-INVOICE-AMOUNT - IV-PAID-AMOUNT.
004970      COMPUTE WS-DAYS-PAST-DUE = WS-RUN-INTEGER
004980          - FUNCTION INTEGER-OF-DATE (IV-DUE-DATE).
004990      EVALUATE TRUE
005000          WHEN WS-DAYS-PAST-DUE < 1
005010              MOVE 1 TO WS-BUCKET-INDEX
005020              MOVE 0 TO WS-REQUIRED-LEVEL
005030          WHEN WS-DAYS-PAST-DUE < 30
005040              MOVE 2 TO WS-BUCKET-INDEX
005050              MOVE 0 TO WS-REQUIRED-LEVEL
005060          WHEN WS-DAYS-PAST-DUE < 60
005070              MOVE 3 TO WS-BUCKET-INDEX
005080              MOVE 1 TO WS-REQUIRED-LEVEL
005090          WHEN WS-DAYS-PAST-DUE < 90
005100              MOVE 4 TO WS-BUCKET-INDEX
005110              MOVE 2 TO WS-REQUIRED-LEVEL
005120          WHEN OTHER
005130              MOVE 5 TO WS-BUCKET-INDEX
005140              MOVE 3 TO WS-REQUIRED-LEVEL
005150      END-EVALUATE.
005160      ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-INDEX).
005170      ADD WS-OPEN-AMOUNT TO WS-BUCKET-AMOUNT (WS-BUCKET-INDEX).
005180      IF WS-REQUIRED-LEVEL > IV-NOTICE-LEVEL-NUM
005190          AND WS-BALANCE-DUE
005200          COMPUTE WS-NEW-LEVEL = IV-NOTICE-LEVEL-NUM + 1
005210          IF WS-NEW-LEVEL > WS-KEY-NOTICE-LEVEL
005220              PERFORM 2600-TAKE-ACTION THRU 2600-EXIT
005230          ELSE
005240              ADD 1 TO WS-SUPPRESSED-COUNT
005250          END-IF
005260          MOVE WS-NEW-LEVEL TO IV-NOTICE-LEVEL-NUM
005270          MOVE WS-RUN-DATE TO IV-NOTICE-DATE
005280      END-IF.
005290      IF IV-NOTICE-LEVEL-NUM > WS-KEY-NOTICE-LEVEL
005300          MOVE IV-NOTICE-LEVEL-NUM TO WS-KEY-NOTICE-LEVEL
005310      END-IF.
005320  2500-EXIT.
005330      EXIT.

005340  2600-TAKE-ACTION.
005350      EVALUATE WS-NEW-LEVEL
005360          WHEN 1
005370              MOVE 'PAST-DUE NOTICE' TO WS-ACTION-TEXT
005380              MOVE SPACES TO DUNLTR-RECORD
005390              SET LT-PAST-DUE-NOTICE TO TRUE
005400              PERFORM 2700-WRITE-NOTICE THRU 2700-EXIT
005410          WHEN 2
005420              MOVE 'FINAL NOTICE' TO WS-ACTION-TEXT
005430              MOVE SPACES TO DUNLTR-RECORD
005440              SET LT-FINAL-NOTICE TO TRUE
005450              PERFORM 2700-WRITE-NOTICE THRU 2700-EXIT
005460          WHEN 3
005470              MOVE 'CANCEL WRITTEN' TO WS-ACTION-TEXT
005480              PERFORM 2800-WRITE-CANCEL THRU 2800-EXIT
005490      END-EVALUATE.
005500      MOVE WS-DAYS-PAST-DUE TO WS-DAYS-ED.
005510      MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-ED.
005520      MOVE SPACES TO REPORT-LINE.
005530      STRING '  ' WS-ACTION-TEXT
005540          ' KEY=' IV-RECORD-KEY
005550          ' INVOICE=' IV-INVOICE-DATE
005560          ' DUE=' IV-DUE-DATE
005570          ' DAYS PAST DUE=' WS-DAYS-ED
005580          ' OPEN=' WS-AMOUNT-ED
005590          DELIMITED BY SIZE INTO REPORT-LINE.
005600      WRITE REPORT-LINE.
005610  2600-EXIT.
005620      EXIT.

005630*    A RECORD WITH A BLANK NAME CANNOT BE ADDRESSED - THE NOTICE
005640*    LEVEL STILL ADVANCES SO THE CANCEL IS NOT HELD UP, BUT THE
005650*    POLICY IS LISTED AND THE STEP ENDS RC 4.
005660  2700-WRITE-NOTICE.
005670      IF DRX-INSURED-NAME = SPACES
005680          ADD 1 TO WS-NO-ADDRESS-COUNT
005690          MOVE 'NOT SENT-NO NAME' TO WS-ACTION-TEXT
005700          GO TO 2700-EXIT
005710      END-IF.
005720      MOVE DRX-ACCOUNT-NUMBER TO LT-ACCOUNT-NUMBER.
005730      MOVE DRX-POLICY-NUMBER TO LT-POLICY-NUMBER.
005740      MOVE DRX-INSURED-NAME TO LT-INSURED-NAME.
005750      MOVE DRX-ADDRESS-LINE-1 TO LT-ADDRESS-LINE-1.
005760      MOVE DRX-ADDRESS-LINE-2 TO LT-ADDRESS-LINE-2.
005770      MOVE DRX-ADDRESS-CITY TO LT-ADDRESS-CITY.
005780      MOVE DRX-ADDRESS-STATE TO LT-ADDRESS-STATE.
005790      MOVE DRX-ADDRESS-ZIP TO LT-ADDRESS-ZIP.
005800      MOVE DRX-EXPIRATION-DATE TO LT-EXPIRATION-DATE.
005810      MOVE DRX-PREMIUM-AMOUNT TO LT-PREMIUM-AMOUNT.
005820      MOVE WS-OPEN-AMOUNT TO LT-BALANCE-AMOUNT.
005830      MOVE IV-DUE-DATE TO LT-DUE-DATE.
005840      WRITE DUNLTR-RECORD.
005850      IF LT-PAST-DUE-NOTICE
005860          ADD 1 TO WS-PAST-DUE-COUNT
005870      ELSE
005880          ADD 1 TO WS-FINAL-COUNT
005890      END-IF.
005900  2700-EXIT.
005910      EXIT.

005920*    MY-FILE1-MAINT ONLY NEEDS THE KEY ON A CANCEL, BUT THE
005930*    CURRENT MASTER IMAGE GOES ACROSS WHOLE, THE SAME AS EVERY
005940*    OTHER PAYECHO RECORD.
005950  2800-WRITE-CANCEL.
005960      MOVE SPACES TO DLQTXN-RECORD.
005970      SET FT-ACTION-CANCEL TO TRUE.
005980      MOVE FILE1-INDEXED-RECORD TO FT-DATAREC.
005990      WRITE DLQTXN-RECORD.
006000      ADD 1 TO WS-CANCEL-COUNT.
006010  2800-EXIT.
006020      EXIT.

006030  9000-TERMINATE.
006040      PERFORM 9100-PRINT-AGING THRU 9100-EXIT.
006050      PERFORM 9200-LIST-UNAPPLIED THRU 9200-EXIT
006060          VARYING WS-PAY-INDEX FROM 1 BY 1
006070          UNTIL WS-PAY-INDEX > WS-PAY-COUNT.
006080      PERFORM 9300-PRINT-TOTALS THRU 9300-EXIT.
006090      CLOSE MY-PAYTX-FILE.
006100      CLOSE MY-INVHST-FILE.
006110      CLOSE MY-FILE1-INDEXED.
006120      CLOSE MY-DUNLTR-FILE.
006130      CLOSE MY-DLQTXN-FILE.
006140      CLOSE MY-DLQRPT-FILE.
006150      IF WS-PAY-OVERFLOW-COUNT > ZERO
006160          OR WS-NO-ADDRESS-COUNT > ZERO
006170          OR WS-BAD-DUE-DATE-COUNT > ZERO
006180          OR WS-BALANCE-BAD-COUNT > ZERO
006190          MOVE 4 TO RETURN-CODE
006200      ELSE
006210          MOVE ZERO TO RETURN-CODE
006220      END-IF.
006230  9000-EXIT.
006240      EXIT.

006250  9100-PRINT-AGING.
006260      MOVE SPACES TO REPORT-LINE.
006270      STRING 'OPEN INVOICES BY DAYS PAST DUE'
006280          DELIMITED BY SIZE INTO REPORT-LINE.
006290      WRITE REPORT-LINE.
006300      PERFORM 9110-PRINT-BUCKET-LINE THRU 9110-EXIT
006310          VARYING WS-BUCKET-INDEX FROM 1 BY 1
006320          UNTIL WS-BUCKET-INDEX > 5.
006330  9100-EXIT.
006340      EXIT.

006350  9110-PRINT-BUCKET-LINE.
006360      MOVE WS-BUCKET-COUNT (WS-BUCKET-INDEX) TO WS-COUNT-ED.
006370      MOVE WS-BUCKET-AMOUNT (WS-BUCKET-INDEX) TO WS-AMOUNT-ED.
006380      MOVE SPACES TO REPORT-LINE.
006390      STRING '  ' WS-BUCKET-NAME (WS-BUCKET-INDEX)
006400          ' INVOICES=' WS-COUNT-ED
006410          ' OPEN=' WS-AMOUNT-ED
006420          DELIMITED BY SIZE INTO REPORT-LINE.
006430      WRITE REPORT-LINE.
006440  9110-EXIT.
006450      EXIT.

006460*    A RECEIPT WITH MONEY LEFT OVER FOUND NO OPEN INVOICE - AN
006470*    OVERPAYMENT, A PAYMENT AHEAD OF THE FIRST BILL, OR (ON A
006480*    RERUN) CASH THE FIRST RUN ALREADY APPLIED.
006490  9200-LIST-UNAPPLIED.
006500      IF WS-PAY-REMAINING (WS-PAY-INDEX) > ZERO
006510          ADD WS-PAY-REMAINING (WS-PAY-INDEX)
006520              TO WS-UNAPPLIED-TOTAL
006530          MOVE WS-PAY-REMAINING (WS-PAY-INDEX) TO WS-AMOUNT-ED
006540          MOVE SPACES TO REPORT-LINE
006550          STRING '  UNAPPLIED RECEIPT KEY='
006560              WS-PAY-KEY (WS-PAY-INDEX)
006570              ' AMOUNT=' WS-AMOUNT-ED
006580              DELIMITED BY SIZE INTO REPORT-LINE
006590          WRITE REPORT-LINE
006600      END-IF.
006610  9200-EXIT.
006620      EXIT.

006630  9300-PRINT-TOTALS.
006640      MOVE WS-PAYMENTS-READ TO WS-COUNT-ED.
006650      MOVE SPACES TO REPORT-LINE.
006660      STRING 'RECEIPTS READ=' WS-COUNT-ED
006670          DELIMITED BY SIZE INTO REPORT-LINE.
006680      WRITE REPORT-LINE.
006690      MOVE WS-PAYMENTS-SKIPPED TO WS-COUNT-ED.
006700      MOVE SPACES TO REPORT-LINE.
006710      STRING 'RECEIPTS FAILING EDIT (NOT HELD)=' WS-COUNT-ED
006720          DELIMITED BY SIZE INTO REPORT-LINE.
006730      WRITE REPORT-LINE.
006740      MOVE WS-APPLIED-TOTAL TO WS-AMOUNT-ED.
006750      MOVE SPACES TO REPORT-LINE.
006760      STRING 'APPLIED TO INVOICES=' WS-AMOUNT-ED
006770          DELIMITED BY SIZE INTO REPORT-LINE.
006780      WRITE REPORT-LINE.
006790      MOVE WS-UNAPPLIED-TOTAL TO WS-AMOUNT-ED.
006800      MOVE SPACES TO REPORT-LINE.
006810      STRING 'UNAPPLIED=' WS-AMOUNT-ED
006820          DELIMITED BY SIZE INTO REPORT-LINE.
006830      WRITE REPORT-LINE.
006840      MOVE WS-INVOICES-READ TO WS-COUNT-ED.
006850      MOVE SPACES TO REPORT-LINE.
006860      STRING 'INVOICES READ=' WS-COUNT-ED
006870          DELIMITED BY SIZE INTO REPORT-LINE.
006880      WRITE REPORT-LINE.
006890      MOVE WS-PAID-IN-FULL-COUNT TO WS-COUNT-ED.
006900      MOVE SPACES TO REPORT-LINE.
006910      STRING 'INVOICES PAID IN FULL=' WS-COUNT-ED
006920          DELIMITED BY SIZE INTO REPORT-LINE.
006930      WRITE REPORT-LINE.
006940      MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
006950      MOVE SPACES TO REPORT-LINE.
006960      STRING 'INVOICES CLOSED (CANCELLED/OFF MASTER)=' WS-COUNT-ED
006970          DELIMITED BY SIZE INTO REPORT-LINE.
006980      WRITE REPORT-LINE.
006990      MOVE WS-PAST-DUE-COUNT TO WS-COUNT-ED.
007000      MOVE SPACES TO REPORT-LINE.
007010      STRING 'PAST-DUE NOTICES=' WS-COUNT-ED
007020          DELIMITED BY SIZE INTO REPORT-LINE.
007030      WRITE REPORT-LINE.
007040      MOVE WS-FINAL-COUNT TO WS-COUNT-ED.
007050      MOVE SPACES TO REPORT-LINE.
007060      STRING 'FINAL NOTICES=' WS-COUNT-ED
007070          DELIMITED BY SIZE INTO REPORT-LINE.
007080      WRITE REPORT-LINE.
007090      MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.
007100      MOVE SPACES TO REPORT-LINE.
007110      STRING 'CANCEL TRANSACTIONS WRITTEN=' WS-COUNT-ED
007120          DELIMITED BY SIZE INTO REPORT-LINE.
007130      WRITE REPORT-LINE.
007140      MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-ED.
007150      MOVE SPACES TO REPORT-LINE.
007160      STRING 'NOTICES COVERED BY A HIGHER NOTICE=' WS-COUNT-ED
007170          DELIMITED BY SIZE INTO REPORT-LINE.
007180      WRITE REPORT-LINE.
007190      MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-ED.
007200      MOVE SPACES TO REPORT-LINE.
007210      STRING 'UNADDRESSABLE (BLANK NAME)=' WS-COUNT-ED
007220          DELIMITED BY SIZE INTO REPORT-LINE.
007230      WRITE REPORT-LINE.
007240      MOVE WS-SETTLED-COUNT TO WS-COUNT-ED.
007250      MOVE WS-SETTLED-TOTAL TO WS-AMOUNT-ED.
007260      MOVE SPACES TO REPORT-LINE.
007270      STRING 'INVOICES SETTLED OFF THE POLICY BALANCE='
007280          WS-COUNT-ED ' AMOUNT=' WS-AMOUNT-ED
007290          DELIMITED BY SIZE INTO REPORT-LINE.
007300      WRITE REPORT-LINE.
007310      IF WS-REAGED-COUNT > ZERO
007320          MOVE WS-REAGED-COUNT TO WS-COUNT-ED
007330          MOVE SPACES TO REPORT-LINE
007340          STRING 'INVOICES ALREADY AGED THIS DATE (RERUN) - '
007350              'RECEIPTS NOT RE-APPLIED=' WS-COUNT-ED
007360              DELIMITED BY SIZE INTO REPORT-LINE
007370          WRITE REPORT-LINE
007380      END-IF.
007390  9300-EXIT.
007400      EXIT.

007410*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
007420*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
007430*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
007440  9800-BEGIN-STEP.
007450      MOVE 'MY-DELINQUENCY' TO BL-STEP-NAME.
007460      SET BL-BEGIN-STEP TO TRUE.
007470      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
007480      IF BL-CONTROL-FAILED
007490          DISPLAY 'MY-DELINQUENCY - ' BL-FAIL-REASON
007500              ' FILE STATUS=' BL-FILE-STATUS
007510          DISPLAY 'MY-DELINQUENCY - STEP NOT RUN'
007520          SET WS-STEP-BYPASSED TO TRUE
007530          MOVE 16 TO RETURN-CODE
007540          GO TO 9999-EXIT
007550      END-IF.
007560      IF BL-STEP-ALREADY-DONE
007570          DISPLAY 'MY-DELINQUENCY - ALREADY COMPLETE FOR '
007580              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
007590          SET WS-STEP-BYPASSED TO TRUE
007600          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
007610          GO TO 9999-EXIT
007620      END-IF.
007630      MOVE ZERO TO RETURN-CODE.
007640  9800-EXIT.
007650      EXIT.

007660*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
007670*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
007680*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
007690*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
007700  9900-END-STEP.
007710      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
007720          GO TO 9900-EXIT
007730      END-IF.
007740      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
007750      SET BL-END-STEP TO TRUE.
007760      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
007770      IF BL-CONTROL-FAILED
007780          DISPLAY 'MY-DELINQUENCY - ' BL-FAIL-REASON
007790              ' FILE STATUS=' BL-FILE-STATUS
007800          MOVE 16 TO RETURN-CODE
007810          GO TO 9900-EXIT
007820      END-IF.
007830      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
007840  9900-EXIT.
007850      EXIT.

007860  9999-EXIT.
007870      PERFORM 9900-END-STEP THRU 9900-EXIT.
007880      STOP RUN.
