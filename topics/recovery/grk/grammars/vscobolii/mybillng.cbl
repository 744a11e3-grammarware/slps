000010*----------------------------------------------------------------*
000020*    MY-BILLING-RUN IS THE MONTHLY BILLING CYCLE.  IT READS THE
000030*    INDEXED FILE1 MASTER FROM FRONT TO BACK AND, FOR EVERY
000040*    POLICY IN FORCE (ACTIVE OR SUSPENDED) CARRYING AN OPEN
000050*    DRX-BALANCE-AMOUNT, CUTS A PRINTED STATEMENT ADDRESSED FROM
000060*    THE DATAREC NAME/ADDRESS BLOCK AND WRITES AN INVOICE TO THE
000070*    INDEXED INVOICE HISTORY WITH A DUE DATE 30 DAYS OUT.  THE
000080*    INVOICE CARRIES ONLY THE NEW CHARGES - THE BALANCE LESS
000090*    WHAT IS STILL OPEN ON EARLIER INVOICES - SO A BALANCE IS
000100*    NEVER INVOICED TWICE AND EACH DOLLAR AGES FROM THE CYCLE
000110*    THAT FIRST BILLED IT.  THE NIGHTLY MY-DELINQUENCY STEP
000120*    TAKES IT FROM THERE.  A RERUN ON THE SAME DATE FINDS THE
000130*    DAY'S INVOICE ALREADY ON FILE AND SKIPS THE POLICY.
000140*----------------------------------------------------------------*
000150  IDENTIFICATION DIVISION.
000160  PROGRAM-ID.     MY-BILLING-RUN.
000170  AUTHOR.         D L HARGROVE.
000180  INSTALLATION.   DATA PROCESSING CENTER.
000190  DATE-WRITTEN.   10/15/26.
000200  DATE-COMPILED.
000210*----------------------------------------------------------------*
000220*    MODIFICATION HISTORY.
000230*    DATE       INIT  DESCRIPTION
000240*    10/15/26   DLH   ORIGINAL PROGRAM.
000250*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000260*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000270*----------------------------------------------------------------*

000280  ENVIRONMENT DIVISION.

000290  INPUT-OUTPUT SECTION.
000300  FILE-CONTROL.
000310      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000320          ORGANIZATION IS INDEXED
000330          ACCESS MODE IS DYNAMIC
000340          RECORD KEY IS DRX-RECORD-KEY
000350          FILE STATUS IS WS-FILE1X-STATUS.
000360      SELECT MY-INVHST-FILE ASSIGN INVHST0
000370          ORGANIZATION IS INDEXED
000380          ACCESS MODE IS DYNAMIC
000390          RECORD KEY IS IV-INVOICE-KEY
000400          FILE STATUS IS WS-INVHST-STATUS.
000410      SELECT MY-STMT-FILE ASSIGN STMPRT0
000420          FILE STATUS IS WS-STMT-STATUS.
000430      SELECT MY-BILRPT-FILE ASSIGN BILRPT0
000440          FILE STATUS IS WS-BILRPT-STATUS.

000450  DATA DIVISION.

000460  FILE SECTION.

000470  FD  MY-FILE1-INDEXED.
000480  01  FILE1-INDEXED-RECORD.
000490      COPY MY-COPY-BOOK
000500          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000510              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000520              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000530              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000540              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000550              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000560              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000570              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000580              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000590              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000600              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000610              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000620              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000630              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000640              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000650              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000660              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000670              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000680              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000690              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000700              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000710              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000720              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000730              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000740              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000750              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000760  FD  MY-INVHST-FILE.
000770  01  INVHST-RECORD.
000780      COPY MY-INVHST.

000790  FD  MY-STMT-FILE
000800      LABEL RECORD STANDARD.
000810  01  STMT-LINE                       PIC X(132).

000820  FD  MY-BILRPT-FILE
000830      LABEL RECORD STANDARD.
000840  01  REPORT-LINE                     PIC X(132).

000850  WORKING-STORAGE SECTION.

000860  77  WS-FILE1X-STATUS                PIC X(02).
000870  77  WS-INVHST-STATUS                PIC X(02).
000880  77  WS-STMT-STATUS                  PIC X(02).
000890  77  WS-BILRPT-STATUS                PIC X(02).

000900  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000910      88  WS-EOF-YES                      VALUE 'Y'.
000920      88  WS-EOF-NO                       VALUE 'N'.

000930  77  WS-INVOICE-EOF-SWITCH           PIC X(01) VALUE 'N'.
000940      88  WS-INVOICE-EOF-YES              VALUE 'Y'.
000950      88  WS-INVOICE-EOF-NO               VALUE 'N'.

000960  77  WS-BILLED-TODAY-SWITCH          PIC X(01) VALUE 'N'.
000970      88  WS-BILLED-TODAY                 VALUE 'Y'.
000980      88  WS-NOT-BILLED-TODAY             VALUE 'N'.

000990*    DAYS FROM THE STATEMENT DATE TO THE INVOICE DUE DATE.
001000  77  WS-DUE-DAYS                     PIC 9(03) VALUE 30.

001010  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001020  77  WS-DUE-DATE                     PIC 9(08) VALUE ZERO.
001030  77  WS-DATE-INTEGER                 PIC 9(08) COMP VALUE ZERO.

001040  77  WS-PRIOR-OPEN-AMOUNT            PIC S9(11)V99 COMP-3
001050                                       VALUE ZERO.
001060  77  WS-NEW-CHARGE-AMOUNT            PIC S9(11)V99 COMP-3
001070                                       VALUE ZERO.

001080  77  WS-POLICIES-READ                PIC 9(08) COMP VALUE ZERO.
001090  77  WS-NOT-BILLABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
001100  77  WS-NO-BALANCE-COUNT             PIC 9(08) COMP VALUE ZERO.
001110  77  WS-STATEMENT-COUNT              PIC 9(08) COMP VALUE ZERO.
001120  77  WS-INVOICE-COUNT                PIC 9(08) COMP VALUE ZERO.
001130  77  WS-NO-NEW-CHARGE-COUNT          PIC 9(08) COMP VALUE ZERO.
001140  77  WS-ALREADY-BILLED-COUNT         PIC 9(08) COMP VALUE ZERO.
001150  77  WS-NO-ADDRESS-COUNT             PIC 9(08) COMP VALUE ZERO.
001160  77  WS-WRITE-FAIL-COUNT             PIC 9(08) COMP VALUE ZERO.

001170  01  WS-BILLING-TOTALS.
001180      05  WS-TOTAL-BALANCE            PIC S9(13)V99 COMP-3
001190                                       VALUE ZERO.
001200      05  WS-TOTAL-PRIOR-OPEN         PIC S9(13)V99 COMP-3
001210                                       VALUE ZERO.
001220      05  WS-TOTAL-NEW-CHARGES        PIC S9(13)V99 COMP-3
001230                                       VALUE ZERO.

001240  01  WS-COUNT-ED                     PIC Z(7)9.
001250  01  WS-AMOUNT-ED                    PIC Z(10)9.99-.
001260  01  WS-PRIOR-ED                     PIC Z(10)9.99-.
001270  01  WS-NEW-ED                       PIC Z(10)9.99-.
001280  01  WS-TOTAL-ED                     PIC Z(12)9.99-.

001290  PROCEDURE DIVISION.

001300  0000-MAINLINE.
001310      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320      PERFORM 2000-BILL-POLICY THRU 2000-EXIT
001330          UNTIL WS-EOF-YES.
001340      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001350      GO TO 9999-EXIT.

001360  1000-INITIALIZE.
001370      OPEN INPUT MY-FILE1-INDEXED.
001380      IF WS-FILE1X-STATUS NOT = '00'
001390          DISPLAY 'MY-BILLING-RUN - OPEN FAILED ON '
001400              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
001410          DISPLAY 'THE MASTER MUST BE LOADED BY MY-LOAD-PROGRAM '
001420              'BEFORE A BILLING CYCLE CAN RUN'
001430          MOVE 16 TO RETURN-CODE
001440          GO TO 9999-EXIT
001450      END-IF.
001460      PERFORM 1200-OPEN-INVOICE-HISTORY THRU 1200-EXIT.
001470      OPEN OUTPUT MY-STMT-FILE.
001480      OPEN OUTPUT MY-BILRPT-FILE.
001490      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500*    DATE ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION -
001510*    A PLAIN ADD ON A YYYYMMDD FIELD BREAKS ACROSS MONTH ENDS.
001520      COMPUTE WS-DATE-INTEGER =
001530          FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + WS-DUE-DAYS.
001540      COMPUTE WS-DUE-DATE =
001550          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
001560      MOVE SPACES TO REPORT-LINE.
001570      STRING 'MY-BILLING-RUN BILLING REGISTER  STATEMENT DATE='
001580          WS-RUN-DATE ' DUE DATE=' WS-DUE-DATE
001590          DELIMITED BY SIZE INTO REPORT-LINE.
001600      WRITE REPORT-LINE.
001610      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001620  1000-EXIT.
001630      EXIT.

001640*    THE FIRST CYCLE RUNS AGAINST AN EMPTY, JUST-DEFINED
001650*    HISTORY - SAME FALLBACK AS THE ITEM-A TABLE MAINTENANCE.
001660  1200-OPEN-INVOICE-HISTORY.
001670      OPEN I-O MY-INVHST-FILE.
001680      IF WS-INVHST-STATUS NOT = '00'
001690          CLOSE MY-INVHST-FILE
001700          OPEN OUTPUT MY-INVHST-FILE
001710          CLOSE MY-INVHST-FILE
001720          OPEN I-O MY-INVHST-FILE
001730      END-IF.
001740  1200-EXIT.
001750      EXIT.

001760  2000-BILL-POLICY.
001770      ADD 1 TO WS-POLICIES-READ.
001780      IF DRX-STATUS-CANCELLED
001790          OR DRX-STATUS-PENDING
001800          ADD 1 TO WS-NOT-BILLABLE-COUNT
001810          GO TO 2000-READ-NEXT
001820      END-IF.
001830      IF DRX-BALANCE-AMOUNT NOT > ZERO
001840          ADD 1 TO WS-NO-BALANCE-COUNT
001850          GO TO 2000-READ-NEXT
001860      END-IF.
001870      PERFORM 2200-SUM-OPEN-INVOICES THRU 2200-EXIT.
001880      IF WS-BILLED-TODAY
001890          ADD 1 TO WS-ALREADY-BILLED-COUNT
001900          GO TO 2000-READ-NEXT
001910      END-IF.
001920      COMPUTE WS-NEW-CHARGE-AMOUNT =
001930          DRX-BALANCE-AMOUNT - WS-PRIOR-OPEN-AMOUNT.
001940      IF WS-NEW-CHARGE-AMOUNT > ZERO
001950          PERFORM 2300-WRITE-INVOICE THRU 2300-EXIT
001960      ELSE
001970          MOVE ZERO TO WS-NEW-CHARGE-AMOUNT
001980          ADD 1 TO WS-NO-NEW-CHARGE-COUNT
001990      END-IF.
002000      PERFORM 2400-PRINT-STATEMENT THRU 2400-EXIT.
002010  2000-READ-NEXT.
002020      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002030  2000-EXIT.
002040      EXIT.

002050  2100-READ-MASTER.
002060      READ MY-FILE1-INDEXED NEXT RECORD
002070          AT END
002080              SET WS-EOF-YES TO TRUE
002090      END-READ.
002100  2100-EXIT.
002110      EXIT.

002120*    WALK THE POLICY'S INVOICES OLDEST FIRST, TOTALLING WHAT IS
002130*    STILL OPEN ON THEM.  AN INVOICE ALREADY DATED TODAY MEANS
002140*    THIS CYCLE HAS BILLED THE POLICY ONCE - A RERUN.
002150  2200-SUM-OPEN-INVOICES.
002160      MOVE ZERO TO WS-PRIOR-OPEN-AMOUNT.
002170      SET WS-NOT-BILLED-TODAY TO TRUE.
002180      SET WS-INVOICE-EOF-NO TO TRUE.
002190      MOVE DRX-RECORD-KEY TO IV-RECORD-KEY.
002200      MOVE ZERO TO IV-INVOICE-DATE.
002210      START MY-INVHST-FILE KEY IS NOT LESS THAN IV-INVOICE-KEY
002220          INVALID KEY
002230              GO TO 2200-EXIT
002240      END-START.
002250      PERFORM 2210-READ-NEXT-INVOICE THRU 2210-EXIT.
002260      PERFORM 2220-ADD-OPEN-INVOICE THRU 2220-EXIT
002270          UNTIL WS-INVOICE-EOF-YES.
002280  2200-EXIT.
002290      EXIT.

002300  2210-READ-NEXT-INVOICE.
002310      READ MY-INVHST-FILE NEXT RECORD
002320          AT END
002330              SET WS-INVOICE-EOF-YES TO TRUE
002340      END-READ.
002350      IF WS-INVOICE-EOF-NO
002360          AND IV-RECORD-KEY NOT = DRX-RECORD-KEY
002370          SET WS-INVOICE-EOF-YES TO TRUE
002380      END-IF.
002390  2210-EXIT.
002400      EXIT.

002410  2220-ADD-OPEN-INVOICE.
002420      IF IV-INVOICE-DATE = WS-RUN-DATE
002430          SET WS-BILLED-TODAY TO TRUE
002440      END-IF.
002450      IF IV-STATUS-OPEN
002460          COMPUTE WS-PRIOR-OPEN-AMOUNT = WS-PRIOR-OPEN-AMOUNT
002470              + IV-INVOICE-AMOUNT - IV-PAID-AMOUNT
002480      END-IF.
002490      PERFORM 2210-READ-NEXT-INVOICE THRU 2210-EXIT.
002500  2220-EXIT.
002510      EXIT.

002520  2300-WRITE-INVOICE.
002530      MOVE SPACES TO INVHST-RECORD.
002540      MOVE DRX-RECORD-KEY TO IV-RECORD-KEY.
002550      MOVE WS-RUN-DATE TO IV-INVOICE-DATE.
002560      MOVE WS-DUE-DATE TO IV-DUE-DATE.
002570      MOVE WS-NEW-CHARGE-AMOUNT TO IV-INVOICE-AMOUNT.
002580      MOVE ZERO TO IV-PAID-AMOUNT.
002590      SET IV-STATUS-OPEN TO TRUE.
002600      SET IV-NOTICE-NONE TO TRUE.
002610      MOVE ZERO TO IV-NOTICE-DATE.
002620      MOVE ZERO TO IV-AGED-DATE.
002630      MOVE ZERO TO IV-PAID-DATE.
002640      WRITE INVHST-RECORD
002650          INVALID KEY
002660              ADD 1 TO WS-WRITE-FAIL-COUNT
002670              MOVE SPACES TO REPORT-LINE
002680              STRING '  INVOICE NOT WRITTEN KEY=' DRX-RECORD-KEY
002690                  ' FILE STATUS=' WS-INVHST-STATUS
002700                  DELIMITED BY SIZE INTO REPORT-LINE
002710              WRITE REPORT-LINE
002720              MOVE ZERO TO WS-NEW-CHARGE-AMOUNT
002730          NOT INVALID KEY
002740              ADD 1 TO WS-INVOICE-COUNT
002750      END-WRITE.
002760  2300-EXIT.
002770      EXIT.

002780*    A RECORD WITH A BLANK NAME CANNOT BE ADDRESSED - THE
002790*    INVOICE STILL STANDS, BUT NO STATEMENT IS PRINTED FOR IT.
002800  2400-PRINT-STATEMENT.
002810      ADD DRX-BALANCE-AMOUNT TO WS-TOTAL-BALANCE.
002820      ADD WS-PRIOR-OPEN-AMOUNT TO WS-TOTAL-PRIOR-OPEN.
002830      ADD WS-NEW-CHARGE-AMOUNT TO WS-TOTAL-NEW-CHARGES.
002840      IF DRX-INSURED-NAME = SPACES
002850          ADD 1 TO WS-NO-ADDRESS-COUNT
002860          MOVE SPACES TO REPORT-LINE
002870          STRING '  NO NAME/ADDRESS - STATEMENT NOT PRINTED KEY='
002880              DRX-RECORD-KEY
002890              DELIMITED BY SIZE INTO REPORT-LINE
002900          WRITE REPORT-LINE
002910          GO TO 2400-EXIT
002920      END-IF.
002930      ADD 1 TO WS-STATEMENT-COUNT.
002940      MOVE SPACES TO STMT-LINE.
002950      STRING 'STATEMENT DATE ' WS-RUN-DATE
002960          '   ACCOUNT ' DRX-ACCOUNT-NUMBER
002970          '   POLICY ' DRX-POLICY-NUMBER
002980          DELIMITED BY SIZE INTO STMT-LINE.
002990      WRITE STMT-LINE.
003000      MOVE SPACES TO STMT-LINE.
003010      WRITE STMT-LINE.
003020      MOVE SPACES TO STMT-LINE.
003030      STRING '    ' DRX-INSURED-NAME
003040          DELIMITED BY SIZE INTO STMT-LINE.
003050      WRITE STMT-LINE.
003060      MOVE SPACES TO STMT-LINE.
003070      STRING '    ' DRX-ADDRESS-LINE-1
003080          DELIMITED BY SIZE INTO STMT-LINE.
003090      WRITE STMT-LINE.
003100      IF DRX-ADDRESS-LINE-2 NOT = SPACES
003110          MOVE SPACES TO STMT-LINE
003120          STRING '    ' DRX-ADDRESS-LINE-2
003130              DELIMITED BY SIZE INTO STMT-LINE
003140          WRITE STMT-LINE
003150      END-IF.
003160      MOVE SPACES TO STMT-LINE.
003170      STRING '    ' DRX-ADDRESS-CITY ' ' DRX-ADDRESS-STATE
003180          ' ' DRX-ADDRESS-ZIP
003190          DELIMITED BY SIZE INTO STMT-LINE.
003200      WRITE STMT-LINE.
003210      MOVE SPACES TO STMT-LINE.
003220      WRITE STMT-LINE.
003230      MOVE WS-PRIOR-OPEN-AMOUNT TO WS-PRIOR-ED.
003240      MOVE WS-NEW-CHARGE-AMOUNT TO WS-NEW-ED.
003250      MOVE DRX-BALANCE-AMOUNT TO WS-AMOUNT-ED.
003260      MOVE SPACES TO STMT-LINE.
003270      STRING '    PREVIOUSLY BILLED, UNPAID ' WS-PRIOR-ED
003280          DELIMITED BY SIZE INTO STMT-LINE.
003290      WRITE STMT-LINE.
003300      MOVE SPACES TO STMT-LINE.
003310      STRING '    NEW CHARGES THIS STATEMENT ' WS-NEW-ED
003320          DELIMITED BY SIZE INTO STMT-LINE.
003330      WRITE STMT-LINE.
003340      MOVE SPACES TO STMT-LINE.
003350      STRING '    TOTAL AMOUNT DUE          ' WS-AMOUNT-ED
003360          '   PAY NEW CHARGES BY ' WS-DUE-DATE
003370          DELIMITED BY SIZE INTO STMT-LINE.
003380      WRITE STMT-LINE.
003390      MOVE ALL '-' TO STMT-LINE.
003400      WRITE STMT-LINE.
003410  2400-EXIT.
003420      EXIT.

003430  9000-TERMINATE.
003440      PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
003450      CLOSE MY-FILE1-INDEXED.
003460      CLOSE MY-INVHST-FILE.
003470      CLOSE MY-STMT-FILE.
003480      CLOSE MY-BILRPT-FILE.
003490      IF WS-NO-ADDRESS-COUNT > ZERO
003500          OR WS-WRITE-FAIL-COUNT > ZERO
003510          OR WS-ALREADY-BILLED-COUNT > ZERO
003520          MOVE 4 TO RETURN-CODE
003530      ELSE
003540          MOVE ZERO TO RETURN-CODE
003550      END-IF.
003560  9000-EXIT.
003570      EXIT.

003580  9100-PRINT-TOTALS.
003590      MOVE WS-POLICIES-READ TO WS-COUNT-ED.
003600      MOVE SPACES TO REPORT-LINE.
003610      STRING 'POLICIES READ=' WS-COUNT-ED
003620          DELIMITED BY SIZE INTO REPORT-LINE.
003630      WRITE REPORT-LINE.
003640      MOVE WS-NOT-BILLABLE-COUNT TO WS-COUNT-ED.
003650      MOVE SPACES TO REPORT-LINE.
003660      STRING 'NOT BILLED - CANCELLED OR PENDING=' WS-COUNT-ED
003670          DELIMITED BY SIZE INTO REPORT-LINE.
003680      WRITE REPORT-LINE.
003690      MOVE WS-NO-BALANCE-COUNT TO WS-COUNT-ED.
003700      MOVE SPACES TO REPORT-LINE.
003710      STRING 'NOT BILLED - NO BALANCE DUE=' WS-COUNT-ED
003720          DELIMITED BY SIZE INTO REPORT-LINE.
003730      WRITE REPORT-LINE.
003740      MOVE WS-ALREADY-BILLED-COUNT TO WS-COUNT-ED.
003750      MOVE SPACES TO REPORT-LINE.
003760      STRING 'NOT BILLED - ALREADY INVOICED THIS DATE='
003770          WS-COUNT-ED
003780          DELIMITED BY SIZE INTO REPORT-LINE.
003790      WRITE REPORT-LINE.
003800      MOVE WS-STATEMENT-COUNT TO WS-COUNT-ED.
003810      MOVE SPACES TO REPORT-LINE.
003820      STRING 'STATEMENTS PRINTED=' WS-COUNT-ED
003830          DELIMITED BY SIZE INTO REPORT-LINE.
003840      WRITE REPORT-LINE.
003850      MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-ED.
003860      MOVE SPACES TO REPORT-LINE.
003870      STRING 'UNADDRESSABLE (BLANK NAME)=' WS-COUNT-ED
003880          DELIMITED BY SIZE INTO REPORT-LINE.
003890      WRITE REPORT-LINE.
003900      MOVE WS-INVOICE-COUNT TO WS-COUNT-ED.
003910      MOVE SPACES TO REPORT-LINE.
003920      STRING 'INVOICES WRITTEN=' WS-COUNT-ED
003930          DELIMITED BY SIZE INTO REPORT-LINE.
003940      WRITE REPORT-LINE.
003950      MOVE WS-NO-NEW-CHARGE-COUNT TO WS-COUNT-ED.
003960      MOVE SPACES TO REPORT-LINE.
003970      STRING 'STATEMENTS WITH NO NEW CHARGES=' WS-COUNT-ED
003980          DELIMITED BY SIZE INTO REPORT-LINE.
003990      WRITE REPORT-LINE.
004000      MOVE WS-WRITE-FAIL-COUNT TO WS-COUNT-ED.
004010      MOVE SPACES TO REPORT-LINE.
004020      STRING 'INVOICE WRITE FAILURES=' WS-COUNT-ED
004030          DELIMITED BY SIZE INTO REPORT-LINE.
004040      WRITE REPORT-LINE.
004050      MOVE WS-TOTAL-BALANCE TO WS-TOTAL-ED.
004060      MOVE SPACES TO REPORT-LINE.
004070      STRING 'BALANCE DUE BILLED=' WS-TOTAL-ED
004080          DELIMITED BY SIZE INTO REPORT-LINE.
004090      WRITE REPORT-LINE.
004100      MOVE WS-TOTAL-PRIOR-OPEN TO WS-TOTAL-ED.
004110      MOVE SPACES TO REPORT-LINE.
004120      STRING 'PREVIOUSLY INVOICED, UNPAID=' WS-TOTAL-ED
004130          DELIMITED BY SIZE INTO REPORT-LINE.
004140      WRITE REPORT-LINE.
004150      MOVE WS-TOTAL-NEW-CHARGES TO WS-TOTAL-ED.
004160      MOVE SPACES TO REPORT-LINE.
004170      STRING 'NEW CHARGES INVOICED=' WS-TOTAL-ED
004180          DELIMITED BY SIZE INTO REPORT-LINE.
004190      WRITE REPORT-LINE.
004200  9100-EXIT.
004210      EXIT.

004220  9999-EXIT.
004230      STOP RUN.
