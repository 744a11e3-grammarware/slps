000010*----------------------------------------------------------------*
000020*    MY-COMMISSION IS THE MONTHLY PRODUCER COMMISSION RUN.  IT
000030*    NETS THE MONTH-TO-DATE COMMISSION POSTING FILE (MY-COMPST,
000040*    WRITTEN NIGHTLY BY MY-TEST-PROGRAM AND ROLLED IN WITH THE GL
000050*    EXTRACT) BY PRODUCER AND ITEM-A CODE, PRICES EACH PRODUCER'S
000060*    ACTIVE PREMIUM AT ITS PRODUCER MASTER (MY-PRODMS) RATE AND
000070*    CHARGES BACK CANCELLED PREMIUM AT THE SAME RATE, PRINTS ONE
000080*    STATEMENT PER PRODUCER AND CUTS THE COMMISSION-PAYABLE
000090*    EXTRACT (MY-COMPAY) FOR ACCOUNTS PAYABLE.  THE PREMIUM BASE
000100*    OF THE EXTRACT IS PROVED AGAINST THE SAME MONTH'S GL
000110*    ACCUMULATION FILE (GLMTD), SO IT MUST RUN BEFORE MYGLCLSJ
000120*    CLEARS GLMTD.
000130*----------------------------------------------------------------*
000140  IDENTIFICATION DIVISION.
000150  PROGRAM-ID.     MY-COMMISSION.
000160  AUTHOR.         D L HARGROVE.
000170  INSTALLATION.   DATA PROCESSING CENTER.
000180  DATE-WRITTEN.   10/15/26.
000190  DATE-COMPILED.
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY.
000220*    DATE       INIT  DESCRIPTION
000230*    10/15/26   DLH   ORIGINAL PROGRAM.
000240*----------------------------------------------------------------*

000250  ENVIRONMENT DIVISION.

000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280      SELECT MY-COMPST-FILE ASSIGN COMMTD0
000290          FILE STATUS IS WS-COMPST-STATUS.
000300      SELECT MY-GLMTD-FILE ASSIGN GLMTD00
000310          FILE STATUS IS WS-GLMTD-STATUS.
000320      SELECT MY-PRODMS-FILE ASSIGN PRODMS0
000330          ORGANIZATION IS INDEXED
000340          ACCESS MODE IS DYNAMIC
000350          RECORD KEY IS PM-PRODUCER-CODE
000360          FILE STATUS IS WS-PRODMS-STATUS.
000370      SELECT MY-STATEMENT-FILE ASSIGN COMSTM0
000380          FILE STATUS IS WS-STATEMENT-STATUS.
000390      SELECT MY-COMPAY-FILE ASSIGN COMPAY0
000400          FILE STATUS IS WS-COMPAY-STATUS.
000410      SELECT MY-REPORT-FILE ASSIGN COMRPT0
000420          FILE STATUS IS WS-REPORT-STATUS.

000430  DATA DIVISION.

000440  FILE SECTION.

000450  FD  MY-COMPST-FILE
000460      LABEL RECORD STANDARD.
000470  01  COMPST-FILE-RECORD.
000480      COPY MY-COMPST.

000490  FD  MY-GLMTD-FILE
000500      LABEL RECORD STANDARD.
000510  01  GLMTD-FILE-RECORD.
000520      COPY MY-GLMTD.

000530  FD  MY-PRODMS-FILE.
000540  01  PRODMS-RECORD.
000550      COPY MY-PRODMS.

000560  FD  MY-STATEMENT-FILE
000570      LABEL RECORD STANDARD.
000580  01  STATEMENT-LINE                  PIC X(132).

000590  FD  MY-COMPAY-FILE
000600      LABEL RECORD STANDARD.
000610  01  COMPAY-FILE-RECORD.
000620      COPY MY-COMPAY.

000630  FD  MY-REPORT-FILE
000640      LABEL RECORD STANDARD.
000650  01  REPORT-LINE                     PIC X(132).

000660  WORKING-STORAGE SECTION.

000670  01  WS-GL-WORK-RECORD.
000680      COPY MY-GLEXT.

000690  77  WS-COMPST-STATUS                PIC X(02).
000700  77  WS-GLMTD-STATUS                 PIC X(02).
000710  77  WS-PRODMS-STATUS                PIC X(02).
000720  77  WS-STATEMENT-STATUS             PIC X(02).
000730  77  WS-COMPAY-STATUS                PIC X(02).
000740  77  WS-REPORT-STATUS                PIC X(02).

000750  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000760      88  WS-EOF-YES                      VALUE 'Y'.
000770      88  WS-EOF-NO                       VALUE 'N'.

000780  77  WS-WARNING-SWITCH               PIC X(01) VALUE 'N'.
000790      88  WS-WARNING-RAISED               VALUE 'Y'.
000800      88  WS-NO-WARNING                   VALUE 'N'.

000810*    POSTED PREMIUM BY PRODUCER AND ITEM-A CODE, SPLIT BY
000820*    COMMISSION CLASS.  SERIAL-SEARCHED; A FULL TABLE FALLS INTO
000830*    THE OVERFLOW BUCKET, WHICH IS NOT PAYABLE BUT STILL COUNTS
000840*    TOWARD THE PREMIUM PROOF.  THE USED SWITCH MARKS ENTRIES A
000850*    PRODUCER STATEMENT HAS CLAIMED; WHATEVER IS LEFT AFTER THE
000860*    MASTER WALK HAS NO KNOWN PRODUCER.
000870  01  WS-COMMISSION-TABLE.
000880      05  WS-COMM-ENTRY               OCCURS 5000 TIMES.
000890          10  WS-COMM-PRODUCER        PIC X(05).
000900          10  WS-COMM-ITEM-A          PIC 9(02).
000910          10  WS-COMM-REC-COUNT       PIC 9(08) COMP.
000920          10  WS-COMM-EARNED-PREM     PIC S9(11)V99 COMP-3.
000930          10  WS-COMM-CHGBK-PREM      PIC S9(11)V99 COMP-3.
000940          10  WS-COMM-OTHER-PREM      PIC S9(11)V99 COMP-3.
000950          10  WS-COMM-USED-SWITCH     PIC X(01).
000960              88  WS-COMM-USED            VALUE 'Y'.
000970              88  WS-COMM-UNUSED          VALUE 'N'.

000980  77  WS-COMM-COUNT                   PIC 9(04) COMP VALUE ZERO.
000990  77  WS-COMM-INDEX                   PIC 9(04) COMP VALUE ZERO.
001000  77  WS-COMM-MATCH-INDEX             PIC 9(04) COMP VALUE ZERO.
001010  77  WS-OVERFLOW-COUNT               PIC 9(08) COMP VALUE ZERO.
001020  77  WS-OVERFLOW-PREMIUM             PIC S9(11)V99 COMP-3
001030                                       VALUE ZERO.

001040*    ONE PRODUCER'S POSTINGS GATHERED BY ITEM-A CODE SO THE
001050*    STATEMENT PRINTS IN ITEM-A ORDER.  ENTRY N IS ITEM-A N-1.
001060  01  WS-STATEMENT-ITEM-TABLE.
001070      05  WS-STMT-ITEM-ENTRY          OCCURS 100 TIMES.
001080          10  WS-STMT-REC-COUNT       PIC 9(08) COMP.
001090          10  WS-STMT-EARNED-PREM     PIC S9(11)V99 COMP-3.
001100          10  WS-STMT-CHGBK-PREM      PIC S9(11)V99 COMP-3.
001110          10  WS-STMT-OTHER-PREM      PIC S9(11)V99 COMP-3.

001120  77  WS-ITEM-A-INDEX                 PIC 9(03) COMP VALUE ZERO.
001130  77  WS-ITEM-A-CODE                  PIC 9(02) VALUE ZERO.
001140  77  WS-PRODUCER-HIT-COUNT           PIC 9(04) COMP VALUE ZERO.

001150*    TRAILER POST DATES SEEN, FOR THE DUPLICATE-NIGHT CHECK.
001160  01  WS-POST-DATE-TABLE.
001170      05  WS-POST-DATE-ENTRY          PIC 9(08) OCCURS 62 TIMES.
001180  77  WS-POST-DATE-COUNT              PIC 9(03) COMP VALUE ZERO.
001190  77  WS-POST-DATE-INDEX              PIC 9(03) COMP VALUE ZERO.
001200  77  WS-POST-DATE-MATCH              PIC 9(03) COMP VALUE ZERO.
001210  77  WS-DUPLICATE-COUNT              PIC 9(04) COMP VALUE ZERO.

001220*    POSTING FILE AND GL CONTROL TOTALS.
001230  01  WS-CONTROL-TOTALS.
001240      05  WS-POSTINGS-READ            PIC 9(08) COMP VALUE ZERO.
001250      05  WS-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
001260      05  WS-TRAILER-COUNT            PIC 9(06) COMP VALUE ZERO.
001270      05  WS-BAD-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.
001280      05  WS-DETAIL-REC-SUM           PIC 9(10) COMP VALUE ZERO.
001290      05  WS-TRAILER-REC-SUM          PIC 9(10) COMP VALUE ZERO.
001300      05  WS-DETAIL-PREMIUM-SUM       PIC S9(13)V99 COMP-3
001310                                       VALUE ZERO.
001320      05  WS-TRAILER-PREMIUM-SUM      PIC S9(13)V99 COMP-3
001330                                       VALUE ZERO.
001340      05  WS-GLMTD-READ               PIC 9(08) COMP VALUE ZERO.
001350      05  WS-GLMTD-PREMIUM            PIC S9(13)V99 COMP-3
001360                                       VALUE ZERO.

001370*    ONE PRODUCER'S STATEMENT TOTALS.
001380  01  WS-PRODUCER-TOTALS.
001390      05  WS-PROD-PREMIUM-BASE        PIC S9(11)V99 COMP-3.
001400      05  WS-PROD-EARNED-AMT          PIC S9(09)V99 COMP-3.
001410      05  WS-PROD-CHGBK-AMT           PIC S9(09)V99 COMP-3.
001420      05  WS-PROD-NET-AMT             PIC S9(09)V99 COMP-3.

001430  77  WS-LINE-PREMIUM                 PIC S9(11)V99 COMP-3
001440                                       VALUE ZERO.
001450  77  WS-LINE-EARNED-AMT              PIC S9(09)V99 COMP-3
001460                                       VALUE ZERO.
001470  77  WS-LINE-CHGBK-AMT               PIC S9(09)V99 COMP-3
001480                                       VALUE ZERO.
001490  77  WS-LINE-RATE                    PIC 9(01)V9(04) VALUE ZERO.

001500*    PAYABLE EXTRACT TOTALS AND THE NO-PRODUCER BUCKET.
001510  01  WS-PAYABLE-TOTALS.
001520      05  WS-STATEMENT-COUNT          PIC 9(06) COMP VALUE ZERO.
001530      05  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
001540      05  WS-PAYABLE-DETAIL-COUNT     PIC 9(06) COMP VALUE ZERO.
001550      05  WS-PAYABLE-PREMIUM-BASE     PIC S9(13)V99 COMP-3
001560                                       VALUE ZERO.
001570      05  WS-PAYABLE-NET-AMT          PIC S9(13)V99 COMP-3
001580                                       VALUE ZERO.
001590      05  WS-HELD-NET-AMT             PIC S9(13)V99 COMP-3
001600                                       VALUE ZERO.
001610      05  WS-UNMATCHED-PREMIUM        PIC S9(11)V99 COMP-3
001620                                       VALUE ZERO.
001630      05  WS-UNKNOWN-CODE-COUNT       PIC 9(06) COMP VALUE ZERO.
001640      05  WS-BLANK-CODE-COUNT         PIC 9(06) COMP VALUE ZERO.

001650  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001660  77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001670  77  WS-FIRST-DATE                   PIC 9(08) VALUE ZERO.
001680  77  WS-LAST-DATE                    PIC 9(08) VALUE ZERO.
001690  77  WS-NEWEST-POST-DATE             PIC 9(08) VALUE ZERO.
001700  77  WS-MONTH-WORK                   PIC 9(06) VALUE ZERO.
001710  77  WS-TEMP-DATE                    PIC 9(08) VALUE ZERO.
001720  77  WS-SCAN-INTEGER                 PIC 9(08) COMP VALUE ZERO.

001730  01  WS-COUNT-ED                     PIC Z(7)9.
001740  01  WS-ITEM-A-CODE-ED               PIC Z9.
001750  01  WS-RATE-ED                      PIC 9.9999.
001760  01  WS-PREMIUM-ED                   PIC Z(10)9.99-.
001770  01  WS-EARNED-ED                    PIC Z(8)9.99-.
001780  01  WS-CHGBK-ED                     PIC Z(8)9.99-.
001790  01  WS-NET-ED                       PIC Z(8)9.99-.
001800  01  WS-TOTAL-ED                     PIC Z(12)9.99-.
001810  01  WS-PROOF-ED                     PIC Z(12)9.99-.

001820  PROCEDURE DIVISION.

001830  0000-MAINLINE.
001840      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850      PERFORM 2000-LOAD-POSTING THRU 2000-EXIT
001860          UNTIL WS-EOF-YES.
001870      PERFORM 2500-SUM-GLMTD THRU 2500-EXIT.
001880      PERFORM 3000-PRODUCER-STATEMENTS THRU 3000-EXIT.
001890      PERFORM 4000-UNMATCHED-POSTINGS THRU 4000-EXIT.
001900      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910      GO TO 9999-EXIT.

001920*    THE POSTING FILE AND THE PRODUCER MASTER ARE BOTH REQUIRED -
001930*    WITHOUT EITHER THERE IS NOTHING TO PAY ON.
001940  1000-INITIALIZE.
001950      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001960      ACCEPT WS-RUN-TIME FROM TIME.
001970      OPEN OUTPUT MY-REPORT-FILE.
001980      MOVE SPACES TO REPORT-LINE.
001990      STRING 'MY-COMMISSION CONTROL REPORT  RUN DATE=' WS-RUN-DATE
002000          ' RUN TIME=' WS-RUN-TIME
002010          DELIMITED BY SIZE INTO REPORT-LINE.
002020      WRITE REPORT-LINE.
002030      OPEN INPUT MY-COMPST-FILE.
002040      IF WS-COMPST-STATUS NOT = '00'
002050          DISPLAY 'MY-COMMISSION - OPEN FAILED ON THE COMMISSION '
002060              'POSTING FILE, FILE STATUS=' WS-COMPST-STATUS
002070          MOVE SPACES TO REPORT-LINE
002080          STRING '** COMMISSION POSTING FILE NOT AVAILABLE, FILE '
002090              'STATUS=' WS-COMPST-STATUS
002100              ' - NO STATEMENTS OR PAYABLES WRITTEN **'
002110              DELIMITED BY SIZE INTO REPORT-LINE
002120          WRITE REPORT-LINE
002130          CLOSE MY-REPORT-FILE
002140          MOVE 16 TO RETURN-CODE
002150          GO TO 9999-EXIT
002160      END-IF.
002170      OPEN INPUT MY-PRODMS-FILE.
002180      IF WS-PRODMS-STATUS NOT = '00'
002190          DISPLAY 'MY-COMMISSION - OPEN FAILED ON THE PRODUCER '
002200              'MASTER, FILE STATUS=' WS-PRODMS-STATUS
002210          MOVE SPACES TO REPORT-LINE
002220          STRING '** PRODUCER MASTER NOT AVAILABLE, FILE '
002230              'STATUS=' WS-PRODMS-STATUS
002240              ' - NO STATEMENTS OR PAYABLES WRITTEN **'
002250              DELIMITED BY SIZE INTO REPORT-LINE
002260          WRITE REPORT-LINE
002270          CLOSE MY-COMPST-FILE
002280          CLOSE MY-REPORT-FILE
002290          MOVE 16 TO RETURN-CODE
002300          GO TO 9999-EXIT
002310      END-IF.
002320      OPEN OUTPUT MY-STATEMENT-FILE.
002330      OPEN OUTPUT MY-COMPAY-FILE.
002340      PERFORM 2100-READ-POSTING THRU 2100-EXIT.
002350  1000-EXIT.
002360      EXIT.

002370  2000-LOAD-POSTING.
002380      ADD 1 TO WS-POSTINGS-READ.
002390      EVALUATE TRUE
002400          WHEN CP-DETAIL-RECORD
002410              PERFORM 2200-LOAD-DETAIL THRU 2200-EXIT
002420          WHEN CP-TRAILER-RECORD
002430              PERFORM 2300-LOAD-TRAILER THRU 2300-EXIT
002440          WHEN OTHER
002450              ADD 1 TO WS-BAD-RECORD-COUNT
002460      END-EVALUATE.
002470      PERFORM 2100-READ-POSTING THRU 2100-EXIT.
002480  2000-EXIT.
002490      EXIT.

002500  2100-READ-POSTING.
002510      READ MY-COMPST-FILE
002520          AT END
002530              SET WS-EOF-YES TO TRUE
002540      END-READ.
002550  2100-EXIT.
002560      EXIT.

002570  2200-LOAD-DETAIL.
002580      IF CP-DTL-ITEM-A NOT NUMERIC
002590          OR CP-DTL-REC-COUNT NOT NUMERIC
002600          OR CP-DTL-PREMIUM-AMT NOT NUMERIC
002610          ADD 1 TO WS-BAD-RECORD-COUNT
002620          GO TO 2200-EXIT
002630      END-IF.
002640      ADD 1 TO WS-DETAIL-COUNT.
002650      ADD CP-DTL-REC-COUNT TO WS-DETAIL-REC-SUM.
002660      ADD CP-DTL-PREMIUM-AMT TO WS-DETAIL-PREMIUM-SUM.
002670      MOVE ZERO TO WS-COMM-MATCH-INDEX.
002680      PERFORM 2210-MATCH-COMM-ENTRY THRU 2210-EXIT
002690          VARYING WS-COMM-INDEX FROM 1 BY 1
002700          UNTIL WS-COMM-INDEX > WS-COMM-COUNT.
002710      IF WS-COMM-MATCH-INDEX = ZERO
002720          IF WS-COMM-COUNT = 5000
002730              ADD CP-DTL-REC-COUNT TO WS-OVERFLOW-COUNT
002740              ADD CP-DTL-PREMIUM-AMT TO WS-OVERFLOW-PREMIUM
002750              GO TO 2200-EXIT
002760          END-IF
002770          ADD 1 TO WS-COMM-COUNT
002780          MOVE WS-COMM-COUNT TO WS-COMM-MATCH-INDEX
002790          MOVE CP-DTL-PRODUCER-CODE TO
002800              WS-COMM-PRODUCER (WS-COMM-MATCH-INDEX)
002810          MOVE CP-DTL-ITEM-A TO
002820              WS-COMM-ITEM-A (WS-COMM-MATCH-INDEX)
002830          MOVE ZERO TO
002840              WS-COMM-REC-COUNT (WS-COMM-MATCH-INDEX)
002850          MOVE ZERO TO
002860              WS-COMM-EARNED-PREM (WS-COMM-MATCH-INDEX)
002870          MOVE ZERO TO
002880              WS-COMM-CHGBK-PREM (WS-COMM-MATCH-INDEX)
002890          MOVE ZERO TO
002900              WS-COMM-OTHER-PREM (WS-COMM-MATCH-INDEX)
002910          SET WS-COMM-UNUSED (WS-COMM-MATCH-INDEX) TO TRUE
002920      END-IF.
002930      ADD CP-DTL-REC-COUNT TO
002940          WS-COMM-REC-COUNT (WS-COMM-MATCH-INDEX).
002950      EVALUATE TRUE
002960          WHEN CP-CLASS-EARNED
002970              ADD CP-DTL-PREMIUM-AMT TO
002980                  WS-COMM-EARNED-PREM (WS-COMM-MATCH-INDEX)
002990          WHEN CP-CLASS-CHARGEBACK
003000              ADD CP-DTL-PREMIUM-AMT TO
003010                  WS-COMM-CHGBK-PREM (WS-COMM-MATCH-INDEX)
003020          WHEN OTHER
003030              ADD CP-DTL-PREMIUM-AMT TO
003040                  WS-COMM-OTHER-PREM (WS-COMM-MATCH-INDEX)
003050      END-EVALUATE.
003060  2200-EXIT.
003070      EXIT.

003080  2210-MATCH-COMM-ENTRY.
003090      IF WS-COMM-PRODUCER (WS-COMM-INDEX) = CP-DTL-PRODUCER-CODE
003100          AND WS-COMM-ITEM-A (WS-COMM-INDEX) = CP-DTL-ITEM-A
003110          MOVE WS-COMM-INDEX TO WS-COMM-MATCH-INDEX
003120      END-IF.
003130  2210-EXIT.
003140      EXIT.

003150*    ONE TRAILER PER NIGHTLY RUN.  A POST DATE SEEN TWICE MEANS
003160*    A NIGHT WAS APPENDED TWICE - THE SAME NIGHT ROLLED TWICE INTO
003170*    GLMTD WOULD STILL TIE, SO THE PROOF ALONE CANNOT CATCH IT.
003180  2300-LOAD-TRAILER.
003190      IF CP-POST-DATE NOT NUMERIC
003200          OR CP-TRL-REC-COUNT NOT NUMERIC
003210          OR CP-TRL-PREMIUM-AMT NOT NUMERIC
003220          ADD 1 TO WS-BAD-RECORD-COUNT
003230          GO TO 2300-EXIT
003240      END-IF.
003250      ADD 1 TO WS-TRAILER-COUNT.
003260      ADD CP-TRL-REC-COUNT TO WS-TRAILER-REC-SUM.
003270      ADD CP-TRL-PREMIUM-AMT TO WS-TRAILER-PREMIUM-SUM.
003280      IF CP-POST-DATE > WS-NEWEST-POST-DATE
003290          MOVE CP-POST-DATE TO WS-NEWEST-POST-DATE
003300      END-IF.
003310      MOVE ZERO TO WS-POST-DATE-MATCH.
003320      PERFORM 2310-MATCH-POST-DATE THRU 2310-EXIT
003330          VARYING WS-POST-DATE-INDEX FROM 1 BY 1
003340          UNTIL WS-POST-DATE-INDEX > WS-POST-DATE-COUNT.
003350      IF WS-POST-DATE-MATCH > ZERO
003360          ADD 1 TO WS-DUPLICATE-COUNT
003370          MOVE SPACES TO REPORT-LINE
003380          STRING '  DUPLICATE NIGHTLY POSTING FOR ' CP-POST-DATE
003390              ' - CHECK FOR A DOUBLE APPEND BEFORE PAYING'
003400              DELIMITED BY SIZE INTO REPORT-LINE
003410          WRITE REPORT-LINE
003420          GO TO 2300-EXIT
003430      END-IF.
003440      IF WS-POST-DATE-COUNT < 62
003450          ADD 1 TO WS-POST-DATE-COUNT
003460          MOVE CP-POST-DATE TO
003470              WS-POST-DATE-ENTRY (WS-POST-DATE-COUNT)
003480      END-IF.
003490  2300-EXIT.
003500      EXIT.

003510  2310-MATCH-POST-DATE.
003520      IF WS-POST-DATE-ENTRY (WS-POST-DATE-INDEX) = CP-POST-DATE
003530          MOVE WS-POST-DATE-INDEX TO WS-POST-DATE-MATCH
003540      END-IF.
003550  2310-EXIT.
003560      EXIT.

003570*    PERIOD PREMIUM FROM THE GL ACCUMULATION FILE, SUMMED FROM
003580*    THE STATUS VIEW ONLY THE WAY MY-GL-CLOSE DOES - THE ITEM-A
003590*    VIEW CARRIES THE SAME MONEY A SECOND TIME.  THE PERIOD END
003600*    IS THE CALENDAR MONTH END OF THE NEWEST NIGHTLY POSTING.
003610  2500-SUM-GLMTD.
003620      CLOSE MY-COMPST-FILE.
003630      IF WS-NEWEST-POST-DATE = ZERO
003640          MOVE WS-RUN-DATE TO WS-NEWEST-POST-DATE
003650      END-IF.
003660      COMPUTE WS-MONTH-WORK = WS-NEWEST-POST-DATE / 100.
003670      COMPUTE WS-FIRST-DATE = WS-MONTH-WORK * 100 + 1.
003680*    DATE ARITHMETIC NEEDS THE INTRINSIC DAY-NUMBER CONVERSION -
003690*    A PLAIN ADD ON A YYYYMMDD FIELD BREAKS ACROSS MONTH ENDS.
003700      COMPUTE WS-SCAN-INTEGER =
003710          FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE) + 31.
003720      COMPUTE WS-TEMP-DATE =
003730          FUNCTION DATE-OF-INTEGER (WS-SCAN-INTEGER).
003740      COMPUTE WS-MONTH-WORK = WS-TEMP-DATE / 100.
003750      COMPUTE WS-TEMP-DATE = WS-MONTH-WORK * 100 + 1.
003760      COMPUTE WS-SCAN-INTEGER =
003770          FUNCTION INTEGER-OF-DATE (WS-TEMP-DATE) - 1.
003780      COMPUTE WS-LAST-DATE =
003790          FUNCTION DATE-OF-INTEGER (WS-SCAN-INTEGER).
003800      OPEN INPUT MY-GLMTD-FILE.
003810      IF WS-GLMTD-STATUS NOT = '00'
003820          SET WS-WARNING-RAISED TO TRUE
003830          MOVE SPACES TO REPORT-LINE
003840          STRING '** GL ACCUMULATION FILE NOT AVAILABLE, FILE '
003850              'STATUS=' WS-GLMTD-STATUS
003860              ' - PREMIUM BASE CANNOT BE PROVED **'
003870              DELIMITED BY SIZE INTO REPORT-LINE
003880          WRITE REPORT-LINE
003890          GO TO 2500-EXIT
003900      END-IF.
003910      SET WS-EOF-NO TO TRUE.
003920      PERFORM 2510-READ-GLMTD THRU 2510-EXIT.
003930      PERFORM 2520-SUM-GLMTD-RECORD THRU 2520-EXIT
003940          UNTIL WS-EOF-YES.
003950      CLOSE MY-GLMTD-FILE.
003960  2500-EXIT.
003970      EXIT.

003980  2510-READ-GLMTD.
003990      READ MY-GLMTD-FILE
004000          AT END
004010              SET WS-EOF-YES TO TRUE
004020      END-READ.
004030  2510-EXIT.
004040      EXIT.

004050  2520-SUM-GLMTD-RECORD.
004060      ADD 1 TO WS-GLMTD-READ.
004070      MOVE GM-GL-RECORD IN GLMTD-FILE-RECORD
004080          TO WS-GL-WORK-RECORD.
004090      IF GX-DETAIL-RECORD
004100          AND GX-SOURCE-STATUS
004110          AND GX-DTL-PREMIUM-AMT NUMERIC
004120          ADD GX-DTL-PREMIUM-AMT TO WS-GLMTD-PREMIUM
004130      END-IF.
004140      PERFORM 2510-READ-GLMTD THRU 2510-EXIT.
004150  2520-EXIT.
004160      EXIT.

004170*    WALK THE PRODUCER MASTER IN CODE ORDER.  A PRODUCER WITH
004180*    NO POSTINGS THIS PERIOD GETS NO STATEMENT.
004190  3000-PRODUCER-STATEMENTS.
004200      SET WS-EOF-NO TO TRUE.
004210      PERFORM 3100-READ-PRODUCER THRU 3100-EXIT.
004220      PERFORM 3200-PRODUCER-STATEMENT THRU 3200-EXIT
004230          UNTIL WS-EOF-YES.
004240  3000-EXIT.
004250      EXIT.

004260  3100-READ-PRODUCER.
004270      READ MY-PRODMS-FILE NEXT RECORD
004280          AT END
004290              SET WS-EOF-YES TO TRUE
004300      END-READ.
004310  3100-EXIT.
004320      EXIT.

004330  3200-PRODUCER-STATEMENT.
004340      MOVE ZERO TO WS-PRODUCER-HIT-COUNT.
004350      PERFORM 3210-CLEAR-STMT-ITEM THRU 3210-EXIT
004360          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
004370          UNTIL WS-ITEM-A-INDEX > 100.
004380      PERFORM 3220-GATHER-PRODUCER-ENTRY THRU 3220-EXIT
004390          VARYING WS-COMM-INDEX FROM 1 BY 1
004400          UNTIL WS-COMM-INDEX > WS-COMM-COUNT.
004410      IF WS-PRODUCER-HIT-COUNT = ZERO
004420          GO TO 3200-READ-NEXT
004430      END-IF.
004440      ADD 1 TO WS-STATEMENT-COUNT.
004450      MOVE ZERO TO WS-PROD-PREMIUM-BASE.
004460      MOVE ZERO TO WS-PROD-EARNED-AMT.
004470      MOVE ZERO TO WS-PROD-CHGBK-AMT.
004480      MOVE ZERO TO WS-PROD-NET-AMT.
004490      PERFORM 3300-PRINT-STATEMENT-HEADING THRU 3300-EXIT.
004500      PERFORM 3400-PRINT-STATEMENT-ITEM THRU 3400-EXIT
004510          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
004520          UNTIL WS-ITEM-A-INDEX > 100.
004530      PERFORM 3500-FINISH-STATEMENT THRU 3500-EXIT.
004540  3200-READ-NEXT.
004550      PERFORM 3100-READ-PRODUCER THRU 3100-EXIT.
004560  3200-EXIT.
004570      EXIT.

004580  3210-CLEAR-STMT-ITEM.
004590      MOVE ZERO TO WS-STMT-REC-COUNT (WS-ITEM-A-INDEX).
004600      MOVE ZERO TO WS-STMT-EARNED-PREM (WS-ITEM-A-INDEX).
004610      MOVE ZERO TO WS-STMT-CHGBK-PREM (WS-ITEM-A-INDEX).
004620      MOVE ZERO TO WS-STMT-OTHER-PREM (WS-ITEM-A-INDEX).
004630  3210-EXIT.
004640      EXIT.

004650  3220-GATHER-PRODUCER-ENTRY.
004660      IF WS-COMM-PRODUCER (WS-COMM-INDEX) NOT = PM-PRODUCER-CODE
004670          GO TO 3220-EXIT
004680      END-IF.
004690      ADD 1 TO WS-PRODUCER-HIT-COUNT.
004700      SET WS-COMM-USED (WS-COMM-INDEX) TO TRUE.
004710      COMPUTE WS-ITEM-A-INDEX =
004720          WS-COMM-ITEM-A (WS-COMM-INDEX) + 1.
004730      ADD WS-COMM-REC-COUNT (WS-COMM-INDEX) TO
004740          WS-STMT-REC-COUNT (WS-ITEM-A-INDEX).
004750      ADD WS-COMM-EARNED-PREM (WS-COMM-INDEX) TO
004760          WS-STMT-EARNED-PREM (WS-ITEM-A-INDEX).
004770      ADD WS-COMM-CHGBK-PREM (WS-COMM-INDEX) TO
004780          WS-STMT-CHGBK-PREM (WS-ITEM-A-INDEX).
004790      ADD WS-COMM-OTHER-PREM (WS-COMM-INDEX) TO
004800          WS-STMT-OTHER-PREM (WS-ITEM-A-INDEX).
004810  3220-EXIT.
004820      EXIT.

004830  3300-PRINT-STATEMENT-HEADING.
004840      MOVE SPACES TO STATEMENT-LINE.
004850      STRING 'PRODUCER COMMISSION STATEMENT  PERIOD '
004860          WS-FIRST-DATE ' THRU ' WS-LAST-DATE
004870          '  PRODUCER=' PM-PRODUCER-CODE
004880          DELIMITED BY SIZE INTO STATEMENT-LINE.
004890      WRITE STATEMENT-LINE.
004900      MOVE SPACES TO STATEMENT-LINE.
004910      STRING '  ' PM-PRODUCER-NAME
004920          DELIMITED BY SIZE INTO STATEMENT-LINE.
004930      WRITE STATEMENT-LINE.
004940      MOVE SPACES TO STATEMENT-LINE.
004950      STRING '  ' PM-ADDRESS-LINE-1
004960          DELIMITED BY SIZE INTO STATEMENT-LINE.
004970      WRITE STATEMENT-LINE.
004980      IF PM-ADDRESS-LINE-2 NOT = SPACES
004990          MOVE SPACES TO STATEMENT-LINE
005000          STRING '  ' PM-ADDRESS-LINE-2
005010              DELIMITED BY SIZE INTO STATEMENT-LINE
005020          WRITE STATEMENT-LINE
005030      END-IF.
005040      MOVE SPACES TO STATEMENT-LINE.
005050      STRING '  ' PM-ADDRESS-CITY ' ' PM-ADDRESS-STATE
005060          ' ' PM-ADDRESS-ZIP
005070          DELIMITED BY SIZE INTO STATEMENT-LINE.
005080      WRITE STATEMENT-LINE.
005090      IF PM-INACTIVE
005100          MOVE SPACES TO STATEMENT-LINE
005110          STRING '  ** PRODUCER INACTIVE - COMMISSION HELD, NOT '
005120              'RELEASED TO ACCOUNTS PAYABLE **'
005130              DELIMITED BY SIZE INTO STATEMENT-LINE
005140          WRITE STATEMENT-LINE
005150      END-IF.
005160      MOVE SPACES TO STATEMENT-LINE.
005170      WRITE STATEMENT-LINE.
005180      MOVE SPACES TO STATEMENT-LINE.
005190      STRING '  ITEM-A  POLICIES    RATE    ACTIVE PREMIUM'
005200          '  CANCELLED PREMIUM      COMMISSION      CHARGEBACK'
005210          '             NET'
005220          DELIMITED BY SIZE INTO STATEMENT-LINE.
005230      WRITE STATEMENT-LINE.
005240  3300-EXIT.
005250      EXIT.

005260*    THE ITEM-A RATE OVERRIDES THE DEFAULT WHEN IT IS NOT ZERO.
005270*    CANCELLED PREMIUM IS CHARGED BACK AT THE SAME RATE IT EARNED.
005280*    PREMIUM IN ANY OTHER STATUS IS IN THE BASE BUT EARNS NOTHING.
005290  3400-PRINT-STATEMENT-ITEM.
005300      IF WS-STMT-REC-COUNT (WS-ITEM-A-INDEX) = ZERO
005310          GO TO 3400-EXIT
005320      END-IF.
005330      IF PM-ITEM-A-RATE (WS-ITEM-A-INDEX) > ZERO
005340          MOVE PM-ITEM-A-RATE (WS-ITEM-A-INDEX) TO WS-LINE-RATE
005350      ELSE
005360          MOVE PM-DEFAULT-RATE TO WS-LINE-RATE
005370      END-IF.
005380      COMPUTE WS-LINE-EARNED-AMT ROUNDED =
005390          WS-STMT-EARNED-PREM (WS-ITEM-A-INDEX) * WS-LINE-RATE.
005400      COMPUTE WS-LINE-CHGBK-AMT ROUNDED =
005410          WS-STMT-CHGBK-PREM (WS-ITEM-A-INDEX) * WS-LINE-RATE.
005420      COMPUTE WS-LINE-PREMIUM =
005430          WS-STMT-EARNED-PREM (WS-ITEM-A-INDEX)
005440          + WS-STMT-CHGBK-PREM (WS-ITEM-A-INDEX)
005450          + WS-STMT-OTHER-PREM (WS-ITEM-A-INDEX).
005460      ADD WS-LINE-PREMIUM TO WS-PROD-PREMIUM-BASE.
005470      ADD WS-LINE-EARNED-AMT TO WS-PROD-EARNED-AMT.
005480      ADD WS-LINE-CHGBK-AMT TO WS-PROD-CHGBK-AMT.
005490      COMPUTE WS-ITEM-A-CODE = WS-ITEM-A-INDEX - 1.
005500      MOVE WS-ITEM-A-CODE TO WS-ITEM-A-CODE-ED.
005510      MOVE WS-STMT-REC-COUNT (WS-ITEM-A-INDEX) TO WS-COUNT-ED.
005520      MOVE WS-LINE-RATE TO WS-RATE-ED.
005530      MOVE WS-STMT-EARNED-PREM (WS-ITEM-A-INDEX) TO WS-PREMIUM-ED.
005540      MOVE WS-STMT-CHGBK-PREM (WS-ITEM-A-INDEX) TO WS-TOTAL-ED.
005550      MOVE WS-LINE-EARNED-AMT TO WS-EARNED-ED.
005560      MOVE WS-LINE-CHGBK-AMT TO WS-CHGBK-ED.
005570      COMPUTE WS-LINE-EARNED-AMT =
005580          WS-LINE-EARNED-AMT - WS-LINE-CHGBK-AMT.
005590      MOVE WS-LINE-EARNED-AMT TO WS-NET-ED.
005600      MOVE SPACES TO STATEMENT-LINE.
005610      STRING '      ' WS-ITEM-A-CODE-ED
005620          ' ' WS-COUNT-ED
005630          '  ' WS-RATE-ED
005640          ' ' WS-PREMIUM-ED
005650          ' ' WS-TOTAL-ED
005660          ' ' WS-EARNED-ED
005670          ' ' WS-CHGBK-ED
005680          ' ' WS-NET-ED
005690          DELIMITED BY SIZE INTO STATEMENT-LINE.
005700      WRITE STATEMENT-LINE.
005710  3400-EXIT.
005720      EXIT.

005730*    STATEMENT TOTAL AND THE PAYABLE DETAIL.  AN INACTIVE
005740*    PRODUCER'S NET IS WRITTEN NOT-PAYABLE SO AP HOLDS IT.
005750  3500-FINISH-STATEMENT.
005760      COMPUTE WS-PROD-NET-AMT =
005770          WS-PROD-EARNED-AMT - WS-PROD-CHGBK-AMT.
005780      MOVE WS-PROD-PREMIUM-BASE TO WS-PREMIUM-ED.
005790      MOVE WS-PROD-EARNED-AMT TO WS-EARNED-ED.
005800      MOVE WS-PROD-CHGBK-AMT TO WS-CHGBK-ED.
005810      MOVE WS-PROD-NET-AMT TO WS-NET-ED.
005820      MOVE SPACES TO STATEMENT-LINE.
005830      WRITE STATEMENT-LINE.
005840      MOVE SPACES TO STATEMENT-LINE.
005850      STRING '  TOTAL PREMIUM BASE=' WS-PREMIUM-ED
005860          '  COMMISSION=' WS-EARNED-ED
005870          '  CHARGEBACK=' WS-CHGBK-ED
005880          '  NET=' WS-NET-ED
005890          DELIMITED BY SIZE INTO STATEMENT-LINE.
005900      WRITE STATEMENT-LINE.
005910      MOVE SPACES TO COMPAY-FILE-RECORD.
005920      SET CY-DETAIL-RECORD TO TRUE.
005930      MOVE WS-LAST-DATE TO CY-PERIOD-END-DATE.
005940      MOVE PM-PRODUCER-CODE TO CY-DTL-PRODUCER-CODE.
005950      IF PM-ACTIVE
005960          SET CY-DTL-PAYABLE TO TRUE
005970          ADD WS-PROD-NET-AMT TO WS-PAYABLE-NET-AMT
005980      ELSE
005990          SET CY-DTL-NOT-PAYABLE TO TRUE
006000          ADD 1 TO WS-HELD-COUNT
006010          ADD WS-PROD-NET-AMT TO WS-HELD-NET-AMT
006020      END-IF.
006030      MOVE WS-PROD-PREMIUM-BASE TO CY-DTL-PREMIUM-BASE.
006040      MOVE WS-PROD-EARNED-AMT TO CY-DTL-EARNED-AMT.
006050      MOVE WS-PROD-CHGBK-AMT TO CY-DTL-CHARGEBACK-AMT.
006060      MOVE WS-PROD-NET-AMT TO CY-DTL-NET-AMT.
006070      WRITE COMPAY-FILE-RECORD.
006080      ADD 1 TO WS-PAYABLE-DETAIL-COUNT.
006090      ADD WS-PROD-PREMIUM-BASE TO WS-PAYABLE-PREMIUM-BASE.
006100  3500-EXIT.
006110      EXIT.

006120*    POSTINGS NO STATEMENT CLAIMED - A BLANK PRODUCER CODE OR ONE
006130*    NOT ON THE MASTER - PLUS ANY TABLE OVERFLOW.  THEY ARE LISTED
006140*    AND GO TO THE EXTRACT AS ONE NOT-PAYABLE '*****' DETAIL SO
006150*    THE PREMIUM BASE STILL PROVES TO THE GL.
006160  4000-UNMATCHED-POSTINGS.
006170      MOVE SPACES TO REPORT-LINE.
006180      WRITE REPORT-LINE.
006190      MOVE SPACES TO REPORT-LINE.
006200      STRING 'POSTINGS WITH NO PRODUCER ON THE MASTER'
006210          DELIMITED BY SIZE INTO REPORT-LINE.
006220      WRITE REPORT-LINE.
006230      PERFORM 4100-LIST-UNMATCHED-ENTRY THRU 4100-EXIT
006240          VARYING WS-COMM-INDEX FROM 1 BY 1
006250          UNTIL WS-COMM-INDEX > WS-COMM-COUNT.
006260      IF WS-OVERFLOW-COUNT > ZERO
006270          SET WS-WARNING-RAISED TO TRUE
006280          ADD WS-OVERFLOW-PREMIUM TO WS-UNMATCHED-PREMIUM
006290          MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
006300          MOVE WS-OVERFLOW-PREMIUM TO WS-PREMIUM-ED
006310          MOVE SPACES TO REPORT-LINE
006320          STRING '  POSTING TABLE FULL - POLICIES=' WS-COUNT-ED
006330              ' PREMIUM=' WS-PREMIUM-ED
006340              ' NOT PRICED'
006350              DELIMITED BY SIZE INTO REPORT-LINE
006360          WRITE REPORT-LINE
006370      END-IF.
006380      IF WS-UNMATCHED-PREMIUM = ZERO
006390          AND WS-BLANK-CODE-COUNT = ZERO
006400          AND WS-UNKNOWN-CODE-COUNT = ZERO
006410          AND WS-OVERFLOW-COUNT = ZERO
006420          MOVE SPACES TO REPORT-LINE
006430          STRING '  NONE'
006440              DELIMITED BY SIZE INTO REPORT-LINE
006450          WRITE REPORT-LINE
006460          GO TO 4000-EXIT
006470      END-IF.
006480      MOVE SPACES TO COMPAY-FILE-RECORD.
006490      SET CY-DETAIL-RECORD TO TRUE.
006500      MOVE WS-LAST-DATE TO CY-PERIOD-END-DATE.
006510      MOVE '*****' TO CY-DTL-PRODUCER-CODE.
006520      SET CY-DTL-NOT-PAYABLE TO TRUE.
006530      MOVE WS-UNMATCHED-PREMIUM TO CY-DTL-PREMIUM-BASE.
006540      MOVE ZERO TO CY-DTL-EARNED-AMT.
006550      MOVE ZERO TO CY-DTL-CHARGEBACK-AMT.
006560      MOVE ZERO TO CY-DTL-NET-AMT.
006570      WRITE COMPAY-FILE-RECORD.
006580      ADD 1 TO WS-PAYABLE-DETAIL-COUNT.
006590      ADD WS-UNMATCHED-PREMIUM TO WS-PAYABLE-PREMIUM-BASE.
006600  4000-EXIT.
006610      EXIT.

006620*    A BLANK CODE IS BUSINESS THE EXTRACT CARRIED NO PRODUCER
006630*    FOR; A NON-BLANK CODE NOT ON THE MASTER NEEDS A MASTER ADD
006640*    (MYPRODJ) AND A RERUN BEFORE IT CAN BE PAID.
006650  4100-LIST-UNMATCHED-ENTRY.
006660      IF WS-COMM-USED (WS-COMM-INDEX)
006670          GO TO 4100-EXIT
006680      END-IF.
006690      COMPUTE WS-LINE-PREMIUM =
006700          WS-COMM-EARNED-PREM (WS-COMM-INDEX)
006710          + WS-COMM-CHGBK-PREM (WS-COMM-INDEX)
006720          + WS-COMM-OTHER-PREM (WS-COMM-INDEX).
006730      ADD WS-LINE-PREMIUM TO WS-UNMATCHED-PREMIUM.
006740      MOVE WS-COMM-ITEM-A (WS-COMM-INDEX) TO WS-ITEM-A-CODE-ED.
006750      MOVE WS-COMM-REC-COUNT (WS-COMM-INDEX) TO WS-COUNT-ED.
006760      MOVE WS-LINE-PREMIUM TO WS-PREMIUM-ED.
006770      MOVE SPACES TO REPORT-LINE.
006780      IF WS-COMM-PRODUCER (WS-COMM-INDEX) = SPACES
006790          ADD 1 TO WS-BLANK-CODE-COUNT
006800          STRING '  PRODUCER=(BLANK) ITEM-A=' WS-ITEM-A-CODE-ED
006810              ' POLICIES=' WS-COUNT-ED
006820              ' PREMIUM=' WS-PREMIUM-ED
006830              ' - NO PRODUCER ON THE POLICY'
006840              DELIMITED BY SIZE INTO REPORT-LINE
006850      ELSE
006860          ADD 1 TO WS-UNKNOWN-CODE-COUNT
006870          SET WS-WARNING-RAISED TO TRUE
006880          STRING '  PRODUCER=' WS-COMM-PRODUCER (WS-COMM-INDEX)
006890              '   ITEM-A=' WS-ITEM-A-CODE-ED
006900              ' POLICIES=' WS-COUNT-ED
006910              ' PREMIUM=' WS-PREMIUM-ED
006920              ' - NOT ON THE PRODUCER MASTER'
006930              DELIMITED BY SIZE INTO REPORT-LINE
006940      END-IF.
006950      WRITE REPORT-LINE.
006960  4100-EXIT.
006970      EXIT.

006980*    THE EXTRACT TRAILER CARRIES BOTH SIDES OF THE GL PROOF SO AP
006990*    CAN SEE THE TIE WITHOUT THE REPORT.
007000  9000-TERMINATE.
007010      MOVE SPACES TO COMPAY-FILE-RECORD.
007020      SET CY-TRAILER-RECORD TO TRUE.
007030      MOVE WS-LAST-DATE TO CY-PERIOD-END-DATE.
007040      MOVE WS-PAYABLE-DETAIL-COUNT TO CY-TRL-DETAIL-COUNT.
007050      MOVE WS-PAYABLE-PREMIUM-BASE TO CY-TRL-PREMIUM-BASE.
007060      MOVE WS-PAYABLE-NET-AMT TO CY-TRL-NET-AMT.
007070      MOVE WS-GLMTD-PREMIUM TO CY-TRL-GLMTD-PREMIUM.
007080      WRITE COMPAY-FILE-RECORD.
007090      PERFORM 9100-PRINT-CONTROL-TOTALS THRU 9100-EXIT.
007100      CLOSE MY-PRODMS-FILE.
007110      CLOSE MY-STATEMENT-FILE.
007120      CLOSE MY-COMPAY-FILE.
007130      CLOSE MY-REPORT-FILE.
007140      IF WS-WARNING-RAISED
007150          MOVE 4 TO RETURN-CODE
007160      ELSE
007170          MOVE ZERO TO RETURN-CODE
007180      END-IF.
007190  9000-EXIT.
007200      EXIT.

007210  9100-PRINT-CONTROL-TOTALS.
007220      MOVE SPACES TO REPORT-LINE.
007230      WRITE REPORT-LINE.
007240      MOVE SPACES TO REPORT-LINE.
007250      STRING 'COMMISSION PERIOD ' WS-FIRST-DATE ' THRU '
007260          WS-LAST-DATE
007270          DELIMITED BY SIZE INTO REPORT-LINE.
007280      WRITE REPORT-LINE.
007290      MOVE WS-POSTINGS-READ TO WS-COUNT-ED.
007300      MOVE SPACES TO REPORT-LINE.
007310      STRING 'POSTING RECORDS READ=' WS-COUNT-ED
007320          DELIMITED BY SIZE INTO REPORT-LINE.
007330      WRITE REPORT-LINE.
007340      MOVE WS-TRAILER-COUNT TO WS-COUNT-ED.
007350      MOVE SPACES TO REPORT-LINE.
007360      STRING 'NIGHTLY RUNS (TRAILERS)=' WS-COUNT-ED
007370          DELIMITED BY SIZE INTO REPORT-LINE.
007380      WRITE REPORT-LINE.
007390      IF WS-TRAILER-COUNT = ZERO
007400          SET WS-WARNING-RAISED TO TRUE
007410          MOVE SPACES TO REPORT-LINE
007420          STRING '** NO NIGHTLY POSTINGS IN THE PERIOD **'
007430              DELIMITED BY SIZE INTO REPORT-LINE
007440          WRITE REPORT-LINE
007450      END-IF.
007460      IF WS-DUPLICATE-COUNT > ZERO
007470          SET WS-WARNING-RAISED TO TRUE
007480          MOVE WS-DUPLICATE-COUNT TO WS-COUNT-ED
007490          MOVE SPACES TO REPORT-LINE
007500          STRING '** DUPLICATE NIGHTLY POSTINGS=' WS-COUNT-ED
007510              ' **'
007520              DELIMITED BY SIZE INTO REPORT-LINE
007530          WRITE REPORT-LINE
007540      END-IF.
007550      IF WS-BAD-RECORD-COUNT > ZERO
007560          SET WS-WARNING-RAISED TO TRUE
007570          MOVE WS-BAD-RECORD-COUNT TO WS-COUNT-ED
007580          MOVE SPACES TO REPORT-LINE
007590          STRING '** UNREADABLE POSTING RECORDS SKIPPED='
007600              WS-COUNT-ED ' **'
007610              DELIMITED BY SIZE INTO REPORT-LINE
007620          WRITE REPORT-LINE
007630      END-IF.
007640      MOVE WS-DETAIL-PREMIUM-SUM TO WS-TOTAL-ED.
007650      MOVE WS-TRAILER-PREMIUM-SUM TO WS-PROOF-ED.
007660      MOVE SPACES TO REPORT-LINE.
007670      IF WS-DETAIL-PREMIUM-SUM = WS-TRAILER-PREMIUM-SUM
007680          AND WS-DETAIL-REC-SUM = WS-TRAILER-REC-SUM
007690          STRING 'POSTING PROOF: DETAIL PREMIUM=' WS-TOTAL-ED
007700              ' TRAILER PREMIUM=' WS-PROOF-ED ' - IN BALANCE'
007710              DELIMITED BY SIZE INTO REPORT-LINE
007720      ELSE
007730          SET WS-WARNING-RAISED TO TRUE
007740          STRING 'POSTING PROOF: DETAIL PREMIUM=' WS-TOTAL-ED
007750              ' TRAILER PREMIUM=' WS-PROOF-ED
007760              ' - ** OUT OF BALANCE **'
007770              DELIMITED BY SIZE INTO REPORT-LINE
007780      END-IF.
007790      WRITE REPORT-LINE.
007800      MOVE WS-PAYABLE-PREMIUM-BASE TO WS-TOTAL-ED.
007810      MOVE WS-GLMTD-PREMIUM TO WS-PROOF-ED.
007820      MOVE SPACES TO REPORT-LINE.
007830      IF WS-PAYABLE-PREMIUM-BASE = WS-GLMTD-PREMIUM
007840          STRING 'GL PROOF: PAYABLE PREMIUM BASE=' WS-TOTAL-ED
007850              ' GLMTD PREMIUM=' WS-PROOF-ED ' - IN BALANCE'
007860              DELIMITED BY SIZE INTO REPORT-LINE
007870      ELSE
007880          SET WS-WARNING-RAISED TO TRUE
007890          STRING 'GL PROOF: PAYABLE PREMIUM BASE=' WS-TOTAL-ED
007900              ' GLMTD PREMIUM=' WS-PROOF-ED
007910              ' - ** OUT OF BALANCE **'
007920              DELIMITED BY SIZE INTO REPORT-LINE
007930      END-IF.
007940      WRITE REPORT-LINE.
007950      MOVE WS-STATEMENT-COUNT TO WS-COUNT-ED.
007960      MOVE SPACES TO REPORT-LINE.
007970      STRING 'STATEMENTS PRINTED=' WS-COUNT-ED
007980          DELIMITED BY SIZE INTO REPORT-LINE.
007990      WRITE REPORT-LINE.
008000      MOVE WS-PAYABLE-NET-AMT TO WS-TOTAL-ED.
008010      MOVE SPACES TO REPORT-LINE.
008020      STRING 'NET COMMISSION PAYABLE=' WS-TOTAL-ED
008030          DELIMITED BY SIZE INTO REPORT-LINE.
008040      WRITE REPORT-LINE.
008050      MOVE WS-HELD-COUNT TO WS-COUNT-ED.
008060      MOVE WS-HELD-NET-AMT TO WS-TOTAL-ED.
008070      MOVE SPACES TO REPORT-LINE.
008080      STRING 'HELD FOR INACTIVE PRODUCERS=' WS-COUNT-ED
008090          ' NET=' WS-TOTAL-ED
008100          DELIMITED BY SIZE INTO REPORT-LINE.
008110      WRITE REPORT-LINE.
008120      MOVE WS-UNMATCHED-PREMIUM TO WS-TOTAL-ED.
008130      MOVE SPACES TO REPORT-LINE.
008140      STRING 'PREMIUM WITH NO PRODUCER (NOT PAYABLE)=' WS-TOTAL-ED
008150          DELIMITED BY SIZE INTO REPORT-LINE.
008160      WRITE REPORT-LINE.
008170  9100-EXIT.
008180      EXIT.

008190  9999-EXIT.
008200      STOP RUN.
