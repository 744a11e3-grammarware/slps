000010*----------------------------------------------------------------*
000020*    MY-BORDEREAU BUILDS THE QUARTERLY REINSURANCE BORDEREAU.
000030*    EVERY FILE1X POLICY WRITTEN IN THE PERIOD (EFFECTIVE DATE
000040*    WITHIN IT) IS GROSS PREMIUM FOR THE PERIOD; EVERY CLAIM
000050*    HISTORY POSTING IN THE PERIOD IS GROSS CLAIMS.  THE
000060*    TREATY TABLE (MY-TRTYTB) IS MATCHED ON ITEM-A CODE AND THE
000070*    POLICY EFFECTIVE DATE FOR PREMIUM, THE LOSS DATE FOR
000080*    CLAIMS.  EACH CEDED POLICY GETS A PREMIUM DETAIL AND EACH
000090*    POLICY WITH CEDED CLAIMS A CLAIM DETAIL ON THE BORDEREAU
000100*    EXTRACT (MY-BORDX), WHICH THE JOB SORTS BY TREATY AND
000110*    POLICY FOR MY-BORDEREAU-PRINT AND THE REINSURERS.  THE
000120*    SUMMARY HERE PROVES CEDED + RETAINED ON TREATY BUSINESS +
000130*    BUSINESS UNDER NO TREATY BACK TO GROSS PREMIUM AND GROSS
000140*    CLAIMS TOTALLED IN A SEPARATE CONTROL PASS OF FILE1X AND
000150*    THE HISTORY; ANY DIFFERENCE IS RC 4.  THE PERIOD IS FROM THE
000160*    OPTIONAL BRPRM0 CARD OR, WITHOUT ONE, IS THE LAST COMPLETE
000170*    CALENDAR QUARTER BEFORE THE RUN DATE.
000180*----------------------------------------------------------------*
000190  IDENTIFICATION DIVISION.
000200  PROGRAM-ID.     MY-BORDEREAU.
000210  AUTHOR.         D L HARGROVE.
000220  INSTALLATION.   DATA PROCESSING CENTER.
000230  DATE-WRITTEN.   10/15/26.
000240  DATE-COMPILED.
000250*----------------------------------------------------------------*
000260*    MODIFICATION HISTORY.
000270*    DATE       INIT  DESCRIPTION
000280*    10/15/26   DLH   ORIGINAL PROGRAM.
000290*    10/15/26   DLH   PROOF AGAINST A SEPARATE CONTROL PASS.
000300*----------------------------------------------------------------*

000310  ENVIRONMENT DIVISION.

000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340      SELECT MY-TRTYTB-FILE ASSIGN TRTYTB0
000350          ORGANIZATION IS INDEXED
000360          ACCESS MODE IS DYNAMIC
000370          RECORD KEY IS TT-TREATY-KEY
000380          FILE STATUS IS WS-TRTYTB-STATUS.
000390      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000400          ORGANIZATION IS INDEXED
000410          ACCESS MODE IS DYNAMIC
000420          RECORD KEY IS DRX-RECORD-KEY
000430          FILE STATUS IS WS-FILE1X-STATUS.
000440      SELECT MY-CLMHST-FILE ASSIGN CLMHST0
000450          FILE STATUS IS WS-CLMHST-STATUS.
000460      SELECT MY-BRPRM-FILE ASSIGN BRPRM0
000470          FILE STATUS IS WS-BRPRM-STATUS.
000480      SELECT MY-BORDX-FILE ASSIGN BORDX00
000490          FILE STATUS IS WS-BORDX-STATUS.
000500      SELECT MY-REPORT-FILE ASSIGN BRDSUM0
000510          FILE STATUS IS WS-REPORT-STATUS.

000520  DATA DIVISION.

000530  FILE SECTION.

000540  FD  MY-TRTYTB-FILE.
000550  01  TRTYTB-RECORD.
000560      COPY MY-TRTYTB.

000570  FD  MY-FILE1-INDEXED.
000580  01  FILE1-INDEXED-RECORD.
000590      COPY MY-COPY-BOOK
000600          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000610              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000620              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000630              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000640              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000650              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000660              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000670              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000680              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000690              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000700              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000710              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000720              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000730              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000740              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000750              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000760              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000770              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000780              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000790              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000800              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000810              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000820              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000830              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000840              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000850              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000860  FD  MY-CLMHST-FILE
000870      LABEL RECORD STANDARD.
000880  01  CLMHST-RECORD.
000890      COPY MY-CLMHST.

000900*    OPTIONAL PERIOD OVERRIDE CARD - BOTH DATES YYYYMMDD.
000910  FD  MY-BRPRM-FILE
000920      LABEL RECORD STANDARD.
000930  01  BRPRM-RECORD.
000940      05  BP-PERIOD-START             PIC 9(08).
000950      05  BP-PERIOD-END               PIC 9(08).
000960      05  FILLER                      PIC X(64).

000970  FD  MY-BORDX-FILE
000980      LABEL RECORD STANDARD.
000990  01  BORDX-RECORD.
001000      COPY MY-BORDX.

001010  FD  MY-REPORT-FILE
001020      LABEL RECORD STANDARD.
001030  01  REPORT-LINE                     PIC X(132).

001040  WORKING-STORAGE SECTION.

001050  77  WS-TRTYTB-STATUS                PIC X(02).
001060  77  WS-FILE1X-STATUS                PIC X(02).
001070  77  WS-CLMHST-STATUS                PIC X(02).
001080  77  WS-BRPRM-STATUS                 PIC X(02).
001090  77  WS-BORDX-STATUS                 PIC X(02).
001100  77  WS-REPORT-STATUS                PIC X(02).

001110  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001120      88  WS-EOF-YES                      VALUE 'Y'.
001130      88  WS-EOF-NO                       VALUE 'N'.

001140  77  WS-PERIOD-CARD-SWITCH           PIC X(01) VALUE 'N'.
001150      88  WS-PERIOD-FROM-CARD             VALUE 'Y'.
001160      88  WS-PERIOD-DERIVED               VALUE 'N'.

001170*    ACTIVE TREATY ROWS, IN KEY ORDER.  WS-TRT-SUM-INDEX POINTS
001180*    AT THE ROW'S TREATY IN THE SUMMARY TABLE BELOW.
001190  01  WS-TREATY-TABLE.
001200      05  WS-TREATY-ENTRY             OCCURS 500 TIMES.
001210          10  WS-TRT-ITEM-A           PIC 9(02).
001220          10  WS-TRT-FROM             PIC 9(08).
001230          10  WS-TRT-TO               PIC 9(08).
001240          10  WS-TRT-ID               PIC X(08).
001250          10  WS-TRT-PCT              PIC 9(03)V99.
001260          10  WS-TRT-RETENTION        PIC S9(9)V99 COMP-3.
001270          10  WS-TRT-SUM-INDEX        PIC 9(03) COMP.

001280*    ONE ENTRY PER TREATY ID, IN THE ORDER FIRST LOADED.
001290  01  WS-SUMMARY-TABLE.
001300      05  WS-SUMMARY-ENTRY            OCCURS 100 TIMES.
001310          10  WS-SUM-TREATY-ID        PIC X(08).
001320          10  WS-SUM-REINSURER        PIC X(30).
001330          10  WS-SUM-PREM-COUNT       PIC 9(06) COMP.
001340          10  WS-SUM-GROSS-PREM       PIC S9(11)V99 COMP-3.
001350          10  WS-SUM-CEDED-PREM       PIC S9(11)V99 COMP-3.
001360          10  WS-SUM-CLAIM-COUNT      PIC 9(06) COMP.
001370          10  WS-SUM-GROSS-CLAIM      PIC S9(11)V99 COMP-3.
001380          10  WS-SUM-CEDED-CLAIM      PIC S9(11)V99 COMP-3.

001390  01  WS-ITEM-A-CESSION-TABLE.
001400      05  WS-ITEM-A-CESSION-ENTRY     OCCURS 100 TIMES.
001410          10  WS-IA-GROSS-PREM        PIC S9(11)V99 COMP-3
001420                                       VALUE ZERO.
001430          10  WS-IA-CEDED-PREM        PIC S9(11)V99 COMP-3
001440                                       VALUE ZERO.
001450          10  WS-IA-GROSS-CLAIM       PIC S9(11)V99 COMP-3
001460                                       VALUE ZERO.
001470          10  WS-IA-CEDED-CLAIM       PIC S9(11)V99 COMP-3
001480                                       VALUE ZERO.

001490*    PERIOD INCURRED ON TREATY BUSINESS BY POLICY AND TREATY ROW,
001500*    SO THE RETENTION LIMIT IS APPLIED TO THE POLICY'S TOTAL.
001510  01  WS-CLAIM-POLICY-TABLE.
001520      05  WS-CLAIM-POLICY-ENTRY       OCCURS 5000 TIMES.
001530          10  WS-CP-RECORD-KEY        PIC X(14).
001540          10  WS-CP-TREATY-INDEX      PIC 9(04) COMP.
001550          10  WS-CP-ITEM-A            PIC 9(02).
001560          10  WS-CP-STATE             PIC X(02).
001570          10  WS-CP-LOSS-DATE         PIC 9(08).
001580          10  WS-CP-INCURRED          PIC S9(11)V99 COMP-3.

001590  77  WS-TREATY-COUNT                 PIC 9(04) COMP VALUE ZERO.
001600  77  WS-TREATY-INDEX                 PIC 9(04) COMP VALUE ZERO.
001610  77  WS-TREATY-MATCH-INDEX           PIC 9(04) COMP VALUE ZERO.
001620  77  WS-TREATY-INACTIVE-COUNT        PIC 9(06) COMP VALUE ZERO.
001630  77  WS-TREATY-OVERFLOW-COUNT        PIC 9(06) COMP VALUE ZERO.
001640  77  WS-SUMMARY-COUNT                PIC 9(03) COMP VALUE ZERO.
001650  77  WS-SUMMARY-INDEX                PIC 9(03) COMP VALUE ZERO.
001660  77  WS-SUMMARY-MATCH-INDEX          PIC 9(03) COMP VALUE ZERO.
001670  77  WS-CLAIM-POLICY-COUNT           PIC 9(04) COMP VALUE ZERO.
001680  77  WS-CLAIM-POLICY-INDEX           PIC 9(04) COMP VALUE ZERO.
001690  77  WS-CLAIM-MATCH-INDEX            PIC 9(04) COMP VALUE ZERO.
001700  77  WS-CLAIM-OVERFLOW-COUNT         PIC 9(06) COMP VALUE ZERO.
001710  77  WS-ITEM-A-INDEX                 PIC 9(03) COMP VALUE ZERO.

001720  77  WS-MATCH-ITEM-A                 PIC 9(02) VALUE ZERO.
001730  77  WS-MATCH-DATE                   PIC 9(08) VALUE ZERO.

001740  77  WS-POLICIES-READ                PIC 9(08) COMP VALUE ZERO.
001750  77  WS-POLICIES-IN-PERIOD           PIC 9(08) COMP VALUE ZERO.
001760  77  WS-POLICY-BAD-COUNT             PIC 9(06) COMP VALUE ZERO.
001770  77  WS-HISTORY-READ                 PIC 9(08) COMP VALUE ZERO.
001780  77  WS-HISTORY-IN-PERIOD            PIC 9(08) COMP VALUE ZERO.
001790  77  WS-HISTORY-BAD-COUNT            PIC 9(06) COMP VALUE ZERO.
001800  77  WS-DETAILS-WRITTEN              PIC 9(08) COMP VALUE ZERO.
001810  77  WS-SUMMARY-BAD-COUNT            PIC 9(06) COMP VALUE ZERO.
001820  77  WS-PROOF-FAIL-COUNT             PIC 9(03) COMP VALUE ZERO.

001830  01  WS-CONTROL-TOTALS.
001840      05  WS-GROSS-PREMIUM            PIC S9(11)V99 COMP-3
001850                                       VALUE ZERO.
001860      05  WS-TREATY-GROSS-PREMIUM     PIC S9(11)V99 COMP-3
001870                                       VALUE ZERO.
001880      05  WS-CEDED-PREMIUM            PIC S9(11)V99 COMP-3
001890                                       VALUE ZERO.
001900      05  WS-RETAINED-PREMIUM         PIC S9(11)V99 COMP-3
001910                                       VALUE ZERO.
001920      05  WS-UNCEDED-PREMIUM          PIC S9(11)V99 COMP-3
001930                                       VALUE ZERO.
001940      05  WS-GROSS-CLAIM              PIC S9(11)V99 COMP-3
001950                                       VALUE ZERO.
001960      05  WS-TREATY-GROSS-CLAIM       PIC S9(11)V99 COMP-3
001970                                       VALUE ZERO.
001980      05  WS-CEDED-CLAIM              PIC S9(11)V99 COMP-3
001990                                       VALUE ZERO.
002000      05  WS-RETAINED-CLAIM           PIC S9(11)V99 COMP-3
002010                                       VALUE ZERO.
002020      05  WS-UNCEDED-CLAIM            PIC S9(11)V99 COMP-3
002030                                       VALUE ZERO.
002040      05  WS-OVERFLOW-CLAIM           PIC S9(11)V99 COMP-3
002050                                       VALUE ZERO.
002060      05  WS-ITEM-A-GROSS-PREM-SUM    PIC S9(11)V99 COMP-3
002070                                       VALUE ZERO.
002080      05  WS-ITEM-A-GROSS-CLAIM-SUM   PIC S9(11)V99 COMP-3
002090                                       VALUE ZERO.
002100      05  WS-PROOF-TOTAL              PIC S9(11)V99 COMP-3
002110                                       VALUE ZERO.
002120      05  WS-CONTROL-GROSS-PREMIUM    PIC S9(11)V99 COMP-3
002130                                       VALUE ZERO.
002140      05  WS-CONTROL-GROSS-CLAIM      PIC S9(11)V99 COMP-3
002150                                       VALUE ZERO.
002160      05  WS-PROOF-DIFFERENCE         PIC S9(11)V99 COMP-3
002170                                       VALUE ZERO.

002180  77  WS-CEDED-AMOUNT                 PIC S9(11)V99 COMP-3
002190                                       VALUE ZERO.
002200  77  WS-EXCESS-AMOUNT                PIC S9(11)V99 COMP-3
002210                                       VALUE ZERO.
002220  77  WS-RETAINED-WORK                PIC S9(11)V99 COMP-3
002230                                       VALUE ZERO.

002240  01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002250  01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002260      05  WS-RUN-YEAR                 PIC 9(04).
002270      05  WS-RUN-MONTH                PIC 9(02).
002280      05  WS-RUN-DAY                  PIC 9(02).
002290  77  WS-FIRST-DATE                   PIC 9(08) VALUE ZERO.
002300  77  WS-LAST-DATE                    PIC 9(08) VALUE ZERO.
002310  77  WS-QUARTER                      PIC 9(01) VALUE ZERO.
002320  77  WS-QUARTER-YEAR                 PIC 9(04) VALUE ZERO.
002330  77  WS-QUARTER-END-MONTH            PIC 9(02) VALUE ZERO.
002340  77  WS-QUARTER-END-DAY              PIC 9(02) VALUE ZERO.

002350  01  WS-COUNT-ED                     PIC Z(7)9.
002360  01  WS-ITEM-A-CODE-ED               PIC Z9.
002370  01  WS-PCT-ED                       PIC ZZ9.99.
002380  01  WS-AMOUNT-A-ED                  PIC Z(10)9.99-.
002390  01  WS-AMOUNT-B-ED                  PIC Z(10)9.99-.
002400  01  WS-AMOUNT-C-ED                  PIC Z(10)9.99-.
002410  01  WS-AMOUNT-D-ED                  PIC Z(10)9.99-.

002420  PROCEDURE DIVISION.

002430  0000-MAINLINE.
002440      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450      PERFORM 2100-READ-POLICY THRU 2100-EXIT.
002460      PERFORM 2000-CEDE-PREMIUM THRU 2000-EXIT
002470          UNTIL WS-EOF-YES.
002480      SET WS-EOF-NO TO TRUE.
002490      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
002500      PERFORM 3000-LOAD-PERIOD-CLAIMS THRU 3000-EXIT
002510          UNTIL WS-EOF-YES.
002520      PERFORM 4000-CEDE-CLAIMS THRU 4000-EXIT
002530          VARYING WS-CLAIM-POLICY-INDEX FROM 1 BY 1
002540          UNTIL WS-CLAIM-POLICY-INDEX > WS-CLAIM-POLICY-COUNT.
002550      PERFORM 4500-CONTROL-PREMIUM THRU 4500-EXIT.
002560      PERFORM 4600-CONTROL-CLAIMS THRU 4600-EXIT.
002570      PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
002580      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590      GO TO 9999-EXIT.

002600  1000-INITIALIZE.
002610      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002620      OPEN OUTPUT MY-REPORT-FILE.
002630      OPEN INPUT MY-TRTYTB-FILE.
002640      IF WS-TRTYTB-STATUS NOT = '00'
002650          DISPLAY 'MY-BORDEREAU - OPEN FAILED ON THE TREATY '
002660              'TABLE, FILE STATUS=' WS-TRTYTB-STATUS
002670          MOVE SPACES TO REPORT-LINE
002680          STRING '** TREATY TABLE NOT AVAILABLE, FILE STATUS='
002690              WS-TRTYTB-STATUS ' - NO BORDEREAU PRODUCED **'
002700              DELIMITED BY SIZE INTO REPORT-LINE
002710          WRITE REPORT-LINE
002720          CLOSE MY-REPORT-FILE
002730          MOVE 16 TO RETURN-CODE
002740          GO TO 9999-EXIT
002750      END-IF.
002760      PERFORM 1400-LOAD-TREATY-TABLE THRU 1400-EXIT.
002770      CLOSE MY-TRTYTB-FILE.
002780      SET WS-EOF-NO TO TRUE.
002790      OPEN INPUT MY-FILE1-INDEXED.
002800      IF WS-FILE1X-STATUS NOT = '00'
002810          DISPLAY 'MY-BORDEREAU - OPEN FAILED ON '
002820              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
002830          MOVE SPACES TO REPORT-LINE
002840          STRING '** FILE1X NOT AVAILABLE, FILE STATUS='
002850              WS-FILE1X-STATUS ' - NO BORDEREAU PRODUCED **'
002860              DELIMITED BY SIZE INTO REPORT-LINE
002870          WRITE REPORT-LINE
002880          CLOSE MY-REPORT-FILE
002890          MOVE 16 TO RETURN-CODE
002900          GO TO 9999-EXIT
002910      END-IF.
002920      OPEN INPUT MY-CLMHST-FILE.
002930      IF WS-CLMHST-STATUS NOT = '00'
002940          DISPLAY 'MY-BORDEREAU - OPEN FAILED ON THE CLAIM '
002950              'HISTORY, FILE STATUS=' WS-CLMHST-STATUS
002960          MOVE SPACES TO REPORT-LINE
002970          STRING '** CLAIM HISTORY NOT AVAILABLE, FILE STATUS='
002980              WS-CLMHST-STATUS ' - NO BORDEREAU PRODUCED **'
002990              DELIMITED BY SIZE INTO REPORT-LINE
003000          WRITE REPORT-LINE
003010          CLOSE MY-FILE1-INDEXED
003020          CLOSE MY-REPORT-FILE
003030          MOVE 16 TO RETURN-CODE
003040          GO TO 9999-EXIT
003050      END-IF.
003060      OPEN OUTPUT MY-BORDX-FILE.
003070      PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT.
003080      IF WS-PERIOD-DERIVED
003090          PERFORM 1200-SET-PERIOD-RANGE THRU 1200-EXIT
003100      END-IF.
003110  1000-EXIT.
003120      EXIT.

003130*    A MISSING OR EMPTY CARD IS THE NORMAL CASE - THE PERIOD IS
003140*    THEN THE LAST COMPLETE CALENDAR QUARTER.
003150  1100-READ-PERIOD-CARD.
003160      OPEN INPUT MY-BRPRM-FILE.
003170      IF WS-BRPRM-STATUS NOT = '00'
003180          GO TO 1100-EXIT
003190      END-IF.
003200      READ MY-BRPRM-FILE
003210          AT END
003220              MOVE SPACES TO BRPRM-RECORD
003230      END-READ.
003240      IF BP-PERIOD-START NUMERIC
003250          AND BP-PERIOD-END NUMERIC
003260          AND BP-PERIOD-START > ZERO
003270          AND BP-PERIOD-END NOT < BP-PERIOD-START
003280          MOVE BP-PERIOD-START TO WS-FIRST-DATE
003290          MOVE BP-PERIOD-END TO WS-LAST-DATE
003300          SET WS-PERIOD-FROM-CARD TO TRUE
003310      END-IF.
003320      CLOSE MY-BRPRM-FILE.
003330  1100-EXIT.
003340      EXIT.

003350*    THE QUARTER BEFORE THE ONE THE RUN DATE FALLS IN - RUN IN
003360*    JANUARY, FEBRUARY OR MARCH IT IS THE PRIOR YEAR'S FOURTH.
003370  1200-SET-PERIOD-RANGE.
003380      COMPUTE WS-QUARTER = (WS-RUN-MONTH - 1) / 3.
003390      IF WS-QUARTER = ZERO
003400          COMPUTE WS-QUARTER-YEAR = WS-RUN-YEAR - 1
003410          MOVE 4 TO WS-QUARTER
003420      ELSE
003430          MOVE WS-RUN-YEAR TO WS-QUARTER-YEAR
003440      END-IF.
003450      COMPUTE WS-QUARTER-END-MONTH = WS-QUARTER * 3.
003460      IF WS-QUARTER-END-MONTH = 3
003470          OR WS-QUARTER-END-MONTH = 12
003480          MOVE 31 TO WS-QUARTER-END-DAY
003490      ELSE
003500          MOVE 30 TO WS-QUARTER-END-DAY
003510      END-IF.
003520      COMPUTE WS-FIRST-DATE = WS-QUARTER-YEAR * 10000
003530          + (WS-QUARTER-END-MONTH - 2) * 100 + 1.
003540      COMPUTE WS-LAST-DATE = WS-QUARTER-YEAR * 10000
003550          + WS-QUARTER-END-MONTH * 100 + WS-QUARTER-END-DAY.
003560  1200-EXIT.
003570      EXIT.

003580*    INACTIVE ROWS ARE LEFT OUT - THEY NEVER CEDE ANYTHING.
003590  1400-LOAD-TREATY-TABLE.
003600      PERFORM 1420-READ-TREATY THRU 1420-EXIT.
003610      PERFORM 1410-LOAD-TREATY-ENTRY THRU 1410-EXIT
003620          UNTIL WS-EOF-YES.
003630  1400-EXIT.
003640      EXIT.

003650  1410-LOAD-TREATY-ENTRY.
003660      IF TT-INACTIVE
003670          ADD 1 TO WS-TREATY-INACTIVE-COUNT
003680          GO TO 1410-READ-NEXT
003690      END-IF.
003700      IF WS-TREATY-COUNT = 500
003710          ADD 1 TO WS-TREATY-OVERFLOW-COUNT
003720          GO TO 1410-READ-NEXT
003730      END-IF.
003740      MOVE ZERO TO WS-SUMMARY-MATCH-INDEX.
003750      PERFORM 1430-MATCH-SUMMARY THRU 1430-EXIT
003760          VARYING WS-SUMMARY-INDEX FROM 1 BY 1
003770          UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT.
003780      IF WS-SUMMARY-MATCH-INDEX = ZERO
003790          IF WS-SUMMARY-COUNT = 100
003800              ADD 1 TO WS-TREATY-OVERFLOW-COUNT
003810              GO TO 1410-READ-NEXT
003820          END-IF
003830          ADD 1 TO WS-SUMMARY-COUNT
003840          MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-MATCH-INDEX
003850          MOVE TT-TREATY-ID TO
003860              WS-SUM-TREATY-ID (WS-SUMMARY-MATCH-INDEX)
003870          MOVE TT-REINSURER-NAME TO
003880              WS-SUM-REINSURER (WS-SUMMARY-MATCH-INDEX)
003890          MOVE ZERO TO WS-SUM-PREM-COUNT (WS-SUMMARY-MATCH-INDEX)
003900          MOVE ZERO TO WS-SUM-GROSS-PREM (WS-SUMMARY-MATCH-INDEX)
003910          MOVE ZERO TO WS-SUM-CEDED-PREM (WS-SUMMARY-MATCH-INDEX)
003920          MOVE ZERO TO WS-SUM-CLAIM-COUNT (WS-SUMMARY-MATCH-INDEX)
003930          MOVE ZERO TO WS-SUM-GROSS-CLAIM (WS-SUMMARY-MATCH-INDEX)
003940          MOVE ZERO TO WS-SUM-CEDED-CLAIM (WS-SUMMARY-MATCH-INDEX)
003950      END-IF.
003960      ADD 1 TO WS-TREATY-COUNT.
003970      MOVE TT-ITEM-A-CODE TO WS-TRT-ITEM-A (WS-TREATY-COUNT).
003980      MOVE TT-EFFECTIVE-FROM TO WS-TRT-FROM (WS-TREATY-COUNT).
003990      MOVE TT-EFFECTIVE-TO TO WS-TRT-TO (WS-TREATY-COUNT).
004000      MOVE TT-TREATY-ID TO WS-TRT-ID (WS-TREATY-COUNT).
004010      MOVE TT-CESSION-PCT TO WS-TRT-PCT (WS-TREATY-COUNT).
004020      MOVE TT-RETENTION-LIMIT TO
004030          WS-TRT-RETENTION (WS-TREATY-COUNT).
004040      MOVE WS-SUMMARY-MATCH-INDEX TO
004050          WS-TRT-SUM-INDEX (WS-TREATY-COUNT).
004060  1410-READ-NEXT.
004070      PERFORM 1420-READ-TREATY THRU 1420-EXIT.
004080  1410-EXIT.
004090      EXIT.

004100  1420-READ-TREATY.
004110      READ MY-TRTYTB-FILE NEXT RECORD
004120          AT END
004130              SET WS-EOF-YES TO TRUE
004140      END-READ.
004150  1420-EXIT.
004160      EXIT.

004170  1430-MATCH-SUMMARY.
004180      IF WS-SUM-TREATY-ID (WS-SUMMARY-INDEX) = TT-TREATY-ID
004190          MOVE WS-SUMMARY-INDEX TO WS-SUMMARY-MATCH-INDEX
004200      END-IF.
004210  1430-EXIT.
004220      EXIT.

004230*    A POLICY IS GROSS PREMIUM FOR THE PERIOD WHEN ITS EFFECTIVE
004240*    DATE FALLS IN IT, WHATEVER ITS STATUS - THE SAME BOOK THE
004250*    GL ITEM-A DETAIL CARRIES.
004260  2000-CEDE-PREMIUM.
004270      IF DRX-EFFECTIVE-DATE NOT NUMERIC
004280          OR DRX-ITEM-A-CODE NOT NUMERIC
004290          OR DRX-PREMIUM-AMOUNT NOT NUMERIC
004300          ADD 1 TO WS-POLICY-BAD-COUNT
004310          MOVE SPACES TO REPORT-LINE
004320          STRING '** POLICY ' DRX-RECORD-KEY
004330              ' HAS A BAD EFFECTIVE DATE, ITEM-A CODE OR PREMIUM'
004340              ' - NOT ON THE BORDEREAU **'
004350              DELIMITED BY SIZE INTO REPORT-LINE
004360          WRITE REPORT-LINE
004370          GO TO 2000-READ-NEXT
004380      END-IF.
004390      IF DRX-EFFECTIVE-DATE < WS-FIRST-DATE
004400          OR DRX-EFFECTIVE-DATE > WS-LAST-DATE
004410          GO TO 2000-READ-NEXT
004420      END-IF.
004430      ADD 1 TO WS-POLICIES-IN-PERIOD.
004440      ADD DRX-PREMIUM-AMOUNT TO WS-GROSS-PREMIUM.
004450      COMPUTE WS-ITEM-A-INDEX = DRX-ITEM-A-CODE + 1.
004460      ADD DRX-PREMIUM-AMOUNT TO
004470          WS-IA-GROSS-PREM (WS-ITEM-A-INDEX).
004480      MOVE DRX-ITEM-A-CODE TO WS-MATCH-ITEM-A.
004490      MOVE DRX-EFFECTIVE-DATE TO WS-MATCH-DATE.
004500      PERFORM 2900-FIND-TREATY THRU 2900-EXIT.
004510      IF WS-TREATY-MATCH-INDEX = ZERO
004520          ADD DRX-PREMIUM-AMOUNT TO WS-UNCEDED-PREMIUM
004530          GO TO 2000-READ-NEXT
004540      END-IF.
004550      COMPUTE WS-CEDED-AMOUNT ROUNDED = DRX-PREMIUM-AMOUNT
004560          * WS-TRT-PCT (WS-TREATY-MATCH-INDEX) / 100.
004570      ADD DRX-PREMIUM-AMOUNT TO WS-TREATY-GROSS-PREMIUM.
004580      ADD WS-CEDED-AMOUNT TO WS-CEDED-PREMIUM.
004590      ADD WS-CEDED-AMOUNT TO WS-IA-CEDED-PREM (WS-ITEM-A-INDEX).
004600      MOVE WS-TRT-SUM-INDEX (WS-TREATY-MATCH-INDEX)
004610          TO WS-SUMMARY-INDEX.
004620      ADD 1 TO WS-SUM-PREM-COUNT (WS-SUMMARY-INDEX).
004630      ADD DRX-PREMIUM-AMOUNT TO
004640          WS-SUM-GROSS-PREM (WS-SUMMARY-INDEX).
004650      ADD WS-CEDED-AMOUNT TO WS-SUM-CEDED-PREM (WS-SUMMARY-INDEX).
004660      PERFORM 2200-WRITE-PREMIUM-DETAIL THRU 2200-EXIT.
004670  2000-READ-NEXT.
004680      PERFORM 2100-READ-POLICY THRU 2100-EXIT.
004690  2000-EXIT.
004700      EXIT.

004710  2100-READ-POLICY.
004720      READ MY-FILE1-INDEXED NEXT RECORD
004730          AT END
004740              SET WS-EOF-YES TO TRUE
004750          NOT AT END
004760              ADD 1 TO WS-POLICIES-READ
004770      END-READ.
004780  2100-EXIT.
004790      EXIT.

004800  2200-WRITE-PREMIUM-DETAIL.
004810      MOVE SPACES TO BORDX-RECORD.
004820      SET BX-DETAIL-RECORD TO TRUE.
004830      MOVE WS-TRT-ID (WS-TREATY-MATCH-INDEX) TO BX-DTL-TREATY-ID.
004840      MOVE DRX-RECORD-KEY TO BX-DTL-RECORD-KEY.
004850      SET BX-SOURCE-PREMIUM TO TRUE.
004860      MOVE DRX-ITEM-A-CODE TO BX-DTL-ITEM-A.
004870      MOVE DRX-ADDRESS-STATE TO BX-DTL-STATE.
004880      MOVE DRX-STATUS-CODE TO BX-DTL-STATUS.
004890      MOVE DRX-EFFECTIVE-DATE TO BX-DTL-BASIS-DATE.
004900      MOVE WS-TRT-PCT (WS-TREATY-MATCH-INDEX)
004910          TO BX-DTL-CESSION-PCT.
004920      MOVE WS-TRT-RETENTION (WS-TREATY-MATCH-INDEX)
004930          TO BX-DTL-RETENTION.
004940      MOVE DRX-PREMIUM-AMOUNT TO BX-DTL-GROSS-AMT.
004950      MOVE WS-CEDED-AMOUNT TO BX-DTL-CEDED-AMT.
004960      MOVE WS-FIRST-DATE TO BX-DTL-PERIOD-START.
004970      MOVE WS-LAST-DATE TO BX-DTL-PERIOD-END.
004980      WRITE BORDX-RECORD.
004990      ADD 1 TO WS-DETAILS-WRITTEN.
005000  2200-EXIT.
005010      EXIT.

005020*    RETURN IN WS-TREATY-MATCH-INDEX THE ACTIVE ROW FOR
005030*    WS-MATCH-ITEM-A WHOSE RANGE HOLDS WS-MATCH-DATE, OR ZERO.
005040*    MY-TREATY-MAINT KEEPS THE RANGES FROM OVERLAPPING, SO THE
005050*    FIRST MATCH IS THE ONLY ONE.
005060  2900-FIND-TREATY.
005070      MOVE ZERO TO WS-TREATY-MATCH-INDEX.
005080      PERFORM 2910-MATCH-TREATY-ROW THRU 2910-EXIT
005090          VARYING WS-TREATY-INDEX FROM 1 BY 1
005100          UNTIL WS-TREATY-INDEX > WS-TREATY-COUNT
005110             OR WS-TREATY-MATCH-INDEX > ZERO.
005120  2900-EXIT.
005130      EXIT.

005140  2910-MATCH-TREATY-ROW.
005150      IF WS-TRT-ITEM-A (WS-TREATY-INDEX) = WS-MATCH-ITEM-A
005160          AND WS-TRT-FROM (WS-TREATY-INDEX) NOT > WS-MATCH-DATE
005170          AND WS-TRT-TO (WS-TREATY-INDEX) NOT < WS-MATCH-DATE
005180          MOVE WS-TREATY-INDEX TO WS-TREATY-MATCH-INDEX
005190      END-IF.
005200  2910-EXIT.
005210      EXIT.

005220*    PERIOD INCURRED ON TREATY BUSINESS IS GATHERED BY POLICY AND
005230*    TREATY ROW; THE CESSION ITSELF IS FIGURED ONCE THE POLICY'S
005240*    WHOLE PERIOD TOTAL IS KNOWN.
005250  3000-LOAD-PERIOD-CLAIMS.
005260      IF CH-POSTED-DATE NOT NUMERIC
005270          OR CH-LOSS-DATE NOT NUMERIC
005280          OR CH-ITEM-A-CODE NOT NUMERIC
005290          OR CH-INCURRED-CHANGE NOT NUMERIC
005300          ADD 1 TO WS-HISTORY-BAD-COUNT
005310          GO TO 3000-READ-NEXT
005320      END-IF.
005330      IF CH-POSTED-DATE < WS-FIRST-DATE
005340          OR CH-POSTED-DATE > WS-LAST-DATE
005350          GO TO 3000-READ-NEXT
005360      END-IF.
005370      ADD 1 TO WS-HISTORY-IN-PERIOD.
005380      ADD CH-INCURRED-CHANGE TO WS-GROSS-CLAIM.
005390      COMPUTE WS-ITEM-A-INDEX = CH-ITEM-A-CODE + 1.
005400      ADD CH-INCURRED-CHANGE TO
005410          WS-IA-GROSS-CLAIM (WS-ITEM-A-INDEX).
005420      MOVE CH-ITEM-A-CODE TO WS-MATCH-ITEM-A.
005430      MOVE CH-LOSS-DATE TO WS-MATCH-DATE.
005440      PERFORM 2900-FIND-TREATY THRU 2900-EXIT.
005450      IF WS-TREATY-MATCH-INDEX = ZERO
005460          ADD CH-INCURRED-CHANGE TO WS-UNCEDED-CLAIM
005470          GO TO 3000-READ-NEXT
005480      END-IF.
005490      MOVE ZERO TO WS-CLAIM-MATCH-INDEX.
005500      PERFORM 3200-MATCH-CLAIM-POLICY THRU 3200-EXIT
005510          VARYING WS-CLAIM-POLICY-INDEX FROM 1 BY 1
005520          UNTIL WS-CLAIM-POLICY-INDEX > WS-CLAIM-POLICY-COUNT.
005530      IF WS-CLAIM-MATCH-INDEX = ZERO
005540          IF WS-CLAIM-POLICY-COUNT = 5000
005550              ADD 1 TO WS-CLAIM-OVERFLOW-COUNT
005560              ADD CH-INCURRED-CHANGE TO WS-OVERFLOW-CLAIM
005570              GO TO 3000-READ-NEXT
005580          END-IF
005590          ADD 1 TO WS-CLAIM-POLICY-COUNT
005600          MOVE WS-CLAIM-POLICY-COUNT TO WS-CLAIM-MATCH-INDEX
005610          MOVE CH-RECORD-KEY TO
005620              WS-CP-RECORD-KEY (WS-CLAIM-MATCH-INDEX)
005630          MOVE WS-TREATY-MATCH-INDEX TO
005640              WS-CP-TREATY-INDEX (WS-CLAIM-MATCH-INDEX)
005650          MOVE CH-ITEM-A-CODE TO
005660              WS-CP-ITEM-A (WS-CLAIM-MATCH-INDEX)
005670          MOVE CH-ADDRESS-STATE TO
005680              WS-CP-STATE (WS-CLAIM-MATCH-INDEX)
005690          MOVE ZERO TO WS-CP-LOSS-DATE (WS-CLAIM-MATCH-INDEX)
005700          MOVE ZERO TO WS-CP-INCURRED (WS-CLAIM-MATCH-INDEX)
005710      END-IF.
005720      ADD CH-INCURRED-CHANGE TO
005730          WS-CP-INCURRED (WS-CLAIM-MATCH-INDEX).
005740      IF CH-LOSS-DATE > WS-CP-LOSS-DATE (WS-CLAIM-MATCH-INDEX)
005750          MOVE CH-LOSS-DATE TO
005760              WS-CP-LOSS-DATE (WS-CLAIM-MATCH-INDEX)
005770      END-IF.
005780  3000-READ-NEXT.
005790      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005800  3000-EXIT.
005810      EXIT.

005820  3100-READ-HISTORY.
005830      READ MY-CLMHST-FILE
005840          AT END
005850              SET WS-EOF-YES TO TRUE
005860          NOT AT END
005870              ADD 1 TO WS-HISTORY-READ
005880      END-READ.
005890  3100-EXIT.
005900      EXIT.

005910  3200-MATCH-CLAIM-POLICY.
005920      IF WS-CP-RECORD-KEY (WS-CLAIM-POLICY-INDEX) = CH-RECORD-KEY
005930          AND WS-CP-TREATY-INDEX (WS-CLAIM-POLICY-INDEX)
005940              = WS-TREATY-MATCH-INDEX
005950          MOVE WS-CLAIM-POLICY-INDEX TO WS-CLAIM-MATCH-INDEX
005960      END-IF.
005970  3200-EXIT.
005980      EXIT.

005990*    CEDED IS THE CESSION PERCENTAGE OF THE POLICY'S PERIOD
006000*    INCURRED, OR ALL OF IT OVER THE RETENTION LIMIT WHEN THAT
006010*    IS MORE.  A ZERO LIMIT MEANS THE PERCENTAGE ALONE.
006020  4000-CEDE-CLAIMS.
006030      MOVE WS-CP-TREATY-INDEX (WS-CLAIM-POLICY-INDEX)
006040          TO WS-TREATY-MATCH-INDEX.
006050      COMPUTE WS-CEDED-AMOUNT ROUNDED =
006060          WS-CP-INCURRED (WS-CLAIM-POLICY-INDEX)
006070          * WS-TRT-PCT (WS-TREATY-MATCH-INDEX) / 100.
006080      IF WS-TRT-RETENTION (WS-TREATY-MATCH-INDEX) > ZERO
006090          COMPUTE WS-EXCESS-AMOUNT =
006100              WS-CP-INCURRED (WS-CLAIM-POLICY-INDEX)
006110              - WS-TRT-RETENTION (WS-TREATY-MATCH-INDEX)
006120          IF WS-EXCESS-AMOUNT > WS-CEDED-AMOUNT
006130              MOVE WS-EXCESS-AMOUNT TO WS-CEDED-AMOUNT
006140          END-IF
006150      END-IF.
006160      ADD WS-CP-INCURRED (WS-CLAIM-POLICY-INDEX)
006170          TO WS-TREATY-GROSS-CLAIM.
006180      ADD WS-CEDED-AMOUNT TO WS-CEDED-CLAIM.
006190      COMPUTE WS-ITEM-A-INDEX =
006200          WS-CP-ITEM-A (WS-CLAIM-POLICY-INDEX) + 1.
006210      ADD WS-CEDED-AMOUNT TO WS-IA-CEDED-CLAIM (WS-ITEM-A-INDEX).
006220      MOVE WS-TRT-SUM-INDEX (WS-TREATY-MATCH-INDEX)
006230          TO WS-SUMMARY-INDEX.
006240      ADD 1 TO WS-SUM-CLAIM-COUNT (WS-SUMMARY-INDEX).
006250      ADD WS-CP-INCURRED (WS-CLAIM-POLICY-INDEX)
006260          TO WS-SUM-GROSS-CLAIM (WS-SUMMARY-INDEX).
006270      ADD WS-CEDED-AMOUNT TO
006280          WS-SUM-CEDED-CLAIM (WS-SUMMARY-INDEX).
006290      MOVE SPACES TO BORDX-RECORD.
006300      SET BX-DETAIL-RECORD TO TRUE.
006310      MOVE WS-TRT-ID (WS-TREATY-MATCH-INDEX) TO BX-DTL-TREATY-ID.
006320      MOVE WS-CP-RECORD-KEY (WS-CLAIM-POLICY-INDEX)
006330          TO BX-DTL-RECORD-KEY.
006340      SET BX-SOURCE-CLAIM TO TRUE.
006350      MOVE WS-CP-ITEM-A (WS-CLAIM-POLICY-INDEX) TO BX-DTL-ITEM-A.
006360      MOVE WS-CP-STATE (WS-CLAIM-POLICY-INDEX) TO BX-DTL-STATE.
006370      MOVE WS-CP-LOSS-DATE (WS-CLAIM-POLICY-INDEX)
006380          TO BX-DTL-BASIS-DATE.
006390      MOVE WS-TRT-PCT (WS-TREATY-MATCH-INDEX)
006400          TO BX-DTL-CESSION-PCT.
006410      MOVE WS-TRT-RETENTION (WS-TREATY-MATCH-INDEX)
006420          TO BX-DTL-RETENTION.
006430      MOVE WS-CP-INCURRED (WS-CLAIM-POLICY-INDEX)
006440          TO BX-DTL-GROSS-AMT.
006450      MOVE WS-CEDED-AMOUNT TO BX-DTL-CEDED-AMT.
006460      MOVE WS-FIRST-DATE TO BX-DTL-PERIOD-START.
006470      MOVE WS-LAST-DATE TO BX-DTL-PERIOD-END.
006480      WRITE BORDX-RECORD.
006490      ADD 1 TO WS-DETAILS-WRITTEN.
006500  4000-EXIT.
006510      EXIT.

006520*    THE CONTROL PASS RE-READS FILE1X FROM THE TOP AND TOTALS THE
006530*    PERIOD'S GROSS PREMIUM ON ITS OWN, APART FROM THE CESSION
006540*    PATHS ABOVE, SO A POLICY THAT FELL THROUGH THEM SHOWS AS A
006550*    DIFFERENCE IN THE PROOF.  A REOPEN FAILURE LEAVES THE
006560*    CONTROL TOTAL AT ZERO, SO THE PROOF BREAKS.
006570  4500-CONTROL-PREMIUM.
006580      CLOSE MY-FILE1-INDEXED.
006590      OPEN INPUT MY-FILE1-INDEXED.
006600      IF WS-FILE1X-STATUS NOT = '00'
006610          DISPLAY 'MY-BORDEREAU - REOPEN FAILED ON '
006620              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
006630          MOVE SPACES TO REPORT-LINE
006640          STRING '** FILE1X NOT REOPENED FOR THE CONTROL PASS, '
006650              'FILE STATUS=' WS-FILE1X-STATUS ' **'
006660              DELIMITED BY SIZE INTO REPORT-LINE
006670          WRITE REPORT-LINE
006680          GO TO 4500-EXIT
006690      END-IF.
006700      SET WS-EOF-NO TO TRUE.
006710      PERFORM 4520-READ-CONTROL-POLICY THRU 4520-EXIT.
006720      PERFORM 4510-ADD-CONTROL-POLICY THRU 4510-EXIT
006730          UNTIL WS-EOF-YES.
006740  4500-EXIT.
006750      EXIT.

006760  4510-ADD-CONTROL-POLICY.
006770      IF DRX-EFFECTIVE-DATE NOT NUMERIC
006780          OR DRX-PREMIUM-AMOUNT NOT NUMERIC
006790          GO TO 4510-READ-NEXT
006800      END-IF.
006810      IF DRX-EFFECTIVE-DATE NOT < WS-FIRST-DATE
006820          AND DRX-EFFECTIVE-DATE NOT > WS-LAST-DATE
006830          ADD DRX-PREMIUM-AMOUNT TO WS-CONTROL-GROSS-PREMIUM
006840      END-IF.
006850  4510-READ-NEXT.
006860      PERFORM 4520-READ-CONTROL-POLICY THRU 4520-EXIT.
006870  4510-EXIT.
006880      EXIT.

006890  4520-READ-CONTROL-POLICY.
006900      READ MY-FILE1-INDEXED NEXT RECORD
006910          AT END
006920              SET WS-EOF-YES TO TRUE
006930      END-READ.
006940  4520-EXIT.
006950      EXIT.

006960*    THE SAME FOR CLAIMS - THE HISTORY IS READ AGAIN FROM THE TOP
006970*    AND EVERY POSTING IN THE PERIOD ADDED, TREATY OR NOT.
006980  4600-CONTROL-CLAIMS.
006990      CLOSE MY-CLMHST-FILE.
007000      OPEN INPUT MY-CLMHST-FILE.
007010      IF WS-CLMHST-STATUS NOT = '00'
007020          DISPLAY 'MY-BORDEREAU - REOPEN FAILED ON THE CLAIM '
007030              'HISTORY, FILE STATUS=' WS-CLMHST-STATUS
007040          MOVE SPACES TO REPORT-LINE
007050          STRING '** CLAIM HISTORY NOT REOPENED FOR THE CONTROL '
007060              'PASS, FILE STATUS=' WS-CLMHST-STATUS ' **'
007070              DELIMITED BY SIZE INTO REPORT-LINE
007080          WRITE REPORT-LINE
007090          GO TO 4600-EXIT
007100      END-IF.
007110      SET WS-EOF-NO TO TRUE.
007120      PERFORM 4620-READ-CONTROL-HISTORY THRU 4620-EXIT.
007130      PERFORM 4610-ADD-CONTROL-HISTORY THRU 4610-EXIT
007140          UNTIL WS-EOF-YES.
007150  4600-EXIT.
007160      EXIT.

007170  4610-ADD-CONTROL-HISTORY.
007180      IF CH-POSTED-DATE NOT NUMERIC
007190          OR CH-INCURRED-CHANGE NOT NUMERIC
007200          GO TO 4610-READ-NEXT
007210      END-IF.
007220      IF CH-POSTED-DATE NOT < WS-FIRST-DATE
007230          AND CH-POSTED-DATE NOT > WS-LAST-DATE
007240          ADD CH-INCURRED-CHANGE TO WS-CONTROL-GROSS-CLAIM
007250      END-IF.
007260  4610-READ-NEXT.
007270      PERFORM 4620-READ-CONTROL-HISTORY THRU 4620-EXIT.
007280  4610-EXIT.
007290      EXIT.

007300  4620-READ-CONTROL-HISTORY.
007310      READ MY-CLMHST-FILE
007320          AT END
007330              SET WS-EOF-YES TO TRUE
007340      END-READ.
007350  4620-EXIT.
007360      EXIT.

007370  5000-PRINT-SUMMARY.
007380      MOVE SPACES TO REPORT-LINE.
007390      STRING 'MY-BORDEREAU CESSION SUMMARY  PERIOD '
007400          WS-FIRST-DATE ' THRU ' WS-LAST-DATE
007410          '  RUN DATE ' WS-RUN-DATE
007420          DELIMITED BY SIZE INTO REPORT-LINE.
007430      WRITE REPORT-LINE.
007440      MOVE SPACES TO REPORT-LINE.
007450      STRING 'PREMIUM IS FILE1X POLICIES EFFECTIVE IN THE '
007460          'PERIOD; CLAIMS ARE INCURRED POSTED IN THE PERIOD'
007470          DELIMITED BY SIZE INTO REPORT-LINE.
007480      WRITE REPORT-LINE.
007490      MOVE SPACES TO REPORT-LINE.
007500      STRING 'CESSION BY TREATY'
007510          DELIMITED BY SIZE INTO REPORT-LINE.
007520      WRITE REPORT-LINE.
007530      PERFORM 5100-PRINT-TREATY-LINES THRU 5100-EXIT
007540          VARYING WS-SUMMARY-INDEX FROM 1 BY 1
007550          UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT.
007560      MOVE SPACES TO REPORT-LINE.
007570      STRING 'CESSION BY ITEM-A CODE'
007580          DELIMITED BY SIZE INTO REPORT-LINE.
007590      WRITE REPORT-LINE.
007600      PERFORM 5200-PRINT-ITEM-A-LINE THRU 5200-EXIT
007610          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
007620          UNTIL WS-ITEM-A-INDEX > 100.
007630      PERFORM 5500-PRINT-PROOF THRU 5500-EXIT.
007640  5000-EXIT.
007650      EXIT.

007660  5100-PRINT-TREATY-LINES.
007670      MOVE SPACES TO REPORT-LINE.
007680      STRING '  TREATY=' WS-SUM-TREATY-ID (WS-SUMMARY-INDEX)
007690          ' ' WS-SUM-REINSURER (WS-SUMMARY-INDEX)
007700          DELIMITED BY SIZE INTO REPORT-LINE.
007710      WRITE REPORT-LINE.
007720      MOVE WS-SUM-PREM-COUNT (WS-SUMMARY-INDEX) TO WS-COUNT-ED.
007730      MOVE WS-SUM-GROSS-PREM (WS-SUMMARY-INDEX) TO WS-AMOUNT-A-ED.
007740      MOVE WS-SUM-CEDED-PREM (WS-SUMMARY-INDEX) TO WS-AMOUNT-B-ED.
007750      COMPUTE WS-RETAINED-WORK =
007760          WS-SUM-GROSS-PREM (WS-SUMMARY-INDEX)
007770          - WS-SUM-CEDED-PREM (WS-SUMMARY-INDEX).
007780      MOVE WS-RETAINED-WORK TO WS-AMOUNT-C-ED.
007790      MOVE SPACES TO REPORT-LINE.
007800      STRING '    PREMIUM  POLICIES=' WS-COUNT-ED
007810          ' GROSS=' WS-AMOUNT-A-ED
007820          ' CEDED=' WS-AMOUNT-B-ED
007830          ' RETAINED=' WS-AMOUNT-C-ED
007840          DELIMITED BY SIZE INTO REPORT-LINE.
007850      WRITE REPORT-LINE.
007860      MOVE WS-SUM-CLAIM-COUNT (WS-SUMMARY-INDEX) TO WS-COUNT-ED.
007870      MOVE WS-SUM-GROSS-CLAIM (WS-SUMMARY-INDEX)
007880          TO WS-AMOUNT-A-ED.
007890      MOVE WS-SUM-CEDED-CLAIM (WS-SUMMARY-INDEX)
007900          TO WS-AMOUNT-B-ED.
007910      COMPUTE WS-RETAINED-WORK =
007920          WS-SUM-GROSS-CLAIM (WS-SUMMARY-INDEX)
007930          - WS-SUM-CEDED-CLAIM (WS-SUMMARY-INDEX).
007940      MOVE WS-RETAINED-WORK TO WS-AMOUNT-C-ED.
007950      MOVE SPACES TO REPORT-LINE.
007960      STRING '    CLAIMS   POLICIES=' WS-COUNT-ED
007970          ' GROSS=' WS-AMOUNT-A-ED
007980          ' CEDED=' WS-AMOUNT-B-ED
007990          ' RETAINED=' WS-AMOUNT-C-ED
008000          DELIMITED BY SIZE INTO REPORT-LINE.
008010      WRITE REPORT-LINE.
008020  5100-EXIT.
008030      EXIT.

008040  5200-PRINT-ITEM-A-LINE.
008050      ADD WS-IA-GROSS-PREM (WS-ITEM-A-INDEX)
008060          TO WS-ITEM-A-GROSS-PREM-SUM.
008070      ADD WS-IA-GROSS-CLAIM (WS-ITEM-A-INDEX)
008080          TO WS-ITEM-A-GROSS-CLAIM-SUM.
008090      IF WS-IA-GROSS-PREM (WS-ITEM-A-INDEX) = ZERO
008100          AND WS-IA-GROSS-CLAIM (WS-ITEM-A-INDEX) = ZERO
008110          AND WS-IA-CEDED-CLAIM (WS-ITEM-A-INDEX) = ZERO
008120          GO TO 5200-EXIT
008130      END-IF.
008140      COMPUTE WS-ITEM-A-CODE-ED = WS-ITEM-A-INDEX - 1.
008150      MOVE WS-IA-GROSS-PREM (WS-ITEM-A-INDEX) TO WS-AMOUNT-A-ED.
008160      MOVE WS-IA-CEDED-PREM (WS-ITEM-A-INDEX) TO WS-AMOUNT-B-ED.
008170      MOVE WS-IA-GROSS-CLAIM (WS-ITEM-A-INDEX) TO WS-AMOUNT-C-ED.
008180      MOVE WS-IA-CEDED-CLAIM (WS-ITEM-A-INDEX) TO WS-AMOUNT-D-ED.
008190      MOVE SPACES TO REPORT-LINE.
008200      STRING '  ITEM-A=' WS-ITEM-A-CODE-ED
008210          ' GROSS PREMIUM=' WS-AMOUNT-A-ED
008220          ' CEDED=' WS-AMOUNT-B-ED
008230          ' GROSS CLAIMS=' WS-AMOUNT-C-ED
008240          ' CEDED=' WS-AMOUNT-D-ED
008250          DELIMITED BY SIZE INTO REPORT-LINE.
008260      WRITE REPORT-LINE.
008270  5200-EXIT.
008280      EXIT.

008290*    EACH GROSS TOTAL IS SPLIT INTO CEDED, RETAINED ON TREATY
008300*    BUSINESS AND BUSINESS UNDER NO TREATY.  THE PARTS, THE GROSS
008310*    RUN UP IN THE CESSION PASS AND THE ITEM-A VIEW MUST ALL
008320*    EQUAL THE GROSS FROM THE CONTROL PASS; THE DIFFERENCE IS
008330*    CONTROL LESS PARTS.  A CLAIM TABLE OVERFLOW SHOWS IN IT.
008340  5500-PRINT-PROOF.
008350      COMPUTE WS-RETAINED-PREMIUM =
008360          WS-TREATY-GROSS-PREMIUM - WS-CEDED-PREMIUM.
008370      COMPUTE WS-PROOF-TOTAL = WS-CEDED-PREMIUM
008380          + WS-RETAINED-PREMIUM + WS-UNCEDED-PREMIUM.
008390      MOVE WS-GROSS-PREMIUM TO WS-AMOUNT-A-ED.
008400      MOVE WS-CEDED-PREMIUM TO WS-AMOUNT-B-ED.
008410      MOVE WS-RETAINED-PREMIUM TO WS-AMOUNT-C-ED.
008420      MOVE WS-UNCEDED-PREMIUM TO WS-AMOUNT-D-ED.
008430      MOVE SPACES TO REPORT-LINE.
008440      STRING 'PROOF PREMIUM: FILE1X GROSS=' WS-AMOUNT-A-ED
008450          ' CEDED=' WS-AMOUNT-B-ED
008460          ' RETAINED=' WS-AMOUNT-C-ED
008470          ' NO TREATY=' WS-AMOUNT-D-ED
008480          DELIMITED BY SIZE INTO REPORT-LINE.
008490      WRITE REPORT-LINE.
008500      MOVE WS-PROOF-TOTAL TO WS-AMOUNT-A-ED.
008510      MOVE WS-ITEM-A-GROSS-PREM-SUM TO WS-AMOUNT-B-ED.
008520      MOVE SPACES TO REPORT-LINE.
008530      STRING '               PARTS TOTAL=' WS-AMOUNT-A-ED
008540          ' ITEM-A VIEW=' WS-AMOUNT-B-ED
008550          DELIMITED BY SIZE INTO REPORT-LINE.
008560      WRITE REPORT-LINE.
008570      COMPUTE WS-PROOF-DIFFERENCE =
008580          WS-CONTROL-GROSS-PREMIUM - WS-PROOF-TOTAL.
008590      MOVE WS-CONTROL-GROSS-PREMIUM TO WS-AMOUNT-A-ED.
008600      MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-B-ED.
008610      MOVE SPACES TO REPORT-LINE.
008620      STRING '              CONTROL PASS=' WS-AMOUNT-A-ED
008630          ' DIFFERENCE=' WS-AMOUNT-B-ED
008640          DELIMITED BY SIZE INTO REPORT-LINE.
008650      WRITE REPORT-LINE.
008660      IF WS-PROOF-TOTAL NOT = WS-CONTROL-GROSS-PREMIUM
008670          OR WS-GROSS-PREMIUM NOT = WS-CONTROL-GROSS-PREMIUM
008680          OR WS-ITEM-A-GROSS-PREM-SUM
008690              NOT = WS-CONTROL-GROSS-PREMIUM
008700          ADD 1 TO WS-PROOF-FAIL-COUNT
008710      END-IF.
008720      COMPUTE WS-RETAINED-CLAIM =
008730          WS-TREATY-GROSS-CLAIM - WS-CEDED-CLAIM.
008740      COMPUTE WS-PROOF-TOTAL = WS-CEDED-CLAIM
008750          + WS-RETAINED-CLAIM + WS-UNCEDED-CLAIM.
008760      MOVE WS-GROSS-CLAIM TO WS-AMOUNT-A-ED.
008770      MOVE WS-CEDED-CLAIM TO WS-AMOUNT-B-ED.
008780      MOVE WS-RETAINED-CLAIM TO WS-AMOUNT-C-ED.
008790      MOVE WS-UNCEDED-CLAIM TO WS-AMOUNT-D-ED.
008800      MOVE SPACES TO REPORT-LINE.
008810      STRING 'PROOF CLAIMS:  HISTORY GROSS=' WS-AMOUNT-A-ED
008820          ' CEDED=' WS-AMOUNT-B-ED
008830          ' RETAINED=' WS-AMOUNT-C-ED
008840          ' NO TREATY=' WS-AMOUNT-D-ED
008850          DELIMITED BY SIZE INTO REPORT-LINE.
008860      WRITE REPORT-LINE.
008870      MOVE WS-PROOF-TOTAL TO WS-AMOUNT-A-ED.
008880      MOVE WS-ITEM-A-GROSS-CLAIM-SUM TO WS-AMOUNT-B-ED.
008890      MOVE WS-OVERFLOW-CLAIM TO WS-AMOUNT-C-ED.
008900      MOVE SPACES TO REPORT-LINE.
008910      STRING '               PARTS TOTAL=' WS-AMOUNT-A-ED
008920          ' ITEM-A VIEW=' WS-AMOUNT-B-ED
008930          ' NOT BORDEREAUED (TABLE FULL)=' WS-AMOUNT-C-ED
008940          DELIMITED BY SIZE INTO REPORT-LINE.
008950      WRITE REPORT-LINE.
008960      COMPUTE WS-PROOF-DIFFERENCE =
008970          WS-CONTROL-GROSS-CLAIM - WS-PROOF-TOTAL.
008980      MOVE WS-CONTROL-GROSS-CLAIM TO WS-AMOUNT-A-ED.
008990      MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-B-ED.
009000      MOVE SPACES TO REPORT-LINE.
009010      STRING '              CONTROL PASS=' WS-AMOUNT-A-ED
009020          ' DIFFERENCE=' WS-AMOUNT-B-ED
009030          DELIMITED BY SIZE INTO REPORT-LINE.
009040      WRITE REPORT-LINE.
009050      IF WS-PROOF-TOTAL NOT = WS-CONTROL-GROSS-CLAIM
009060          OR WS-GROSS-CLAIM NOT = WS-CONTROL-GROSS-CLAIM
009070          OR WS-ITEM-A-GROSS-CLAIM-SUM
009080              NOT = WS-CONTROL-GROSS-CLAIM
009090          ADD 1 TO WS-PROOF-FAIL-COUNT
009100      END-IF.
009110      MOVE SPACES TO REPORT-LINE.
009120      IF WS-PROOF-FAIL-COUNT = ZERO
009130          STRING 'CESSION PROOFS TIE'
009140              DELIMITED BY SIZE INTO REPORT-LINE
009150      ELSE
009160          STRING '** CESSION PROOFS DO NOT TIE - REVIEW BEFORE '
009170              'THE BORDEREAU IS SENT **'
009180              DELIMITED BY SIZE INTO REPORT-LINE
009190      END-IF.
009200      WRITE REPORT-LINE.
009210  5500-EXIT.
009220      EXIT.

009230*    THE TRAILER CARRIES THE TOTALS OF THE DETAILS WRITTEN -
009240*    MY-BORDEREAU-PRINT PROVES THE SORTED FILE BACK TO IT.
009250  9000-TERMINATE.
009260      MOVE SPACES TO BORDX-RECORD.
009270      SET BX-TRAILER-RECORD TO TRUE.
009280      MOVE WS-FIRST-DATE TO BX-TRL-PERIOD-START.
009290      MOVE WS-LAST-DATE TO BX-TRL-PERIOD-END.
009300      MOVE WS-DETAILS-WRITTEN TO BX-TRL-RECORD-COUNT.
009310      MOVE WS-TREATY-GROSS-PREMIUM TO BX-TRL-GROSS-PREMIUM.
009320      MOVE WS-CEDED-PREMIUM TO BX-TRL-CEDED-PREMIUM.
009330      MOVE WS-TREATY-GROSS-CLAIM TO BX-TRL-GROSS-CLAIM.
009340      MOVE WS-CEDED-CLAIM TO BX-TRL-CEDED-CLAIM.
009350      WRITE BORDX-RECORD.
009360      MOVE WS-POLICIES-READ TO WS-COUNT-ED.
009370      MOVE SPACES TO REPORT-LINE.
009380      STRING 'FILE1X POLICIES READ=' WS-COUNT-ED
009390          DELIMITED BY SIZE INTO REPORT-LINE.
009400      WRITE REPORT-LINE.
009410      MOVE WS-POLICIES-IN-PERIOD TO WS-COUNT-ED.
009420      MOVE SPACES TO REPORT-LINE.
009430      STRING 'POLICIES WRITTEN IN PERIOD=' WS-COUNT-ED
009440          DELIMITED BY SIZE INTO REPORT-LINE.
009450      WRITE REPORT-LINE.
009460      MOVE WS-HISTORY-IN-PERIOD TO WS-COUNT-ED.
009470      MOVE SPACES TO REPORT-LINE.
009480      STRING 'HISTORY POSTINGS IN PERIOD=' WS-COUNT-ED
009490          DELIMITED BY SIZE INTO REPORT-LINE.
009500      WRITE REPORT-LINE.
009510      MOVE WS-DETAILS-WRITTEN TO WS-COUNT-ED.
009520      MOVE SPACES TO REPORT-LINE.
009530      STRING 'BORDEREAU DETAILS WRITTEN=' WS-COUNT-ED
009540          DELIMITED BY SIZE INTO REPORT-LINE.
009550      WRITE REPORT-LINE.
009560      MOVE WS-TREATY-COUNT TO WS-COUNT-ED.
009570      MOVE SPACES TO REPORT-LINE.
009580      STRING 'ACTIVE TREATY ROWS LOADED=' WS-COUNT-ED
009590          DELIMITED BY SIZE INTO REPORT-LINE.
009600      WRITE REPORT-LINE.
009610      IF WS-TREATY-OVERFLOW-COUNT > ZERO
009620          MOVE WS-TREATY-OVERFLOW-COUNT TO WS-COUNT-ED
009630          MOVE SPACES TO REPORT-LINE
009640          STRING '** TREATY TABLE FULL - ' WS-COUNT-ED
009650              ' ACTIVE ROWS NOT LOADED, THEIR BUSINESS SHOWS AS '
009660              'UNDER NO TREATY **'
009670              DELIMITED BY SIZE INTO REPORT-LINE
009680          WRITE REPORT-LINE
009690      END-IF.
009700      IF WS-CLAIM-OVERFLOW-COUNT > ZERO
009710          MOVE WS-CLAIM-OVERFLOW-COUNT TO WS-COUNT-ED
009720          MOVE SPACES TO REPORT-LINE
009730          STRING '** CLAIM POLICY TABLE FULL - ' WS-COUNT-ED
009740              ' PERIOD POSTINGS ON TREATY BUSINESS NOT CEDED **'
009750              DELIMITED BY SIZE INTO REPORT-LINE
009760          WRITE REPORT-LINE
009770      END-IF.
009780      IF WS-POLICY-BAD-COUNT > ZERO
009790          OR WS-HISTORY-BAD-COUNT > ZERO
009800          MOVE SPACES TO REPORT-LINE
009810          STRING '** UNREADABLE POLICY OR HISTORY RECORDS WERE '
009820              'SKIPPED - RERUN AFTER REPAIR **'
009830              DELIMITED BY SIZE INTO REPORT-LINE
009840          WRITE REPORT-LINE
009850      END-IF.
009860      CLOSE MY-FILE1-INDEXED.
009870      CLOSE MY-CLMHST-FILE.
009880      CLOSE MY-BORDX-FILE.
009890      CLOSE MY-REPORT-FILE.
009900      IF WS-PROOF-FAIL-COUNT > ZERO
009910          OR WS-TREATY-OVERFLOW-COUNT > ZERO
009920          OR WS-CLAIM-OVERFLOW-COUNT > ZERO
009930          OR WS-POLICY-BAD-COUNT > ZERO
009940          OR WS-HISTORY-BAD-COUNT > ZERO
009950          MOVE 4 TO RETURN-CODE
009960      ELSE
009970          MOVE ZERO TO RETURN-CODE
009980      END-IF.
009990  9000-EXIT.
010000      EXIT.

010010  9999-EXIT.
010020      STOP RUN.
