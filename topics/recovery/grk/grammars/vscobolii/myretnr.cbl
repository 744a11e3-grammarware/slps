000010*----------------------------------------------------------------*
000020*    MY-RETENTION-REPORT IS THE MONTH-END IN-FORCE AND RETENTION
000030*    REPORT.  THE OPENING IN-FORCE COUNT AND PREMIUM BY ITEM-A
000040*    CODE AND STATE COME FROM LAST MONTH'S CLOSING BALANCE
000050*    (INFBAL0, MY-INFBAL).  THE MONTH'S MOVEMENTS COME FROM THE
000060*    MONTH-TO-DATE DELTA HISTORY MY-DELTA-ROLL BUILDS EACH NIGHT
000070*    (DLTMTD0, MY-DLTMTD).  A POLICY IS IN FORCE WHEN ITS STATUS
000080*    IS AC OR SU, THE SAME RULE THE BILLING RUN USES, AND EACH
000090*    DELTA IS CLASSIFIED BY WHETHER IT WAS IN FORCE BEFORE AND
000100*    AFTER THE CHANGE:
000110*      ENTERED  - REINSTATEMENT IF IT CAME BACK FROM CX, OTHERWISE
000120*                 NEW BUSINESS (A NEW POLICY, OR PN ISSUED).
000130*      LEFT     - NON-RENEWAL IF THE TERM HAD EXPIRED BY THE NIGHT
000140*                 IT LEFT, OTHERWISE CANCELLATION (TO CX, OR
000150*                 DROPPED FROM THE FILE MID-TERM).
000160*      STAYED   - A MOVE TO ANOTHER ITEM-A CODE OR STATE IS A
000170*                 TRANSFER OUT OF ONE BUCKET AND INTO THE OTHER;
000180*                 OTHERWISE ONLY ITS PREMIUM CHANGE COUNTS.
000190*    THE CLOSING IN-FORCE COUNT AND PREMIUM ARE COUNTED FROM
000200*    THE LAST NIGHT'S UNLOAD OF FILE1X (F1BOOK0), THE SAME BOOK
000210*    THE NIGHTLY BOOK COMPARE CUT THE DELTAS FROM, WITH NO
000220*    TOLERANCE.  THE PROOF IS OPENING + NEW + REINSTATED -
000230*    CANCELLED - NON-RENEWED + TRANSFERS IN - TRANSFERS OUT =
000240*    THE FILE1X COUNT, AND THE SAME FOR PREMIUM WITH THE CHANGES
000250*    ADDED, FOR EVERY BUCKET AND IN TOTAL; ANY DIFFERENCE IS RC 4.
000260*    RETENTION % IS (OPENING - CANCELLED - NON-RENEWED) OVER
000270*    OPENING.  THE CLOSING BALANCE IS WRITTEN TO INFBNW0 FOR
000280*    NEXT MONTH.  WITH NO OPENING BALANCE ON FILE (THE FIRST
000290*    MONTH) THE OPENING IS BACKED OUT OF THE FILE1X COUNT AND
000300*    SAID SO ON THE REPORT.  THE PERIOD COMES FROM THE OPTIONAL
000310*    RTPRM0 CARD OR IS THE CALENDAR MONTH OF THE NEWEST NIGHT ON
000320*    THE HISTORY, AS FOR MY-GL-CLOSE.
000330*----------------------------------------------------------------*
000340  IDENTIFICATION DIVISION.
000350  PROGRAM-ID.     MY-RETENTION-REPORT.
000360  AUTHOR.         D L HARGROVE.
000370  INSTALLATION.   DATA PROCESSING CENTER.
000380  DATE-WRITTEN.   10/15/26.
000390  DATE-COMPILED.
000400*----------------------------------------------------------------*
000410*    MODIFICATION HISTORY.
000420*    DATE       INIT  DESCRIPTION
000430*    10/15/26   DLH   ORIGINAL PROGRAM.
000440*    10/15/26   DLH   CLOSING COUNTED FROM THE NIGHTLY FILE1X
000450*                     UNLOAD THE DELTAS ARE CUT FROM; PREMIUM IS
000460*                     NOW PROVED AS WELL AS THE COUNT.
000470*----------------------------------------------------------------*

000480  ENVIRONMENT DIVISION.

000490  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000510      SELECT MY-DLTMTD-FILE ASSIGN DLTMTD0
000520          FILE STATUS IS WS-DLTMTD-STATUS.
000530      SELECT MY-BOOK-FILE ASSIGN F1BOOK0
000540          FILE STATUS IS WS-BOOK-STATUS.
000550      SELECT MY-INFBAL-FILE ASSIGN INFBAL0
000560          FILE STATUS IS WS-INFBAL-STATUS.
000570      SELECT MY-INFBNW-FILE ASSIGN INFBNW0
000580          FILE STATUS IS WS-INFBNW-STATUS.
000590      SELECT MY-RTPRM-FILE ASSIGN RTPRM0
000600          FILE STATUS IS WS-RTPRM-STATUS.
000610      SELECT MY-REPORT-FILE ASSIGN RTNRPT0
000620          FILE STATUS IS WS-REPORT-STATUS.

000630  DATA DIVISION.

000640  FILE SECTION.

000650  FD  MY-DLTMTD-FILE
000660      LABEL RECORD STANDARD.
000670  01  DLTMTD-FILE-RECORD.
000680      COPY MY-DLTMTD.


000690  FD  MY-BOOK-FILE
000700      LABEL RECORD STANDARD.
000710  01  BOOK-RECORD.
000720      COPY MY-COPY-BOOK
000730          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000740              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000750              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000760              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000770              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000780              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000790              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000800              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000810              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000820              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000830              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000840              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000850              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000860              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000870              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000880              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000890              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000900              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000910              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000920              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000930              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000940              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000950              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000960              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000970              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000980              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000990  FD  MY-INFBAL-FILE
001000      LABEL RECORD STANDARD.
001010  01  INFBAL-RECORD.
001020      COPY MY-INFBAL.

001030  FD  MY-INFBNW-FILE
001040      LABEL RECORD STANDARD.
001050  01  INFBNW-RECORD                   PIC X(80).

001060*    OPTIONAL PERIOD OVERRIDE CARD - BOTH DATES YYYYMMDD.
001070  FD  MY-RTPRM-FILE
001080      LABEL RECORD STANDARD.
001090  01  RTPRM-RECORD.
001100      05  RP-PERIOD-START             PIC 9(08).
001110      05  RP-PERIOD-END               PIC 9(08).
001120      05  FILLER                      PIC X(64).

001130  FD  MY-REPORT-FILE
001140      LABEL RECORD STANDARD.
001150  01  REPORT-LINE                     PIC X(132).

001160  WORKING-STORAGE SECTION.

001170  77  WS-DLTMTD-STATUS                PIC X(02).
001180  77  WS-BOOK-STATUS                  PIC X(02).
001190  77  WS-INFBAL-STATUS                PIC X(02).
001200  77  WS-INFBNW-STATUS                PIC X(02).
001210  77  WS-RTPRM-STATUS                 PIC X(02).
001220  77  WS-REPORT-STATUS                PIC X(02).

001230  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001240      88  WS-EOF-YES                      VALUE 'Y'.
001250      88  WS-EOF-NO                       VALUE 'N'.

001260  77  WS-PERIOD-CARD-SWITCH           PIC X(01) VALUE 'N'.
001270      88  WS-PERIOD-FROM-CARD             VALUE 'Y'.
001280      88  WS-PERIOD-DERIVED               VALUE 'N'.

001290  77  WS-OPENING-SWITCH               PIC X(01) VALUE 'N'.
001300      88  WS-OPENING-ON-FILE              VALUE 'Y'.
001310      88  WS-OPENING-DERIVED              VALUE 'N'.

001320  77  WS-PRIOR-SWITCH                 PIC X(01) VALUE 'N'.
001330      88  WS-PRIOR-IN-FORCE               VALUE 'Y'.
001340      88  WS-PRIOR-NOT-IN-FORCE           VALUE 'N'.

001350  77  WS-NOW-SWITCH                   PIC X(01) VALUE 'N'.
001360      88  WS-NOW-IN-FORCE                 VALUE 'Y'.
001370      88  WS-NOW-NOT-IN-FORCE             VALUE 'N'.

001380  77  WS-BUCKET-SWITCH                PIC X(01) VALUE 'Y'.
001390      88  WS-BUCKET-GOOD                  VALUE 'Y'.
001400      88  WS-BUCKET-BAD                   VALUE 'N'.

001410  77  WS-ACTIVITY-SWITCH              PIC X(01) VALUE 'N'.
001420      88  WS-ROLLUP-ACTIVE                VALUE 'Y'.
001430      88  WS-ROLLUP-EMPTY                 VALUE 'N'.

001440  77  WS-PRINT-LEVEL-SWITCH           PIC X(01) VALUE 'B'.
001450      88  WS-PRINTING-BUCKET              VALUE 'B'.
001460      88  WS-PRINTING-TOTAL               VALUE 'T'.

001470*    THE DELTA CARRIED ON THE HISTORY RECORD, AND ITS DATAREC
001480*    IMAGE, BROKEN OUT THROUGH THE SHARED BOOKS.
001490  01  WS-DELTA-WORK-AREA.
001500      COPY MY-DELTA.

001510  01  WS-DATAREC-WORK-AREA.
001520      COPY MY-COPY-BOOK.

001530*    THE STATE CODES THE PREMIUM-TAX FILING RECOGNIZES (50
001540*    STATES PLUS DC), THE SAME LIST THE NIGHTLY RUN BUCKETS BY.
001550*    ANYTHING ELSE - INCLUDING BLANK - IS THE '**' BUCKET, SLOT
001560*    52.
001570  01  WS-VALID-STATE-LIST.
001580      05  FILLER        PIC X(20) VALUE 'ALAKAZARCACOCTDEDCFL'.
001590      05  FILLER        PIC X(20) VALUE 'GAHIIDILINIAKSKYLAME'.
001600      05  FILLER        PIC X(20) VALUE 'MDMAMIMNMSMOMTNENVNH'.
001610      05  FILLER        PIC X(20) VALUE 'NJNMNYNCNDOHOKORPARI'.
001620      05  FILLER        PIC X(20) VALUE 'SCSDTNTXUTVTVAWAWVWI'.
001630      05  FILLER        PIC X(02) VALUE 'WY'.
001640  01  WS-VALID-STATE-TABLE REDEFINES WS-VALID-STATE-LIST.
001650      05  WS-VALID-STATE-ENTRY        PIC X(02) OCCURS 51 TIMES.

001660*    ONE CELL PER ITEM-A CODE (CODE + 1) AND STATE SLOT.
001670  01  WS-BUCKET-TABLE.
001680      05  WS-BKT-ITEM-A-ENTRY         OCCURS 100 TIMES.
001690          10  WS-BKT-STATE-ENTRY      OCCURS 52 TIMES.
001700              15  WS-BKT-OPEN-COUNT   PIC S9(07) COMP-3
001710                                       VALUE ZERO.
001720              15  WS-BKT-OPEN-PREM    PIC S9(11)V99 COMP-3
001730                                       VALUE ZERO.
001740              15  WS-BKT-NEW-COUNT    PIC S9(07) COMP-3
001750                                       VALUE ZERO.
001760              15  WS-BKT-NEW-PREM     PIC S9(11)V99 COMP-3
001770                                       VALUE ZERO.
001780              15  WS-BKT-REIN-COUNT   PIC S9(07) COMP-3
001790                                       VALUE ZERO.
001800              15  WS-BKT-REIN-PREM    PIC S9(11)V99 COMP-3
001810                                       VALUE ZERO.
001820              15  WS-BKT-CANC-COUNT   PIC S9(07) COMP-3
001830                                       VALUE ZERO.
001840              15  WS-BKT-CANC-PREM    PIC S9(11)V99 COMP-3
001850                                       VALUE ZERO.
001860              15  WS-BKT-NRNW-COUNT   PIC S9(07) COMP-3
001870                                       VALUE ZERO.
001880              15  WS-BKT-NRNW-PREM    PIC S9(11)V99 COMP-3
001890                                       VALUE ZERO.
001900              15  WS-BKT-XIN-COUNT    PIC S9(07) COMP-3
001910                                       VALUE ZERO.
001920              15  WS-BKT-XIN-PREM     PIC S9(11)V99 COMP-3
001930                                       VALUE ZERO.
001940              15  WS-BKT-XOUT-COUNT   PIC S9(07) COMP-3
001950                                       VALUE ZERO.
001960              15  WS-BKT-XOUT-PREM    PIC S9(11)V99 COMP-3
001970                                       VALUE ZERO.
001980              15  WS-BKT-CHG-PREM     PIC S9(11)V99 COMP-3
001990                                       VALUE ZERO.
002000              15  WS-BKT-F1X-COUNT    PIC S9(07) COMP-3
002010                                       VALUE ZERO.
002020              15  WS-BKT-F1X-PREM     PIC S9(11)V99 COMP-3
002030                                       VALUE ZERO.

002040*    PRINT ROLL-UPS: 1 IS THE LINE BEING PRINTED, 2 THE ITEM-A
002050*    SUBTOTAL, 3 THE GRAND TOTAL.
002060  01  WS-ROLLUP-TABLE.
002070      05  WS-ROLLUP-ENTRY             OCCURS 3 TIMES.
002080          10  WS-RU-OPEN-COUNT        PIC S9(07) COMP-3.
002090          10  WS-RU-OPEN-PREM         PIC S9(11)V99 COMP-3.
002100          10  WS-RU-NEW-COUNT         PIC S9(07) COMP-3.
002110          10  WS-RU-NEW-PREM          PIC S9(11)V99 COMP-3.
002120          10  WS-RU-REIN-COUNT        PIC S9(07) COMP-3.
002130          10  WS-RU-REIN-PREM         PIC S9(11)V99 COMP-3.
002140          10  WS-RU-CANC-COUNT        PIC S9(07) COMP-3.
002150          10  WS-RU-CANC-PREM         PIC S9(11)V99 COMP-3.
002160          10  WS-RU-NRNW-COUNT        PIC S9(07) COMP-3.
002170          10  WS-RU-NRNW-PREM         PIC S9(11)V99 COMP-3.
002180          10  WS-RU-XIN-COUNT         PIC S9(07) COMP-3.
002190          10  WS-RU-XIN-PREM          PIC S9(11)V99 COMP-3.
002200          10  WS-RU-XOUT-COUNT        PIC S9(07) COMP-3.
002210          10  WS-RU-XOUT-PREM         PIC S9(11)V99 COMP-3.
002220          10  WS-RU-CHG-PREM          PIC S9(11)V99 COMP-3.
002230          10  WS-RU-F1X-COUNT         PIC S9(07) COMP-3.
002240          10  WS-RU-F1X-PREM          PIC S9(11)V99 COMP-3.

002250*    ONE ENTRY PER ROLL DATE THAT CARRIED A NIGHT TRAILER.  62
002260*    SLOTS COVER A PERIOD THAT STRADDLES TWO FULL MONTHS.
002270  01  WS-NIGHT-TABLE.
002280      05  WS-NIGHT-ENTRY              OCCURS 62 TIMES.
002290          10  WS-NIGHT-DATE           PIC 9(08).
002300          10  WS-NIGHT-TRAILER-COUNT  PIC 9(03) COMP.

002310  77  WS-NIGHT-COUNT                  PIC 9(03) COMP VALUE ZERO.
002320  77  WS-NIGHT-INDEX                  PIC 9(03) COMP VALUE ZERO.
002330  77  WS-NIGHT-MATCH-INDEX            PIC 9(03) COMP VALUE ZERO.
002340  77  WS-NIGHT-OVERFLOW-COUNT         PIC 9(06) COMP VALUE ZERO.

002350  77  WS-IA-INDEX                     PIC 9(03) COMP VALUE ZERO.
002360  77  WS-ST-INDEX                     PIC 9(03) COMP VALUE ZERO.
002370  77  WS-VSTATE-INDEX                 PIC 9(03) COMP VALUE ZERO.
002380  77  WS-RX                           PIC 9(01) COMP VALUE ZERO.
002390  77  WS-PRIOR-IA                     PIC 9(03) COMP VALUE ZERO.
002400  77  WS-PRIOR-ST                     PIC 9(03) COMP VALUE ZERO.
002410  77  WS-NOW-IA                       PIC 9(03) COMP VALUE ZERO.
002420  77  WS-NOW-ST                       PIC 9(03) COMP VALUE ZERO.

002430  01  WS-WORK-ITEM-A                  PIC X(02) VALUE SPACES.
002440  01  WS-WORK-ITEM-A-NUM REDEFINES WS-WORK-ITEM-A
002450                                      PIC 9(02).
002460  77  WS-WORK-STATE                   PIC X(02) VALUE SPACES.
002470  77  WS-PRINT-STATE                  PIC X(02) VALUE SPACES.
002480  77  WS-PRIOR-STATUS                 PIC X(02) VALUE SPACES.
002490  77  WS-PRIOR-PREMIUM                PIC S9(11)V99 COMP-3
002500                                       VALUE ZERO.
002510  77  WS-NOW-PREMIUM                  PIC S9(11)V99 COMP-3
002520                                       VALUE ZERO.

002530  77  WS-HISTORY-READ                 PIC 9(08) COMP VALUE ZERO.
002540  77  WS-DETAILS-READ                 PIC 9(08) COMP VALUE ZERO.
002550  77  WS-TRAILER-DELTA-SUM            PIC 9(08) COMP VALUE ZERO.
002560  77  WS-HISTORY-BAD-COUNT            PIC 9(06) COMP VALUE ZERO.
002570  77  WS-OUT-OF-FORCE-COUNT           PIC 9(08) COMP VALUE ZERO.
002580  77  WS-PREMIUM-ONLY-COUNT           PIC 9(08) COMP VALUE ZERO.
002590  77  WS-OUTSIDE-COUNT                PIC 9(03) COMP VALUE ZERO.
002600  77  WS-DUP-COUNT                    PIC 9(03) COMP VALUE ZERO.
002610  77  WS-FILE1X-READ                  PIC 9(08) COMP VALUE ZERO.
002620  77  WS-FILE1X-IN-FORCE              PIC 9(08) COMP VALUE ZERO.
002630  77  WS-FILE1X-BAD-COUNT             PIC 9(06) COMP VALUE ZERO.
002640  77  WS-OPENING-READ                 PIC 9(06) COMP VALUE ZERO.
002650  77  WS-OPENING-DETAIL-READ          PIC 9(06) COMP VALUE ZERO.
002660  77  WS-OPENING-BAD-COUNT            PIC 9(06) COMP VALUE ZERO.
002670  77  WS-OPENING-TRAILER-COUNT        PIC 9(03) COMP VALUE ZERO.
002680  77  WS-BUCKET-DIFF-COUNT            PIC 9(06) COMP VALUE ZERO.
002690  77  WS-BALANCE-WRITTEN              PIC 9(06) COMP VALUE ZERO.
002700  77  WS-PROOF-FAIL-COUNT             PIC 9(03) COMP VALUE ZERO.
002710  77  WS-WARNING-COUNT                PIC 9(03) COMP VALUE ZERO.

002720  01  WS-OPENING-CONTROLS.
002730      05  WS-OPEN-DETAIL-COUNT        PIC S9(09) COMP-3
002740                                       VALUE ZERO.
002750      05  WS-OPEN-DETAIL-PREM         PIC S9(11)V99 COMP-3
002760                                       VALUE ZERO.
002770      05  WS-OPEN-TRAILER-COUNT       PIC S9(09) COMP-3
002780                                       VALUE ZERO.
002790      05  WS-OPEN-TRAILER-PREM        PIC S9(11)V99 COMP-3
002800                                       VALUE ZERO.
002810      05  WS-OPEN-TRAILER-DETAILS     PIC 9(06) VALUE ZERO.
002820      05  WS-OPEN-PERIOD-END          PIC 9(08) VALUE ZERO.

002830*    THE LINE BEING PRINTED, WORKED OUT FROM ROLL-UP 1.
002840  01  WS-LINE-WORK.
002850      05  WS-LINE-LABEL               PIC X(20).
002860      05  WS-LINE-CLOSE-COUNT         PIC S9(09) COMP-3.
002870      05  WS-LINE-DIFF-COUNT          PIC S9(09) COMP-3.
002880      05  WS-LINE-CLOSE-PREM          PIC S9(11)V99 COMP-3.
002890      05  WS-LINE-OTHER-PREM          PIC S9(11)V99 COMP-3.
002900      05  WS-LINE-RETAINED            PIC S9(09) COMP-3.
002910      05  WS-LINE-RETAIN-PCT          PIC S9(03)V99 COMP-3.
002920      05  WS-LINE-FLAG                PIC X(01).

002930  01  WS-GRAND-PROOF.
002940      05  WS-GRAND-CLOSE-COUNT        PIC S9(09) COMP-3
002950                                       VALUE ZERO.
002960      05  WS-GRAND-DIFF-COUNT         PIC S9(09) COMP-3
002970                                       VALUE ZERO.
002980      05  WS-GRAND-CLOSE-PREM         PIC S9(11)V99 COMP-3
002990                                       VALUE ZERO.
003000      05  WS-GRAND-DIFF-PREM          PIC S9(11)V99 COMP-3
003010                                       VALUE ZERO.
003020      05  WS-GRAND-F1X-COUNT          PIC S9(09) COMP-3
003030                                       VALUE ZERO.
003040      05  WS-GRAND-F1X-PREM           PIC S9(11)V99 COMP-3
003050                                       VALUE ZERO.

003060  01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
003070  01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
003080      05  WS-RUN-YEAR                 PIC 9(04).
003090      05  WS-RUN-MONTH                PIC 9(02).
003100      05  WS-RUN-DAY                  PIC 9(02).
003110  01  WS-FIRST-DATE                   PIC 9(08) VALUE ZERO.
003120  01  WS-FIRST-DATE-PARTS REDEFINES WS-FIRST-DATE.
003130      05  WS-FIRST-YEAR               PIC 9(04).
003140      05  WS-FIRST-MONTH              PIC 9(02).
003150      05  WS-FIRST-DAY                PIC 9(02).
003160  01  WS-LAST-DATE                    PIC 9(08) VALUE ZERO.
003170  01  WS-LAST-DATE-PARTS REDEFINES WS-LAST-DATE.
003180      05  WS-LAST-YEAR                PIC 9(04).
003190      05  WS-LAST-MONTH               PIC 9(02).
003200      05  WS-LAST-DAY                 PIC 9(02).
003210  77  WS-NEWEST-ROLL-DATE             PIC 9(08) VALUE ZERO.
003220  77  WS-PRIOR-MONTH                  PIC 9(06) VALUE ZERO.
003230  77  WS-LEAP-WORK                    PIC 9(04) VALUE ZERO.
003240  77  WS-LEAP-REMAINDER               PIC 9(03) VALUE ZERO.

003250  01  WS-MONTH-DAYS-LIST              PIC X(24)
003260                                      VALUE
003270      '312831303130313130313031'.
003280  01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
003290      05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.

003300*    THE OUTGOING CLOSING BALANCE RECORD, SAME BOOK AS THE INPUT.
003310  01  WS-BALANCE-OUT-RECORD.
003320      COPY MY-INFBAL
003330          REPLACING ==IB-RECORD-TYPE==     BY ==IO-RECORD-TYPE==
003340              ==IB-DETAIL-RECORD==     BY ==IO-DETAIL-RECORD==
003350              ==IB-TRAILER-RECORD==    BY ==IO-TRAILER-RECORD==
003360              ==IB-PERIOD-END==        BY ==IO-PERIOD-END==
003370              ==IB-ITEM-A-CODE==       BY ==IO-ITEM-A-CODE==
003380              ==IB-STATE==             BY ==IO-STATE==
003390              ==IB-POLICY-COUNT==      BY ==IO-POLICY-COUNT==
003400              ==IB-PREMIUM==           BY ==IO-PREMIUM==
003410              ==IB-DETAIL-RECORDS==    BY ==IO-DETAIL-RECORDS==.

003420  01  WS-COUNT-ED                     PIC Z(7)9.
003430  01  WS-SMALL-COUNT-ED               PIC Z(2)9.
003440  01  WS-ITEM-A-CODE-ED               PIC 9(02).
003450  01  WS-C1-ED                        PIC -(7)9.
003460  01  WS-C2-ED                        PIC -(7)9.
003470  01  WS-C3-ED                        PIC -(7)9.
003480  01  WS-C4-ED                        PIC -(7)9.
003490  01  WS-C5-ED                        PIC -(7)9.
003500  01  WS-C6-ED                        PIC -(7)9.
003510  01  WS-C7-ED                        PIC -(7)9.
003520  01  WS-C8-ED                        PIC -(7)9.
003530  01  WS-C9-ED                        PIC -(7)9.
003540  01  WS-C10-ED                       PIC -(7)9.
003550  01  WS-PCT-ED                       PIC ---9.99.
003560  01  WS-PCT-TEXT                     PIC X(07).
003570  01  WS-P1-ED                        PIC Z(9)9.99-.
003580  01  WS-P2-ED                        PIC Z(9)9.99-.
003590  01  WS-P3-ED                        PIC Z(9)9.99-.
003600  01  WS-P4-ED                        PIC Z(9)9.99-.
003610  01  WS-P5-ED                        PIC Z(9)9.99-.
003620  01  WS-P6-ED                        PIC Z(9)9.99-.
003630  01  WS-P7-ED                        PIC Z(9)9.99-.
003640  01  WS-P8-ED                        PIC Z(9)9.99-.

003650  PROCEDURE DIVISION.

003660  0000-MAINLINE.
003670      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680      PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003690      PERFORM 2000-CLASSIFY-DELTA THRU 2000-EXIT
003700          UNTIL WS-EOF-YES.
003710      CLOSE MY-DLTMTD-FILE.
003720      PERFORM 2900-SET-PERIOD THRU 2900-EXIT.
003730      SET WS-EOF-NO TO TRUE.
003740      PERFORM 3100-READ-FILE1X THRU 3100-EXIT.
003750      PERFORM 3000-COUNT-IN-FORCE THRU 3000-EXIT
003760          UNTIL WS-EOF-YES.
003770      CLOSE MY-BOOK-FILE.
003780      PERFORM 5000-PRINT-HEADINGS THRU 5000-EXIT.
003790      PERFORM 4000-LOAD-OPENING THRU 4000-EXIT.
003800      IF WS-OPENING-DERIVED
003810          PERFORM 4500-DERIVE-ITEM-A THRU 4500-EXIT
003820              VARYING WS-IA-INDEX FROM 1 BY 1
003830              UNTIL WS-IA-INDEX > 100
003840      END-IF.
003850      PERFORM 5100-PRINT-BODY THRU 5100-EXIT.
003860      PERFORM 6000-WRITE-BALANCE THRU 6000-EXIT.
003870      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880      GO TO 9999-EXIT.

003890  1000-INITIALIZE.
003900      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003910      OPEN OUTPUT MY-REPORT-FILE.
003920      OPEN INPUT MY-DLTMTD-FILE.
003930      IF WS-DLTMTD-STATUS NOT = '00'
003940          DISPLAY 'MY-RETENTION-REPORT - OPEN FAILED ON THE '
003950              'DELTA HISTORY, FILE STATUS=' WS-DLTMTD-STATUS
003960          MOVE SPACES TO REPORT-LINE
003970          STRING '** DELTA HISTORY NOT AVAILABLE, FILE STATUS='
003980              WS-DLTMTD-STATUS ' - NO REPORT PRODUCED **'
003990              DELIMITED BY SIZE INTO REPORT-LINE
004000          WRITE REPORT-LINE
004010          CLOSE MY-REPORT-FILE
004020          MOVE 16 TO RETURN-CODE
004030          GO TO 9999-EXIT
004040      END-IF.
004050      OPEN INPUT MY-BOOK-FILE.
004060      IF WS-BOOK-STATUS NOT = '00'
004070          DISPLAY 'MY-RETENTION-REPORT - OPEN FAILED ON THE '
004080              'FILE1X UNLOAD, FILE STATUS=' WS-BOOK-STATUS
004090          MOVE SPACES TO REPORT-LINE
004100          STRING '** FILE1X UNLOAD NOT AVAILABLE, FILE STATUS='
004110              WS-BOOK-STATUS ' - NO REPORT PRODUCED **'
004120              DELIMITED BY SIZE INTO REPORT-LINE
004130          WRITE REPORT-LINE
004140          CLOSE MY-DLTMTD-FILE
004150          CLOSE MY-REPORT-FILE
004160          MOVE 16 TO RETURN-CODE
004170          GO TO 9999-EXIT
004180      END-IF.
004190      PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT.
004200  1000-EXIT.
004210      EXIT.

004220*    A MISSING OR EMPTY CARD IS THE NORMAL CASE - THE PERIOD IS
004230*    THEN SET FROM THE HISTORY ONCE IT HAS BEEN READ.
004240  1100-READ-PERIOD-CARD.
004250      OPEN INPUT MY-RTPRM-FILE.
004260      IF WS-RTPRM-STATUS NOT = '00'
004270          GO TO 1100-EXIT
004280      END-IF.
004290      READ MY-RTPRM-FILE
004300          AT END
004310              MOVE SPACES TO RTPRM-RECORD
004320      END-READ.
004330      IF RP-PERIOD-START NUMERIC
004340          AND RP-PERIOD-END NUMERIC
004350          AND RP-PERIOD-START > ZERO
004360          AND RP-PERIOD-END NOT < RP-PERIOD-START
004370          MOVE RP-PERIOD-START TO WS-FIRST-DATE
004380          MOVE RP-PERIOD-END TO WS-LAST-DATE
004390          SET WS-PERIOD-FROM-CARD TO TRUE
004400      END-IF.
004410      CLOSE MY-RTPRM-FILE.
004420  1100-EXIT.
004430      EXIT.

004440*----------------------------------------------------------------*
004450*    EACH DETAIL IS PLACED IN FORCE OR NOT, BEFORE AND AFTER THE
004460*    CHANGE, AND THE MOVEMENT POSTED TO THE BUCKET IT CAME FROM
004470*    OR WENT TO.  A 'C' DELTA CARRIES ITS PRIOR STATUS, CODE,
004480*    STATE AND PREMIUM; ONE WRITTEN BEFORE THE COMPARE CARRIED
004490*    THEM HAS ONLY THE NEW IMAGE TO GO ON.
004500*----------------------------------------------------------------*
004510  2000-CLASSIFY-DELTA.
004520      ADD 1 TO WS-HISTORY-READ.
004530      IF DM-NIGHT-TRAILER
004540          PERFORM 2700-RECORD-NIGHT THRU 2700-EXIT
004550          GO TO 2000-READ-NEXT
004560      END-IF.
004570      IF NOT DM-DELTA-DETAIL
004580          ADD 1 TO WS-HISTORY-BAD-COUNT
004590          GO TO 2000-READ-NEXT
004600      END-IF.
004610      ADD 1 TO WS-DETAILS-READ.
004620      MOVE DM-DELTA-RECORD TO WS-DELTA-WORK-AREA.
004630      MOVE DL-DATAREC TO WS-DATAREC-WORK-AREA.
004640      SET WS-PRIOR-NOT-IN-FORCE TO TRUE.
004650      SET WS-NOW-NOT-IN-FORCE TO TRUE.
004660      SET WS-BUCKET-GOOD TO TRUE.
004670      MOVE SPACES TO WS-PRIOR-STATUS.
004680      EVALUATE TRUE
004690          WHEN DL-CHANGE-NEW
004700              PERFORM 2200-SET-NOW-SIDE THRU 2200-EXIT
004710          WHEN DL-CHANGE-DROPPED
004720              PERFORM 2300-PRIOR-FROM-IMAGE THRU 2300-EXIT
004730          WHEN DL-CHANGE-CHANGED
004740              PERFORM 2400-PRIOR-FROM-DELTA THRU 2400-EXIT
004750              PERFORM 2200-SET-NOW-SIDE THRU 2200-EXIT
004760          WHEN OTHER
004770              SET WS-BUCKET-BAD TO TRUE
004780      END-EVALUATE.
004790      IF WS-BUCKET-BAD
004800          ADD 1 TO WS-HISTORY-BAD-COUNT
004810          GO TO 2000-READ-NEXT
004820      END-IF.
004830      EVALUATE TRUE
004840          WHEN WS-PRIOR-IN-FORCE AND WS-NOW-IN-FORCE
004850              PERFORM 2600-STAYED-IN-FORCE THRU 2600-EXIT
004860          WHEN WS-PRIOR-IN-FORCE
004870              PERFORM 2610-LEFT-FORCE THRU 2610-EXIT
004880          WHEN WS-NOW-IN-FORCE
004890              PERFORM 2620-ENTERED-FORCE THRU 2620-EXIT
004900          WHEN OTHER
004910              ADD 1 TO WS-OUT-OF-FORCE-COUNT
004920      END-EVALUATE.
004930  2000-READ-NEXT.
004940      PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004950  2000-EXIT.
004960      EXIT.

004970  2100-READ-HISTORY.
004980      READ MY-DLTMTD-FILE
004990          AT END
005000              SET WS-EOF-YES TO TRUE
005010      END-READ.
005020  2100-EXIT.
005030      EXIT.

005040*    THE NEW IMAGE - ON A 'N' OR 'C' DELTA.
005050  2200-SET-NOW-SIDE.
005060      IF NOT DR-STATUS-ACTIVE
005070          AND NOT DR-STATUS-SUSPENDED
005080          GO TO 2200-EXIT
005090      END-IF.
005100      MOVE DR-ITEM-A-CODE TO WS-WORK-ITEM-A.
005110      MOVE DR-ADDRESS-STATE TO WS-WORK-STATE.
005120      PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
005130      IF WS-BUCKET-BAD
005140          GO TO 2200-EXIT
005150      END-IF.
005160      SET WS-NOW-IN-FORCE TO TRUE.
005170      MOVE WS-IA-INDEX TO WS-NOW-IA.
005180      MOVE WS-ST-INDEX TO WS-NOW-ST.
005190      IF DR-PREMIUM-AMOUNT NUMERIC
005200          MOVE DR-PREMIUM-AMOUNT TO WS-NOW-PREMIUM
005210      ELSE
005220          MOVE ZERO TO WS-NOW-PREMIUM
005230      END-IF.
005240  2200-EXIT.
005250      EXIT.

005260*    A DROPPED POLICY'S IMAGE IS LAST NIGHT'S RECORD.
005270  2300-PRIOR-FROM-IMAGE.
005280      MOVE DR-STATUS-CODE TO WS-PRIOR-STATUS.
005290      IF NOT DR-STATUS-ACTIVE
005300          AND NOT DR-STATUS-SUSPENDED
005310          GO TO 2300-EXIT
005320      END-IF.
005330      MOVE DR-ITEM-A-CODE TO WS-WORK-ITEM-A.
005340      MOVE DR-ADDRESS-STATE TO WS-WORK-STATE.
005350      PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
005360      IF WS-BUCKET-BAD
005370          GO TO 2300-EXIT
005380      END-IF.
005390      SET WS-PRIOR-IN-FORCE TO TRUE.
005400      MOVE WS-IA-INDEX TO WS-PRIOR-IA.
005410      MOVE WS-ST-INDEX TO WS-PRIOR-ST.
005420      IF DR-PREMIUM-AMOUNT NUMERIC
005430          MOVE DR-PREMIUM-AMOUNT TO WS-PRIOR-PREMIUM
005440      ELSE
005450          MOVE ZERO TO WS-PRIOR-PREMIUM
005460      END-IF.
005470  2300-EXIT.
005480      EXIT.

005490  2400-PRIOR-FROM-DELTA.
005500      IF DL-PRIOR-ITEM-A-CODE NOT NUMERIC
005510          PERFORM 2300-PRIOR-FROM-IMAGE THRU 2300-EXIT
005520          GO TO 2400-EXIT
005530      END-IF.
005540      MOVE DL-PRIOR-STATUS-CODE TO WS-PRIOR-STATUS.
005550      IF DL-PRIOR-STATUS-CODE NOT = 'AC'
005560          AND DL-PRIOR-STATUS-CODE NOT = 'SU'
005570          GO TO 2400-EXIT
005580      END-IF.
005590      MOVE DL-PRIOR-ITEM-A-CODE TO WS-WORK-ITEM-A.
005600      MOVE DL-PRIOR-STATE TO WS-WORK-STATE.
005610      PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
005620      IF WS-BUCKET-BAD
005630          GO TO 2400-EXIT
005640      END-IF.
005650      SET WS-PRIOR-IN-FORCE TO TRUE.
005660      MOVE WS-IA-INDEX TO WS-PRIOR-IA.
005670      MOVE WS-ST-INDEX TO WS-PRIOR-ST.
005680      IF DL-PRIOR-PREMIUM NUMERIC
005690          MOVE DL-PRIOR-PREMIUM TO WS-PRIOR-PREMIUM
005700      ELSE
005710          MOVE ZERO TO WS-PRIOR-PREMIUM
005720      END-IF.
005730  2400-EXIT.
005740      EXIT.

005750*    ITEM-A CODE 00-99 IS ROW CODE + 1; AN UNKNOWN OR BLANK STATE
005760*    GOES TO THE '**' COLUMN, A NON-NUMERIC CODE IS UNUSABLE.
005770  2500-FIND-BUCKET.
005780      IF WS-WORK-ITEM-A-NUM NOT NUMERIC
005790          SET WS-BUCKET-BAD TO TRUE
005800          GO TO 2500-EXIT
005810      END-IF.
005820      COMPUTE WS-IA-INDEX = WS-WORK-ITEM-A-NUM + 1.
005830      MOVE 52 TO WS-ST-INDEX.
005840      PERFORM 2550-MATCH-STATE THRU 2550-EXIT
005850          VARYING WS-VSTATE-INDEX FROM 1 BY 1
005860          UNTIL WS-VSTATE-INDEX > 51.
005870  2500-EXIT.
005880      EXIT.

005890  2550-MATCH-STATE.
005900      IF WS-VALID-STATE-ENTRY (WS-VSTATE-INDEX) = WS-WORK-STATE
005910          MOVE WS-VSTATE-INDEX TO WS-ST-INDEX
005920          MOVE 51 TO WS-VSTATE-INDEX
005930      END-IF.
005940  2550-EXIT.
005950      EXIT.

005960*    STILL IN FORCE - A NEW CODE OR STATE MOVES IT BETWEEN
005970*    BUCKETS, OTHERWISE ONLY THE PREMIUM CHANGE IS POSTED.
005980  2600-STAYED-IN-FORCE.
005990      IF WS-PRIOR-IA = WS-NOW-IA
006000          AND WS-PRIOR-ST = WS-NOW-ST
006010          ADD 1 TO WS-PREMIUM-ONLY-COUNT
006020          COMPUTE WS-BKT-CHG-PREM (WS-NOW-IA, WS-NOW-ST) =
006030              WS-BKT-CHG-PREM (WS-NOW-IA, WS-NOW-ST)
006040              + WS-NOW-PREMIUM - WS-PRIOR-PREMIUM
006050          GO TO 2600-EXIT
006060      END-IF.
006070      ADD 1 TO WS-BKT-XOUT-COUNT (WS-PRIOR-IA, WS-PRIOR-ST).
006080      ADD WS-PRIOR-PREMIUM
006090          TO WS-BKT-XOUT-PREM (WS-PRIOR-IA, WS-PRIOR-ST).
006100      ADD 1 TO WS-BKT-XIN-COUNT (WS-NOW-IA, WS-NOW-ST).
006110      ADD WS-NOW-PREMIUM
006120          TO WS-BKT-XIN-PREM (WS-NOW-IA, WS-NOW-ST).
006130  2600-EXIT.
006140      EXIT.

006150*    A TERM THAT HAD RUN OUT BY THE NIGHT IT LEFT WAS NOT
006160*    RENEWED; ANYTHING ELSE LEAVING FORCE WAS CANCELLED.
006170  2610-LEFT-FORCE.
006180      IF DR-EXPIRATION-DATE NUMERIC
006190          AND DR-EXPIRATION-DATE > ZERO
006200          AND DR-EXPIRATION-DATE NOT > DM-ROLL-DATE
006210          ADD 1 TO WS-BKT-NRNW-COUNT (WS-PRIOR-IA, WS-PRIOR-ST)
006220          ADD WS-PRIOR-PREMIUM
006230              TO WS-BKT-NRNW-PREM (WS-PRIOR-IA, WS-PRIOR-ST)
006240      ELSE
006250          ADD 1 TO WS-BKT-CANC-COUNT (WS-PRIOR-IA, WS-PRIOR-ST)
006260          ADD WS-PRIOR-PREMIUM
006270              TO WS-BKT-CANC-PREM (WS-PRIOR-IA, WS-PRIOR-ST)
006280      END-IF.
006290  2610-EXIT.
006300      EXIT.

006310  2620-ENTERED-FORCE.
006320      IF DL-CHANGE-CHANGED
006330          AND WS-PRIOR-STATUS = 'CX'
006340          ADD 1 TO WS-BKT-REIN-COUNT (WS-NOW-IA, WS-NOW-ST)
006350          ADD WS-NOW-PREMIUM
006360              TO WS-BKT-REIN-PREM (WS-NOW-IA, WS-NOW-ST)
006370      ELSE
006380          ADD 1 TO WS-BKT-NEW-COUNT (WS-NOW-IA, WS-NOW-ST)
006390          ADD WS-NOW-PREMIUM
006400              TO WS-BKT-NEW-PREM (WS-NOW-IA, WS-NOW-ST)
006410      END-IF.
006420  2620-EXIT.
006430      EXIT.

006440*    ONE TRAILER PER NIGHT ROLLED.  A DATE SEEN TWICE MEANS A
006450*    NIGHT'S DELTAS ARE ON THE HISTORY TWICE.
006460  2700-RECORD-NIGHT.
006470      ADD DM-TRL-DELTA-COUNT TO WS-TRAILER-DELTA-SUM.
006480      IF DM-ROLL-DATE > WS-NEWEST-ROLL-DATE
006490          MOVE DM-ROLL-DATE TO WS-NEWEST-ROLL-DATE
006500      END-IF.
006510      MOVE ZERO TO WS-NIGHT-MATCH-INDEX.
006520      PERFORM 2750-MATCH-NIGHT THRU 2750-EXIT
006530          VARYING WS-NIGHT-INDEX FROM 1 BY 1
006540          UNTIL WS-NIGHT-INDEX > WS-NIGHT-COUNT.
006550      IF WS-NIGHT-MATCH-INDEX > ZERO
006560          ADD 1 TO WS-NIGHT-TRAILER-COUNT (WS-NIGHT-MATCH-INDEX)
006570          GO TO 2700-EXIT
006580      END-IF.
006590      IF WS-NIGHT-COUNT = 62
006600          ADD 1 TO WS-NIGHT-OVERFLOW-COUNT
006610          GO TO 2700-EXIT
006620      END-IF.
006630      ADD 1 TO WS-NIGHT-COUNT.
006640      MOVE DM-ROLL-DATE TO WS-NIGHT-DATE (WS-NIGHT-COUNT).
006650      MOVE 1 TO WS-NIGHT-TRAILER-COUNT (WS-NIGHT-COUNT).
006660  2700-EXIT.
006670      EXIT.

006680  2750-MATCH-NIGHT.
006690      IF WS-NIGHT-DATE (WS-NIGHT-INDEX) = DM-ROLL-DATE
006700          MOVE WS-NIGHT-INDEX TO WS-NIGHT-MATCH-INDEX
006710      END-IF.
006720  2750-EXIT.
006730      EXIT.

006740*    WITHOUT A CARD THE PERIOD IS THE CALENDAR MONTH OF THE
006750*    NEWEST NIGHT ON THE HISTORY - OR, WITH NOTHING ON THE
006760*    HISTORY, THE MONTH BEFORE THE RUN DATE.
006770  2900-SET-PERIOD.
006780      IF WS-PERIOD-DERIVED
006790          IF WS-NEWEST-ROLL-DATE > ZERO
006800              MOVE WS-NEWEST-ROLL-DATE TO WS-FIRST-DATE
006810          ELSE
006820              MOVE WS-RUN-DATE TO WS-FIRST-DATE
006830              IF WS-FIRST-MONTH = 1
006840                  SUBTRACT 1 FROM WS-FIRST-YEAR
006850                  MOVE 12 TO WS-FIRST-MONTH
006860              ELSE
006870                  SUBTRACT 1 FROM WS-FIRST-MONTH
006880              END-IF
006890          END-IF
006900          MOVE 1 TO WS-FIRST-DAY
006910          MOVE WS-FIRST-DATE TO WS-LAST-DATE
006920          PERFORM 2920-SET-MONTH-END THRU 2920-EXIT
006930      END-IF.
006940      IF WS-FIRST-MONTH = 1
006950          COMPUTE WS-PRIOR-MONTH = (WS-FIRST-YEAR - 1) * 100 + 12
006960      ELSE
006970          COMPUTE WS-PRIOR-MONTH =
006980              WS-FIRST-YEAR * 100 + WS-FIRST-MONTH - 1
006990      END-IF.
007000      PERFORM 2950-CHECK-NIGHT THRU 2950-EXIT
007010          VARYING WS-NIGHT-INDEX FROM 1 BY 1
007020          UNTIL WS-NIGHT-INDEX > WS-NIGHT-COUNT.
007030  2900-EXIT.
007040      EXIT.

007050*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
007060*    CENTURY YEAR NOT DIVISIBLE BY 400.
007070  2920-SET-MONTH-END.
007080      MOVE WS-MONTH-DAYS (WS-LAST-MONTH) TO WS-LAST-DAY.
007090      IF WS-LAST-MONTH NOT = 2
007100          GO TO 2920-EXIT
007110      END-IF.
007120      DIVIDE WS-LAST-YEAR BY 4 GIVING WS-LEAP-WORK
007130          REMAINDER WS-LEAP-REMAINDER.
007140      IF WS-LEAP-REMAINDER NOT = ZERO
007150          GO TO 2920-EXIT
007160      END-IF.
007170      MOVE 29 TO WS-LAST-DAY.
007180      DIVIDE WS-LAST-YEAR BY 100 GIVING WS-LEAP-WORK
007190          REMAINDER WS-LEAP-REMAINDER.
007200      IF WS-LEAP-REMAINDER NOT = ZERO
007210          GO TO 2920-EXIT
007220      END-IF.
007230      DIVIDE WS-LAST-YEAR BY 400 GIVING WS-LEAP-WORK
007240          REMAINDER WS-LEAP-REMAINDER.
007250      IF WS-LEAP-REMAINDER NOT = ZERO
007260          MOVE 28 TO WS-LAST-DAY
007270      END-IF.
007280  2920-EXIT.
007290      EXIT.

007300  2950-CHECK-NIGHT.
007310      IF WS-NIGHT-DATE (WS-NIGHT-INDEX) < WS-FIRST-DATE
007320          OR WS-NIGHT-DATE (WS-NIGHT-INDEX) > WS-LAST-DATE
007330          ADD 1 TO WS-OUTSIDE-COUNT
007340      END-IF.
007350      IF WS-NIGHT-TRAILER-COUNT (WS-NIGHT-INDEX) > 1
007360          ADD 1 TO WS-DUP-COUNT
007370      END-IF.
007380  2950-EXIT.
007390      EXIT.

007400*    THE CLOSING IN FORCE IS WHAT WAS ON FILE1X AT THE UNLOAD.
007410  3000-COUNT-IN-FORCE.
007420      ADD 1 TO WS-FILE1X-READ.
007430      IF NOT DRX-STATUS-ACTIVE
007440          AND NOT DRX-STATUS-SUSPENDED
007450          GO TO 3000-READ-NEXT
007460      END-IF.
007470      ADD 1 TO WS-FILE1X-IN-FORCE.
007480      MOVE DRX-ITEM-A-CODE TO WS-WORK-ITEM-A.
007490      MOVE DRX-ADDRESS-STATE TO WS-WORK-STATE.
007500      SET WS-BUCKET-GOOD TO TRUE.
007510      PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
007520      IF WS-BUCKET-BAD
007530          ADD 1 TO WS-FILE1X-BAD-COUNT
007540          GO TO 3000-READ-NEXT
007550      END-IF.
007560      ADD 1 TO WS-BKT-F1X-COUNT (WS-IA-INDEX, WS-ST-INDEX).
007570      IF DRX-PREMIUM-AMOUNT NUMERIC
007580          ADD DRX-PREMIUM-AMOUNT
007590              TO WS-BKT-F1X-PREM (WS-IA-INDEX, WS-ST-INDEX)
007600      END-IF.
007610  3000-READ-NEXT.
007620      PERFORM 3100-READ-FILE1X THRU 3100-EXIT.
007630  3000-EXIT.
007640      EXIT.

007650  3100-READ-FILE1X.
007660      READ MY-BOOK-FILE
007670          AT END
007680              SET WS-EOF-YES TO TRUE
007690      END-READ.
007700  3100-EXIT.
007710      EXIT.

007720*----------------------------------------------------------------*
007730*    LAST MONTH'S CLOSING IS THIS MONTH'S OPENING.  IT MUST BE
007740*    FOR THE MONTH BEFORE THE PERIOD AND ITS DETAILS MUST ADD TO
007750*    ITS TRAILER.  NO FILE, OR AN EMPTY ONE, IS THE FIRST MONTH.
007760*----------------------------------------------------------------*
007770  4000-LOAD-OPENING.
007780      SET WS-OPENING-DERIVED TO TRUE.
007790      OPEN INPUT MY-INFBAL-FILE.
007800      IF WS-INFBAL-STATUS NOT = '00'
007810          GO TO 4000-NOTICE
007820      END-IF.
007830      SET WS-EOF-NO TO TRUE.
007840      PERFORM 4200-READ-OPENING THRU 4200-EXIT.
007850      PERFORM 4100-LOAD-BALANCE-RECORD THRU 4100-EXIT
007860          UNTIL WS-EOF-YES.
007870      CLOSE MY-INFBAL-FILE.
007880      IF WS-OPENING-READ = ZERO
007890          GO TO 4000-NOTICE
007900      END-IF.
007910      SET WS-OPENING-ON-FILE TO TRUE.
007920      MOVE SPACES TO REPORT-LINE.
007930      STRING 'OPENING IN FORCE IS THE CLOSING BALANCE FOR PERIOD '
007940          'ENDING ' WS-OPEN-PERIOD-END
007950          DELIMITED BY SIZE INTO REPORT-LINE.
007960      WRITE REPORT-LINE.
007970      PERFORM 4300-CHECK-OPENING THRU 4300-EXIT.
007980      GO TO 4000-EXIT.
007990  4000-NOTICE.
008000      MOVE SPACES TO REPORT-LINE.
008010      STRING '** NO OPENING BALANCE ON FILE - OPENING IN FORCE '
008020          'IS BACKED OUT OF THE FILE1X COUNT **'
008030          DELIMITED BY SIZE INTO REPORT-LINE.
008040      WRITE REPORT-LINE.
008050      MOVE SPACES TO REPORT-LINE.
008060      STRING '** THE COUNT PROOF TIES BY CONSTRUCTION THIS MONTH '
008070          '- RETENTION IS GOOD FROM NEXT MONTH ON **'
008080          DELIMITED BY SIZE INTO REPORT-LINE.
008090      WRITE REPORT-LINE.
008100  4000-EXIT.
008110      EXIT.

008120  4100-LOAD-BALANCE-RECORD.
008130      ADD 1 TO WS-OPENING-READ.
008140      IF IB-TRAILER-RECORD
008150          ADD 1 TO WS-OPENING-TRAILER-COUNT
008160          MOVE IB-PERIOD-END TO WS-OPEN-PERIOD-END
008170          MOVE IB-POLICY-COUNT TO WS-OPEN-TRAILER-COUNT
008180          MOVE IB-PREMIUM TO WS-OPEN-TRAILER-PREM
008190          MOVE IB-DETAIL-RECORDS TO WS-OPEN-TRAILER-DETAILS
008200          GO TO 4100-READ-NEXT
008210      END-IF.
008220      ADD 1 TO WS-OPENING-DETAIL-READ.
008230      IF NOT IB-DETAIL-RECORD
008240          OR IB-POLICY-COUNT NOT NUMERIC
008250          OR IB-PREMIUM NOT NUMERIC
008260          ADD 1 TO WS-OPENING-BAD-COUNT
008270          GO TO 4100-READ-NEXT
008280      END-IF.
008290      MOVE IB-ITEM-A-CODE TO WS-WORK-ITEM-A.
008300      MOVE IB-STATE TO WS-WORK-STATE.
008310      SET WS-BUCKET-GOOD TO TRUE.
008320      PERFORM 2500-FIND-BUCKET THRU 2500-EXIT.
008330      IF WS-BUCKET-BAD
008340          ADD 1 TO WS-OPENING-BAD-COUNT
008350          GO TO 4100-READ-NEXT
008360      END-IF.
008370      ADD IB-POLICY-COUNT
008380          TO WS-BKT-OPEN-COUNT (WS-IA-INDEX, WS-ST-INDEX).
008390      ADD IB-PREMIUM
008400          TO WS-BKT-OPEN-PREM (WS-IA-INDEX, WS-ST-INDEX).
008410      ADD IB-POLICY-COUNT TO WS-OPEN-DETAIL-COUNT.
008420      ADD IB-PREMIUM TO WS-OPEN-DETAIL-PREM.
008430  4100-READ-NEXT.
008440      PERFORM 4200-READ-OPENING THRU 4200-EXIT.
008450  4100-EXIT.
008460      EXIT.

008470  4200-READ-OPENING.
008480      READ MY-INFBAL-FILE
008490          AT END
008500              SET WS-EOF-YES TO TRUE
008510      END-READ.
008520  4200-EXIT.
008530      EXIT.

008540  4300-CHECK-OPENING.
008550      IF WS-OPENING-TRAILER-COUNT NOT = 1
008560          ADD 1 TO WS-WARNING-COUNT
008570          MOVE WS-OPENING-TRAILER-COUNT TO WS-SMALL-COUNT-ED
008580          MOVE SPACES TO REPORT-LINE
008590          STRING '** OPENING BALANCE HAS ' WS-SMALL-COUNT-ED
008600              ' TRAILERS, EXPECTED ONE **'
008610              DELIMITED BY SIZE INTO REPORT-LINE
008620          WRITE REPORT-LINE
008630          GO TO 4300-EXIT
008640      END-IF.
008650      IF WS-OPEN-PERIOD-END (1:6) NOT = WS-PRIOR-MONTH
008660          ADD 1 TO WS-WARNING-COUNT
008670          MOVE SPACES TO REPORT-LINE
008680          STRING '** OPENING BALANCE IS FOR ' WS-OPEN-PERIOD-END
008690              ', NOT THE MONTH BEFORE ' WS-FIRST-DATE
008700              ' - A MONTH END WAS MISSED OR RUN TWICE **'
008710              DELIMITED BY SIZE INTO REPORT-LINE
008720          WRITE REPORT-LINE
008730      END-IF.
008740      IF WS-OPEN-DETAIL-COUNT NOT = WS-OPEN-TRAILER-COUNT
008750          OR WS-OPEN-DETAIL-PREM NOT = WS-OPEN-TRAILER-PREM
008760          OR WS-OPENING-DETAIL-READ NOT = WS-OPEN-TRAILER-DETAILS
008770          ADD 1 TO WS-WARNING-COUNT
008780          MOVE SPACES TO REPORT-LINE
008790          STRING '** OPENING BALANCE DETAILS DO NOT ADD TO ITS '
008800              'TRAILER **'
008810              DELIMITED BY SIZE INTO REPORT-LINE
008820          WRITE REPORT-LINE
008830      END-IF.
008840  4300-EXIT.
008850      EXIT.

008860*    FIRST MONTH ONLY - OPENING IS CLOSING LESS THE MOVEMENTS.
008870  4500-DERIVE-ITEM-A.
008880      PERFORM 4510-DERIVE-CELL THRU 4510-EXIT
008890          VARYING WS-ST-INDEX FROM 1 BY 1
008900          UNTIL WS-ST-INDEX > 52.
008910  4500-EXIT.
008920      EXIT.

008930  4510-DERIVE-CELL.
008940      COMPUTE WS-BKT-OPEN-COUNT (WS-IA-INDEX, WS-ST-INDEX) =
008950          WS-BKT-F1X-COUNT (WS-IA-INDEX, WS-ST-INDEX)
008960          - WS-BKT-NEW-COUNT (WS-IA-INDEX, WS-ST-INDEX)
008970          - WS-BKT-REIN-COUNT (WS-IA-INDEX, WS-ST-INDEX)
008980          + WS-BKT-CANC-COUNT (WS-IA-INDEX, WS-ST-INDEX)
008990          + WS-BKT-NRNW-COUNT (WS-IA-INDEX, WS-ST-INDEX)
009000          - WS-BKT-XIN-COUNT (WS-IA-INDEX, WS-ST-INDEX)
009010          + WS-BKT-XOUT-COUNT (WS-IA-INDEX, WS-ST-INDEX).
009020      COMPUTE WS-BKT-OPEN-PREM (WS-IA-INDEX, WS-ST-INDEX) =
009030          WS-BKT-F1X-PREM (WS-IA-INDEX, WS-ST-INDEX)
009040          - WS-BKT-NEW-PREM (WS-IA-INDEX, WS-ST-INDEX)
009050          - WS-BKT-REIN-PREM (WS-IA-INDEX, WS-ST-INDEX)
009060          + WS-BKT-CANC-PREM (WS-IA-INDEX, WS-ST-INDEX)
009070          + WS-BKT-NRNW-PREM (WS-IA-INDEX, WS-ST-INDEX)
009080          - WS-BKT-XIN-PREM (WS-IA-INDEX, WS-ST-INDEX)
009090          + WS-BKT-XOUT-PREM (WS-IA-INDEX, WS-ST-INDEX)
009100          - WS-BKT-CHG-PREM (WS-IA-INDEX, WS-ST-INDEX).
009110  4510-EXIT.
009120      EXIT.

009130  5000-PRINT-HEADINGS.
009140      MOVE SPACES TO REPORT-LINE.
009150      STRING 'MY-RETENTION-REPORT IN-FORCE AND RETENTION  PERIOD '
009160          WS-FIRST-DATE ' THRU ' WS-LAST-DATE
009170          '  RUN DATE ' WS-RUN-DATE
009180          DELIMITED BY SIZE INTO REPORT-LINE.
009190      WRITE REPORT-LINE.
009200      MOVE SPACES TO REPORT-LINE.
009210      STRING 'IN FORCE IS STATUS AC OR SU; MOVEMENTS ARE FROM '
009220          'THE NIGHTLY FILE1X BOOK COMPARE, CLOSING FROM THE '
009230          'LAST UNLOAD'
009240          DELIMITED BY SIZE INTO REPORT-LINE.
009250      WRITE REPORT-LINE.
009260      IF WS-PERIOD-FROM-CARD
009270          MOVE SPACES TO REPORT-LINE
009280          STRING 'PERIOD TAKEN FROM THE RTPRM0 CARD'
009290              DELIMITED BY SIZE INTO REPORT-LINE
009300          WRITE REPORT-LINE
009310      END-IF.
009320  5000-EXIT.
009330      EXIT.

009340*----------------------------------------------------------------*
009350*    ONE COUNT LINE AND ONE PREMIUM LINE PER ITEM-A CODE AND
009360*    STATE WITH ANY ACTIVITY, A SUBTOTAL PER ITEM-A CODE, THE
009370*    STATE TOTALS ACROSS ALL CODES, THEN ALL BUSINESS.
009380*----------------------------------------------------------------*
009390  5100-PRINT-BODY.
009400      MOVE SPACES TO REPORT-LINE.
009410      STRING '                      OPENING      NEW   REINST'
009420          '   CANCEL   NONRNW  XFER-IN XFER-OUT  CLOSING'
009430          '   FILE1X     DIFF RETAIN%'
009440          DELIMITED BY SIZE INTO REPORT-LINE.
009450      WRITE REPORT-LINE.
009460      MOVE SPACES TO REPORT-LINE.
009470      STRING '                    OPENING            NEW'
009480          '         REINST         CANCEL         NONRNW'
009490          '    XFER/CHANGE        CLOSING         FILE1X'
009500          DELIMITED BY SIZE INTO REPORT-LINE.
009510      WRITE REPORT-LINE.
009520      MOVE 3 TO WS-RX.
009530      PERFORM 5900-CLEAR-ROLLUP THRU 5900-EXIT.
009540      PERFORM 5200-PRINT-ITEM-A THRU 5200-EXIT
009550          VARYING WS-IA-INDEX FROM 1 BY 1
009560          UNTIL WS-IA-INDEX > 100.
009570      MOVE SPACES TO REPORT-LINE.
009580      WRITE REPORT-LINE.
009590      MOVE SPACES TO REPORT-LINE.
009600      STRING 'TOTALS BY STATE'
009610          DELIMITED BY SIZE INTO REPORT-LINE.
009620      WRITE REPORT-LINE.
009630      PERFORM 5400-PRINT-STATE-TOTAL THRU 5400-EXIT
009640          VARYING WS-ST-INDEX FROM 1 BY 1
009650          UNTIL WS-ST-INDEX > 52.
009660      MOVE SPACES TO REPORT-LINE.
009670      WRITE REPORT-LINE.
009680      MOVE WS-ROLLUP-ENTRY (3) TO WS-ROLLUP-ENTRY (1).
009690      MOVE 'ALL BUSINESS' TO WS-LINE-LABEL.
009700      SET WS-PRINTING-TOTAL TO TRUE.
009710      PERFORM 5600-PRINT-LINE THRU 5600-EXIT.
009720      PERFORM 5700-PRINT-PROOF THRU 5700-EXIT.
009730  5100-EXIT.
009740      EXIT.

009750  5200-PRINT-ITEM-A.
009760      MOVE 2 TO WS-RX.
009770      PERFORM 5900-CLEAR-ROLLUP THRU 5900-EXIT.
009780      PERFORM 5300-PRINT-CELL THRU 5300-EXIT
009790          VARYING WS-ST-INDEX FROM 1 BY 1
009800          UNTIL WS-ST-INDEX > 52.
009810      MOVE 2 TO WS-RX.
009820      PERFORM 5850-CHECK-ACTIVITY THRU 5850-EXIT.
009830      IF WS-ROLLUP-EMPTY
009840          GO TO 5200-EXIT
009850      END-IF.
009860      MOVE WS-ROLLUP-ENTRY (2) TO WS-ROLLUP-ENTRY (1).
009870      COMPUTE WS-ITEM-A-CODE-ED = WS-IA-INDEX - 1.
009880      MOVE SPACES TO WS-LINE-LABEL.
009890      STRING '  ITEM-A ' WS-ITEM-A-CODE-ED ' TOTAL'
009900          DELIMITED BY SIZE INTO WS-LINE-LABEL.
009910      SET WS-PRINTING-TOTAL TO TRUE.
009920      PERFORM 5600-PRINT-LINE THRU 5600-EXIT.
009930      MOVE SPACES TO REPORT-LINE.
009940      WRITE REPORT-LINE.
009950  5200-EXIT.
009960      EXIT.

009970  5300-PRINT-CELL.
009980      MOVE 1 TO WS-RX.
009990      PERFORM 5900-CLEAR-ROLLUP THRU 5900-EXIT.
010000      PERFORM 5800-ADD-CELL THRU 5800-EXIT.
010010      PERFORM 5850-CHECK-ACTIVITY THRU 5850-EXIT.
010020      IF WS-ROLLUP-EMPTY
010030          GO TO 5300-EXIT
010040      END-IF.
010050      MOVE 2 TO WS-RX.
010060      PERFORM 5800-ADD-CELL THRU 5800-EXIT.
010070      MOVE 3 TO WS-RX.
010080      PERFORM 5800-ADD-CELL THRU 5800-EXIT.
010090      PERFORM 5950-SET-PRINT-STATE THRU 5950-EXIT.
010100      COMPUTE WS-ITEM-A-CODE-ED = WS-IA-INDEX - 1.
010110      MOVE SPACES TO WS-LINE-LABEL.
010120      STRING '  ITEM-A ' WS-ITEM-A-CODE-ED
010130          ' STATE ' WS-PRINT-STATE
010140          DELIMITED BY SIZE INTO WS-LINE-LABEL.
010150      SET WS-PRINTING-BUCKET TO TRUE.
010160      PERFORM 5600-PRINT-LINE THRU 5600-EXIT.
010170  5300-EXIT.
010180      EXIT.

010190  5400-PRINT-STATE-TOTAL.
010200      MOVE 1 TO WS-RX.
010210      PERFORM 5900-CLEAR-ROLLUP THRU 5900-EXIT.
010220      PERFORM 5800-ADD-CELL THRU 5800-EXIT
010230          VARYING WS-IA-INDEX FROM 1 BY 1
010240          UNTIL WS-IA-INDEX > 100.
010250      PERFORM 5850-CHECK-ACTIVITY THRU 5850-EXIT.
010260      IF WS-ROLLUP-EMPTY
010270          GO TO 5400-EXIT
010280      END-IF.
010290      PERFORM 5950-SET-PRINT-STATE THRU 5950-EXIT.
010300      MOVE SPACES TO WS-LINE-LABEL.
010310      STRING '  STATE ' WS-PRINT-STATE
010320          DELIMITED BY SIZE INTO WS-LINE-LABEL.
010330      SET WS-PRINTING-TOTAL TO TRUE.
010340      PERFORM 5600-PRINT-LINE THRU 5600-EXIT.
010350  5400-EXIT.
010360      EXIT.

010370*    PRINTS ROLL-UP 1 UNDER WS-LINE-LABEL.  A BUCKET LINE WHOSE
010380*    EXPECTED CLOSING COUNT OR PREMIUM DOES NOT MATCH FILE1X IS
010390*    FLAGGED '*'.
010400  5600-PRINT-LINE.
010410      COMPUTE WS-LINE-CLOSE-COUNT = WS-RU-OPEN-COUNT (1)
010420          + WS-RU-NEW-COUNT (1) + WS-RU-REIN-COUNT (1)
010430          - WS-RU-CANC-COUNT (1) - WS-RU-NRNW-COUNT (1)
010440          + WS-RU-XIN-COUNT (1) - WS-RU-XOUT-COUNT (1).
010450      COMPUTE WS-LINE-DIFF-COUNT =
010460          WS-RU-F1X-COUNT (1) - WS-LINE-CLOSE-COUNT.
010470      COMPUTE WS-LINE-CLOSE-PREM = WS-RU-OPEN-PREM (1)
010480          + WS-RU-NEW-PREM (1) + WS-RU-REIN-PREM (1)
010490          - WS-RU-CANC-PREM (1) - WS-RU-NRNW-PREM (1)
010500          + WS-RU-XIN-PREM (1) - WS-RU-XOUT-PREM (1)
010510          + WS-RU-CHG-PREM (1).
010520      COMPUTE WS-LINE-OTHER-PREM = WS-RU-XIN-PREM (1)
010530          - WS-RU-XOUT-PREM (1) + WS-RU-CHG-PREM (1).
010540      COMPUTE WS-LINE-RETAINED = WS-RU-OPEN-COUNT (1)
010550          - WS-RU-CANC-COUNT (1) - WS-RU-NRNW-COUNT (1).
010560      MOVE SPACES TO WS-PCT-TEXT.
010570      IF WS-RU-OPEN-COUNT (1) > ZERO
010580          COMPUTE WS-LINE-RETAIN-PCT ROUNDED =
010590              WS-LINE-RETAINED * 100 / WS-RU-OPEN-COUNT (1)
010600          MOVE WS-LINE-RETAIN-PCT TO WS-PCT-ED
010610          MOVE WS-PCT-ED TO WS-PCT-TEXT
010620      END-IF.
010630      MOVE SPACE TO WS-LINE-FLAG.
010640      IF WS-LINE-DIFF-COUNT NOT = ZERO
010650          OR WS-LINE-CLOSE-PREM NOT = WS-RU-F1X-PREM (1)
010660          MOVE '*' TO WS-LINE-FLAG
010670          IF WS-PRINTING-BUCKET
010680              ADD 1 TO WS-BUCKET-DIFF-COUNT
010690          END-IF
010700      END-IF.
010710      MOVE WS-RU-OPEN-COUNT (1) TO WS-C1-ED.
010720      MOVE WS-RU-NEW-COUNT (1) TO WS-C2-ED.
010730      MOVE WS-RU-REIN-COUNT (1) TO WS-C3-ED.
010740      MOVE WS-RU-CANC-COUNT (1) TO WS-C4-ED.
010750      MOVE WS-RU-NRNW-COUNT (1) TO WS-C5-ED.
010760      MOVE WS-RU-XIN-COUNT (1) TO WS-C6-ED.
010770      MOVE WS-RU-XOUT-COUNT (1) TO WS-C7-ED.
010780      MOVE WS-LINE-CLOSE-COUNT TO WS-C8-ED.
010790      MOVE WS-RU-F1X-COUNT (1) TO WS-C9-ED.
010800      MOVE WS-LINE-DIFF-COUNT TO WS-C10-ED.
010810      MOVE SPACES TO REPORT-LINE.
010820      STRING WS-LINE-LABEL ' ' WS-C1-ED ' ' WS-C2-ED
010830          ' ' WS-C3-ED ' ' WS-C4-ED ' ' WS-C5-ED
010840          ' ' WS-C6-ED ' ' WS-C7-ED ' ' WS-C8-ED
010850          ' ' WS-C9-ED ' ' WS-C10-ED ' ' WS-PCT-TEXT
010860          ' ' WS-LINE-FLAG
010870          DELIMITED BY SIZE INTO REPORT-LINE.
010880      WRITE REPORT-LINE.
010890      MOVE WS-RU-OPEN-PREM (1) TO WS-P1-ED.
010900      MOVE WS-RU-NEW-PREM (1) TO WS-P2-ED.
010910      MOVE WS-RU-REIN-PREM (1) TO WS-P3-ED.
010920      MOVE WS-RU-CANC-PREM (1) TO WS-P4-ED.
010930      MOVE WS-RU-NRNW-PREM (1) TO WS-P5-ED.
010940      MOVE WS-LINE-OTHER-PREM TO WS-P6-ED.
010950      MOVE WS-LINE-CLOSE-PREM TO WS-P7-ED.
010960      MOVE WS-RU-F1X-PREM (1) TO WS-P8-ED.
010970      MOVE SPACES TO REPORT-LINE.
010980      STRING '    PREMIUM ' WS-P1-ED ' ' WS-P2-ED
010990          ' ' WS-P3-ED ' ' WS-P4-ED ' ' WS-P5-ED
011000          ' ' WS-P6-ED ' ' WS-P7-ED ' ' WS-P8-ED
011010          DELIMITED BY SIZE INTO REPORT-LINE.
011020      WRITE REPORT-LINE.
011030  5600-EXIT.
011040      EXIT.

011050*----------------------------------------------------------------*
011060*    OPENING PLUS THE MONTH'S MOVEMENTS MUST EQUAL THE FILE1X
011070*    IN-FORCE COUNT AND PREMIUM, IN TOTAL AND FOR EVERY BUCKET.
011080*    THE DELTAS AND THE CLOSING COME FROM THE SAME NIGHTLY
011090*    UNLOADS, SO ANY DIFFERENCE IS A NIGHT MISSING FROM THE
011100*    HISTORY OR A BAD RECORD, NEVER TIMING.
011110*----------------------------------------------------------------*
011120  5700-PRINT-PROOF.
011130      COMPUTE WS-GRAND-CLOSE-COUNT = WS-RU-OPEN-COUNT (3)
011140          + WS-RU-NEW-COUNT (3) + WS-RU-REIN-COUNT (3)
011150          - WS-RU-CANC-COUNT (3) - WS-RU-NRNW-COUNT (3)
011160          + WS-RU-XIN-COUNT (3) - WS-RU-XOUT-COUNT (3).
011170      COMPUTE WS-GRAND-DIFF-COUNT =
011180          WS-FILE1X-IN-FORCE - WS-GRAND-CLOSE-COUNT.
011190      COMPUTE WS-GRAND-CLOSE-PREM = WS-RU-OPEN-PREM (3)
011200          + WS-RU-NEW-PREM (3) + WS-RU-REIN-PREM (3)
011210          - WS-RU-CANC-PREM (3) - WS-RU-NRNW-PREM (3)
011220          + WS-RU-XIN-PREM (3) - WS-RU-XOUT-PREM (3)
011230          + WS-RU-CHG-PREM (3).
011240      MOVE WS-RU-F1X-PREM (3) TO WS-GRAND-F1X-PREM.
011250      COMPUTE WS-GRAND-DIFF-PREM =
011260          WS-GRAND-F1X-PREM - WS-GRAND-CLOSE-PREM.
011270      MOVE SPACES TO REPORT-LINE.
011280      WRITE REPORT-LINE.
011290      MOVE SPACES TO REPORT-LINE.
011300      STRING 'PROOF OF IN-FORCE COUNT'
011310          DELIMITED BY SIZE INTO REPORT-LINE.
011320      WRITE REPORT-LINE.
011330      MOVE WS-RU-OPEN-COUNT (3) TO WS-C1-ED.
011340      MOVE SPACES TO REPORT-LINE.
011350      STRING '    OPENING IN FORCE     ' WS-C1-ED
011360          DELIMITED BY SIZE INTO REPORT-LINE.
011370      WRITE REPORT-LINE.
011380      MOVE WS-RU-NEW-COUNT (3) TO WS-C1-ED.
011390      MOVE SPACES TO REPORT-LINE.
011400      STRING '  + NEW BUSINESS         ' WS-C1-ED
011410          DELIMITED BY SIZE INTO REPORT-LINE.
011420      WRITE REPORT-LINE.
011430      MOVE WS-RU-REIN-COUNT (3) TO WS-C1-ED.
011440      MOVE SPACES TO REPORT-LINE.
011450      STRING '  + REINSTATEMENTS       ' WS-C1-ED
011460          DELIMITED BY SIZE INTO REPORT-LINE.
011470      WRITE REPORT-LINE.
011480      MOVE WS-RU-CANC-COUNT (3) TO WS-C1-ED.
011490      MOVE SPACES TO REPORT-LINE.
011500      STRING '  - CANCELLATIONS        ' WS-C1-ED
011510          DELIMITED BY SIZE INTO REPORT-LINE.
011520      WRITE REPORT-LINE.
011530      MOVE WS-RU-NRNW-COUNT (3) TO WS-C1-ED.
011540      MOVE SPACES TO REPORT-LINE.
011550      STRING '  - NON-RENEWALS         ' WS-C1-ED
011560          DELIMITED BY SIZE INTO REPORT-LINE.
011570      WRITE REPORT-LINE.
011580      MOVE WS-RU-XIN-COUNT (3) TO WS-C1-ED.
011590      MOVE SPACES TO REPORT-LINE.
011600      STRING '  + TRANSFERS IN         ' WS-C1-ED
011610          DELIMITED BY SIZE INTO REPORT-LINE.
011620      WRITE REPORT-LINE.
011630      MOVE WS-RU-XOUT-COUNT (3) TO WS-C1-ED.
011640      MOVE SPACES TO REPORT-LINE.
011650      STRING '  - TRANSFERS OUT        ' WS-C1-ED
011660          DELIMITED BY SIZE INTO REPORT-LINE.
011670      WRITE REPORT-LINE.
011680      MOVE WS-GRAND-CLOSE-COUNT TO WS-C1-ED.
011690      MOVE SPACES TO REPORT-LINE.
011700      STRING '  = CLOSING IN FORCE     ' WS-C1-ED
011710          DELIMITED BY SIZE INTO REPORT-LINE.
011720      WRITE REPORT-LINE.
011730      MOVE WS-FILE1X-IN-FORCE TO WS-C1-ED.
011740      MOVE SPACES TO REPORT-LINE.
011750      STRING '    FILE1X IN-FORCE COUNT' WS-C1-ED
011760          DELIMITED BY SIZE INTO REPORT-LINE.
011770      WRITE REPORT-LINE.
011780      MOVE WS-GRAND-DIFF-COUNT TO WS-C1-ED.
011790      MOVE SPACES TO REPORT-LINE.
011800      STRING '    DIFFERENCE           ' WS-C1-ED
011810          DELIMITED BY SIZE INTO REPORT-LINE.
011820      WRITE REPORT-LINE.
011830      MOVE WS-RU-OPEN-COUNT (1) TO WS-C1-ED.
011840      MOVE WS-LINE-RETAINED TO WS-C2-ED.
011850      MOVE SPACES TO REPORT-LINE.
011860      STRING 'RETENTION  OPENING=' WS-C1-ED
011870          ' RETAINED=' WS-C2-ED ' RETENTION %=' WS-PCT-TEXT
011880          DELIMITED BY SIZE INTO REPORT-LINE.
011890      WRITE REPORT-LINE.
011900      MOVE WS-GRAND-CLOSE-PREM TO WS-P1-ED.
011910      MOVE WS-GRAND-F1X-PREM TO WS-P2-ED.
011920      MOVE WS-GRAND-DIFF-PREM TO WS-P3-ED.
011930      MOVE SPACES TO REPORT-LINE.
011940      STRING 'PREMIUM    EXPECTED CLOSING=' WS-P1-ED
011950          ' FILE1X=' WS-P2-ED ' DIFFERENCE=' WS-P3-ED
011960          DELIMITED BY SIZE INTO REPORT-LINE.
011970      WRITE REPORT-LINE.
011980      IF WS-GRAND-DIFF-COUNT NOT = ZERO
011990          OR WS-GRAND-DIFF-PREM NOT = ZERO
012000          OR WS-BUCKET-DIFF-COUNT > ZERO
012010          ADD 1 TO WS-PROOF-FAIL-COUNT
012020      END-IF.
012030      MOVE SPACES TO REPORT-LINE.
012040      IF WS-PROOF-FAIL-COUNT = ZERO
012050          STRING 'IN-FORCE PROOF TIES TO FILE1X'
012060              DELIMITED BY SIZE INTO REPORT-LINE
012070      ELSE
012080          MOVE WS-BUCKET-DIFF-COUNT TO WS-COUNT-ED
012090          STRING '** IN-FORCE PROOF DOES NOT TIE - ' WS-COUNT-ED
012100              ' ITEM-A/STATE LINES FLAGGED * - REVIEW BEFORE THE '
012110              'REPORT IS RELEASED **'
012120              DELIMITED BY SIZE INTO REPORT-LINE
012130      END-IF.
012140      WRITE REPORT-LINE.
012150  5700-EXIT.
012160      EXIT.

012170*    ADDS CELL (WS-IA-INDEX, WS-ST-INDEX) INTO ROLL-UP WS-RX.
012180  5800-ADD-CELL.
012190      ADD WS-BKT-OPEN-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012200          TO WS-RU-OPEN-COUNT (WS-RX).
012210      ADD WS-BKT-OPEN-PREM (WS-IA-INDEX, WS-ST-INDEX)
012220          TO WS-RU-OPEN-PREM (WS-RX).
012230      ADD WS-BKT-NEW-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012240          TO WS-RU-NEW-COUNT (WS-RX).
012250      ADD WS-BKT-NEW-PREM (WS-IA-INDEX, WS-ST-INDEX)
012260          TO WS-RU-NEW-PREM (WS-RX).
012270      ADD WS-BKT-REIN-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012280          TO WS-RU-REIN-COUNT (WS-RX).
012290      ADD WS-BKT-REIN-PREM (WS-IA-INDEX, WS-ST-INDEX)
012300          TO WS-RU-REIN-PREM (WS-RX).
012310      ADD WS-BKT-CANC-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012320          TO WS-RU-CANC-COUNT (WS-RX).
012330      ADD WS-BKT-CANC-PREM (WS-IA-INDEX, WS-ST-INDEX)
012340          TO WS-RU-CANC-PREM (WS-RX).
012350      ADD WS-BKT-NRNW-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012360          TO WS-RU-NRNW-COUNT (WS-RX).
012370      ADD WS-BKT-NRNW-PREM (WS-IA-INDEX, WS-ST-INDEX)
012380          TO WS-RU-NRNW-PREM (WS-RX).
012390      ADD WS-BKT-XIN-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012400          TO WS-RU-XIN-COUNT (WS-RX).
012410      ADD WS-BKT-XIN-PREM (WS-IA-INDEX, WS-ST-INDEX)
012420          TO WS-RU-XIN-PREM (WS-RX).
012430      ADD WS-BKT-XOUT-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012440          TO WS-RU-XOUT-COUNT (WS-RX).
012450      ADD WS-BKT-XOUT-PREM (WS-IA-INDEX, WS-ST-INDEX)
012460          TO WS-RU-XOUT-PREM (WS-RX).
012470      ADD WS-BKT-CHG-PREM (WS-IA-INDEX, WS-ST-INDEX)
012480          TO WS-RU-CHG-PREM (WS-RX).
012490      ADD WS-BKT-F1X-COUNT (WS-IA-INDEX, WS-ST-INDEX)
012500          TO WS-RU-F1X-COUNT (WS-RX).
012510      ADD WS-BKT-F1X-PREM (WS-IA-INDEX, WS-ST-INDEX)
012520          TO WS-RU-F1X-PREM (WS-RX).
012530  5800-EXIT.
012540      EXIT.

012550  5850-CHECK-ACTIVITY.
012560      SET WS-ROLLUP-ACTIVE TO TRUE.
012570      IF WS-RU-OPEN-COUNT (WS-RX) = ZERO
012580          AND WS-RU-NEW-COUNT (WS-RX) = ZERO
012590          AND WS-RU-REIN-COUNT (WS-RX) = ZERO
012600          AND WS-RU-CANC-COUNT (WS-RX) = ZERO
012610          AND WS-RU-NRNW-COUNT (WS-RX) = ZERO
012620          AND WS-RU-XIN-COUNT (WS-RX) = ZERO
012630          AND WS-RU-XOUT-COUNT (WS-RX) = ZERO
012640          AND WS-RU-F1X-COUNT (WS-RX) = ZERO
012650          AND WS-RU-CHG-PREM (WS-RX) = ZERO
012660          SET WS-ROLLUP-EMPTY TO TRUE
012670      END-IF.
012680  5850-EXIT.
012690      EXIT.

012700  5900-CLEAR-ROLLUP.
012710      MOVE ZERO TO WS-RU-OPEN-COUNT (WS-RX)
012720                   WS-RU-OPEN-PREM (WS-RX)
012730                   WS-RU-NEW-COUNT (WS-RX)
012740                   WS-RU-NEW-PREM (WS-RX)
012750                   WS-RU-REIN-COUNT (WS-RX)
012760                   WS-RU-REIN-PREM (WS-RX)
012770                   WS-RU-CANC-COUNT (WS-RX)
012780                   WS-RU-CANC-PREM (WS-RX)
012790                   WS-RU-NRNW-COUNT (WS-RX)
012800                   WS-RU-NRNW-PREM (WS-RX)
012810                   WS-RU-XIN-COUNT (WS-RX)
012820                   WS-RU-XIN-PREM (WS-RX)
012830                   WS-RU-XOUT-COUNT (WS-RX)
012840                   WS-RU-XOUT-PREM (WS-RX)
012850                   WS-RU-CHG-PREM (WS-RX)
012860                   WS-RU-F1X-COUNT (WS-RX)
012870                   WS-RU-F1X-PREM (WS-RX).
012880  5900-EXIT.
012890      EXIT.

012900  5950-SET-PRINT-STATE.
012910      IF WS-ST-INDEX = 52
012920          MOVE '**' TO WS-PRINT-STATE
012930      ELSE
012940          MOVE WS-VALID-STATE-ENTRY (WS-ST-INDEX)
012950              TO WS-PRINT-STATE
012960      END-IF.
012970  5950-EXIT.
012980      EXIT.

012990*----------------------------------------------------------------*
013000*    THE CLOSING BALANCE IS THE FILE1X COUNT - WHAT WAS ACTUALLY
013010*    IN FORCE - SO A DIFFERENCE THIS MONTH DOES NOT CARRY INTO
013020*    NEXT MONTH'S OPENING.
013030*----------------------------------------------------------------*
013040  6000-WRITE-BALANCE.
013050      OPEN OUTPUT MY-INFBNW-FILE.
013060      PERFORM 6100-WRITE-ITEM-A THRU 6100-EXIT
013070          VARYING WS-IA-INDEX FROM 1 BY 1
013080          UNTIL WS-IA-INDEX > 100.
013090      MOVE SPACES TO WS-BALANCE-OUT-RECORD.
013100      SET IO-TRAILER-RECORD TO TRUE.
013110      MOVE WS-LAST-DATE TO IO-PERIOD-END.
013120      MOVE ZERO TO IO-ITEM-A-CODE.
013130      MOVE WS-RU-F1X-COUNT (3) TO IO-POLICY-COUNT.
013140      MOVE WS-RU-F1X-PREM (3) TO IO-PREMIUM.
013150      MOVE WS-BALANCE-WRITTEN TO IO-DETAIL-RECORDS.
013160      WRITE INFBNW-RECORD FROM WS-BALANCE-OUT-RECORD.
013170      CLOSE MY-INFBNW-FILE.
013180  6000-EXIT.
013190      EXIT.

013200  6100-WRITE-ITEM-A.
013210      PERFORM 6150-WRITE-CELL THRU 6150-EXIT
013220          VARYING WS-ST-INDEX FROM 1 BY 1
013230          UNTIL WS-ST-INDEX > 52.
013240  6100-EXIT.
013250      EXIT.

013260  6150-WRITE-CELL.
013270      IF WS-BKT-F1X-COUNT (WS-IA-INDEX, WS-ST-INDEX) = ZERO
013280          GO TO 6150-EXIT
013290      END-IF.
013300      PERFORM 5950-SET-PRINT-STATE THRU 5950-EXIT.
013310      MOVE SPACES TO WS-BALANCE-OUT-RECORD.
013320      SET IO-DETAIL-RECORD TO TRUE.
013330      MOVE WS-LAST-DATE TO IO-PERIOD-END.
013340      COMPUTE IO-ITEM-A-CODE = WS-IA-INDEX - 1.
013350      MOVE WS-PRINT-STATE TO IO-STATE.
013360      MOVE WS-BKT-F1X-COUNT (WS-IA-INDEX, WS-ST-INDEX)
013370          TO IO-POLICY-COUNT.
013380      MOVE WS-BKT-F1X-PREM (WS-IA-INDEX, WS-ST-INDEX)
013390          TO IO-PREMIUM.
013400      MOVE ZERO TO IO-DETAIL-RECORDS.
013410      WRITE INFBNW-RECORD FROM WS-BALANCE-OUT-RECORD.
013420      ADD 1 TO WS-BALANCE-WRITTEN.
013430  6150-EXIT.
013440      EXIT.

013450*    THE NIGHT TRAILERS CARRY THE DELTA COUNT MY-DELTA-ROLL
013460*    ADDED EACH NIGHT - THE DETAILS READ MUST ADD BACK TO THEM.
013470  9000-TERMINATE.
013480      MOVE SPACES TO REPORT-LINE.
013490      WRITE REPORT-LINE.
013500      MOVE WS-HISTORY-READ TO WS-COUNT-ED.
013510      MOVE SPACES TO REPORT-LINE.
013520      STRING 'HISTORY RECORDS READ=' WS-COUNT-ED
013530          DELIMITED BY SIZE INTO REPORT-LINE.
013540      WRITE REPORT-LINE.
013550      MOVE WS-NIGHT-COUNT TO WS-SMALL-COUNT-ED.
013560      MOVE SPACES TO REPORT-LINE.
013570      STRING 'NIGHTS ON THE HISTORY=' WS-SMALL-COUNT-ED
013580          DELIMITED BY SIZE INTO REPORT-LINE.
013590      WRITE REPORT-LINE.
013600      MOVE WS-DETAILS-READ TO WS-COUNT-ED.
013610      MOVE SPACES TO REPORT-LINE.
013620      STRING 'DELTA DETAILS READ=' WS-COUNT-ED
013630          DELIMITED BY SIZE INTO REPORT-LINE.
013640      WRITE REPORT-LINE.
013650      MOVE WS-TRAILER-DELTA-SUM TO WS-COUNT-ED.
013660      MOVE SPACES TO REPORT-LINE.
013670      STRING 'DELTAS PER NIGHT TRAILERS=' WS-COUNT-ED
013680          DELIMITED BY SIZE INTO REPORT-LINE.
013690      WRITE REPORT-LINE.
013700      MOVE WS-OUT-OF-FORCE-COUNT TO WS-COUNT-ED.
013710      MOVE SPACES TO REPORT-LINE.
013720      STRING 'DELTAS NOT IN FORCE EITHER SIDE=' WS-COUNT-ED
013730          DELIMITED BY SIZE INTO REPORT-LINE.
013740      WRITE REPORT-LINE.
013750      MOVE WS-PREMIUM-ONLY-COUNT TO WS-COUNT-ED.
013760      MOVE SPACES TO REPORT-LINE.
013770      STRING 'IN-FORCE CHANGES, SAME ITEM-A AND STATE='
013780          WS-COUNT-ED
013790          DELIMITED BY SIZE INTO REPORT-LINE.
013800      WRITE REPORT-LINE.
013810      MOVE WS-FILE1X-READ TO WS-COUNT-ED.
013820      MOVE SPACES TO REPORT-LINE.
013830      STRING 'FILE1X POLICIES READ=' WS-COUNT-ED
013840          DELIMITED BY SIZE INTO REPORT-LINE.
013850      WRITE REPORT-LINE.
013860      MOVE WS-FILE1X-IN-FORCE TO WS-COUNT-ED.
013870      MOVE SPACES TO REPORT-LINE.
013880      STRING 'FILE1X POLICIES IN FORCE=' WS-COUNT-ED
013890          DELIMITED BY SIZE INTO REPORT-LINE.
013900      WRITE REPORT-LINE.
013910      MOVE WS-OPENING-READ TO WS-COUNT-ED.
013920      MOVE SPACES TO REPORT-LINE.
013930      STRING 'OPENING BALANCE RECORDS READ=' WS-COUNT-ED
013940          DELIMITED BY SIZE INTO REPORT-LINE.
013950      WRITE REPORT-LINE.
013960      MOVE WS-BALANCE-WRITTEN TO WS-COUNT-ED.
013970      MOVE SPACES TO REPORT-LINE.
013980      STRING 'CLOSING BALANCE DETAILS WRITTEN=' WS-COUNT-ED
013990          DELIMITED BY SIZE INTO REPORT-LINE.
014000      WRITE REPORT-LINE.
014010      IF WS-DETAILS-READ NOT = WS-TRAILER-DELTA-SUM
014020          ADD 1 TO WS-WARNING-COUNT
014030          MOVE SPACES TO REPORT-LINE
014040          STRING '** DELTA DETAILS DO NOT AGREE WITH THE NIGHT '
014050              'TRAILERS - A NIGHT WAS CUT SHORT ON THE HISTORY **'
014060              DELIMITED BY SIZE INTO REPORT-LINE
014070          WRITE REPORT-LINE
014080      END-IF.
014090      IF WS-NIGHT-COUNT = ZERO
014100          ADD 1 TO WS-WARNING-COUNT
014110          MOVE SPACES TO REPORT-LINE
014120          STRING '** NO NIGHTS ON THE DELTA HISTORY - NO '
014130              'MOVEMENTS REPORTED **'
014140              DELIMITED BY SIZE INTO REPORT-LINE
014150          WRITE REPORT-LINE
014160      END-IF.
014170      IF WS-DUP-COUNT > ZERO
014180          ADD 1 TO WS-WARNING-COUNT
014190          MOVE WS-DUP-COUNT TO WS-SMALL-COUNT-ED
014200          MOVE SPACES TO REPORT-LINE
014210          STRING '** ' WS-SMALL-COUNT-ED ' NIGHTS ARE ON THE '
014220              'HISTORY MORE THAN ONCE - MOVEMENTS OVERSTATED **'
014230              DELIMITED BY SIZE INTO REPORT-LINE
014240          WRITE REPORT-LINE
014250      END-IF.
014260      IF WS-OUTSIDE-COUNT > ZERO
014270          OR WS-NIGHT-OVERFLOW-COUNT > ZERO
014280          ADD 1 TO WS-WARNING-COUNT
014290          MOVE WS-OUTSIDE-COUNT TO WS-SMALL-COUNT-ED
014300          MOVE SPACES TO REPORT-LINE
014310          STRING '** ' WS-SMALL-COUNT-ED ' NIGHTS ON THE HISTORY '
014320              'FALL OUTSIDE THE PERIOD - WAS LAST MONTH '
014330              'CLEARED? **'
014340              DELIMITED BY SIZE INTO REPORT-LINE
014350          WRITE REPORT-LINE
014360      END-IF.
014370      IF WS-HISTORY-BAD-COUNT > ZERO
014380          OR WS-FILE1X-BAD-COUNT > ZERO
014390          OR WS-OPENING-BAD-COUNT > ZERO
014400          ADD 1 TO WS-WARNING-COUNT
014410          MOVE SPACES TO REPORT-LINE
014420          STRING '** UNREADABLE HISTORY, FILE1X OR BALANCE '
014430              'RECORDS WERE SKIPPED - RERUN AFTER REPAIR **'
014440              DELIMITED BY SIZE INTO REPORT-LINE
014450          WRITE REPORT-LINE
014460      END-IF.
014470      CLOSE MY-REPORT-FILE.
014480      IF WS-PROOF-FAIL-COUNT > ZERO
014490          OR WS-WARNING-COUNT > ZERO
014500          MOVE 4 TO RETURN-CODE
014510      ELSE
014520          MOVE ZERO TO RETURN-CODE
014530      END-IF.
014540  9000-EXIT.
014550      EXIT.

014560  9999-EXIT.
014570      STOP RUN.
