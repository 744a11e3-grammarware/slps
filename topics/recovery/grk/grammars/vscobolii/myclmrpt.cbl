000010*----------------------------------------------------------------*
000020*    MY-CLAIM-REPORT IS THE MONTH-END CLAIM REPORTING RUN.  IT
000030*    PRINTS THE CLAIM REGISTER - EVERY CLAIM STILL OPEN OR WITH
000040*    POSTED ACTIVITY IN THE PERIOD, WITH ITS PAID-TO-DATE,
000050*    OUTSTANDING RESERVE, INCURRED AND THE INCURRED POSTED IN
000060*    THE PERIOD - AND THE LOSS-RATIO REPORT, INCURRED OVER THE
000070*    POSTED PREMIUM BY ITEM-A CODE AND BY STATE.  PREMIUM COMES
000080*    FROM THE NIGHTLY STATE EXTRACT (MY-STTAX, PRD.FILE1.
000090*    STATETAX), SO BOTH SIDES OF THE RATIO USE THE SAME ITEM-A
000100*    AND STATE BUCKETS AS THE NIGHTLY RUN SUMMARY: AN
000110*    UNRECOGNIZED OR BLANK STATE IS THE '**' BUCKET.  INCURRED
000120*    IS INCEPTION-TO-DATE FROM THE CLAIM FILE; THE PERIOD
000130*    COLUMN COMES FROM THE POSTED CLAIM HISTORY.  THE PERIOD IS
000140*    TAKEN FROM THE OPTIONAL CLRPRM0 CARD OR, WITHOUT ONE, IS
000150*    THE CALENDAR MONTH OF THE NEWEST POSTING ON THE HISTORY.
000160*    THE REPORT PROVES THE ITEM-A AND STATE VIEWS TO EACH OTHER
000170*    AND TO THE EXTRACT TRAILER AND CLAIM FILE TOTALS; ANY
000180*    DIFFERENCE IS RC 4.
000190*----------------------------------------------------------------*
000200  IDENTIFICATION DIVISION.
000210  PROGRAM-ID.     MY-CLAIM-REPORT.
000220  AUTHOR.         D L HARGROVE.
000230  INSTALLATION.   DATA PROCESSING CENTER.
000240  DATE-WRITTEN.   10/15/26.
000250  DATE-COMPILED.
000260*----------------------------------------------------------------*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT  DESCRIPTION
000290*    10/15/26   DLH   ORIGINAL PROGRAM.
000300*----------------------------------------------------------------*

000310  ENVIRONMENT DIVISION.

000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340      SELECT MY-CLAIM-FILE ASSIGN CLAIM00
000350          ORGANIZATION IS INDEXED
000360          ACCESS MODE IS DYNAMIC
000370          RECORD KEY IS CM-CLAIM-NUMBER
000380          FILE STATUS IS WS-CLAIM-STATUS.
000390      SELECT MY-CLMHST-FILE ASSIGN CLMHST0
000400          FILE STATUS IS WS-CLMHST-STATUS.
000410      SELECT MY-STTAX-FILE ASSIGN STTAX00
000420          FILE STATUS IS WS-STTAX-STATUS.
000430      SELECT MY-CLRPRM-FILE ASSIGN CLRPRM0
000440          FILE STATUS IS WS-CLRPRM-STATUS.
000450      SELECT MY-CLMREG-FILE ASSIGN CLMREG0
000460          FILE STATUS IS WS-CLMREG-STATUS.
000470      SELECT MY-LOSRPT-FILE ASSIGN LOSRPT0
000480          FILE STATUS IS WS-LOSRPT-STATUS.

000490  DATA DIVISION.

000500  FILE SECTION.

000510  FD  MY-CLAIM-FILE.
000520  01  CLAIM-RECORD.
000530      COPY MY-CLAIM.

000540  FD  MY-CLMHST-FILE
000550      LABEL RECORD STANDARD.
000560  01  CLMHST-RECORD.
000570      COPY MY-CLMHST.

000580  FD  MY-STTAX-FILE
000590      LABEL RECORD STANDARD.
000600  01  STTAX-RECORD.
000610      COPY MY-STTAX.

000620*    OPTIONAL PERIOD OVERRIDE CARD - BOTH DATES YYYYMMDD.
000630  FD  MY-CLRPRM-FILE
000640      LABEL RECORD STANDARD.
000650  01  CLRPRM-RECORD.
000660      05  CP-PERIOD-START             PIC 9(08).
000670      05  CP-PERIOD-END               PIC 9(08).
000680      05  FILLER                      PIC X(64).

000690  FD  MY-CLMREG-FILE
000700      LABEL RECORD STANDARD.
000710  01  REGISTER-LINE                   PIC X(132).

000720  FD  MY-LOSRPT-FILE
000730      LABEL RECORD STANDARD.
000740  01  REPORT-LINE                     PIC X(132).

000750  WORKING-STORAGE SECTION.

000760  77  WS-CLAIM-STATUS                 PIC X(02).
000770  77  WS-CLMHST-STATUS                PIC X(02).
000780  77  WS-STTAX-STATUS                 PIC X(02).
000790  77  WS-CLRPRM-STATUS                PIC X(02).
000800  77  WS-CLMREG-STATUS                PIC X(02).
000810  77  WS-LOSRPT-STATUS                PIC X(02).

000820  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000830      88  WS-EOF-YES                      VALUE 'Y'.
000840      88  WS-EOF-NO                       VALUE 'N'.

000850  77  WS-PERIOD-CARD-SWITCH           PIC X(01) VALUE 'N'.
000860      88  WS-PERIOD-FROM-CARD             VALUE 'Y'.
000870      88  WS-PERIOD-DERIVED               VALUE 'N'.

000880  77  WS-LIST-SWITCH                  PIC X(01) VALUE 'N'.
000890      88  WS-LIST-CLAIM                   VALUE 'Y'.
000900      88  WS-SKIP-CLAIM                   VALUE 'N'.

000910*    THE STATE CODES THE PREMIUM-TAX FILING RECOGNIZES (50
000920*    STATES PLUS DC), THE SAME LIST THE NIGHTLY RUN BUCKETS BY.
000930*    ANYTHING ELSE - INCLUDING BLANK - IS THE '**' BUCKET.
000940  01  WS-VALID-STATE-LIST.
000950      05  FILLER        PIC X(20) VALUE 'ALAKAZARCACOCTDEDCFL'.
000960      05  FILLER        PIC X(20) VALUE 'GAHIIDILINIAKSKYLAME'.
000970      05  FILLER        PIC X(20) VALUE 'MDMAMIMNMSMOMTNENVNH'.
000980      05  FILLER        PIC X(20) VALUE 'NJNMNYNCNDOHOKORPARI'.
000990      05  FILLER        PIC X(20) VALUE 'SCSDTNTXUTVTVAWAWVWI'.
001000      05  FILLER        PIC X(02) VALUE 'WY'.
001010  01  WS-VALID-STATE-TABLE REDEFINES WS-VALID-STATE-LIST.
001020      05  WS-VALID-STATE-ENTRY        PIC X(02) OCCURS 51 TIMES.

001030  01  WS-ITEM-A-LOSS-TABLE.
001040      05  WS-ITEM-A-LOSS-ENTRY        OCCURS 100 TIMES.
001050          10  WS-ITEM-A-CLAIM-COUNT   PIC 9(06) COMP VALUE ZERO.
001060          10  WS-ITEM-A-PREMIUM       PIC S9(11)V99 COMP-3
001070                                       VALUE ZERO.
001080          10  WS-ITEM-A-INCURRED      PIC S9(11)V99 COMP-3
001090                                       VALUE ZERO.
001100          10  WS-ITEM-A-PERIOD-INC    PIC S9(11)V99 COMP-3
001110                                       VALUE ZERO.

001120*    ONE ENTRY PER RESOLVED STATE, IN THE ORDER FIRST SEEN.  52
001130*    SLOTS COVER EVERY VALID CODE PLUS THE UNASSIGNED BUCKET.
001140  01  WS-STATE-LOSS-TABLE.
001150      05  WS-STATE-LOSS-ENTRY         OCCURS 52 TIMES.
001160          10  WS-STATE-CODE           PIC X(02).
001170          10  WS-STATE-CLAIM-COUNT    PIC 9(06) COMP.
001180          10  WS-STATE-PREMIUM        PIC S9(11)V99 COMP-3.
001190          10  WS-STATE-INCURRED       PIC S9(11)V99 COMP-3.
001200          10  WS-STATE-PERIOD-INC     PIC S9(11)V99 COMP-3.

001210*    CLAIMS WITH POSTED ACTIVITY IN THE PERIOD, FOR THE REGISTER.
001220  01  WS-ACTIVITY-TABLE.
001230      05  WS-ACTIVITY-ENTRY           OCCURS 3000 TIMES.
001240          10  WS-ACT-CLAIM-NUMBER     PIC X(10).
001250          10  WS-ACT-PERIOD-INC       PIC S9(11)V99 COMP-3.

001260  77  WS-ACTIVITY-COUNT               PIC 9(04) COMP VALUE ZERO.
001270  77  WS-ACTIVITY-INDEX               PIC 9(04) COMP VALUE ZERO.
001280  77  WS-ACTIVITY-MATCH-INDEX         PIC 9(04) COMP VALUE ZERO.
001290  77  WS-ACTIVITY-OVERFLOW-COUNT      PIC 9(06) COMP VALUE ZERO.

001300  77  WS-STATE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001310  77  WS-STATE-INDEX                  PIC 9(03) COMP VALUE ZERO.
001320  77  WS-STATE-MATCH-INDEX            PIC 9(03) COMP VALUE ZERO.
001330  77  WS-VSTATE-INDEX                 PIC 9(03) COMP VALUE ZERO.
001340  77  WS-VSTATE-MATCH-INDEX           PIC 9(03) COMP VALUE ZERO.
001350  77  WS-ITEM-A-INDEX                 PIC 9(03) COMP VALUE ZERO.
001360  77  WS-WORK-STATE                   PIC X(02) VALUE SPACES.
001370  77  WS-RESOLVED-STATE               PIC X(02) VALUE SPACES.

001380  77  WS-STTAX-DETAIL-COUNT           PIC 9(06) COMP VALUE ZERO.
001390  77  WS-STTAX-TRAILER-COUNT          PIC 9(03) COMP VALUE ZERO.
001400  77  WS-STTAX-BAD-COUNT              PIC 9(06) COMP VALUE ZERO.
001410  77  WS-HISTORY-READ                 PIC 9(08) COMP VALUE ZERO.
001420  77  WS-HISTORY-IN-PERIOD            PIC 9(08) COMP VALUE ZERO.
001430  77  WS-HISTORY-BAD-COUNT            PIC 9(06) COMP VALUE ZERO.
001440  77  WS-CLAIMS-READ                  PIC 9(08) COMP VALUE ZERO.
001450  77  WS-CLAIMS-LISTED                PIC 9(08) COMP VALUE ZERO.
001460  77  WS-CLAIMS-OPEN                  PIC 9(08) COMP VALUE ZERO.
001470  77  WS-CLAIM-BAD-COUNT              PIC 9(06) COMP VALUE ZERO.

001480  01  WS-CONTROL-TOTALS.
001490      05  WS-TRAILER-PREMIUM          PIC S9(11)V99 COMP-3
001500                                       VALUE ZERO.
001510      05  WS-TRAILER-CLAIM            PIC S9(11)V99 COMP-3
001520                                       VALUE ZERO.
001530      05  WS-CLAIM-FILE-INCURRED      PIC S9(11)V99 COMP-3
001540                                       VALUE ZERO.
001550      05  WS-HISTORY-PERIOD-INC       PIC S9(11)V99 COMP-3
001560                                       VALUE ZERO.
001570      05  WS-ITEM-A-PREMIUM-SUM       PIC S9(11)V99 COMP-3
001580                                       VALUE ZERO.
001590      05  WS-ITEM-A-INCURRED-SUM      PIC S9(11)V99 COMP-3
001600                                       VALUE ZERO.
001610      05  WS-ITEM-A-PERIOD-SUM        PIC S9(11)V99 COMP-3
001620                                       VALUE ZERO.
001630      05  WS-STATE-PREMIUM-SUM        PIC S9(11)V99 COMP-3
001640                                       VALUE ZERO.
001650      05  WS-STATE-INCURRED-SUM       PIC S9(11)V99 COMP-3
001660                                       VALUE ZERO.
001670      05  WS-STATE-PERIOD-SUM         PIC S9(11)V99 COMP-3
001680                                       VALUE ZERO.
001690      05  WS-REG-PAID-TOTAL           PIC S9(11)V99 COMP-3
001700                                       VALUE ZERO.
001710      05  WS-REG-RESERVE-TOTAL        PIC S9(11)V99 COMP-3
001720                                       VALUE ZERO.
001730      05  WS-REG-INCURRED-TOTAL       PIC S9(11)V99 COMP-3
001740                                       VALUE ZERO.
001750      05  WS-REG-PERIOD-TOTAL         PIC S9(11)V99 COMP-3
001760                                       VALUE ZERO.

001770  77  WS-PROOF-FAIL-COUNT             PIC 9(03) COMP VALUE ZERO.

001780  77  WS-CLAIM-INCURRED               PIC S9(11)V99 COMP-3
001790                                       VALUE ZERO.
001800  77  WS-CLAIM-PERIOD-INC             PIC S9(11)V99 COMP-3
001810                                       VALUE ZERO.

001820*    LOSS RATIO WORK - THE CALLER LOADS PREMIUM AND INCURRED.
001830  77  WS-RATIO-PREMIUM                PIC S9(11)V99 COMP-3
001840                                       VALUE ZERO.
001850  77  WS-RATIO-INCURRED               PIC S9(11)V99 COMP-3
001860                                       VALUE ZERO.
001870  77  WS-LOSS-RATIO                   PIC S9(05)V99 COMP-3
001880                                       VALUE ZERO.
001890  01  WS-RATIO-TEXT                   PIC X(09) VALUE SPACES.
001900  01  WS-RATIO-ED                     PIC Z(4)9.99-.

001910  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001920  77  WS-FIRST-DATE                   PIC 9(08) VALUE ZERO.
001930  77  WS-LAST-DATE                    PIC 9(08) VALUE ZERO.
001940  77  WS-NEWEST-POSTED-DATE           PIC 9(08) VALUE ZERO.
001950  77  WS-MONTH-WORK                   PIC 9(06) VALUE ZERO.
001960  77  WS-TEMP-DATE                    PIC 9(08) VALUE ZERO.
001970  77  WS-SCAN-INTEGER                 PIC 9(08) COMP VALUE ZERO.

001980  01  WS-COUNT-ED                     PIC Z(7)9.
001990  01  WS-ITEM-A-CODE-ED               PIC Z9.
002000  01  WS-PREMIUM-ED                   PIC Z(10)9.99-.
002010  01  WS-INCURRED-ED                  PIC Z(10)9.99-.
002020  01  WS-PERIOD-ED                    PIC Z(10)9.99-.
002030  01  WS-PAID-ED                      PIC Z(8)9.99-.
002040  01  WS-RESERVE-ED                   PIC Z(8)9.99-.
002050  01  WS-CLAIM-INC-ED                 PIC Z(8)9.99-.
002060  01  WS-CLAIM-PER-ED                 PIC Z(8)9.99-.
002070  01  WS-PROOF-A-ED                   PIC Z(10)9.99-.
002080  01  WS-PROOF-B-ED                   PIC Z(10)9.99-.
002090  01  WS-PROOF-C-ED                   PIC Z(10)9.99-.

002100  PROCEDURE DIVISION.

002110  0000-MAINLINE.
002120      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130      PERFORM 2000-LOAD-PREMIUM THRU 2000-EXIT
002140          UNTIL WS-EOF-YES.
002150      SET WS-EOF-NO TO TRUE.
002160      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
002170      PERFORM 3000-LOAD-PERIOD-ACTIVITY THRU 3000-EXIT
002180          UNTIL WS-EOF-YES.
002190      SET WS-EOF-NO TO TRUE.
002200      PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT.
002210      PERFORM 5000-PRINT-LOSS-RATIO THRU 5000-EXIT.
002220      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002230      GO TO 9999-EXIT.

002240  1000-INITIALIZE.
002250      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002260      OPEN OUTPUT MY-CLMREG-FILE.
002270      OPEN OUTPUT MY-LOSRPT-FILE.
002280      OPEN INPUT MY-CLAIM-FILE.
002290      IF WS-CLAIM-STATUS NOT = '00'
002300          DISPLAY 'MY-CLAIM-REPORT - OPEN FAILED ON THE CLAIM '
002310              'FILE, FILE STATUS=' WS-CLAIM-STATUS
002320          MOVE SPACES TO REPORT-LINE
002330          STRING '** CLAIM FILE NOT AVAILABLE, FILE STATUS='
002340              WS-CLAIM-STATUS ' - NO REPORT PRODUCED **'
002350              DELIMITED BY SIZE INTO REPORT-LINE
002360          WRITE REPORT-LINE
002370          CLOSE MY-CLMREG-FILE
002380          CLOSE MY-LOSRPT-FILE
002390          MOVE 16 TO RETURN-CODE
002400          GO TO 9999-EXIT
002410      END-IF.
002420      OPEN INPUT MY-STTAX-FILE.
002430      IF WS-STTAX-STATUS NOT = '00'
002440          DISPLAY 'MY-CLAIM-REPORT - OPEN FAILED ON THE STATE '
002450              'EXTRACT, FILE STATUS=' WS-STTAX-STATUS
002460          MOVE SPACES TO REPORT-LINE
002470          STRING '** STATE PREMIUM EXTRACT NOT AVAILABLE, FILE '
002480              'STATUS=' WS-STTAX-STATUS
002490              ' - NO REPORT PRODUCED **'
002500              DELIMITED BY SIZE INTO REPORT-LINE
002510          WRITE REPORT-LINE
002520          CLOSE MY-CLAIM-FILE
002530          CLOSE MY-CLMREG-FILE
002540          CLOSE MY-LOSRPT-FILE
002550          MOVE 16 TO RETURN-CODE
002560          GO TO 9999-EXIT
002570      END-IF.
002580      OPEN INPUT MY-CLMHST-FILE.
002590      IF WS-CLMHST-STATUS NOT = '00'
002600          DISPLAY 'MY-CLAIM-REPORT - OPEN FAILED ON THE CLAIM '
002610              'HISTORY, FILE STATUS=' WS-CLMHST-STATUS
002620          MOVE SPACES TO REPORT-LINE
002630          STRING '** CLAIM HISTORY NOT AVAILABLE, FILE STATUS='
002640              WS-CLMHST-STATUS ' - NO REPORT PRODUCED **'
002650              DELIMITED BY SIZE INTO REPORT-LINE
002660          WRITE REPORT-LINE
002670          CLOSE MY-CLAIM-FILE
002680          CLOSE MY-STTAX-FILE
002690          CLOSE MY-CLMREG-FILE
002700          CLOSE MY-LOSRPT-FILE
002710          MOVE 16 TO RETURN-CODE
002720          GO TO 9999-EXIT
002730      END-IF.
002740      PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT.
002750      IF WS-PERIOD-DERIVED
002760          PERFORM 1200-SET-PERIOD-RANGE THRU 1200-EXIT
002770      END-IF.
002780      PERFORM 2100-READ-STTAX THRU 2100-EXIT.
002790  1000-EXIT.
002800      EXIT.

002810*    A MISSING OR EMPTY CARD IS THE NORMAL CASE - THE PERIOD IS
002820*    THEN THE CALENDAR MONTH OF THE NEWEST POSTED CLAIM ACTIVITY.
002830  1100-READ-PERIOD-CARD.
002840      OPEN INPUT MY-CLRPRM-FILE.
002850      IF WS-CLRPRM-STATUS NOT = '00'
002860          GO TO 1100-EXIT
002870      END-IF.
002880      READ MY-CLRPRM-FILE
002890          AT END
002900              MOVE SPACES TO CLRPRM-RECORD
002910      END-READ.
002920      IF CP-PERIOD-START NUMERIC
002930          AND CP-PERIOD-END NUMERIC
002940          AND CP-PERIOD-START > ZERO
002950          AND CP-PERIOD-END NOT < CP-PERIOD-START
002960          MOVE CP-PERIOD-START TO WS-FIRST-DATE
002970          MOVE CP-PERIOD-END TO WS-LAST-DATE
002980          SET WS-PERIOD-FROM-CARD TO TRUE
002990      END-IF.
003000      CLOSE MY-CLRPRM-FILE.
003010  1100-EXIT.
003020      EXIT.

003030*    A FIRST PASS OF THE HISTORY FINDS THE NEWEST POSTING DATE;
003040*    THE PERIOD IS ITS FULL CALENDAR MONTH.  WITH NO HISTORY AT
003050*    ALL THE RUN DATE'S MONTH IS USED.  THE FILE IS REOPENED FOR
003060*    THE ACTIVITY PASS.  DATE ARITHMETIC NEEDS THE INTRINSIC
003070*    DAY-NUMBER CONVERSION - A PLAIN ADD ON A YYYYMMDD FIELD
003080*    BREAKS ACROSS MONTH ENDS.
003090  1200-SET-PERIOD-RANGE.
003100      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
003110      PERFORM 1210-FIND-NEWEST-POSTING THRU 1210-EXIT
003120          UNTIL WS-EOF-YES.
003130      SET WS-EOF-NO TO TRUE.
003140      MOVE ZERO TO WS-HISTORY-READ.
003150      CLOSE MY-CLMHST-FILE.
003160      OPEN INPUT MY-CLMHST-FILE.
003170      IF WS-NEWEST-POSTED-DATE = ZERO
003180          MOVE WS-RUN-DATE TO WS-NEWEST-POSTED-DATE
003190      END-IF.
003200      COMPUTE WS-MONTH-WORK = WS-NEWEST-POSTED-DATE / 100.
003210      COMPUTE WS-FIRST-DATE = WS-MONTH-WORK * 100 + 1.
003220      COMPUTE WS-SCAN-INTEGER =
003230          FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE) + 31.
003240      COMPUTE WS-TEMP-DATE =
003250          FUNCTION DATE-OF-INTEGER (WS-SCAN-INTEGER).
003260      COMPUTE WS-MONTH-WORK = WS-TEMP-DATE / 100.
003270      COMPUTE WS-TEMP-DATE = WS-MONTH-WORK * 100 + 1.
003280      COMPUTE WS-SCAN-INTEGER =
003290          FUNCTION INTEGER-OF-DATE (WS-TEMP-DATE) - 1.
003300      COMPUTE WS-LAST-DATE =
003310          FUNCTION DATE-OF-INTEGER (WS-SCAN-INTEGER).
003320  1200-EXIT.
003330      EXIT.

003340  1210-FIND-NEWEST-POSTING.
003350      IF CH-POSTED-DATE NUMERIC
003360          AND CH-POSTED-DATE > WS-NEWEST-POSTED-DATE
003370          MOVE CH-POSTED-DATE TO WS-NEWEST-POSTED-DATE
003380      END-IF.
003390      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
003400  1210-EXIT.
003410      EXIT.

003420*    EACH 'D' RECORD IS ONE ITEM-A CODE WITHIN ONE STATE, SO THE
003430*    SAME PREMIUM GOES TO BOTH VIEWS; THE TRAILER CARRIES THE
003440*    GRAND POSTED PREMIUM BOTH VIEWS MUST PROVE TO.
003450  2000-LOAD-PREMIUM.
003460      EVALUATE TRUE
003470          WHEN ST-DETAIL-RECORD
003480              PERFORM 2200-LOAD-DETAIL THRU 2200-EXIT
003490          WHEN ST-TRAILER-RECORD
003500              ADD 1 TO WS-STTAX-TRAILER-COUNT
003510              MOVE ST-TRL-PREMIUM-AMT TO WS-TRAILER-PREMIUM
003520              MOVE ST-TRL-CLAIM-AMT TO WS-TRAILER-CLAIM
003530          WHEN OTHER
003540              ADD 1 TO WS-STTAX-BAD-COUNT
003550      END-EVALUATE.
003560      PERFORM 2100-READ-STTAX THRU 2100-EXIT.
003570  2000-EXIT.
003580      EXIT.

003590  2100-READ-STTAX.
003600      READ MY-STTAX-FILE
003610          AT END
003620              SET WS-EOF-YES TO TRUE
003630      END-READ.
003640  2100-EXIT.
003650      EXIT.

003660  2200-LOAD-DETAIL.
003670      IF ST-DTL-ITEM-A NOT NUMERIC
003680          OR ST-DTL-PREMIUM-AMT NOT NUMERIC
003690          ADD 1 TO WS-STTAX-BAD-COUNT
003700          GO TO 2200-EXIT
003710      END-IF.
003720      ADD 1 TO WS-STTAX-DETAIL-COUNT.
003730      COMPUTE WS-ITEM-A-INDEX = ST-DTL-ITEM-A + 1.
003740      ADD ST-DTL-PREMIUM-AMT TO
003750          WS-ITEM-A-PREMIUM (WS-ITEM-A-INDEX).
003760      MOVE ST-DTL-STATE TO WS-WORK-STATE.
003770      PERFORM 2900-FIND-STATE-SLOT THRU 2900-EXIT.
003780      ADD ST-DTL-PREMIUM-AMT TO
003790          WS-STATE-PREMIUM (WS-STATE-MATCH-INDEX).
003800  2200-EXIT.
003810      EXIT.

003820*    RESOLVE WS-WORK-STATE AGAINST THE VALID LIST AND RETURN ITS
003830*    SLOT IN WS-STATE-MATCH-INDEX, ADDING THE SLOT IF NEW.  AT
003840*    MOST 52 RESOLVED CODES EXIST, SO THE TABLE CANNOT FILL.
003850  2900-FIND-STATE-SLOT.
003860      MOVE ZERO TO WS-VSTATE-MATCH-INDEX.
003870      PERFORM 2910-MATCH-VALID-STATE THRU 2910-EXIT
003880          VARYING WS-VSTATE-INDEX FROM 1 BY 1
003890          UNTIL WS-VSTATE-INDEX > 51.
003900      IF WS-VSTATE-MATCH-INDEX > ZERO
003910          MOVE WS-WORK-STATE TO WS-RESOLVED-STATE
003920      ELSE
003930          MOVE '**' TO WS-RESOLVED-STATE
003940      END-IF.
003950      MOVE ZERO TO WS-STATE-MATCH-INDEX.
003960      PERFORM 2920-MATCH-STATE-ENTRY THRU 2920-EXIT
003970          VARYING WS-STATE-INDEX FROM 1 BY 1
003980          UNTIL WS-STATE-INDEX > WS-STATE-COUNT.
003990      IF WS-STATE-MATCH-INDEX = ZERO
004000          ADD 1 TO WS-STATE-COUNT
004010          MOVE WS-STATE-COUNT TO WS-STATE-MATCH-INDEX
004020          MOVE WS-RESOLVED-STATE TO
004030              WS-STATE-CODE (WS-STATE-MATCH-INDEX)
004040          MOVE ZERO TO WS-STATE-CLAIM-COUNT (WS-STATE-MATCH-INDEX)
004050          MOVE ZERO TO WS-STATE-PREMIUM (WS-STATE-MATCH-INDEX)
004060          MOVE ZERO TO WS-STATE-INCURRED (WS-STATE-MATCH-INDEX)
004070          MOVE ZERO TO WS-STATE-PERIOD-INC (WS-STATE-MATCH-INDEX)
004080      END-IF.
004090  2900-EXIT.
004100      EXIT.

004110  2910-MATCH-VALID-STATE.
004120      IF WS-VALID-STATE-ENTRY (WS-VSTATE-INDEX) = WS-WORK-STATE
004130          MOVE WS-VSTATE-INDEX TO WS-VSTATE-MATCH-INDEX
004140      END-IF.
004150  2910-EXIT.
004160      EXIT.

004170  2920-MATCH-STATE-ENTRY.
004180      IF WS-STATE-CODE (WS-STATE-INDEX) = WS-RESOLVED-STATE
004190          MOVE WS-STATE-INDEX TO WS-STATE-MATCH-INDEX
004200      END-IF.
004210  2920-EXIT.
004220      EXIT.

004230*    PERIOD INCURRED IS BUCKETED FROM THE HISTORY RECORD'S OWN
004240*    ITEM-A AND STATE (THE CLAIM'S, CAPTURED WHEN IT OPENED) AND
004250*    ALSO SAVED BY CLAIM NUMBER FOR THE REGISTER.
004260  3000-LOAD-PERIOD-ACTIVITY.
004270      IF CH-POSTED-DATE NOT NUMERIC
004280          OR CH-ITEM-A-CODE NOT NUMERIC
004290          OR CH-INCURRED-CHANGE NOT NUMERIC
004300          ADD 1 TO WS-HISTORY-BAD-COUNT
004310          GO TO 3000-READ-NEXT
004320      END-IF.
004330      IF CH-POSTED-DATE < WS-FIRST-DATE
004340          OR CH-POSTED-DATE > WS-LAST-DATE
004350          GO TO 3000-READ-NEXT
004360      END-IF.
004370      ADD 1 TO WS-HISTORY-IN-PERIOD.
004380      ADD CH-INCURRED-CHANGE TO WS-HISTORY-PERIOD-INC.
004390      COMPUTE WS-ITEM-A-INDEX = CH-ITEM-A-CODE + 1.
004400      ADD CH-INCURRED-CHANGE TO
004410          WS-ITEM-A-PERIOD-INC (WS-ITEM-A-INDEX).
004420      MOVE CH-ADDRESS-STATE TO WS-WORK-STATE.
004430      PERFORM 2900-FIND-STATE-SLOT THRU 2900-EXIT.
004440      ADD CH-INCURRED-CHANGE TO
004450          WS-STATE-PERIOD-INC (WS-STATE-MATCH-INDEX).
004460      MOVE ZERO TO WS-ACTIVITY-MATCH-INDEX.
004470      PERFORM 3200-MATCH-ACTIVITY THRU 3200-EXIT
004480          VARYING WS-ACTIVITY-INDEX FROM 1 BY 1
004490          UNTIL WS-ACTIVITY-INDEX > WS-ACTIVITY-COUNT.
004500      IF WS-ACTIVITY-MATCH-INDEX = ZERO
004510          IF WS-ACTIVITY-COUNT = 3000
004520              ADD 1 TO WS-ACTIVITY-OVERFLOW-COUNT
004530              GO TO 3000-READ-NEXT
004540          END-IF
004550          ADD 1 TO WS-ACTIVITY-COUNT
004560          MOVE WS-ACTIVITY-COUNT TO WS-ACTIVITY-MATCH-INDEX
004570          MOVE CH-CLAIM-NUMBER TO
004580              WS-ACT-CLAIM-NUMBER (WS-ACTIVITY-MATCH-INDEX)
004590          MOVE ZERO TO WS-ACT-PERIOD-INC (WS-ACTIVITY-MATCH-INDEX)
004600      END-IF.
004610      ADD CH-INCURRED-CHANGE TO
004620          WS-ACT-PERIOD-INC (WS-ACTIVITY-MATCH-INDEX).
004630  3000-READ-NEXT.
004640      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
004650  3000-EXIT.
004660      EXIT.

004670  3100-READ-HISTORY.
004680      READ MY-CLMHST-FILE
004690          AT END
004700              SET WS-EOF-YES TO TRUE
004710          NOT AT END
004720              ADD 1 TO WS-HISTORY-READ
004730      END-READ.
004740  3100-EXIT.
004750      EXIT.

004760  3200-MATCH-ACTIVITY.
004770      IF WS-ACT-CLAIM-NUMBER (WS-ACTIVITY-INDEX) = CH-CLAIM-NUMBER
004780          MOVE WS-ACTIVITY-INDEX TO WS-ACTIVITY-MATCH-INDEX
004790      END-IF.
004800  3200-EXIT.
004810      EXIT.

004820*    WALK THE CLAIM FILE IN CLAIM-NUMBER ORDER.  EVERY CLAIM'S
004830*    INCURRED GOES INTO BOTH LOSS-RATIO VIEWS; ONLY OPEN CLAIMS
004840*    AND CLAIMS WITH ACTIVITY IN THE PERIOD ARE LISTED.
004850  4000-PRINT-REGISTER.
004860      MOVE SPACES TO REGISTER-LINE.
004870      STRING 'MY-CLAIM-REPORT CLAIM REGISTER  PERIOD '
004880          WS-FIRST-DATE ' THRU ' WS-LAST-DATE
004890          '  RUN DATE ' WS-RUN-DATE
004900          DELIMITED BY SIZE INTO REGISTER-LINE.
004910      WRITE REGISTER-LINE.
004920      MOVE SPACES TO REGISTER-LINE.
004930      STRING 'CLAIM NO   POLICY KEY     S LOSS DT  IA ST'
004940          '       PAID TO DATE      RESERVE'
004950          '       INCURRED  PERIOD INCURRED'
004960          DELIMITED BY SIZE INTO REGISTER-LINE.
004970      WRITE REGISTER-LINE.
004980      PERFORM 4100-READ-CLAIM THRU 4100-EXIT.
004990      PERFORM 4200-REGISTER-CLAIM THRU 4200-EXIT
005000          UNTIL WS-EOF-YES.
005010      MOVE WS-CLAIMS-LISTED TO WS-COUNT-ED.
005020      MOVE WS-REG-PAID-TOTAL TO WS-PAID-ED.
005030      MOVE WS-REG-RESERVE-TOTAL TO WS-RESERVE-ED.
005040      MOVE WS-REG-INCURRED-TOTAL TO WS-CLAIM-INC-ED.
005050      MOVE WS-REG-PERIOD-TOTAL TO WS-CLAIM-PER-ED.
005060      MOVE SPACES TO REGISTER-LINE.
005070      STRING 'CLAIMS LISTED=' WS-COUNT-ED
005080          '            ' WS-PAID-ED ' ' WS-RESERVE-ED
005090          ' ' WS-CLAIM-INC-ED ' ' WS-CLAIM-PER-ED
005100          DELIMITED BY SIZE INTO REGISTER-LINE.
005110      WRITE REGISTER-LINE.
005120      MOVE WS-CLAIMS-OPEN TO WS-COUNT-ED.
005130      MOVE SPACES TO REGISTER-LINE.
005140      STRING 'OPEN CLAIMS=' WS-COUNT-ED
005150          DELIMITED BY SIZE INTO REGISTER-LINE.
005160      WRITE REGISTER-LINE.
005170      IF WS-ACTIVITY-OVERFLOW-COUNT > ZERO
005180          MOVE WS-ACTIVITY-OVERFLOW-COUNT TO WS-COUNT-ED
005190          MOVE SPACES TO REGISTER-LINE
005200          STRING '** ACTIVITY TABLE FULL - ' WS-COUNT-ED
005210              ' PERIOD POSTINGS NOT MATCHED TO A CLAIM, CLOSED '
005220              'CLAIMS MAY BE MISSING FROM THE REGISTER **'
005230              DELIMITED BY SIZE INTO REGISTER-LINE
005240          WRITE REGISTER-LINE
005250      END-IF.
005260  4000-EXIT.
005270      EXIT.

005280  4100-READ-CLAIM.
005290      READ MY-CLAIM-FILE NEXT RECORD
005300          AT END
005310              SET WS-EOF-YES TO TRUE
005320          NOT AT END
005330              ADD 1 TO WS-CLAIMS-READ
005340      END-READ.
005350  4100-EXIT.
005360      EXIT.

005370  4200-REGISTER-CLAIM.
005380      IF CM-ITEM-A-CODE NOT NUMERIC
005390          OR CM-PAID-TO-DATE NOT NUMERIC
005400          OR CM-RESERVE-AMOUNT NOT NUMERIC
005410          ADD 1 TO WS-CLAIM-BAD-COUNT
005420          MOVE SPACES TO REGISTER-LINE
005430          STRING '** CLAIM ' CM-CLAIM-NUMBER
005440              ' HAS A BAD ITEM-A CODE OR AMOUNT - NOT REPORTED **'
005450              DELIMITED BY SIZE INTO REGISTER-LINE
005460          WRITE REGISTER-LINE
005470          GO TO 4200-READ-NEXT
005480      END-IF.
005490      COMPUTE WS-CLAIM-INCURRED =
005500          CM-PAID-TO-DATE + CM-RESERVE-AMOUNT.
005510      ADD WS-CLAIM-INCURRED TO WS-CLAIM-FILE-INCURRED.
005520      COMPUTE WS-ITEM-A-INDEX = CM-ITEM-A-CODE + 1.
005530      ADD 1 TO WS-ITEM-A-CLAIM-COUNT (WS-ITEM-A-INDEX).
005540      ADD WS-CLAIM-INCURRED TO
005550          WS-ITEM-A-INCURRED (WS-ITEM-A-INDEX).
005560      MOVE CM-ADDRESS-STATE TO WS-WORK-STATE.
005570      PERFORM 2900-FIND-STATE-SLOT THRU 2900-EXIT.
005580      ADD 1 TO WS-STATE-CLAIM-COUNT (WS-STATE-MATCH-INDEX).
005590      ADD WS-CLAIM-INCURRED TO
005600          WS-STATE-INCURRED (WS-STATE-MATCH-INDEX).
005610      MOVE ZERO TO WS-ACTIVITY-MATCH-INDEX.
005620      PERFORM 4300-MATCH-CLAIM-ACTIVITY THRU 4300-EXIT
005630          VARYING WS-ACTIVITY-INDEX FROM 1 BY 1
005640          UNTIL WS-ACTIVITY-INDEX > WS-ACTIVITY-COUNT.
005650      SET WS-SKIP-CLAIM TO TRUE.
005660      MOVE ZERO TO WS-CLAIM-PERIOD-INC.
005670      IF WS-ACTIVITY-MATCH-INDEX > ZERO
005680          SET WS-LIST-CLAIM TO TRUE
005690          MOVE WS-ACT-PERIOD-INC (WS-ACTIVITY-MATCH-INDEX)
005700              TO WS-CLAIM-PERIOD-INC
005710      END-IF.
005720      IF CM-STATUS-OPEN
005730          SET WS-LIST-CLAIM TO TRUE
005740          ADD 1 TO WS-CLAIMS-OPEN
005750      END-IF.
005760      IF WS-SKIP-CLAIM
005770          GO TO 4200-READ-NEXT
005780      END-IF.
005790      ADD 1 TO WS-CLAIMS-LISTED.
005800      ADD CM-PAID-TO-DATE TO WS-REG-PAID-TOTAL.
005810      ADD CM-RESERVE-AMOUNT TO WS-REG-RESERVE-TOTAL.
005820      ADD WS-CLAIM-INCURRED TO WS-REG-INCURRED-TOTAL.
005830      ADD WS-CLAIM-PERIOD-INC TO WS-REG-PERIOD-TOTAL.
005840      MOVE CM-ITEM-A-CODE TO WS-ITEM-A-CODE-ED.
005850      MOVE CM-PAID-TO-DATE TO WS-PAID-ED.
005860      MOVE CM-RESERVE-AMOUNT TO WS-RESERVE-ED.
005870      MOVE WS-CLAIM-INCURRED TO WS-CLAIM-INC-ED.
005880      MOVE WS-CLAIM-PERIOD-INC TO WS-CLAIM-PER-ED.
005890      MOVE SPACES TO REGISTER-LINE.
005900      STRING CM-CLAIM-NUMBER ' ' CM-RECORD-KEY ' '
005910          CM-CLAIM-STATUS ' ' CM-LOSS-DATE ' '
005920          WS-ITEM-A-CODE-ED ' ' WS-RESOLVED-STATE ' '
005930          WS-PAID-ED ' ' WS-RESERVE-ED ' '
005940          WS-CLAIM-INC-ED ' ' WS-CLAIM-PER-ED
005950          DELIMITED BY SIZE INTO REGISTER-LINE.
005960      WRITE REGISTER-LINE.
005970  4200-READ-NEXT.
005980      PERFORM 4100-READ-CLAIM THRU 4100-EXIT.
005990  4200-EXIT.
006000      EXIT.

006010  4300-MATCH-CLAIM-ACTIVITY.
006020      IF WS-ACT-CLAIM-NUMBER (WS-ACTIVITY-INDEX) = CM-CLAIM-NUMBER
006030          MOVE WS-ACTIVITY-INDEX TO WS-ACTIVITY-MATCH-INDEX
006040      END-IF.
006050  4300-EXIT.
006060      EXIT.

006070  5000-PRINT-LOSS-RATIO.
006080      MOVE SPACES TO REPORT-LINE.
006090      STRING 'MY-CLAIM-REPORT LOSS RATIO  PERIOD '
006100          WS-FIRST-DATE ' THRU ' WS-LAST-DATE
006110          '  RUN DATE ' WS-RUN-DATE
006120          DELIMITED BY SIZE INTO REPORT-LINE.
006130      WRITE REPORT-LINE.
006140      MOVE SPACES TO REPORT-LINE.
006150      STRING 'INCURRED IS PAID TO DATE PLUS OUTSTANDING RESERVE; '
006160          'LOSS RATIO = INCURRED / POSTED PREMIUM X 100'
006170          DELIMITED BY SIZE INTO REPORT-LINE.
006180      WRITE REPORT-LINE.
006190      MOVE SPACES TO REPORT-LINE.
006200      STRING 'LOSS RATIO BY ITEM-A CODE'
006210          DELIMITED BY SIZE INTO REPORT-LINE.
006220      WRITE REPORT-LINE.
006230      PERFORM 5100-PRINT-ITEM-A-LINE THRU 5100-EXIT
006240          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
006250          UNTIL WS-ITEM-A-INDEX > 100.
006260      MOVE WS-ITEM-A-PREMIUM-SUM TO WS-RATIO-PREMIUM.
006270      MOVE WS-ITEM-A-INCURRED-SUM TO WS-RATIO-INCURRED.
006280      PERFORM 5300-COMPUTE-RATIO THRU 5300-EXIT.
006290      MOVE WS-ITEM-A-PREMIUM-SUM TO WS-PREMIUM-ED.
006300      MOVE WS-ITEM-A-INCURRED-SUM TO WS-INCURRED-ED.
006310      MOVE WS-ITEM-A-PERIOD-SUM TO WS-PERIOD-ED.
006320      MOVE SPACES TO REPORT-LINE.
006330      STRING '  TOTAL     PREMIUM=' WS-PREMIUM-ED
006340          ' INCURRED=' WS-INCURRED-ED
006350          ' PERIOD=' WS-PERIOD-ED ' LR%=' WS-RATIO-TEXT
006360          DELIMITED BY SIZE INTO REPORT-LINE.
006370      WRITE REPORT-LINE.
006380      MOVE SPACES TO REPORT-LINE.
006390      STRING 'LOSS RATIO BY STATE'
006400          DELIMITED BY SIZE INTO REPORT-LINE.
006410      WRITE REPORT-LINE.
006420      PERFORM 5200-PRINT-STATE-LINE THRU 5200-EXIT
006430          VARYING WS-STATE-INDEX FROM 1 BY 1
006440          UNTIL WS-STATE-INDEX > WS-STATE-COUNT.
006450      MOVE WS-STATE-PREMIUM-SUM TO WS-RATIO-PREMIUM.
006460      MOVE WS-STATE-INCURRED-SUM TO WS-RATIO-INCURRED.
006470      PERFORM 5300-COMPUTE-RATIO THRU 5300-EXIT.
006480      MOVE WS-STATE-PREMIUM-SUM TO WS-PREMIUM-ED.
006490      MOVE WS-STATE-INCURRED-SUM TO WS-INCURRED-ED.
006500      MOVE WS-STATE-PERIOD-SUM TO WS-PERIOD-ED.
006510      MOVE SPACES TO REPORT-LINE.
006520      STRING '  TOTAL     PREMIUM=' WS-PREMIUM-ED
006530          ' INCURRED=' WS-INCURRED-ED
006540          ' PERIOD=' WS-PERIOD-ED ' LR%=' WS-RATIO-TEXT
006550          DELIMITED BY SIZE INTO REPORT-LINE.
006560      WRITE REPORT-LINE.
006570      PERFORM 5500-PRINT-PROOF THRU 5500-EXIT.
006580  5000-EXIT.
006590      EXIT.

006600  5100-PRINT-ITEM-A-LINE.
006610      ADD WS-ITEM-A-PREMIUM (WS-ITEM-A-INDEX)
006620          TO WS-ITEM-A-PREMIUM-SUM.
006630      ADD WS-ITEM-A-INCURRED (WS-ITEM-A-INDEX)
006640          TO WS-ITEM-A-INCURRED-SUM.
006650      ADD WS-ITEM-A-PERIOD-INC (WS-ITEM-A-INDEX)
006660          TO WS-ITEM-A-PERIOD-SUM.
006670      IF WS-ITEM-A-PREMIUM (WS-ITEM-A-INDEX) = ZERO
006680          AND WS-ITEM-A-INCURRED (WS-ITEM-A-INDEX) = ZERO
006690          AND WS-ITEM-A-PERIOD-INC (WS-ITEM-A-INDEX) = ZERO
006700          GO TO 5100-EXIT
006710      END-IF.
006720      MOVE WS-ITEM-A-PREMIUM (WS-ITEM-A-INDEX)
006730          TO WS-RATIO-PREMIUM.
006740      MOVE WS-ITEM-A-INCURRED (WS-ITEM-A-INDEX)
006750          TO WS-RATIO-INCURRED.
006760      PERFORM 5300-COMPUTE-RATIO THRU 5300-EXIT.
006770      COMPUTE WS-ITEM-A-CODE-ED = WS-ITEM-A-INDEX - 1.
006780      MOVE WS-ITEM-A-CLAIM-COUNT (WS-ITEM-A-INDEX) TO WS-COUNT-ED.
006790      MOVE WS-ITEM-A-PREMIUM (WS-ITEM-A-INDEX) TO WS-PREMIUM-ED.
006800      MOVE WS-ITEM-A-INCURRED (WS-ITEM-A-INDEX) TO WS-INCURRED-ED.
006810      MOVE WS-ITEM-A-PERIOD-INC (WS-ITEM-A-INDEX) TO WS-PERIOD-ED.
006820      MOVE SPACES TO REPORT-LINE.
006830      STRING '  ITEM-A=' WS-ITEM-A-CODE-ED
006840          ' PREMIUM=' WS-PREMIUM-ED
006850          ' INCURRED=' WS-INCURRED-ED
006860          ' PERIOD=' WS-PERIOD-ED ' LR%=' WS-RATIO-TEXT
006870          ' CLAIMS=' WS-COUNT-ED
006880          DELIMITED BY SIZE INTO REPORT-LINE.
006890      WRITE REPORT-LINE.
006900  5100-EXIT.
006910      EXIT.

006920  5200-PRINT-STATE-LINE.
006930      ADD WS-STATE-PREMIUM (WS-STATE-INDEX)
006940          TO WS-STATE-PREMIUM-SUM.
006950      ADD WS-STATE-INCURRED (WS-STATE-INDEX)
006960          TO WS-STATE-INCURRED-SUM.
006970      ADD WS-STATE-PERIOD-INC (WS-STATE-INDEX)
006980          TO WS-STATE-PERIOD-SUM.
006990      MOVE WS-STATE-PREMIUM (WS-STATE-INDEX) TO WS-RATIO-PREMIUM.
007000      MOVE WS-STATE-INCURRED (WS-STATE-INDEX)
007010          TO WS-RATIO-INCURRED.
007020      PERFORM 5300-COMPUTE-RATIO THRU 5300-EXIT.
007030      MOVE WS-STATE-CLAIM-COUNT (WS-STATE-INDEX) TO WS-COUNT-ED.
007040      MOVE WS-STATE-PREMIUM (WS-STATE-INDEX) TO WS-PREMIUM-ED.
007050      MOVE WS-STATE-INCURRED (WS-STATE-INDEX) TO WS-INCURRED-ED.
007060      MOVE WS-STATE-PERIOD-INC (WS-STATE-INDEX) TO WS-PERIOD-ED.
007070      MOVE SPACES TO REPORT-LINE.
007080      STRING '  STATE=' WS-STATE-CODE (WS-STATE-INDEX)
007090          '  PREMIUM=' WS-PREMIUM-ED
007100          ' INCURRED=' WS-INCURRED-ED
007110          ' PERIOD=' WS-PERIOD-ED ' LR%=' WS-RATIO-TEXT
007120          ' CLAIMS=' WS-COUNT-ED
007130          DELIMITED BY SIZE INTO REPORT-LINE.
007140      WRITE REPORT-LINE.
007150  5200-EXIT.
007160      EXIT.

007170*    NO PREMIUM, OR A RATIO TOO LARGE TO PRINT, SHOWS AS STARS
007180*    RATHER THAN A DIVIDE EXCEPTION OR A TRUNCATED FIGURE.
007190  5300-COMPUTE-RATIO.
007200      MOVE ALL '*' TO WS-RATIO-TEXT.
007210      IF WS-RATIO-PREMIUM = ZERO
007220          GO TO 5300-EXIT
007230      END-IF.
007240      COMPUTE WS-LOSS-RATIO ROUNDED =
007250          WS-RATIO-INCURRED * 100 / WS-RATIO-PREMIUM
007260          ON SIZE ERROR
007270              GO TO 5300-EXIT
007280      END-COMPUTE.
007290      MOVE WS-LOSS-RATIO TO WS-RATIO-ED.
007300      MOVE WS-RATIO-ED TO WS-RATIO-TEXT.
007310  5300-EXIT.
007320      EXIT.

007330*    BOTH VIEWS ARE BUILT FROM THE SAME RECORDS, SO EACH COLUMN
007340*    MUST AGREE ACROSS THEM AND WITH ITS INDEPENDENT CONTROL:
007350*    PREMIUM WITH THE EXTRACT TRAILER, INCURRED WITH THE CLAIM
007360*    FILE, PERIOD INCURRED WITH THE HISTORY TOTAL.
007370  5500-PRINT-PROOF.
007380      MOVE WS-ITEM-A-PREMIUM-SUM TO WS-PROOF-A-ED.
007390      MOVE WS-STATE-PREMIUM-SUM TO WS-PROOF-B-ED.
007400      MOVE WS-TRAILER-PREMIUM TO WS-PROOF-C-ED.
007410      MOVE SPACES TO REPORT-LINE.
007420      STRING 'PROOF PREMIUM:  ITEM-A=' WS-PROOF-A-ED
007430          ' STATE=' WS-PROOF-B-ED
007440          ' EXTRACT TRAILER=' WS-PROOF-C-ED
007450          DELIMITED BY SIZE INTO REPORT-LINE.
007460      WRITE REPORT-LINE.
007470      IF WS-ITEM-A-PREMIUM-SUM NOT = WS-TRAILER-PREMIUM
007480          OR WS-STATE-PREMIUM-SUM NOT = WS-TRAILER-PREMIUM
007490          ADD 1 TO WS-PROOF-FAIL-COUNT
007500      END-IF.
007510      MOVE WS-ITEM-A-INCURRED-SUM TO WS-PROOF-A-ED.
007520      MOVE WS-STATE-INCURRED-SUM TO WS-PROOF-B-ED.
007530      MOVE WS-CLAIM-FILE-INCURRED TO WS-PROOF-C-ED.
007540      MOVE SPACES TO REPORT-LINE.
007550      STRING 'PROOF INCURRED: ITEM-A=' WS-PROOF-A-ED
007560          ' STATE=' WS-PROOF-B-ED
007570          ' CLAIM FILE=' WS-PROOF-C-ED
007580          DELIMITED BY SIZE INTO REPORT-LINE.
007590      WRITE REPORT-LINE.
007600      IF WS-ITEM-A-INCURRED-SUM NOT = WS-CLAIM-FILE-INCURRED
007610          OR WS-STATE-INCURRED-SUM NOT = WS-CLAIM-FILE-INCURRED
007620          ADD 1 TO WS-PROOF-FAIL-COUNT
007630      END-IF.
007640      MOVE WS-ITEM-A-PERIOD-SUM TO WS-PROOF-A-ED.
007650      MOVE WS-STATE-PERIOD-SUM TO WS-PROOF-B-ED.
007660      MOVE WS-HISTORY-PERIOD-INC TO WS-PROOF-C-ED.
007670      MOVE SPACES TO REPORT-LINE.
007680      STRING 'PROOF PERIOD:   ITEM-A=' WS-PROOF-A-ED
007690          ' STATE=' WS-PROOF-B-ED
007700          ' CLAIM HISTORY=' WS-PROOF-C-ED
007710          DELIMITED BY SIZE INTO REPORT-LINE.
007720      WRITE REPORT-LINE.
007730      IF WS-ITEM-A-PERIOD-SUM NOT = WS-HISTORY-PERIOD-INC
007740          OR WS-STATE-PERIOD-SUM NOT = WS-HISTORY-PERIOD-INC
007750          ADD 1 TO WS-PROOF-FAIL-COUNT
007760      END-IF.
007770      MOVE WS-TRAILER-CLAIM TO WS-PROOF-C-ED.
007780      MOVE SPACES TO REPORT-LINE.
007790      STRING 'FOR REFERENCE - CLAIM AMOUNT ON POSTED '
007800          'POLICIES PER EXTRACT TRAILER=' WS-PROOF-C-ED
007810          DELIMITED BY SIZE INTO REPORT-LINE.
007820      WRITE REPORT-LINE.
007830      MOVE SPACES TO REPORT-LINE.
007840      IF WS-PROOF-FAIL-COUNT = ZERO
007850          STRING 'LOSS RATIO PROOFS TIE'
007860              DELIMITED BY SIZE INTO REPORT-LINE
007870      ELSE
007880          STRING '** LOSS RATIO PROOFS DO NOT TIE - REVIEW '
007890              'BEFORE DISTRIBUTING THE REPORT **'
007900              DELIMITED BY SIZE INTO REPORT-LINE
007910      END-IF.
007920      WRITE REPORT-LINE.
007930  5500-EXIT.
007940      EXIT.

007950  9000-TERMINATE.
007960      MOVE WS-STTAX-DETAIL-COUNT TO WS-COUNT-ED.
007970      MOVE SPACES TO REPORT-LINE.
007980      STRING 'EXTRACT DETAILS READ=' WS-COUNT-ED
007990          DELIMITED BY SIZE INTO REPORT-LINE.
008000      WRITE REPORT-LINE.
008010      MOVE WS-HISTORY-IN-PERIOD TO WS-COUNT-ED.
008020      MOVE SPACES TO REPORT-LINE.
008030      STRING 'HISTORY POSTINGS IN PERIOD=' WS-COUNT-ED
008040          DELIMITED BY SIZE INTO REPORT-LINE.
008050      WRITE REPORT-LINE.
008060      MOVE WS-CLAIMS-READ TO WS-COUNT-ED.
008070      MOVE SPACES TO REPORT-LINE.
008080      STRING 'CLAIMS READ=' WS-COUNT-ED
008090          DELIMITED BY SIZE INTO REPORT-LINE.
008100      WRITE REPORT-LINE.
008110      IF WS-STTAX-TRAILER-COUNT NOT = 1
008120          MOVE SPACES TO REPORT-LINE
008130          STRING '** STATE EXTRACT DOES NOT CARRY EXACTLY ONE '
008140              'TRAILER - PREMIUM CONTROL NOT RELIABLE **'
008150              DELIMITED BY SIZE INTO REPORT-LINE
008160          WRITE REPORT-LINE
008170      END-IF.
008180      IF WS-STTAX-BAD-COUNT > ZERO
008190          OR WS-HISTORY-BAD-COUNT > ZERO
008200          OR WS-CLAIM-BAD-COUNT > ZERO
008210          MOVE SPACES TO REPORT-LINE
008220          STRING '** UNREADABLE EXTRACT, HISTORY OR CLAIM '
008230              'RECORDS WERE SKIPPED - SEE THE REGISTER AND '
008240              'RERUN AFTER REPAIR **'
008250              DELIMITED BY SIZE INTO REPORT-LINE
008260          WRITE REPORT-LINE
008270      END-IF.
008280      CLOSE MY-CLAIM-FILE.
008290      CLOSE MY-CLMHST-FILE.
008300      CLOSE MY-STTAX-FILE.
008310      CLOSE MY-CLMREG-FILE.
008320      CLOSE MY-LOSRPT-FILE.
008330      IF WS-PROOF-FAIL-COUNT > ZERO
008340          OR WS-STTAX-TRAILER-COUNT NOT = 1
008350          OR WS-STTAX-BAD-COUNT > ZERO
008360          OR WS-HISTORY-BAD-COUNT > ZERO
008370          OR WS-CLAIM-BAD-COUNT > ZERO
008380          OR WS-ACTIVITY-OVERFLOW-COUNT > ZERO
008390          MOVE 4 TO RETURN-CODE
008400      ELSE
008410          MOVE ZERO TO RETURN-CODE
008420      END-IF.
008430  9000-EXIT.
008440      EXIT.

008450  9999-EXIT.
008460      STOP RUN.
