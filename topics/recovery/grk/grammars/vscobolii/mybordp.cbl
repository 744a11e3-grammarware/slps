000010*----------------------------------------------------------------*
000020*    MY-BORDEREAU-PRINT PRINTS THE POLICY-LEVEL REINSURANCE
000030*    BORDEREAU FROM THE SORTED MY-BORDX FILE: A SECTION PER
000040*    TREATY, ONE LINE PER POLICY CARRYING ITS CEDED PREMIUM AND
000050*    CEDED CLAIMS SIDE BY SIDE, TREATY TOTALS AND A GRAND TOTAL.
000060*    THE GRAND TOTALS AND DETAIL COUNT ARE PROVED TO THE TRAILER
000070*    MY-BORDEREAU WROTE; A DIFFERENCE, OR A FILE WITHOUT EXACTLY
000080*    ONE TRAILER, IS RC 4.
000090*----------------------------------------------------------------*
000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.     MY-BORDEREAU-PRINT.
000120  AUTHOR.         D L HARGROVE.
000130  INSTALLATION.   DATA PROCESSING CENTER.
000140  DATE-WRITTEN.   10/15/26.
000150  DATE-COMPILED.
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT  DESCRIPTION
000190*    10/15/26   DLH   ORIGINAL PROGRAM.
000200*----------------------------------------------------------------*

000210  ENVIRONMENT DIVISION.

000220  INPUT-OUTPUT SECTION.
000230  FILE-CONTROL.
000240      SELECT MY-BORDX-FILE ASSIGN BORDS00
000250          FILE STATUS IS WS-BORDX-STATUS.
000260      SELECT MY-REPORT-FILE ASSIGN BRDRPT0
000270          FILE STATUS IS WS-REPORT-STATUS.

000280  DATA DIVISION.

000290  FILE SECTION.

000300  FD  MY-BORDX-FILE
000310      LABEL RECORD STANDARD.
000320  01  BORDX-RECORD.
000330      COPY MY-BORDX.

000340  FD  MY-REPORT-FILE
000350      LABEL RECORD STANDARD.
000360  01  REPORT-LINE                     PIC X(132).

000370  WORKING-STORAGE SECTION.

000380  77  WS-BORDX-STATUS                 PIC X(02).
000390  77  WS-REPORT-STATUS                PIC X(02).

000400  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000410      88  WS-EOF-YES                      VALUE 'Y'.
000420      88  WS-EOF-NO                       VALUE 'N'.

000430  77  WS-POLICY-SWITCH                PIC X(01) VALUE 'N'.
000440      88  WS-POLICY-PENDING               VALUE 'Y'.
000450      88  WS-NO-POLICY-PENDING            VALUE 'N'.

000460  77  WS-TREATY-SWITCH                PIC X(01) VALUE 'N'.
000470      88  WS-TREATY-OPEN                  VALUE 'Y'.
000480      88  WS-NO-TREATY-OPEN               VALUE 'N'.

000490  77  WS-CURRENT-TREATY               PIC X(08) VALUE SPACES.
000500  77  WS-CURRENT-KEY                  PIC X(14) VALUE SPACES.
000510  77  WS-PERIOD-START                 PIC 9(08) VALUE ZERO.
000520  77  WS-PERIOD-END                   PIC 9(08) VALUE ZERO.
000530  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

000540*    THE POLICY BEING BUILT FROM ITS PREMIUM AND CLAIM DETAILS.
000550  01  WS-POLICY-LINE-AREA.
000560      05  WS-PL-ITEM-A                PIC 9(02).
000570      05  WS-PL-STATE                 PIC X(02).
000580      05  WS-PL-STATUS                PIC X(02).
000590      05  WS-PL-EFF-DATE              PIC 9(08).
000600      05  WS-PL-LOSS-DATE             PIC 9(08).
000610      05  WS-PL-PCT                   PIC 9(03)V99.
000620      05  WS-PL-RETENTION             PIC S9(9)V99 COMP-3.
000630      05  WS-PL-GROSS-PREM            PIC S9(11)V99 COMP-3.
000640      05  WS-PL-CEDED-PREM            PIC S9(11)V99 COMP-3.
000650      05  WS-PL-GROSS-CLAIM           PIC S9(11)V99 COMP-3.
000660      05  WS-PL-CEDED-CLAIM           PIC S9(11)V99 COMP-3.

000670  01  WS-TREATY-TOTALS.
000680      05  WS-TT-POLICY-COUNT          PIC 9(06) COMP VALUE ZERO.
000690      05  WS-TT-GROSS-PREM            PIC S9(11)V99 COMP-3
000700                                       VALUE ZERO.
000710      05  WS-TT-CEDED-PREM            PIC S9(11)V99 COMP-3
000720                                       VALUE ZERO.
000730      05  WS-TT-GROSS-CLAIM           PIC S9(11)V99 COMP-3
000740                                       VALUE ZERO.
000750      05  WS-TT-CEDED-CLAIM           PIC S9(11)V99 COMP-3
000760                                       VALUE ZERO.

000770  01  WS-GRAND-TOTALS.
000780      05  WS-GT-TREATY-COUNT          PIC 9(04) COMP VALUE ZERO.
000790      05  WS-GT-POLICY-COUNT          PIC 9(06) COMP VALUE ZERO.
000800      05  WS-GT-GROSS-PREM            PIC S9(11)V99 COMP-3
000810                                       VALUE ZERO.
000820      05  WS-GT-CEDED-PREM            PIC S9(11)V99 COMP-3
000830                                       VALUE ZERO.
000840      05  WS-GT-GROSS-CLAIM           PIC S9(11)V99 COMP-3
000850                                       VALUE ZERO.
000860      05  WS-GT-CEDED-CLAIM           PIC S9(11)V99 COMP-3
000870                                       VALUE ZERO.

000880  01  WS-TRAILER-TOTALS.
000890      05  WS-TRL-RECORD-COUNT         PIC 9(08) VALUE ZERO.
000900      05  WS-TRL-GROSS-PREM           PIC S9(11)V99 COMP-3
000910                                       VALUE ZERO.
000920      05  WS-TRL-CEDED-PREM           PIC S9(11)V99 COMP-3
000930                                       VALUE ZERO.
000940      05  WS-TRL-GROSS-CLAIM          PIC S9(11)V99 COMP-3
000950                                       VALUE ZERO.
000960      05  WS-TRL-CEDED-CLAIM          PIC S9(11)V99 COMP-3
000970                                       VALUE ZERO.

000980  77  WS-DETAIL-COUNT                 PIC 9(08) COMP VALUE ZERO.
000990  77  WS-TRAILER-COUNT                PIC 9(03) COMP VALUE ZERO.
001000  77  WS-BAD-RECORD-COUNT             PIC 9(06) COMP VALUE ZERO.
001010  77  WS-PROOF-FAIL-COUNT             PIC 9(03) COMP VALUE ZERO.

001020  01  WS-COUNT-ED                     PIC Z(7)9.
001030  01  WS-TRAILER-COUNT-ED             PIC Z(7)9.
001040  01  WS-ITEM-A-CODE-ED               PIC Z9.
001050  01  WS-PCT-ED                       PIC ZZ9.99.
001060  01  WS-RETENTION-ED                 PIC Z(8)9.99.
001070  01  WS-AMOUNT-A-ED                  PIC Z(10)9.99-.
001080  01  WS-AMOUNT-B-ED                  PIC Z(10)9.99-.
001090  01  WS-AMOUNT-C-ED                  PIC Z(10)9.99-.
001100  01  WS-AMOUNT-D-ED                  PIC Z(10)9.99-.

001110  PROCEDURE DIVISION.

001120  0000-MAINLINE.
001130      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140      PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001150          UNTIL WS-EOF-YES.
001160      PERFORM 2300-PRINT-POLICY-LINE THRU 2300-EXIT.
001170      PERFORM 2400-PRINT-TREATY-TOTAL THRU 2400-EXIT.
001180      PERFORM 5000-PRINT-PROOF THRU 5000-EXIT.
001190      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001200      GO TO 9999-EXIT.

001210  1000-INITIALIZE.
001220      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001230      OPEN OUTPUT MY-REPORT-FILE.
001240      OPEN INPUT MY-BORDX-FILE.
001250      IF WS-BORDX-STATUS NOT = '00'
001260          DISPLAY 'MY-BORDEREAU-PRINT - OPEN FAILED ON THE '
001270              'BORDEREAU FILE, FILE STATUS=' WS-BORDX-STATUS
001280          MOVE SPACES TO REPORT-LINE
001290          STRING '** BORDEREAU FILE NOT AVAILABLE, FILE STATUS='
001300              WS-BORDX-STATUS ' - NO BORDEREAU PRINTED **'
001310              DELIMITED BY SIZE INTO REPORT-LINE
001320          WRITE REPORT-LINE
001330          CLOSE MY-REPORT-FILE
001340          MOVE 16 TO RETURN-CODE
001350          GO TO 9999-EXIT
001360      END-IF.
001370      PERFORM 2100-READ-BORDEREAU THRU 2100-EXIT.
001380      IF WS-EOF-NO
001390          AND BX-DETAIL-RECORD
001400          MOVE BX-DTL-PERIOD-START TO WS-PERIOD-START
001410          MOVE BX-DTL-PERIOD-END TO WS-PERIOD-END
001420      END-IF.
001430      IF WS-EOF-NO
001440          AND BX-TRAILER-RECORD
001450          MOVE BX-TRL-PERIOD-START TO WS-PERIOD-START
001460          MOVE BX-TRL-PERIOD-END TO WS-PERIOD-END
001470      END-IF.
001480      MOVE SPACES TO REPORT-LINE.
001490      STRING 'MY-BORDEREAU-PRINT REINSURANCE BORDEREAU  PERIOD '
001500          WS-PERIOD-START ' THRU ' WS-PERIOD-END
001510          '  RUN DATE ' WS-RUN-DATE
001520          DELIMITED BY SIZE INTO REPORT-LINE.
001530      WRITE REPORT-LINE.
001540  1000-EXIT.
001550      EXIT.

001560*    THE FILE IS IN TREATY, POLICY ORDER WITH THE TRAILER LAST,
001570*    SO A NEW TREATY CLOSES THE LAST POLICY AND TREATY AND A NEW
001580*    POLICY CLOSES THE LAST POLICY.
001590  2000-PROCESS-RECORD.
001600      IF BX-TRAILER-RECORD
001610          ADD 1 TO WS-TRAILER-COUNT
001620          MOVE BX-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
001630          MOVE BX-TRL-GROSS-PREMIUM TO WS-TRL-GROSS-PREM
001640          MOVE BX-TRL-CEDED-PREMIUM TO WS-TRL-CEDED-PREM
001650          MOVE BX-TRL-GROSS-CLAIM TO WS-TRL-GROSS-CLAIM
001660          MOVE BX-TRL-CEDED-CLAIM TO WS-TRL-CEDED-CLAIM
001670          GO TO 2000-READ-NEXT
001680      END-IF.
001690      IF NOT BX-DETAIL-RECORD
001700          OR BX-DTL-GROSS-AMT NOT NUMERIC
001710          OR BX-DTL-CEDED-AMT NOT NUMERIC
001720          OR (NOT BX-SOURCE-PREMIUM AND NOT BX-SOURCE-CLAIM)
001730          ADD 1 TO WS-BAD-RECORD-COUNT
001740          GO TO 2000-READ-NEXT
001750      END-IF.
001760      ADD 1 TO WS-DETAIL-COUNT.
001770      IF WS-NO-TREATY-OPEN
001780          OR BX-DTL-TREATY-ID NOT = WS-CURRENT-TREATY
001790          PERFORM 2300-PRINT-POLICY-LINE THRU 2300-EXIT
001800          PERFORM 2400-PRINT-TREATY-TOTAL THRU 2400-EXIT
001810          PERFORM 2500-START-TREATY THRU 2500-EXIT
001820      END-IF.
001830      IF WS-POLICY-PENDING
001840          AND BX-DTL-RECORD-KEY NOT = WS-CURRENT-KEY
001850          PERFORM 2300-PRINT-POLICY-LINE THRU 2300-EXIT
001860      END-IF.
001870      IF WS-NO-POLICY-PENDING
001880          PERFORM 2200-START-POLICY THRU 2200-EXIT
001890      END-IF.
001900      IF BX-SOURCE-PREMIUM
001910          MOVE BX-DTL-STATUS TO WS-PL-STATUS
001920          MOVE BX-DTL-BASIS-DATE TO WS-PL-EFF-DATE
001930          ADD BX-DTL-GROSS-AMT TO WS-PL-GROSS-PREM
001940          ADD BX-DTL-CEDED-AMT TO WS-PL-CEDED-PREM
001950      ELSE
001960          MOVE BX-DTL-BASIS-DATE TO WS-PL-LOSS-DATE
001970          ADD BX-DTL-GROSS-AMT TO WS-PL-GROSS-CLAIM
001980          ADD BX-DTL-CEDED-AMT TO WS-PL-CEDED-CLAIM
001990      END-IF.
002000  2000-READ-NEXT.
002010      PERFORM 2100-READ-BORDEREAU THRU 2100-EXIT.
002020  2000-EXIT.
002030      EXIT.

002040  2100-READ-BORDEREAU.
002050      READ MY-BORDX-FILE
002060          AT END
002070              SET WS-EOF-YES TO TRUE
002080      END-READ.
002090  2100-EXIT.
002100      EXIT.

002110  2200-START-POLICY.
002120      MOVE BX-DTL-RECORD-KEY TO WS-CURRENT-KEY.
002130      MOVE BX-DTL-ITEM-A TO WS-PL-ITEM-A.
002140      MOVE BX-DTL-STATE TO WS-PL-STATE.
002150      MOVE SPACES TO WS-PL-STATUS.
002160      MOVE ZERO TO WS-PL-EFF-DATE.
002170      MOVE ZERO TO WS-PL-LOSS-DATE.
002180      MOVE BX-DTL-CESSION-PCT TO WS-PL-PCT.
002190      MOVE BX-DTL-RETENTION TO WS-PL-RETENTION.
002200      MOVE ZERO TO WS-PL-GROSS-PREM.
002210      MOVE ZERO TO WS-PL-CEDED-PREM.
002220      MOVE ZERO TO WS-PL-GROSS-CLAIM.
002230      MOVE ZERO TO WS-PL-CEDED-CLAIM.
002240      SET WS-POLICY-PENDING TO TRUE.
002250  2200-EXIT.
002260      EXIT.

002270*    A POLICY WITH NO PREMIUM DETAIL (A CLAIM ON BUSINESS WRITTEN
002280*    IN AN EARLIER PERIOD) SHOWS A ZERO EFFECTIVE DATE.
002290  2300-PRINT-POLICY-LINE.
002300      IF WS-NO-POLICY-PENDING
002310          GO TO 2300-EXIT
002320      END-IF.
002330      ADD 1 TO WS-TT-POLICY-COUNT.
002340      ADD WS-PL-GROSS-PREM TO WS-TT-GROSS-PREM.
002350      ADD WS-PL-CEDED-PREM TO WS-TT-CEDED-PREM.
002360      ADD WS-PL-GROSS-CLAIM TO WS-TT-GROSS-CLAIM.
002370      ADD WS-PL-CEDED-CLAIM TO WS-TT-CEDED-CLAIM.
002380      MOVE WS-PL-ITEM-A TO WS-ITEM-A-CODE-ED.
002390      MOVE WS-PL-PCT TO WS-PCT-ED.
002400      MOVE WS-PL-RETENTION TO WS-RETENTION-ED.
002410      MOVE WS-PL-GROSS-PREM TO WS-AMOUNT-A-ED.
002420      MOVE WS-PL-CEDED-PREM TO WS-AMOUNT-B-ED.
002430      MOVE WS-PL-GROSS-CLAIM TO WS-AMOUNT-C-ED.
002440      MOVE WS-PL-CEDED-CLAIM TO WS-AMOUNT-D-ED.
002450      MOVE SPACES TO REPORT-LINE.
002460      STRING WS-CURRENT-KEY ' ' WS-ITEM-A-CODE-ED
002470          ' ' WS-PL-STATE ' ' WS-PL-STATUS
002480          ' ' WS-PL-EFF-DATE ' ' WS-PL-LOSS-DATE
002490          ' ' WS-PCT-ED ' ' WS-RETENTION-ED
002500          ' ' WS-AMOUNT-A-ED ' ' WS-AMOUNT-B-ED
002510          ' ' WS-AMOUNT-C-ED ' ' WS-AMOUNT-D-ED
002520          DELIMITED BY SIZE INTO REPORT-LINE.
002530      WRITE REPORT-LINE.
002540      SET WS-NO-POLICY-PENDING TO TRUE.
002550  2300-EXIT.
002560      EXIT.

002570  2400-PRINT-TREATY-TOTAL.
002580      IF WS-NO-TREATY-OPEN
002590          GO TO 2400-EXIT
002600      END-IF.
002610      ADD WS-TT-POLICY-COUNT TO WS-GT-POLICY-COUNT.
002620      ADD WS-TT-GROSS-PREM TO WS-GT-GROSS-PREM.
002630      ADD WS-TT-CEDED-PREM TO WS-GT-CEDED-PREM.
002640      ADD WS-TT-GROSS-CLAIM TO WS-GT-GROSS-CLAIM.
002650      ADD WS-TT-CEDED-CLAIM TO WS-GT-CEDED-CLAIM.
002660      MOVE WS-TT-POLICY-COUNT TO WS-COUNT-ED.
002670      MOVE WS-TT-GROSS-PREM TO WS-AMOUNT-A-ED.
002680      MOVE WS-TT-CEDED-PREM TO WS-AMOUNT-B-ED.
002690      MOVE WS-TT-GROSS-CLAIM TO WS-AMOUNT-C-ED.
002700      MOVE WS-TT-CEDED-CLAIM TO WS-AMOUNT-D-ED.
002710      MOVE SPACES TO REPORT-LINE.
002720      STRING 'TREATY ' WS-CURRENT-TREATY ' TOTAL  POLICIES='
002730          WS-COUNT-ED '                      '
002740          WS-AMOUNT-A-ED ' ' WS-AMOUNT-B-ED
002750          ' ' WS-AMOUNT-C-ED ' ' WS-AMOUNT-D-ED
002760          DELIMITED BY SIZE INTO REPORT-LINE.
002770      WRITE REPORT-LINE.
002780      SET WS-NO-TREATY-OPEN TO TRUE.
002790  2400-EXIT.
002800      EXIT.

002810  2500-START-TREATY.
002820      MOVE BX-DTL-TREATY-ID TO WS-CURRENT-TREATY.
002830      ADD 1 TO WS-GT-TREATY-COUNT.
002840      INITIALIZE WS-TREATY-TOTALS.
002850      SET WS-TREATY-OPEN TO TRUE.
002860      MOVE SPACES TO REPORT-LINE.
002870      WRITE REPORT-LINE.
002880      MOVE SPACES TO REPORT-LINE.
002890      STRING 'TREATY ' WS-CURRENT-TREATY
002900          DELIMITED BY SIZE INTO REPORT-LINE.
002910      WRITE REPORT-LINE.
002920      MOVE SPACES TO REPORT-LINE.
002930      STRING 'POLICY KEY     IA ST SC EFF DATE LOSS DT  '
002940          '   PCT    RETENTION   GROSS PREMIUM   CEDED PREMIUM'
002950          '    GROSS CLAIMS    CEDED CLAIMS'
002960          DELIMITED BY SIZE INTO REPORT-LINE.
002970      WRITE REPORT-LINE.
002980  2500-EXIT.
002990      EXIT.

003000*    THE PRINTED TOTALS AND THE DETAILS READ MUST AGREE WITH THE
003010*    TRAILER MY-BORDEREAU WROTE BEFORE THE SORT.
003020  5000-PRINT-PROOF.
003030      MOVE SPACES TO REPORT-LINE.
003040      WRITE REPORT-LINE.
003050      MOVE WS-GT-POLICY-COUNT TO WS-COUNT-ED.
003060      MOVE WS-GT-GROSS-PREM TO WS-AMOUNT-A-ED.
003070      MOVE WS-GT-CEDED-PREM TO WS-AMOUNT-B-ED.
003080      MOVE WS-GT-GROSS-CLAIM TO WS-AMOUNT-C-ED.
003090      MOVE WS-GT-CEDED-CLAIM TO WS-AMOUNT-D-ED.
003100      MOVE SPACES TO REPORT-LINE.
003110      STRING 'GRAND TOTAL      POLICIES=' WS-COUNT-ED
003120          '                            '
003130          WS-AMOUNT-A-ED ' ' WS-AMOUNT-B-ED
003140          ' ' WS-AMOUNT-C-ED ' ' WS-AMOUNT-D-ED
003150          DELIMITED BY SIZE INTO REPORT-LINE.
003160      WRITE REPORT-LINE.
003170      MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
003180      MOVE WS-TRL-RECORD-COUNT TO WS-TRAILER-COUNT-ED.
003190      MOVE WS-TRL-GROSS-PREM TO WS-AMOUNT-A-ED.
003200      MOVE WS-TRL-CEDED-PREM TO WS-AMOUNT-B-ED.
003210      MOVE WS-TRL-GROSS-CLAIM TO WS-AMOUNT-C-ED.
003220      MOVE WS-TRL-CEDED-CLAIM TO WS-AMOUNT-D-ED.
003230      MOVE SPACES TO REPORT-LINE.
003240      STRING 'TRAILER          DETAILS=' WS-TRAILER-COUNT-ED
003250          ' (READ ' WS-COUNT-ED ')             '
003260          WS-AMOUNT-A-ED ' ' WS-AMOUNT-B-ED
003270          ' ' WS-AMOUNT-C-ED ' ' WS-AMOUNT-D-ED
003280          DELIMITED BY SIZE INTO REPORT-LINE.
003290      WRITE REPORT-LINE.
003300      IF WS-TRAILER-COUNT NOT = 1
003310          OR WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
003320          OR WS-GT-GROSS-PREM NOT = WS-TRL-GROSS-PREM
003330          OR WS-GT-CEDED-PREM NOT = WS-TRL-CEDED-PREM
003340          OR WS-GT-GROSS-CLAIM NOT = WS-TRL-GROSS-CLAIM
003350          OR WS-GT-CEDED-CLAIM NOT = WS-TRL-CEDED-CLAIM
003360          ADD 1 TO WS-PROOF-FAIL-COUNT
003370      END-IF.
003380      MOVE SPACES TO REPORT-LINE.
003390      IF WS-PROOF-FAIL-COUNT = ZERO
003400          STRING 'BORDEREAU PROVES TO THE TRAILER'
003410              DELIMITED BY SIZE INTO REPORT-LINE
003420      ELSE
003430          STRING '** BORDEREAU DOES NOT PROVE TO ITS TRAILER - '
003440              'DO NOT SEND IT **'
003450              DELIMITED BY SIZE INTO REPORT-LINE
003460      END-IF.
003470      WRITE REPORT-LINE.
003480  5000-EXIT.
003490      EXIT.

003500  9000-TERMINATE.
003510      MOVE WS-GT-TREATY-COUNT TO WS-COUNT-ED.
003520      MOVE SPACES TO REPORT-LINE.
003530      STRING 'TREATIES PRINTED=' WS-COUNT-ED
003540          DELIMITED BY SIZE INTO REPORT-LINE.
003550      WRITE REPORT-LINE.
003560      IF WS-BAD-RECORD-COUNT > ZERO
003570          MOVE WS-BAD-RECORD-COUNT TO WS-COUNT-ED
003580          MOVE SPACES TO REPORT-LINE
003590          STRING '** ' WS-COUNT-ED ' UNREADABLE BORDEREAU '
003600              'RECORDS WERE SKIPPED **'
003610              DELIMITED BY SIZE INTO REPORT-LINE
003620          WRITE REPORT-LINE
003630      END-IF.
003640      CLOSE MY-BORDX-FILE.
003650      CLOSE MY-REPORT-FILE.
003660      IF WS-PROOF-FAIL-COUNT > ZERO
003670          OR WS-BAD-RECORD-COUNT > ZERO
003680          MOVE 4 TO RETURN-CODE
003690      ELSE
003700          MOVE ZERO TO RETURN-CODE
003710      END-IF.
003720  9000-EXIT.
003730      EXIT.

003740  9999-EXIT.
003750      STOP RUN.
