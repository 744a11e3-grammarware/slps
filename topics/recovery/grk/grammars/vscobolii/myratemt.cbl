000010*----------------------------------------------------------------*
000020*    MY-RATE-MAINT APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS TO
000030*    THE RENEWAL RATE TABLE (MY-RATETB).  A ROW IS KEYED BY ITEM-A
000040*    CODE, STATE ('**' FOR ALL STATES) AND EFFECTIVE DATE; A RATE
000050*    CHANGE IS NORMALLY ADDED AS A NEW ROW WITH A LATER EFFECTIVE
000060*    DATE SO THE OLD ROW STILL RATES RENEWALS DUE BEFORE IT.  THIS
000070*    IS THE ONLY PROGRAM THAT IS SUPPOSED TO WRITE TO THE TABLE -
000080*    MY-RENEWAL JUST READS IT.
000090*----------------------------------------------------------------*
000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.     MY-RATE-MAINT.
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
000240      SELECT MY-RATETX-FILE ASSIGN RTXN00
000250          FILE STATUS IS WS-RATETX-STATUS.
000260      SELECT MY-REPORT-FILE ASSIGN RTRPT00
000270          FILE STATUS IS WS-REPORT-STATUS.
000280      SELECT MY-RATETB-FILE ASSIGN RATETB0
000290          ORGANIZATION IS INDEXED
000300          ACCESS MODE IS DYNAMIC
000310          RECORD KEY IS RT-RATE-KEY
000320          FILE STATUS IS WS-RATETB-STATUS.

000330  DATA DIVISION.

000340  FILE SECTION.

000350  FD  MY-RATETX-FILE
000360      LABEL RECORD STANDARD.
000370  01  RATETX-RECORD.
000380      COPY MY-RATETX.

000390  FD  MY-REPORT-FILE
000400      LABEL RECORD STANDARD.
000410  01  REPORT-LINE                     PIC X(132).

000420  FD  MY-RATETB-FILE.
000430  01  RATETB-RECORD.
000440      COPY MY-RATETB.

000450  WORKING-STORAGE SECTION.

000460  77  WS-RATETX-STATUS                PIC X(02).
000470  77  WS-RATETB-STATUS                PIC X(02).
000480  77  WS-REPORT-STATUS                PIC X(02).

000490  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000500      88  WS-EOF-YES                      VALUE 'Y'.
000510      88  WS-EOF-NO                       VALUE 'N'.

000520  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
000530      88  WS-TRANS-VALID                  VALUE 'Y'.
000540      88  WS-TRANS-INVALID                VALUE 'N'.

000550  77  WS-TRANS-COUNT                  PIC 9(06) COMP VALUE ZERO.
000560  77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
000570  77  WS-APPLIED-COUNT                PIC 9(06) COMP VALUE ZERO.

000580  77  WS-OLD-FACTOR                   PIC 9(01)V9(04) VALUE ZERO.
000590  77  WS-OLD-MINIMUM                  PIC S9(7)V99 COMP-3
000600                                       VALUE ZERO.
000610  77  WS-OLD-ACTIVE                   PIC X(01) VALUE SPACES.
000620  01  WS-REJECT-REASON                PIC X(30).

000630  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000640  77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000650  01  WS-TRANS-COUNT-ED               PIC Z(5)9.
000660  01  WS-APPLIED-COUNT-ED             PIC Z(5)9.
000670  01  WS-REJECT-COUNT-ED              PIC Z(5)9.
000680  01  WS-OLD-FACTOR-ED                PIC 9.9999.
000690  01  WS-NEW-FACTOR-ED                PIC 9.9999.
000700  01  WS-OLD-MINIMUM-ED               PIC Z(6)9.99.
000710  01  WS-NEW-MINIMUM-ED               PIC Z(6)9.99.

000720  PROCEDURE DIVISION.

000730  0000-MAINLINE.
000740      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000750      PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
000760          UNTIL WS-EOF-YES.
000770      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000780      GO TO 9999-EXIT.

000790  1000-INITIALIZE.
000800      OPEN INPUT MY-RATETX-FILE.
000810      OPEN OUTPUT MY-REPORT-FILE.
000820      PERFORM 8100-PRINT-HEADING THRU 8100-EXIT.
000830      OPEN I-O MY-RATETB-FILE.
000840      IF WS-RATETB-STATUS NOT = '00'
000850          CLOSE MY-RATETB-FILE
000860          OPEN OUTPUT MY-RATETB-FILE
000870          CLOSE MY-RATETB-FILE
000880          OPEN I-O MY-RATETB-FILE
000890      END-IF.
000900      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
000910  1000-EXIT.
000920      EXIT.

000930  2000-APPLY-TRANSACTION.
000940      ADD 1 TO WS-TRANS-COUNT.
000950      PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT.
000960      IF WS-TRANS-INVALID
000970          ADD 1 TO WS-REJECT-COUNT
000980          PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
000990          GO TO 2000-READ-NEXT
001000      END-IF.
001010      EVALUATE TRUE
001020          WHEN RX-ACTION-ADD
001030              PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
001040          WHEN RX-ACTION-CHANGE
001050              PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
001060          WHEN RX-ACTION-DEACTIVATE
001070              PERFORM 2400-DEACTIVATE-ENTRY THRU 2400-EXIT
001080      END-EVALUATE.
001090  2000-READ-NEXT.
001100      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001110  2000-EXIT.
001120      EXIT.

001130  2100-READ-TRANSACTION.
001140      READ MY-RATETX-FILE
001150          AT END
001160              SET WS-EOF-YES TO TRUE
001170      END-READ.
001180  2100-EXIT.
001190      EXIT.

001200  2200-ADD-ENTRY.
001210      MOVE RX-ITEM-A-CODE TO RT-ITEM-A-CODE.
001220      MOVE RX-STATE-CODE TO RT-STATE-CODE.
001230      MOVE RX-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
001240      MOVE RX-RATE-FACTOR TO RT-RATE-FACTOR.
001250      MOVE RX-MINIMUM-PREMIUM TO RT-MINIMUM-PREMIUM.
001260      SET RT-ACTIVE TO TRUE.
001270      MOVE WS-RUN-DATE TO RT-LAST-CHANGED-DATE.
001280      WRITE RATETB-RECORD
001290          INVALID KEY
001300              ADD 1 TO WS-REJECT-COUNT
001310              MOVE 'DUPLICATE ADD - ROW ON TABLE' TO
001320                  WS-REJECT-REASON
001330              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001340          NOT INVALID KEY
001350              ADD 1 TO WS-APPLIED-COUNT
001360              MOVE ZERO TO WS-OLD-FACTOR
001370              MOVE ZERO TO WS-OLD-MINIMUM
001380              MOVE SPACES TO WS-OLD-ACTIVE
001390              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001400      END-WRITE.
001410  2200-EXIT.
001420      EXIT.

001430*    A CHANGE ALSO REACTIVATES A ROW THAT WAS DEACTIVATED.
001440  2300-CHANGE-ENTRY.
001450      MOVE RX-ITEM-A-CODE TO RT-ITEM-A-CODE.
001460      MOVE RX-STATE-CODE TO RT-STATE-CODE.
001470      MOVE RX-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
001480      READ MY-RATETB-FILE
001490          INVALID KEY
001500              ADD 1 TO WS-REJECT-COUNT
001510              MOVE 'CHANGE TO MISSING ROW' TO WS-REJECT-REASON
001520              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001530          NOT INVALID KEY
001540              MOVE RT-RATE-FACTOR TO WS-OLD-FACTOR
001550              MOVE RT-MINIMUM-PREMIUM TO WS-OLD-MINIMUM
001560              MOVE RT-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001570              MOVE RX-RATE-FACTOR TO RT-RATE-FACTOR
001580              MOVE RX-MINIMUM-PREMIUM TO RT-MINIMUM-PREMIUM
001590              SET RT-ACTIVE TO TRUE
001600              MOVE WS-RUN-DATE TO RT-LAST-CHANGED-DATE
001610              REWRITE RATETB-RECORD
001620              ADD 1 TO WS-APPLIED-COUNT
001630              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001640      END-READ.
001650  2300-EXIT.
001660      EXIT.

001670  2400-DEACTIVATE-ENTRY.
001680      MOVE RX-ITEM-A-CODE TO RT-ITEM-A-CODE.
001690      MOVE RX-STATE-CODE TO RT-STATE-CODE.
001700      MOVE RX-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
001710      READ MY-RATETB-FILE
001720          INVALID KEY
001730              ADD 1 TO WS-REJECT-COUNT
001740              MOVE 'DEACTIVATE TO MISSING ROW' TO
001750                  WS-REJECT-REASON
001760              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001770          NOT INVALID KEY
001780              MOVE RT-RATE-FACTOR TO WS-OLD-FACTOR
001790              MOVE RT-MINIMUM-PREMIUM TO WS-OLD-MINIMUM
001800              MOVE RT-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001810              SET RT-INACTIVE TO TRUE
001820              MOVE WS-RUN-DATE TO RT-LAST-CHANGED-DATE
001830              REWRITE RATETB-RECORD
001840              ADD 1 TO WS-APPLIED-COUNT
001850              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001860      END-READ.
001870  2400-EXIT.
001880      EXIT.

001890*    THE FACTOR AND MINIMUM ARE ONLY EDITED ON ADD AND CHANGE -
001900*    A DEACTIVATE CARRIES THE KEY ALONE.
001910  2500-EDIT-TRANSACTION.
001920      SET WS-TRANS-VALID TO TRUE.
001930      IF NOT RX-ACTION-ADD
001940          AND NOT RX-ACTION-CHANGE
001950          AND NOT RX-ACTION-DEACTIVATE
001960          SET WS-TRANS-INVALID TO TRUE
001970          MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
001980          GO TO 2500-EXIT
001990      END-IF.
002000      IF RX-ITEM-A-CODE NOT NUMERIC
002010          SET WS-TRANS-INVALID TO TRUE
002020          MOVE 'ITEM-A CODE NOT NUMERIC' TO WS-REJECT-REASON
002030          GO TO 2500-EXIT
002040      END-IF.
002050      IF RX-STATE-CODE = SPACES
002060          SET WS-TRANS-INVALID TO TRUE
002070          MOVE 'STATE CODE MISSING' TO WS-REJECT-REASON
002080          GO TO 2500-EXIT
002090      END-IF.
002100      IF RX-EFFECTIVE-DATE NOT NUMERIC
002110          OR RX-EFFECTIVE-DATE = ZERO
002120          SET WS-TRANS-INVALID TO TRUE
002130          MOVE 'EFFECTIVE DATE MISSING' TO WS-REJECT-REASON
002140          GO TO 2500-EXIT
002150      END-IF.
002160      IF RX-ACTION-DEACTIVATE
002170          GO TO 2500-EXIT
002180      END-IF.
002190      IF RX-RATE-FACTOR NOT NUMERIC
002200          OR RX-RATE-FACTOR = ZERO
002210          SET WS-TRANS-INVALID TO TRUE
002220          MOVE 'RATE FACTOR MISSING OR ZERO' TO WS-REJECT-REASON
002230          GO TO 2500-EXIT
002240      END-IF.
002250      IF RX-MINIMUM-PREMIUM NOT NUMERIC
002260          SET WS-TRANS-INVALID TO TRUE
002270          MOVE 'MINIMUM PREMIUM NOT NUMERIC' TO WS-REJECT-REASON
002280      END-IF.
002290  2500-EXIT.
002300      EXIT.

002310  8100-PRINT-HEADING.
002320      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330      ACCEPT WS-RUN-TIME FROM TIME.
002340      MOVE SPACES TO REPORT-LINE.
002350      STRING 'MY-RATE-MAINT AUDIT  RUN DATE=' WS-RUN-DATE
002360          ' RUN TIME=' WS-RUN-TIME
002370          DELIMITED BY SIZE INTO REPORT-LINE.
002380      WRITE REPORT-LINE.
002390  8100-EXIT.
002400      EXIT.

002410*    BEFORE-IMAGE FIELDS ARE ZERO ON AN ADD - THERE WAS NO ROW
002420*    TO OVERWRITE.
002430  8200-PRINT-AUDIT-LINE.
002440      MOVE WS-OLD-FACTOR TO WS-OLD-FACTOR-ED.
002450      MOVE WS-OLD-MINIMUM TO WS-OLD-MINIMUM-ED.
002460      MOVE RT-RATE-FACTOR TO WS-NEW-FACTOR-ED.
002470      MOVE RT-MINIMUM-PREMIUM TO WS-NEW-MINIMUM-ED.
002480      MOVE SPACES TO REPORT-LINE.
002490      STRING '  ' RX-ACTION-CODE
002500          ' ITEM-A=' RT-ITEM-A-CODE
002510          ' STATE=' RT-STATE-CODE
002520          ' EFF=' RT-EFFECTIVE-DATE
002530          ' OLD FACTOR=' WS-OLD-FACTOR-ED
002540          ' MIN=' WS-OLD-MINIMUM-ED
002550          ' ACT=' WS-OLD-ACTIVE
002560          ' NEW FACTOR=' WS-NEW-FACTOR-ED
002570          ' MIN=' WS-NEW-MINIMUM-ED
002580          ' ACT=' RT-ACTIVE-SWITCH
002590          DELIMITED BY SIZE INTO REPORT-LINE.
002600      WRITE REPORT-LINE.
002610  8200-EXIT.
002620      EXIT.

002630  8300-PRINT-REJECT-LINE.
002640      MOVE SPACES TO REPORT-LINE.
002650      STRING '  REJECT ' RX-ACTION-CODE
002660          ' ITEM-A=' RX-ITEM-A-CODE
002670          ' STATE=' RX-STATE-CODE
002680          ' EFF=' RX-EFFECTIVE-DATE
002690          ' REASON=' WS-REJECT-REASON
002700          DELIMITED BY SIZE INTO REPORT-LINE.
002710      WRITE REPORT-LINE.
002720  8300-EXIT.
002730      EXIT.

002740  9000-TERMINATE.
002750      MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-ED.
002760      MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED.
002770      MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
002780      MOVE SPACES TO REPORT-LINE.
002790      STRING 'TRANSACTIONS=' WS-TRANS-COUNT-ED
002800          ' APPLIED=' WS-APPLIED-COUNT-ED
002810          ' REJECTED=' WS-REJECT-COUNT-ED
002820          DELIMITED BY SIZE INTO REPORT-LINE.
002830      WRITE REPORT-LINE.
002840      CLOSE MY-RATETX-FILE.
002850      CLOSE MY-REPORT-FILE.
002860      CLOSE MY-RATETB-FILE.
002870      IF WS-REJECT-COUNT > ZERO
002880          MOVE 4 TO RETURN-CODE
002890      ELSE
002900          MOVE ZERO TO RETURN-CODE
002910      END-IF.
002920  9000-EXIT.
002930      EXIT.

002940  9999-EXIT.
002950      STOP RUN.
