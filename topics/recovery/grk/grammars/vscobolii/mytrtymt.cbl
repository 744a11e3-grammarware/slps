000010*----------------------------------------------------------------*
000020*    MY-TREATY-MAINT APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS
000030*    TO THE REINSURANCE TREATY TABLE (MY-TRTYTB).  A ROW IS KEYED
000040*    BY ITEM-A CODE AND EFFECTIVE-FROM DATE AND CARRIES THE
000050*    TREATY, ITS TO-DATE, THE CESSION PERCENTAGE AND THE
000060*    PER-POLICY RETENTION LIMIT.  AN ADD OR CHANGE WHOSE DATE
000070*    RANGE OVERLAPS ANOTHER ACTIVE ROW FOR THE SAME ITEM-A CODE
000080*    IS REJECTED, SO A POLICY CAN ONLY EVER CEDE TO ONE TREATY.
000090*    THIS IS THE ONLY PROGRAM THAT IS SUPPOSED TO WRITE TO THE
000100*    TABLE - MY-BORDEREAU JUST READS IT.
000110*----------------------------------------------------------------*
000120  IDENTIFICATION DIVISION.
000130  PROGRAM-ID.     MY-TREATY-MAINT.
000140  AUTHOR.         D L HARGROVE.
000150  INSTALLATION.   DATA PROCESSING CENTER.
000160  DATE-WRITTEN.   10/15/26.
000170  DATE-COMPILED.
000180*----------------------------------------------------------------*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    10/15/26   DLH   ORIGINAL PROGRAM.
000220*    10/15/26   DLH   AUDIT BEFORE AND AFTER IMAGES ON TWO LINES.
000230*----------------------------------------------------------------*

000240  ENVIRONMENT DIVISION.

000250  INPUT-OUTPUT SECTION.
000260  FILE-CONTROL.
000270      SELECT MY-TRTYTX-FILE ASSIGN TTXN00
000280          FILE STATUS IS WS-TRTYTX-STATUS.
000290      SELECT MY-REPORT-FILE ASSIGN TTRPT00
000300          FILE STATUS IS WS-REPORT-STATUS.
000310      SELECT MY-TRTYTB-FILE ASSIGN TRTYTB0
000320          ORGANIZATION IS INDEXED
000330          ACCESS MODE IS DYNAMIC
000340          RECORD KEY IS TT-TREATY-KEY
000350          FILE STATUS IS WS-TRTYTB-STATUS.

000360  DATA DIVISION.

000370  FILE SECTION.

000380  FD  MY-TRTYTX-FILE
000390      LABEL RECORD STANDARD.
000400  01  TRTYTX-RECORD.
000410      COPY MY-TRTYTX.

000420  FD  MY-REPORT-FILE
000430      LABEL RECORD STANDARD.
000440  01  REPORT-LINE                     PIC X(132).

000450  FD  MY-TRTYTB-FILE.
000460  01  TRTYTB-RECORD.
000470      COPY MY-TRTYTB.

000480  WORKING-STORAGE SECTION.

000490  77  WS-TRTYTX-STATUS                PIC X(02).
000500  77  WS-TRTYTB-STATUS                PIC X(02).
000510  77  WS-REPORT-STATUS                PIC X(02).

000520  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000530      88  WS-EOF-YES                      VALUE 'Y'.
000540      88  WS-EOF-NO                       VALUE 'N'.

000550  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
000560      88  WS-TRANS-VALID                  VALUE 'Y'.
000570      88  WS-TRANS-INVALID                VALUE 'N'.

000580  77  WS-SCAN-SWITCH                  PIC X(01) VALUE 'N'.
000590      88  WS-SCAN-DONE                    VALUE 'Y'.
000600      88  WS-SCAN-MORE                    VALUE 'N'.

000610  77  WS-TRANS-COUNT                  PIC 9(06) COMP VALUE ZERO.
000620  77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
000630  77  WS-APPLIED-COUNT                PIC 9(06) COMP VALUE ZERO.

000640*    THE TRANSACTION'S RANGE, WITH AN OPEN TO-DATE RESOLVED.
000650  77  WS-NEW-FROM                     PIC 9(08) VALUE ZERO.
000660  77  WS-NEW-TO                       PIC 9(08) VALUE ZERO.
000670  77  WS-OVERLAP-FROM                 PIC 9(08) VALUE ZERO.
000680  77  WS-OVERLAP-TREATY               PIC X(08) VALUE SPACES.

000690  77  WS-OLD-TO                       PIC 9(08) VALUE ZERO.
000700  77  WS-OLD-TREATY                   PIC X(08) VALUE SPACES.
000710  77  WS-OLD-PCT                      PIC 9(03)V99 VALUE ZERO.
000720  77  WS-OLD-RETENTION                PIC S9(9)V99 COMP-3
000730                                       VALUE ZERO.
000740  77  WS-OLD-ACTIVE                   PIC X(01) VALUE SPACES.
000750  01  WS-REJECT-REASON                PIC X(30).

000760  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000770  77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000780  01  WS-TRANS-COUNT-ED               PIC Z(5)9.
000790  01  WS-APPLIED-COUNT-ED             PIC Z(5)9.
000800  01  WS-REJECT-COUNT-ED              PIC Z(5)9.
000810  01  WS-OLD-PCT-ED                   PIC ZZ9.99.
000820  01  WS-NEW-PCT-ED                   PIC ZZ9.99.
000830  01  WS-OLD-RETENTION-ED             PIC Z(8)9.99.
000840  01  WS-NEW-RETENTION-ED             PIC Z(8)9.99.

000850  PROCEDURE DIVISION.

000860  0000-MAINLINE.
000870      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000880      PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
000890          UNTIL WS-EOF-YES.
000900      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000910      GO TO 9999-EXIT.

000920  1000-INITIALIZE.
000930      OPEN INPUT MY-TRTYTX-FILE.
000940      OPEN OUTPUT MY-REPORT-FILE.
000950      PERFORM 8100-PRINT-HEADING THRU 8100-EXIT.
000960      OPEN I-O MY-TRTYTB-FILE.
000970      IF WS-TRTYTB-STATUS NOT = '00'
000980          CLOSE MY-TRTYTB-FILE
000990          OPEN OUTPUT MY-TRTYTB-FILE
001000          CLOSE MY-TRTYTB-FILE
001010          OPEN I-O MY-TRTYTB-FILE
001020      END-IF.
001030      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001040  1000-EXIT.
001050      EXIT.

001060  2000-APPLY-TRANSACTION.
001070      ADD 1 TO WS-TRANS-COUNT.
001080      PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT.
001090      IF WS-TRANS-VALID
001100          AND NOT TX-ACTION-DEACTIVATE
001110          PERFORM 2600-CHECK-OVERLAP THRU 2600-EXIT
001120      END-IF.
001130      IF WS-TRANS-INVALID
001140          ADD 1 TO WS-REJECT-COUNT
001150          PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001160          GO TO 2000-READ-NEXT
001170      END-IF.
001180      EVALUATE TRUE
001190          WHEN TX-ACTION-ADD
001200              PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
001210          WHEN TX-ACTION-CHANGE
001220              PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
001230          WHEN TX-ACTION-DEACTIVATE
001240              PERFORM 2400-DEACTIVATE-ENTRY THRU 2400-EXIT
001250      END-EVALUATE.
001260  2000-READ-NEXT.
001270      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001280  2000-EXIT.
001290      EXIT.

001300  2100-READ-TRANSACTION.
001310      READ MY-TRTYTX-FILE
001320          AT END
001330              SET WS-EOF-YES TO TRUE
001340      END-READ.
001350  2100-EXIT.
001360      EXIT.

001370  2200-ADD-ENTRY.
001380      MOVE SPACES TO TRTYTB-RECORD.
001390      MOVE TX-ITEM-A-CODE TO TT-ITEM-A-CODE.
001400      MOVE TX-EFFECTIVE-FROM TO TT-EFFECTIVE-FROM.
001410      MOVE WS-NEW-TO TO TT-EFFECTIVE-TO.
001420      MOVE TX-TREATY-ID TO TT-TREATY-ID.
001430      MOVE TX-REINSURER-NAME TO TT-REINSURER-NAME.
001440      MOVE TX-CESSION-PCT TO TT-CESSION-PCT.
001450      MOVE TX-RETENTION-LIMIT TO TT-RETENTION-LIMIT.
001460      SET TT-ACTIVE TO TRUE.
001470      MOVE WS-RUN-DATE TO TT-LAST-CHANGED-DATE.
001480      WRITE TRTYTB-RECORD
001490          INVALID KEY
001500              ADD 1 TO WS-REJECT-COUNT
001510              MOVE 'DUPLICATE ADD - ROW ON TABLE' TO
001520                  WS-REJECT-REASON
001530              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001540          NOT INVALID KEY
001550              ADD 1 TO WS-APPLIED-COUNT
001560              MOVE ZERO TO WS-OLD-TO
001570              MOVE SPACES TO WS-OLD-TREATY
001580              MOVE ZERO TO WS-OLD-PCT
001590              MOVE ZERO TO WS-OLD-RETENTION
001600              MOVE SPACES TO WS-OLD-ACTIVE
001610              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001620      END-WRITE.
001630  2200-EXIT.
001640      EXIT.

001650*    A CHANGE ALSO REACTIVATES A ROW THAT WAS DEACTIVATED.  A
001660*    BLANK NAME ON THE CHANGE KEEPS THE NAME ALREADY ON THE ROW.
001670  2300-CHANGE-ENTRY.
001680      MOVE TX-ITEM-A-CODE TO TT-ITEM-A-CODE.
001690      MOVE TX-EFFECTIVE-FROM TO TT-EFFECTIVE-FROM.
001700      READ MY-TRTYTB-FILE
001710          INVALID KEY
001720              ADD 1 TO WS-REJECT-COUNT
001730              MOVE 'CHANGE TO MISSING ROW' TO WS-REJECT-REASON
001740              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001750          NOT INVALID KEY
001760              MOVE TT-EFFECTIVE-TO TO WS-OLD-TO
001770              MOVE TT-TREATY-ID TO WS-OLD-TREATY
001780              MOVE TT-CESSION-PCT TO WS-OLD-PCT
001790              MOVE TT-RETENTION-LIMIT TO WS-OLD-RETENTION
001800              MOVE TT-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001810              MOVE WS-NEW-TO TO TT-EFFECTIVE-TO
001820              MOVE TX-TREATY-ID TO TT-TREATY-ID
001830              IF TX-REINSURER-NAME NOT = SPACES
001840                  MOVE TX-REINSURER-NAME TO TT-REINSURER-NAME
001850              END-IF
001860              MOVE TX-CESSION-PCT TO TT-CESSION-PCT
001870              MOVE TX-RETENTION-LIMIT TO TT-RETENTION-LIMIT
001880              SET TT-ACTIVE TO TRUE
001890              MOVE WS-RUN-DATE TO TT-LAST-CHANGED-DATE
001900              REWRITE TRTYTB-RECORD
001910              ADD 1 TO WS-APPLIED-COUNT
001920              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001930      END-READ.
001940  2300-EXIT.
001950      EXIT.

001960  2400-DEACTIVATE-ENTRY.
001970      MOVE TX-ITEM-A-CODE TO TT-ITEM-A-CODE.
001980      MOVE TX-EFFECTIVE-FROM TO TT-EFFECTIVE-FROM.
001990      READ MY-TRTYTB-FILE
002000          INVALID KEY
002010              ADD 1 TO WS-REJECT-COUNT
002020              MOVE 'DEACTIVATE TO MISSING ROW' TO
002030                  WS-REJECT-REASON
002040              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
002050          NOT INVALID KEY
002060              MOVE TT-EFFECTIVE-TO TO WS-OLD-TO
002070              MOVE TT-TREATY-ID TO WS-OLD-TREATY
002080              MOVE TT-CESSION-PCT TO WS-OLD-PCT
002090              MOVE TT-RETENTION-LIMIT TO WS-OLD-RETENTION
002100              MOVE TT-ACTIVE-SWITCH TO WS-OLD-ACTIVE
002110              SET TT-INACTIVE TO TRUE
002120              MOVE WS-RUN-DATE TO TT-LAST-CHANGED-DATE
002130              REWRITE TRTYTB-RECORD
002140              ADD 1 TO WS-APPLIED-COUNT
002150              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
002160      END-READ.
002170  2400-EXIT.
002180      EXIT.

002190*    THE TREATY TERMS ARE ONLY EDITED ON ADD AND CHANGE - A
002200*    DEACTIVATE CARRIES THE KEY ALONE.
002210  2500-EDIT-TRANSACTION.
002220      SET WS-TRANS-VALID TO TRUE.
002230      IF NOT TX-ACTION-ADD
002240          AND NOT TX-ACTION-CHANGE
002250          AND NOT TX-ACTION-DEACTIVATE
002260          SET WS-TRANS-INVALID TO TRUE
002270          MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
002280          GO TO 2500-EXIT
002290      END-IF.
002300      IF TX-ITEM-A-CODE NOT NUMERIC
002310          SET WS-TRANS-INVALID TO TRUE
002320          MOVE 'ITEM-A CODE NOT NUMERIC' TO WS-REJECT-REASON
002330          GO TO 2500-EXIT
002340      END-IF.
002350      IF TX-EFFECTIVE-FROM NOT NUMERIC
002360          OR TX-EFFECTIVE-FROM = ZERO
002370          SET WS-TRANS-INVALID TO TRUE
002380          MOVE 'EFFECTIVE-FROM DATE MISSING' TO WS-REJECT-REASON
002390          GO TO 2500-EXIT
002400      END-IF.
002410      IF TX-ACTION-DEACTIVATE
002420          GO TO 2500-EXIT
002430      END-IF.
002440      MOVE TX-EFFECTIVE-FROM TO WS-NEW-FROM.
002450      IF TX-EFFECTIVE-TO = SPACES
002460          MOVE 99999999 TO WS-NEW-TO
002470      ELSE
002480          IF TX-EFFECTIVE-TO NOT NUMERIC
002490              SET WS-TRANS-INVALID TO TRUE
002500              MOVE 'EFFECTIVE-TO DATE NOT NUMERIC' TO
002510                  WS-REJECT-REASON
002520              GO TO 2500-EXIT
002530          END-IF
002540          MOVE TX-EFFECTIVE-TO TO WS-NEW-TO
002550          IF WS-NEW-TO = ZERO
002560              MOVE 99999999 TO WS-NEW-TO
002570          END-IF
002580      END-IF.
002590      IF WS-NEW-TO < WS-NEW-FROM
002600          SET WS-TRANS-INVALID TO TRUE
002610          MOVE 'TO-DATE BEFORE FROM-DATE' TO WS-REJECT-REASON
002620          GO TO 2500-EXIT
002630      END-IF.
002640      IF TX-TREATY-ID = SPACES
002650          SET WS-TRANS-INVALID TO TRUE
002660          MOVE 'TREATY ID MISSING' TO WS-REJECT-REASON
002670          GO TO 2500-EXIT
002680      END-IF.
002690      IF TX-CESSION-PCT NOT NUMERIC
002700          OR TX-CESSION-PCT = ZERO
002710          OR TX-CESSION-PCT > 100
002720          SET WS-TRANS-INVALID TO TRUE
002730          MOVE 'CESSION PCT NOT 0.01 - 100.00' TO
002740              WS-REJECT-REASON
002750          GO TO 2500-EXIT
002760      END-IF.
002770      IF TX-RETENTION-LIMIT NOT NUMERIC
002780          SET WS-TRANS-INVALID TO TRUE
002790          MOVE 'RETENTION LIMIT NOT NUMERIC' TO WS-REJECT-REASON
002800      END-IF.
002810  2500-EXIT.
002820      EXIT.

002830*    BROWSE EVERY ROW FOR THE ITEM-A CODE.  ANY OTHER ACTIVE ROW
002840*    WHOSE RANGE TOUCHES THE NEW ONE REJECTS THE TRANSACTION -
002850*    THE ROW BEING CHANGED IS NOT COMPARED WITH ITSELF.
002860  2600-CHECK-OVERLAP.
002870      MOVE TX-ITEM-A-CODE TO TT-ITEM-A-CODE.
002880      MOVE ZERO TO TT-EFFECTIVE-FROM.
002890      SET WS-SCAN-MORE TO TRUE.
002900      START MY-TRTYTB-FILE KEY IS NOT LESS THAN TT-TREATY-KEY
002910          INVALID KEY
002920              SET WS-SCAN-DONE TO TRUE
002930      END-START.
002940      PERFORM 2610-CHECK-NEXT-ROW THRU 2610-EXIT
002950          UNTIL WS-SCAN-DONE.
002960  2600-EXIT.
002970      EXIT.

002980  2610-CHECK-NEXT-ROW.
002990      READ MY-TRTYTB-FILE NEXT RECORD
003000          AT END
003010              SET WS-SCAN-DONE TO TRUE
003020              GO TO 2610-EXIT
003030      END-READ.
003040      IF TT-ITEM-A-CODE NOT = TX-ITEM-A-CODE
003050          SET WS-SCAN-DONE TO TRUE
003060          GO TO 2610-EXIT
003070      END-IF.
003080      IF TT-EFFECTIVE-FROM = TX-EFFECTIVE-FROM
003090          OR TT-INACTIVE
003100          GO TO 2610-EXIT
003110      END-IF.
003120      IF TT-EFFECTIVE-FROM NOT > WS-NEW-TO
003130          AND TT-EFFECTIVE-TO NOT < WS-NEW-FROM
003140          MOVE TT-EFFECTIVE-FROM TO WS-OVERLAP-FROM
003150          MOVE TT-TREATY-ID TO WS-OVERLAP-TREATY
003160          SET WS-TRANS-INVALID TO TRUE
003170          MOVE 'RANGE OVERLAPS AN ACTIVE ROW' TO WS-REJECT-REASON
003180          SET WS-SCAN-DONE TO TRUE
003190      END-IF.
003200  2610-EXIT.
003210      EXIT.

003220  8100-PRINT-HEADING.
003230      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003240      ACCEPT WS-RUN-TIME FROM TIME.
003250      MOVE SPACES TO REPORT-LINE.
003260      STRING 'MY-TREATY-MAINT AUDIT  RUN DATE=' WS-RUN-DATE
003270          ' RUN TIME=' WS-RUN-TIME
003280          DELIMITED BY SIZE INTO REPORT-LINE.
003290      WRITE REPORT-LINE.
003300  8100-EXIT.
003310      EXIT.

003320*    THE BEFORE IMAGE PRINTS ON ONE LINE AND THE AFTER IMAGE
003330*    UNDER IT.  BEFORE-IMAGE FIELDS ARE ZERO ON AN ADD - THERE WAS
003340*    NO ROW TO OVERWRITE.
003350  8200-PRINT-AUDIT-LINE.
003360      MOVE WS-OLD-PCT TO WS-OLD-PCT-ED.
003370      MOVE WS-OLD-RETENTION TO WS-OLD-RETENTION-ED.
003380      MOVE TT-CESSION-PCT TO WS-NEW-PCT-ED.
003390      MOVE TT-RETENTION-LIMIT TO WS-NEW-RETENTION-ED.
003400      MOVE SPACES TO REPORT-LINE.
003410      STRING '  ' TX-ACTION-CODE
003420          ' ITEM-A=' TT-ITEM-A-CODE
003430          ' FROM=' TT-EFFECTIVE-FROM
003440          ' BEFORE TO=' WS-OLD-TO
003450          ' TRTY=' WS-OLD-TREATY
003460          ' PCT=' WS-OLD-PCT-ED
003470          ' RET=' WS-OLD-RETENTION-ED
003480          ' ACT=' WS-OLD-ACTIVE
003490          DELIMITED BY SIZE INTO REPORT-LINE
003500          ON OVERFLOW
003510              DISPLAY 'MY-TREATY-MAINT - AUDIT LINE TRUNCATED, '
003520                  'ITEM-A=' TT-ITEM-A-CODE
003530                  ' FROM=' TT-EFFECTIVE-FROM
003540      END-STRING.
003550      WRITE REPORT-LINE.
003560      MOVE SPACES TO REPORT-LINE.
003570      STRING '                          '
003580          '  AFTER TO=' TT-EFFECTIVE-TO
003590          ' TRTY=' TT-TREATY-ID
003600          ' PCT=' WS-NEW-PCT-ED
003610          ' RET=' WS-NEW-RETENTION-ED
003620          ' ACT=' TT-ACTIVE-SWITCH
003630          DELIMITED BY SIZE INTO REPORT-LINE
003640          ON OVERFLOW
003650              DISPLAY 'MY-TREATY-MAINT - AUDIT LINE TRUNCATED, '
003660                  'ITEM-A=' TT-ITEM-A-CODE
003670                  ' FROM=' TT-EFFECTIVE-FROM
003680      END-STRING.
003690      WRITE REPORT-LINE.
003700  8200-EXIT.
003710      EXIT.

003720  8300-PRINT-REJECT-LINE.
003730      MOVE SPACES TO REPORT-LINE.
003740      STRING '  REJECT ' TX-ACTION-CODE
003750          ' ITEM-A=' TX-ITEM-A-CODE
003760          ' FROM=' TX-EFFECTIVE-FROM
003770          ' TRTY=' TX-TREATY-ID
003780          ' REASON=' WS-REJECT-REASON
003790          DELIMITED BY SIZE INTO REPORT-LINE.
003800      WRITE REPORT-LINE.
003810      IF WS-REJECT-REASON = 'RANGE OVERLAPS AN ACTIVE ROW'
003820          MOVE SPACES TO REPORT-LINE
003830          STRING '         OVERLAPPED ROW FROM=' WS-OVERLAP-FROM
003840              ' TRTY=' WS-OVERLAP-TREATY
003850              DELIMITED BY SIZE INTO REPORT-LINE
003860          WRITE REPORT-LINE
003870      END-IF.
003880  8300-EXIT.
003890      EXIT.

003900  9000-TERMINATE.
003910      MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-ED.
003920      MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED.
003930      MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
003940      MOVE SPACES TO REPORT-LINE.
003950      STRING 'TRANSACTIONS=' WS-TRANS-COUNT-ED
003960          ' APPLIED=' WS-APPLIED-COUNT-ED
003970          ' REJECTED=' WS-REJECT-COUNT-ED
003980          DELIMITED BY SIZE INTO REPORT-LINE.
003990      WRITE REPORT-LINE.
004000      CLOSE MY-TRTYTX-FILE.
004010      CLOSE MY-REPORT-FILE.
004020      CLOSE MY-TRTYTB-FILE.
004030      IF WS-REJECT-COUNT > ZERO
004040          MOVE 4 TO RETURN-CODE
004050      ELSE
004060          MOVE ZERO TO RETURN-CODE
004070      END-IF.
004080  9000-EXIT.
004090      EXIT.

004100  9999-EXIT.
004110      STOP RUN.
