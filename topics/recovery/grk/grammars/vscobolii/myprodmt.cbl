000010*----------------------------------------------------------------*
000020*    MY-PRODUCER-MAINT APPLIES MAINTENANCE TRANSACTIONS TO THE
000030*    PRODUCER (AGENT) MASTER (MY-PRODMS).  'A' ADDS A PRODUCER
000040*    WITH NAME, ADDRESS AND DEFAULT COMMISSION RATE, 'C' REPLACES
000050*    THEM (AND REACTIVATES), 'D' DEACTIVATES AND 'R' SETS THE RATE
000060*    FOR ONE ITEM-A CODE - A ZERO RATE RETURNS THE CODE TO THE
000070*    DEFAULT.  THIS IS THE ONLY PROGRAM THAT IS SUPPOSED TO WRITE
000080*    TO THE MASTER - MY-COMMISSION JUST READS IT.
000090*----------------------------------------------------------------*
000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.     MY-PRODUCER-MAINT.
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
000240      SELECT MY-PRODTX-FILE ASSIGN PXTN00
000250          FILE STATUS IS WS-PRODTX-STATUS.
000260      SELECT MY-REPORT-FILE ASSIGN PDRPT00
000270          FILE STATUS IS WS-REPORT-STATUS.
000280      SELECT MY-PRODMS-FILE ASSIGN PRODMS0
000290          ORGANIZATION IS INDEXED
000300          ACCESS MODE IS DYNAMIC
000310          RECORD KEY IS PM-PRODUCER-CODE
000320          FILE STATUS IS WS-PRODMS-STATUS.

000330  DATA DIVISION.

000340  FILE SECTION.

000350  FD  MY-PRODTX-FILE
000360      LABEL RECORD STANDARD.
000370  01  PRODTX-RECORD.
000380      COPY MY-PRODTX.

000390  FD  MY-REPORT-FILE
000400      LABEL RECORD STANDARD.
000410  01  REPORT-LINE                     PIC X(132).

000420  FD  MY-PRODMS-FILE.
000430  01  PRODMS-RECORD.
000440      COPY MY-PRODMS.

000450  WORKING-STORAGE SECTION.

000460  77  WS-PRODTX-STATUS                PIC X(02).
000470  77  WS-PRODMS-STATUS                PIC X(02).
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
000580  77  WS-RATE-INDEX                   PIC 9(03) COMP VALUE ZERO.

000590  77  WS-OLD-RATE                     PIC 9(01)V9(04) VALUE ZERO.
000600  77  WS-NEW-RATE                     PIC 9(01)V9(04) VALUE ZERO.
000610  77  WS-OLD-ACTIVE                   PIC X(01) VALUE SPACES.
000620  01  WS-AUDIT-SUBJECT                PIC X(12).
000630  01  WS-REJECT-REASON                PIC X(30).

000640  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000650  77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000660  01  WS-TRANS-COUNT-ED               PIC Z(5)9.
000670  01  WS-APPLIED-COUNT-ED             PIC Z(5)9.
000680  01  WS-REJECT-COUNT-ED              PIC Z(5)9.
000690  01  WS-OLD-RATE-ED                  PIC 9.9999.
000700  01  WS-NEW-RATE-ED                  PIC 9.9999.

000710  PROCEDURE DIVISION.

000720  0000-MAINLINE.
000730      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740      PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
000750          UNTIL WS-EOF-YES.
000760      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000770      GO TO 9999-EXIT.

000780  1000-INITIALIZE.
000790      OPEN INPUT MY-PRODTX-FILE.
000800      OPEN OUTPUT MY-REPORT-FILE.
000810      PERFORM 8100-PRINT-HEADING THRU 8100-EXIT.
000820      OPEN I-O MY-PRODMS-FILE.
000830      IF WS-PRODMS-STATUS NOT = '00'
000840          CLOSE MY-PRODMS-FILE
000850          OPEN OUTPUT MY-PRODMS-FILE
000860          CLOSE MY-PRODMS-FILE
000870          OPEN I-O MY-PRODMS-FILE
000880      END-IF.
000890      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
000900  1000-EXIT.
000910      EXIT.

000920  2000-APPLY-TRANSACTION.
000930      ADD 1 TO WS-TRANS-COUNT.
000940      PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT.
000950      IF WS-TRANS-INVALID
000960          ADD 1 TO WS-REJECT-COUNT
000970          PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
000980          GO TO 2000-READ-NEXT
000990      END-IF.
001000      EVALUATE TRUE
001010          WHEN PX-ACTION-ADD
001020              PERFORM 2200-ADD-PRODUCER THRU 2200-EXIT
001030          WHEN PX-ACTION-CHANGE
001040              PERFORM 2300-CHANGE-PRODUCER THRU 2300-EXIT
001050          WHEN PX-ACTION-DEACTIVATE
001060              PERFORM 2400-DEACTIVATE-PRODUCER THRU 2400-EXIT
001070          WHEN PX-ACTION-RATE
001080              PERFORM 2600-SET-ITEM-A-RATE THRU 2600-EXIT
001090      END-EVALUATE.
001100  2000-READ-NEXT.
001110      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001120  2000-EXIT.
001130      EXIT.

001140  2100-READ-TRANSACTION.
001150      READ MY-PRODTX-FILE
001160          AT END
001170              SET WS-EOF-YES TO TRUE
001180      END-READ.
001190  2100-EXIT.
001200      EXIT.

001210*    A NEW PRODUCER STARTS WITH EVERY ITEM-A CODE AT THE DEFAULT.
001220  2200-ADD-PRODUCER.
001230      MOVE SPACES TO PRODMS-RECORD.
001240      MOVE PX-PRODUCER-CODE TO PM-PRODUCER-CODE.
001250      PERFORM 2700-MOVE-NAME-ADDRESS THRU 2700-EXIT.
001260      MOVE PX-RATE TO PM-DEFAULT-RATE.
001270      PERFORM 2210-CLEAR-ITEM-A-RATE THRU 2210-EXIT
001280          VARYING WS-RATE-INDEX FROM 1 BY 1
001290          UNTIL WS-RATE-INDEX > 100.
001300      SET PM-ACTIVE TO TRUE.
001310      MOVE WS-RUN-DATE TO PM-LAST-CHANGED-DATE.
001320      WRITE PRODMS-RECORD
001330          INVALID KEY
001340              ADD 1 TO WS-REJECT-COUNT
001350              MOVE 'DUPLICATE ADD - ON MASTER' TO
001360                  WS-REJECT-REASON
001370              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001380          NOT INVALID KEY
001390              ADD 1 TO WS-APPLIED-COUNT
001400              MOVE 'DEFAULT RATE' TO WS-AUDIT-SUBJECT
001410              MOVE ZERO TO WS-OLD-RATE
001420              MOVE PM-DEFAULT-RATE TO WS-NEW-RATE
001430              MOVE SPACES TO WS-OLD-ACTIVE
001440              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001450      END-WRITE.
001460  2200-EXIT.
001470      EXIT.

001480  2210-CLEAR-ITEM-A-RATE.
001490      MOVE ZERO TO PM-ITEM-A-RATE (WS-RATE-INDEX).
001500  2210-EXIT.
001510      EXIT.

001520*    A CHANGE REPLACES NAME, ADDRESS AND DEFAULT RATE AND ALSO
001530*    REACTIVATES A PRODUCER THAT WAS DEACTIVATED.  THE ITEM-A
001540*    RATES ARE LEFT AS THEY WERE.
001550  2300-CHANGE-PRODUCER.
001560      MOVE PX-PRODUCER-CODE TO PM-PRODUCER-CODE.
001570      READ MY-PRODMS-FILE
001580          INVALID KEY
001590              ADD 1 TO WS-REJECT-COUNT
001600              MOVE 'CHANGE TO MISSING PRODUCER' TO
001610                  WS-REJECT-REASON
001620              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001630          NOT INVALID KEY
001640              MOVE 'DEFAULT RATE' TO WS-AUDIT-SUBJECT
001650              MOVE PM-DEFAULT-RATE TO WS-OLD-RATE
001660              MOVE PM-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001670              PERFORM 2700-MOVE-NAME-ADDRESS THRU 2700-EXIT
001680              MOVE PX-RATE TO PM-DEFAULT-RATE
001690              MOVE PM-DEFAULT-RATE TO WS-NEW-RATE
001700              SET PM-ACTIVE TO TRUE
001710              MOVE WS-RUN-DATE TO PM-LAST-CHANGED-DATE
001720              REWRITE PRODMS-RECORD
001730              ADD 1 TO WS-APPLIED-COUNT
001740              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001750      END-READ.
001760  2300-EXIT.
001770      EXIT.

001780*    A DEACTIVATED PRODUCER STAYS ON THE MASTER SO CHARGEBACKS ON
001790*    ITS OLD BUSINESS STILL NET AGAINST IT; MY-COMMISSION MARKS
001800*    ITS STATEMENT AND HOLDS THE PAYABLE.
001810  2400-DEACTIVATE-PRODUCER.
001820      MOVE PX-PRODUCER-CODE TO PM-PRODUCER-CODE.
001830      READ MY-PRODMS-FILE
001840          INVALID KEY
001850              ADD 1 TO WS-REJECT-COUNT
001860              MOVE 'DEACTIVATE TO MISSING PRODUCER' TO
001870                  WS-REJECT-REASON
001880              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001890          NOT INVALID KEY
001900              MOVE 'STATUS' TO WS-AUDIT-SUBJECT
001910              MOVE PM-DEFAULT-RATE TO WS-OLD-RATE
001920              MOVE PM-DEFAULT-RATE TO WS-NEW-RATE
001930              MOVE PM-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001940              SET PM-INACTIVE TO TRUE
001950              MOVE WS-RUN-DATE TO PM-LAST-CHANGED-DATE
001960              REWRITE PRODMS-RECORD
001970              ADD 1 TO WS-APPLIED-COUNT
001980              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001990      END-READ.
002000  2400-EXIT.
002010      EXIT.

002020*    NAME/ADDRESS ARE ONLY EDITED ON ADD AND CHANGE, THE ITEM-A
002030*    CODE ONLY ON 'R'.  A DEACTIVATE CARRIES THE PRODUCER CODE
002040*    ALONE.
002050  2500-EDIT-TRANSACTION.
002060      SET WS-TRANS-VALID TO TRUE.
002070      IF NOT PX-ACTION-ADD
002080          AND NOT PX-ACTION-CHANGE
002090          AND NOT PX-ACTION-DEACTIVATE
002100          AND NOT PX-ACTION-RATE
002110          SET WS-TRANS-INVALID TO TRUE
002120          MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
002130          GO TO 2500-EXIT
002140      END-IF.
002150      IF PX-PRODUCER-CODE = SPACES
002160          OR PX-PRODUCER-CODE = '*****'
002170          SET WS-TRANS-INVALID TO TRUE
002180          MOVE 'PRODUCER CODE MISSING' TO WS-REJECT-REASON
002190          GO TO 2500-EXIT
002200      END-IF.
002210      IF PX-ACTION-DEACTIVATE
002220          GO TO 2500-EXIT
002230      END-IF.
002240      IF PX-RATE NOT NUMERIC
002250          SET WS-TRANS-INVALID TO TRUE
002260          MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
002270          GO TO 2500-EXIT
002280      END-IF.
002290      IF PX-RATE NOT < 1
002300          SET WS-TRANS-INVALID TO TRUE
002310          MOVE 'RATE NOT A FRACTION UNDER 1' TO WS-REJECT-REASON
002320          GO TO 2500-EXIT
002330      END-IF.
002340      IF PX-ACTION-RATE
002350          IF PX-ITEM-A-CODE NOT NUMERIC
002360              SET WS-TRANS-INVALID TO TRUE
002370              MOVE 'ITEM-A CODE NOT NUMERIC' TO WS-REJECT-REASON
002380          END-IF
002390          GO TO 2500-EXIT
002400      END-IF.
002410      IF PX-PRODUCER-NAME = SPACES
002420          SET WS-TRANS-INVALID TO TRUE
002430          MOVE 'PRODUCER NAME MISSING' TO WS-REJECT-REASON
002440          GO TO 2500-EXIT
002450      END-IF.
002460      IF PX-RATE = ZERO
002470          SET WS-TRANS-INVALID TO TRUE
002480          MOVE 'DEFAULT RATE MISSING OR ZERO' TO WS-REJECT-REASON
002490      END-IF.
002500  2500-EXIT.
002510      EXIT.

002520  2600-SET-ITEM-A-RATE.
002530      MOVE PX-PRODUCER-CODE TO PM-PRODUCER-CODE.
002540      READ MY-PRODMS-FILE
002550          INVALID KEY
002560              ADD 1 TO WS-REJECT-COUNT
002570              MOVE 'RATE FOR MISSING PRODUCER' TO
002580                  WS-REJECT-REASON
002590              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
002600          NOT INVALID KEY
002610              COMPUTE WS-RATE-INDEX = PX-ITEM-A-CODE + 1
002620              MOVE SPACES TO WS-AUDIT-SUBJECT
002630              STRING 'ITEM-A ' PX-ITEM-A-CODE ' RATE'
002640                  DELIMITED BY SIZE INTO WS-AUDIT-SUBJECT
002650              MOVE PM-ITEM-A-RATE (WS-RATE-INDEX) TO WS-OLD-RATE
002660              MOVE PM-ACTIVE-SWITCH TO WS-OLD-ACTIVE
002670              MOVE PX-RATE TO PM-ITEM-A-RATE (WS-RATE-INDEX)
002680              MOVE PX-RATE TO WS-NEW-RATE
002690              MOVE WS-RUN-DATE TO PM-LAST-CHANGED-DATE
002700              REWRITE PRODMS-RECORD
002710              ADD 1 TO WS-APPLIED-COUNT
002720              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
002730      END-READ.
002740  2600-EXIT.
002750      EXIT.

002760  2700-MOVE-NAME-ADDRESS.
002770      MOVE PX-PRODUCER-NAME TO PM-PRODUCER-NAME.
002780      MOVE PX-ADDRESS-LINE-1 TO PM-ADDRESS-LINE-1.
002790      MOVE PX-ADDRESS-LINE-2 TO PM-ADDRESS-LINE-2.
002800      MOVE PX-ADDRESS-CITY TO PM-ADDRESS-CITY.
002810      MOVE PX-ADDRESS-STATE TO PM-ADDRESS-STATE.
002820      MOVE PX-ADDRESS-ZIP TO PM-ADDRESS-ZIP.
002830  2700-EXIT.
002840      EXIT.

002850  8100-PRINT-HEADING.
002860      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002870      ACCEPT WS-RUN-TIME FROM TIME.
002880      MOVE SPACES TO REPORT-LINE.
002890      STRING 'MY-PRODUCER-MAINT AUDIT  RUN DATE=' WS-RUN-DATE
002900          ' RUN TIME=' WS-RUN-TIME
002910          DELIMITED BY SIZE INTO REPORT-LINE.
002920      WRITE REPORT-LINE.
002930  8100-EXIT.
002940      EXIT.

002950*    BEFORE-IMAGE FIELDS ARE ZERO/BLANK ON AN ADD - THERE WAS NO
002960*    RECORD TO OVERWRITE.
002970  8200-PRINT-AUDIT-LINE.
002980      MOVE WS-OLD-RATE TO WS-OLD-RATE-ED.
002990      MOVE WS-NEW-RATE TO WS-NEW-RATE-ED.
003000      MOVE SPACES TO REPORT-LINE.
003010      STRING '  ' PX-ACTION-CODE
003020          ' PRODUCER=' PM-PRODUCER-CODE
003030          ' ' PM-PRODUCER-NAME
003040          ' ' WS-AUDIT-SUBJECT
003050          ' OLD=' WS-OLD-RATE-ED
003060          ' ACT=' WS-OLD-ACTIVE
003070          ' NEW=' WS-NEW-RATE-ED
003080          ' ACT=' PM-ACTIVE-SWITCH
003090          DELIMITED BY SIZE INTO REPORT-LINE.
003100      WRITE REPORT-LINE.
003110  8200-EXIT.
003120      EXIT.

003130  8300-PRINT-REJECT-LINE.
003140      MOVE SPACES TO REPORT-LINE.
003150      STRING '  REJECT ' PX-ACTION-CODE
003160          ' PRODUCER=' PX-PRODUCER-CODE
003170          ' ITEM-A=' PX-ITEM-A-CODE
003180          ' REASON=' WS-REJECT-REASON
003190          DELIMITED BY SIZE INTO REPORT-LINE.
003200      WRITE REPORT-LINE.
003210  8300-EXIT.
003220      EXIT.

003230  9000-TERMINATE.
003240      MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-ED.
003250      MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED.
003260      MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
003270      MOVE SPACES TO REPORT-LINE.
003280      STRING 'TRANSACTIONS=' WS-TRANS-COUNT-ED
003290          ' APPLIED=' WS-APPLIED-COUNT-ED
003300          ' REJECTED=' WS-REJECT-COUNT-ED
003310          DELIMITED BY SIZE INTO REPORT-LINE.
003320      WRITE REPORT-LINE.
003330      CLOSE MY-PRODTX-FILE.
003340      CLOSE MY-REPORT-FILE.
003350      CLOSE MY-PRODMS-FILE.
003360      IF WS-REJECT-COUNT > ZERO
003370          MOVE 4 TO RETURN-CODE
003380      ELSE
003390          MOVE ZERO TO RETURN-CODE
003400      END-IF.
003410  9000-EXIT.
003420      EXIT.

003430  9999-EXIT.
003440      STOP RUN.
