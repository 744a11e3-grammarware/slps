000010*----------------------------------------------------------------*
000020*    MY-OPERATOR-MAINT APPLIES MAINTENANCE TRANSACTIONS TO THE
000030*    OPERATOR AUTHORITY TABLE (MY-OPRAUT) THAT MY-UPDATE AND
000040*    MY-APPROVE READ ONLINE.  'A' ADDS AN OPERATOR WITH THE FIELD
000050*    CODES THEY MAY CHANGE, THEIR DOLLAR LIMIT AND SUPERVISOR
000060*    FLAG, 'C' REPLACES ALL OF THAT (AND REACTIVATES) AND 'D'
000070*    REVOKES THE OPERATOR - THE RECORD STAYS SO THE AUDIT TRAIL
000080*    STILL RESOLVES THE USER ID.  EVERY CHANGE PRINTS BEFORE AND
000090*    AFTER VALUES; THE LISTING IS THE AUTHORITY CHANGE RECORD
000100*    INTERNAL AUDIT SIGNS OFF.  THIS IS THE ONLY PROGRAM THAT IS
000110*    SUPPOSED TO WRITE TO THE TABLE.
000120*----------------------------------------------------------------*
000130  IDENTIFICATION DIVISION.
000140  PROGRAM-ID.     MY-OPERATOR-MAINT.
000150  AUTHOR.         D L HARGROVE.
000160  INSTALLATION.   DATA PROCESSING CENTER.
000170  DATE-WRITTEN.   10/15/26.
000180  DATE-COMPILED.
000190*----------------------------------------------------------------*
000200*    MODIFICATION HISTORY.
000210*    DATE       INIT  DESCRIPTION
000220*    10/15/26   DLH   ORIGINAL PROGRAM.
000230*    10/15/26   DLH   FIELD CODE 'AD' - THE FIVE ADDRESS CODES
000240*                     MY-UPDATE NOW TAKES ARE HELD UNDER IT.
000250*----------------------------------------------------------------*

000260  ENVIRONMENT DIVISION.

000270  INPUT-OUTPUT SECTION.
000280  FILE-CONTROL.
000290      SELECT MY-OPRATX-FILE ASSIGN OXTN00
000300          FILE STATUS IS WS-OPRATX-STATUS.
000310      SELECT MY-REPORT-FILE ASSIGN OARPT00
000320          FILE STATUS IS WS-REPORT-STATUS.
000330      SELECT MY-OPRAUT-FILE ASSIGN OPRAUT0
000340          ORGANIZATION IS INDEXED
000350          ACCESS MODE IS DYNAMIC
000360          RECORD KEY IS OA-USER-ID
000370          FILE STATUS IS WS-OPRAUT-STATUS.

000380  DATA DIVISION.

000390  FILE SECTION.

000400  FD  MY-OPRATX-FILE
000410      LABEL RECORD STANDARD.
000420  01  OPRATX-RECORD.
000430      COPY MY-OPRATX.

000440  FD  MY-REPORT-FILE
000450      LABEL RECORD STANDARD.
000460  01  REPORT-LINE                     PIC X(132).

000470  FD  MY-OPRAUT-FILE.
000480  01  OPRAUT-RECORD.
000490      COPY MY-OPRAUT.

000500  WORKING-STORAGE SECTION.

000510  77  WS-OPRATX-STATUS                PIC X(02).
000520  77  WS-OPRAUT-STATUS                PIC X(02).
000530  77  WS-REPORT-STATUS                PIC X(02).

000540  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000550      88  WS-EOF-YES                      VALUE 'Y'.
000560      88  WS-EOF-NO                       VALUE 'N'.

000570  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
000580      88  WS-TRANS-VALID                  VALUE 'Y'.
000590      88  WS-TRANS-INVALID                VALUE 'N'.

000600  77  WS-TRANS-COUNT                  PIC 9(06) COMP VALUE ZERO.
000610  77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
000620  77  WS-APPLIED-COUNT                PIC 9(06) COMP VALUE ZERO.
000630  77  WS-FIELD-INDEX                  PIC 9(02) COMP VALUE ZERO.
000640  77  WS-FIELD-USED-COUNT             PIC 9(02) COMP VALUE ZERO.

000650  77  WS-OLD-LIMIT                    PIC 9(12)V99 VALUE ZERO.
000660  77  WS-OLD-SUPERVISOR               PIC X(01) VALUE SPACES.
000670  77  WS-OLD-ACTIVE                   PIC X(01) VALUE SPACES.
000680  01  WS-REJECT-REASON                PIC X(30).

000690  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000700  77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000710  01  WS-TRANS-COUNT-ED               PIC Z(5)9.
000720  01  WS-APPLIED-COUNT-ED             PIC Z(5)9.
000730  01  WS-REJECT-COUNT-ED              PIC Z(5)9.
000740  01  WS-OLD-LIMIT-ED                 PIC Z(11)9.99.
000750  01  WS-NEW-LIMIT-ED                 PIC Z(11)9.99.

000760  PROCEDURE DIVISION.

000770  0000-MAINLINE.
000780      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000790      PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
000800          UNTIL WS-EOF-YES.
000810      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000820      GO TO 9999-EXIT.

000830  1000-INITIALIZE.
000840      OPEN INPUT MY-OPRATX-FILE.
000850      OPEN OUTPUT MY-REPORT-FILE.
000860      PERFORM 8100-PRINT-HEADING THRU 8100-EXIT.
000870      OPEN I-O MY-OPRAUT-FILE.
000880      IF WS-OPRAUT-STATUS NOT = '00'
000890          CLOSE MY-OPRAUT-FILE
000900          OPEN OUTPUT MY-OPRAUT-FILE
000910          CLOSE MY-OPRAUT-FILE
000920          OPEN I-O MY-OPRAUT-FILE
000930      END-IF.
000940      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
000950  1000-EXIT.
000960      EXIT.

000970  2000-APPLY-TRANSACTION.
000980      ADD 1 TO WS-TRANS-COUNT.
000990      PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT.
001000      IF WS-TRANS-INVALID
001010          ADD 1 TO WS-REJECT-COUNT
001020          PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001030          GO TO 2000-READ-NEXT
001040      END-IF.
001050      EVALUATE TRUE
001060          WHEN OX-ACTION-ADD
001070              PERFORM 2200-ADD-OPERATOR THRU 2200-EXIT
001080          WHEN OX-ACTION-CHANGE
001090              PERFORM 2300-CHANGE-OPERATOR THRU 2300-EXIT
001100          WHEN OX-ACTION-REVOKE
001110              PERFORM 2400-REVOKE-OPERATOR THRU 2400-EXIT
001120      END-EVALUATE.
001130  2000-READ-NEXT.
001140      PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001150  2000-EXIT.
001160      EXIT.

001170  2100-READ-TRANSACTION.
001180      READ MY-OPRATX-FILE
001190          AT END
001200              SET WS-EOF-YES TO TRUE
001210      END-READ.
001220  2100-EXIT.
001230      EXIT.

001240  2200-ADD-OPERATOR.
001250      MOVE SPACES TO OPRAUT-RECORD.
001260      MOVE OX-USER-ID TO OA-USER-ID.
001270      PERFORM 2700-MOVE-AUTHORITY THRU 2700-EXIT.
001280      SET OA-ACTIVE TO TRUE.
001290      MOVE WS-RUN-DATE TO OA-LAST-CHANGED-DATE.
001300      WRITE OPRAUT-RECORD
001310          INVALID KEY
001320              ADD 1 TO WS-REJECT-COUNT
001330              MOVE 'DUPLICATE ADD - ON TABLE' TO WS-REJECT-REASON
001340              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001350          NOT INVALID KEY
001360              ADD 1 TO WS-APPLIED-COUNT
001370              MOVE ZERO TO WS-OLD-LIMIT
001380              MOVE SPACES TO WS-OLD-SUPERVISOR
001390              MOVE SPACES TO WS-OLD-ACTIVE
001400              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001410      END-WRITE.
001420  2200-EXIT.
001430      EXIT.

001440*    A CHANGE REPLACES THE WHOLE AUTHORITY - NAME, FIELD CODES,
001450*    LIMIT AND SUPERVISOR FLAG - AND REACTIVATES A REVOKED USER.
001460  2300-CHANGE-OPERATOR.
001470      MOVE OX-USER-ID TO OA-USER-ID.
001480      READ MY-OPRAUT-FILE
001490          INVALID KEY
001500              ADD 1 TO WS-REJECT-COUNT
001510              MOVE 'CHANGE TO MISSING OPERATOR'
001520                  TO WS-REJECT-REASON
001530              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001540          NOT INVALID KEY
001550              MOVE OA-MAX-CHANGE-AMOUNT TO WS-OLD-LIMIT
001560              MOVE OA-SUPERVISOR-SWITCH TO WS-OLD-SUPERVISOR
001570              MOVE OA-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001580              PERFORM 2700-MOVE-AUTHORITY THRU 2700-EXIT
001590              SET OA-ACTIVE TO TRUE
001600              MOVE WS-RUN-DATE TO OA-LAST-CHANGED-DATE
001610              REWRITE OPRAUT-RECORD
001620              ADD 1 TO WS-APPLIED-COUNT
001630              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001640      END-READ.
001650  2300-EXIT.
001660      EXIT.

001670*    A REVOKED OPERATOR STAYS ON THE TABLE; MY-UPDATE AND
001680*    MY-APPROVE REFUSE EVERYTHING FROM THE USER ID.
001690  2400-REVOKE-OPERATOR.
001700      MOVE OX-USER-ID TO OA-USER-ID.
001710      READ MY-OPRAUT-FILE
001720          INVALID KEY
001730              ADD 1 TO WS-REJECT-COUNT
001740              MOVE 'REVOKE OF MISSING OPERATOR'
001750                  TO WS-REJECT-REASON
001760              PERFORM 8300-PRINT-REJECT-LINE THRU 8300-EXIT
001770          NOT INVALID KEY
001780              MOVE OA-MAX-CHANGE-AMOUNT TO WS-OLD-LIMIT
001790              MOVE OA-SUPERVISOR-SWITCH TO WS-OLD-SUPERVISOR
001800              MOVE OA-ACTIVE-SWITCH TO WS-OLD-ACTIVE
001810              SET OA-INACTIVE TO TRUE
001820              MOVE WS-RUN-DATE TO OA-LAST-CHANGED-DATE
001830              REWRITE OPRAUT-RECORD
001840              ADD 1 TO WS-APPLIED-COUNT
001850              PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
001860      END-READ.
001870  2400-EXIT.
001880      EXIT.

001890*    A REVOKE CARRIES THE USER ID ALONE.  AN ADD OR CHANGE NEEDS
001900*    A NAME, AT LEAST ONE ONLINE FIELD CODE, A NUMERIC LIMIT AND
001910*    A Y/N SUPERVISOR FLAG.
001920  2500-EDIT-TRANSACTION.
001930      SET WS-TRANS-VALID TO TRUE.
001940      IF NOT OX-ACTION-ADD
001950          AND NOT OX-ACTION-CHANGE
001960          AND NOT OX-ACTION-REVOKE
001970          SET WS-TRANS-INVALID TO TRUE
001980          MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
001990          GO TO 2500-EXIT
002000      END-IF.
002010      IF OX-USER-ID = SPACES
002020          SET WS-TRANS-INVALID TO TRUE
002030          MOVE 'USER ID MISSING' TO WS-REJECT-REASON
002040          GO TO 2500-EXIT
002050      END-IF.
002060      IF OX-ACTION-REVOKE
002070          GO TO 2500-EXIT
002080      END-IF.
002090      IF OX-USER-NAME = SPACES
002100          SET WS-TRANS-INVALID TO TRUE
002110          MOVE 'OPERATOR NAME MISSING' TO WS-REJECT-REASON
002120          GO TO 2500-EXIT
002130      END-IF.
002140      IF OX-MAX-CHANGE-AMOUNT NOT NUMERIC
002150          SET WS-TRANS-INVALID TO TRUE
002160          MOVE 'LIMIT NOT NUMERIC' TO WS-REJECT-REASON
002170          GO TO 2500-EXIT
002180      END-IF.
002190      IF OX-SUPERVISOR-SWITCH NOT = 'Y'
002200          AND OX-SUPERVISOR-SWITCH NOT = 'N'
002210          SET WS-TRANS-INVALID TO TRUE
002220          MOVE 'SUPERVISOR FLAG NOT Y OR N' TO WS-REJECT-REASON
002230          GO TO 2500-EXIT
002240      END-IF.
002250      MOVE ZERO TO WS-FIELD-USED-COUNT.
002260      PERFORM 2510-EDIT-FIELD-CODE THRU 2510-EXIT
002270          VARYING WS-FIELD-INDEX FROM 1 BY 1
002280          UNTIL WS-FIELD-INDEX > 8
002290             OR WS-TRANS-INVALID.
002300      IF WS-TRANS-VALID
002310          AND WS-FIELD-USED-COUNT = ZERO
002320          SET WS-TRANS-INVALID TO TRUE
002330          MOVE 'NO FIELD CODES GIVEN' TO WS-REJECT-REASON
002340      END-IF.
002350  2500-EXIT.
002360      EXIT.

002370*    THE FIELD CODES MY-UPDATE TAKES - THE MY-CORRTX LIST LESS
002380*    'KY', WHICH IS NEVER TAKEN ONLINE.  THE ADDRESS CODES
002390*    (A1 A2 CY SA ZP) ARE GRANTED TOGETHER AS 'AD'.
002400  2510-EDIT-FIELD-CODE.
002410      IF OX-FIELD-CODE (WS-FIELD-INDEX) = SPACES
002420          GO TO 2510-EXIT
002430      END-IF.
002440      ADD 1 TO WS-FIELD-USED-COUNT.
002450      IF OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'EF'
002460          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'EX'
002470          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'PR'
002480          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'CL'
002490          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'BA'
002500          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'ST'
002510          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'IA'
002520          AND OX-FIELD-CODE (WS-FIELD-INDEX) NOT = 'AD'
002530          SET WS-TRANS-INVALID TO TRUE
002540          MOVE SPACES TO WS-REJECT-REASON
002550          STRING 'FIELD CODE ' OX-FIELD-CODE (WS-FIELD-INDEX)
002560              ' NOT TAKEN ONLINE'
002570              DELIMITED BY SIZE INTO WS-REJECT-REASON
002580      END-IF.
002590  2510-EXIT.
002600      EXIT.

002610  2700-MOVE-AUTHORITY.
002620      MOVE OX-USER-NAME TO OA-USER-NAME.
002630      MOVE OX-FIELD-CODE-TABLE TO OA-FIELD-CODE-TABLE.
002640      MOVE OX-MAX-CHANGE-AMOUNT TO OA-MAX-CHANGE-AMOUNT.
002650      MOVE OX-SUPERVISOR-SWITCH TO OA-SUPERVISOR-SWITCH.
002660  2700-EXIT.
002670      EXIT.

002680  8100-PRINT-HEADING.
002690      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700      ACCEPT WS-RUN-TIME FROM TIME.
002710      MOVE SPACES TO REPORT-LINE.
002720      STRING 'MY-OPERATOR-MAINT AUDIT  RUN DATE=' WS-RUN-DATE
002730          ' RUN TIME=' WS-RUN-TIME
002740          DELIMITED BY SIZE INTO REPORT-LINE.
002750      WRITE REPORT-LINE.
002760  8100-EXIT.
002770      EXIT.

002780*    OLD VALUES ARE ZERO/BLANK ON AN ADD; EACH OLD/NEW PAIR IS
002790*    PRINTED BEFORE/AFTER.  FIELDS= IS THE NEW FIELD CODE LIST.
002800  8200-PRINT-AUDIT-LINE.
002810      MOVE WS-OLD-LIMIT TO WS-OLD-LIMIT-ED.
002820      MOVE OA-MAX-CHANGE-AMOUNT TO WS-NEW-LIMIT-ED.
002830      MOVE SPACES TO REPORT-LINE.
002840      STRING '  ' OX-ACTION-CODE
002850          ' USER=' OA-USER-ID
002860          ' ' OA-USER-NAME
002870          ' SUP=' WS-OLD-SUPERVISOR '/' OA-SUPERVISOR-SWITCH
002880          ' ACT=' WS-OLD-ACTIVE '/' OA-ACTIVE-SWITCH
002890          ' FIELDS=' OA-FIELD-CODE-TABLE
002900          ' LIMIT=' WS-OLD-LIMIT-ED '/' WS-NEW-LIMIT-ED
002910          DELIMITED BY SIZE INTO REPORT-LINE.
002920      WRITE REPORT-LINE.
002930  8200-EXIT.
002940      EXIT.

002950  8300-PRINT-REJECT-LINE.
002960      MOVE SPACES TO REPORT-LINE.
002970      STRING '  REJECT ' OX-ACTION-CODE
002980          ' USER=' OX-USER-ID
002990          ' REASON=' WS-REJECT-REASON
003000          DELIMITED BY SIZE INTO REPORT-LINE.
003010      WRITE REPORT-LINE.
003020  8300-EXIT.
003030      EXIT.

003040  9000-TERMINATE.
003050      MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-ED.
003060      MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED.
003070      MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
003080      MOVE SPACES TO REPORT-LINE.
003090      STRING 'TRANSACTIONS=' WS-TRANS-COUNT-ED
003100          ' APPLIED=' WS-APPLIED-COUNT-ED
003110          ' REJECTED=' WS-REJECT-COUNT-ED
003120          DELIMITED BY SIZE INTO REPORT-LINE.
003130      WRITE REPORT-LINE.
003140      CLOSE MY-OPRATX-FILE.
003150      CLOSE MY-REPORT-FILE.
003160      CLOSE MY-OPRAUT-FILE.
003170      IF WS-REJECT-COUNT > ZERO
003180          MOVE 4 TO RETURN-CODE
003190      ELSE
003200          MOVE ZERO TO RETURN-CODE
003210      END-IF.
003220  9000-EXIT.
003230      EXIT.

003240  9999-EXIT.
003250      STOP RUN.
