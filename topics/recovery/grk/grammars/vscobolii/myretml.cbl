000010*----------------------------------------------------------------*
000020*    MY-RETURNED-MAIL POSTS THE MAIL ROOM'S RETURNED-MAIL INTAKE
000030*    (MY-RETML) TO THE BAD-ADDRESS FILE (MY-BADADR) AND KEEPS THE
000040*    RETURNED-MAIL FLAG ON THE INDEXED FILE1 MASTER IN STEP WITH
000050*    IT.  EACH INTAKE RECORD IS EDITED (NUMERIC KEY, VALID DATE,
000060*    REASON AND LETTER TYPE) AND MUST BE ON THE MASTER; THE FIRST
000070*    RETURN FOR A POLICY OPENS A BAD-ADDRESS ENTRY HOLDING THE
000080*    ADDRESS THE MAIL CAME BACK FROM, A REPEAT RETURN ADDS TO IT.
000090*    REJECTS GO TO THE SHARED ERROR LOG.
000100*    THE SWEEP THAT FOLLOWS WALKS EVERY OPEN ENTRY.  WHILE THE
000110*    MASTER STILL CARRIES THE RETURNED ADDRESS THE POLICY IS
000120*    FLAGGED (DR-BAD-ADDRESS-FLAG, DR-MAIL-RETURN-DATE) SO
000130*    MY-LETTER-EXTRACT HOLDS ITS LETTERS; THE FLAG HAS TO BE SET
000140*    AGAIN EVERY NIGHT BECAUSE THE FILE1X REBUILD DOES NOT CARRY
000150*    IT.  ONCE THE ADDRESS HAS BEEN CORRECTED - THROUGH MY-UPDATE
000160*    OR THE DAILYTXN MAINTENANCE FILE - THE ENTRY IS CLEARED AND
000170*    THE FLAG COMES OFF.  THE CONTROL REPORT LISTS EVERY ENTRY
000180*    TOUCHED AND THE RUN COUNTS.
000190*----------------------------------------------------------------*
000200  IDENTIFICATION DIVISION.
000210  PROGRAM-ID.     MY-RETURNED-MAIL.
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
000340      SELECT MY-RETML-FILE ASSIGN RETML00
000350          FILE STATUS IS WS-RETML-STATUS.
000360      SELECT MY-FILE1-INDEXED ASSIGN FILE1X
000370          ORGANIZATION IS INDEXED
000380          ACCESS MODE IS DYNAMIC
000390          RECORD KEY IS DRX-RECORD-KEY
000400          FILE STATUS IS WS-FILE1X-STATUS.
000410      SELECT MY-BADADR-FILE ASSIGN BADADR0
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS DYNAMIC
000440          RECORD KEY IS BA-RECORD-KEY
000450          FILE STATUS IS WS-BADADR-STATUS.
000460      SELECT MY-ERRLOG-FILE ASSIGN ERRLOG0
000470          FILE STATUS IS WS-ERRLOG-STATUS.
000480      SELECT MY-REPORT-FILE ASSIGN RMLRPT0
000490          FILE STATUS IS WS-REPORT-STATUS.

000500  DATA DIVISION.

000510  FILE SECTION.

000520  FD  MY-RETML-FILE
000530      LABEL RECORD STANDARD.
000540  01  RETML-RECORD.
000550      COPY MY-RETML.

000560  FD  MY-FILE1-INDEXED.
000570  01  FILE1-INDEXED-RECORD.
000580      COPY MY-COPY-BOOK
000590          REPLACING ==DR-RECORD-KEY==      BY ==DRX-RECORD-KEY==
000600              ==DR-ACCOUNT-NUMBER==    BY ==DRX-ACCOUNT-NUMBER==
000610              ==DR-POLICY-NUMBER==     BY ==DRX-POLICY-NUMBER==
000620              ==DR-EFFECTIVE-DATE==    BY ==DRX-EFFECTIVE-DATE==
000630              ==DR-EXPIRATION-DATE==   BY ==DRX-EXPIRATION-DATE==
000640              ==DR-AMOUNT-FIELDS==     BY ==DRX-AMOUNT-FIELDS==
000650              ==DR-PREMIUM-AMOUNT==    BY ==DRX-PREMIUM-AMOUNT==
000660              ==DR-CLAIM-AMOUNT==      BY ==DRX-CLAIM-AMOUNT==
000670              ==DR-BALANCE-AMOUNT==    BY ==DRX-BALANCE-AMOUNT==
000680              ==DR-STATUS-CODE==       BY ==DRX-STATUS-CODE==
000690              ==DR-STATUS-ACTIVE==     BY ==DRX-STATUS-ACTIVE==
000700              ==DR-STATUS-SUSPENDED==  BY ==DRX-STATUS-SUSPENDED==
000710              ==DR-STATUS-CANCELLED==  BY ==DRX-STATUS-CANCELLED==
000720              ==DR-STATUS-PENDING==    BY ==DRX-STATUS-PENDING==
000730              ==DR-ITEM-A-CODE==       BY ==DRX-ITEM-A-CODE==
000740              ==DR-INSURED-NAME==      BY ==DRX-INSURED-NAME==
000750              ==DR-ADDRESS-LINE-1==    BY ==DRX-ADDRESS-LINE-1==
000760              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000770              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000780              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000790              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000800              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000810              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000820              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000830              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000840              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000850  FD  MY-BADADR-FILE.
000860  01  BADADR-RECORD.
000870      COPY MY-BADADR.

000880  FD  MY-ERRLOG-FILE
000890      LABEL RECORD STANDARD.
000900  01  ERRLOG-FILE-RECORD.
000910      COPY MY-ERRLOG.

000920  FD  MY-REPORT-FILE
000930      LABEL RECORD STANDARD.
000940  01  REPORT-LINE                     PIC X(132).

000950  WORKING-STORAGE SECTION.

000960  01  MY-BUSDTL-AREA.
000970      COPY MY-BUSDTL.

000980  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000990      88  WS-STEP-BYPASSED            VALUE 'Y'.
001000      88  WS-STEP-RUNNING             VALUE 'N'.

001010  01  MY-ERRLOG-WORK-AREA.
001020      COPY MY-ERRLOG.

001030  77  WS-RETML-STATUS                 PIC X(02).
001040  77  WS-FILE1X-STATUS                PIC X(02).
001050  77  WS-BADADR-STATUS                PIC X(02).
001060  77  WS-ERRLOG-STATUS                PIC X(02).
001070  77  WS-REPORT-STATUS                PIC X(02).

001080  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001090      88  WS-EOF-YES                      VALUE 'Y'.
001100      88  WS-EOF-NO                       VALUE 'N'.

001110  77  WS-BADADR-EOF-SWITCH            PIC X(01) VALUE 'N'.
001120      88  WS-BADADR-EOF-YES               VALUE 'Y'.
001130      88  WS-BADADR-EOF-NO                VALUE 'N'.

001140  77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
001150      88  WS-RETURN-VALID                 VALUE 'Y'.
001160      88  WS-RETURN-INVALID               VALUE 'N'.

001170*    THE DATE THE PIECE CAME BACK - THE INTAKE DATE, OR THE
001180*    BUSINESS DATE WHEN THE MAIL ROOM LEFT IT ZERO.
001190  01  WS-RETURN-DATE                  PIC 9(08) VALUE ZERO.

001200  77  WS-READ-COUNT                   PIC 9(06) COMP VALUE ZERO.
001210  77  WS-OPENED-COUNT                 PIC 9(06) COMP VALUE ZERO.
001220  77  WS-REPEAT-COUNT                 PIC 9(06) COMP VALUE ZERO.
001230  77  WS-REOPENED-COUNT               PIC 9(06) COMP VALUE ZERO.
001240  77  WS-LATE-COUNT                   PIC 9(06) COMP VALUE ZERO.
001250  77  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
001260  77  WS-FLAGGED-COUNT                PIC 9(06) COMP VALUE ZERO.
001270  77  WS-CLEARED-COUNT                PIC 9(06) COMP VALUE ZERO.
001280  77  WS-MISSING-COUNT                PIC 9(06) COMP VALUE ZERO.

001290  01  WS-REJECT-REASON                PIC X(40).
001300  77  WS-REJECT-PARAGRAPH             PIC X(12) VALUE SPACES.
001310  01  WS-REJECT-KEY                   PIC X(14) VALUE SPACES.
001320  01  WS-ACTION-TEXT                  PIC X(14) VALUE SPACES.

001330  01  WS-COUNT-ED                     PIC Z(5)9.
001340  01  WS-RETURN-COUNT-ED              PIC ZZ9.

001350  PROCEDURE DIVISION.

001360  0000-MAINLINE.
001370      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
001380      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390      PERFORM 2000-POST-RETURN THRU 2000-EXIT
001400          UNTIL WS-EOF-YES.
001410      PERFORM 3000-SWEEP-BAD-ADDRESSES THRU 3000-EXIT.
001420      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430      GO TO 9999-EXIT.

001440  1000-INITIALIZE.
001450      OPEN INPUT MY-RETML-FILE.
001460      OPEN I-O MY-FILE1-INDEXED.
001470      IF WS-FILE1X-STATUS NOT = '00'
001480          DISPLAY 'MY-RETURNED-MAIL - OPEN I-O FAILED ON '
001490              'MY-FILE1-INDEXED, FILE STATUS=' WS-FILE1X-STATUS
001500          DISPLAY 'THE MASTER MUST BE LOADED BY MY-LOAD-PROGRAM '
001510              'BEFORE RETURNED MAIL CAN BE POSTED'
001520          CLOSE MY-RETML-FILE
001530          MOVE 16 TO RETURN-CODE
001540          GO TO 9999-EXIT
001550      END-IF.
001560      OPEN I-O MY-BADADR-FILE.
001570      IF WS-BADADR-STATUS NOT = '00'
001580          CLOSE MY-BADADR-FILE
001590          OPEN OUTPUT MY-BADADR-FILE
001600          CLOSE MY-BADADR-FILE
001610          OPEN I-O MY-BADADR-FILE
001620      END-IF.
001630      PERFORM 1200-OPEN-ERROR-LOG THRU 1200-EXIT.
001640      OPEN OUTPUT MY-REPORT-FILE.
001650      PERFORM 8100-PRINT-HEADING THRU 8100-EXIT.
001660      PERFORM 2100-READ-RETURN THRU 2100-EXIT.
001670  1000-EXIT.
001680      EXIT.

001690  1200-OPEN-ERROR-LOG.
001700      OPEN EXTEND MY-ERRLOG-FILE.
001710      IF WS-ERRLOG-STATUS NOT = '00'
001720          OPEN OUTPUT MY-ERRLOG-FILE
001730      END-IF.
001740  1200-EXIT.
001750      EXIT.

001760  2000-POST-RETURN.
001770      ADD 1 TO WS-READ-COUNT.
001780      PERFORM 2200-EDIT-RETURN THRU 2200-EXIT.
001790      IF WS-RETURN-VALID
001800          PERFORM 2300-FIND-POLICY THRU 2300-EXIT
001810      ELSE
001820          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
001830      END-IF.
001840      PERFORM 2100-READ-RETURN THRU 2100-EXIT.
001850  2000-EXIT.
001860      EXIT.

001870  2100-READ-RETURN.
001880      READ MY-RETML-FILE
001890          AT END
001900              SET WS-EOF-YES TO TRUE
001910      END-READ.
001920  2100-EXIT.
001930      EXIT.

001940*    A RETURN DATE AFTER THE BUSINESS DATE IS A KEYING ERROR -
001950*    THE PIECE CANNOT HAVE COME BACK YET.
001960  2200-EDIT-RETURN.
001970      SET WS-RETURN-VALID TO TRUE.
001980      MOVE RM-RECORD-KEY TO WS-REJECT-KEY.
001990      MOVE '2200-EDIT-RTN' TO WS-REJECT-PARAGRAPH.
002000      IF RM-RECORD-KEY NOT NUMERIC
002010          SET WS-RETURN-INVALID TO TRUE
002020          MOVE 'RETURNED-MAIL KEY NOT NUMERIC.'
002030              TO WS-REJECT-REASON
002040          GO TO 2200-EXIT
002050      END-IF.
002060      IF RM-RETURN-DATE NOT NUMERIC
002070          SET WS-RETURN-INVALID TO TRUE
002080          MOVE 'RETURN DATE NOT NUMERIC.' TO WS-REJECT-REASON
002090          GO TO 2200-EXIT
002100      END-IF.
002110      IF RM-RETURN-DATE = ZERO
002120          MOVE BL-BUSINESS-DATE TO WS-RETURN-DATE
002130      ELSE
002140          MOVE RM-RETURN-DATE TO WS-RETURN-DATE
002150      END-IF.
002160      IF WS-RETURN-DATE > BL-BUSINESS-DATE
002170          SET WS-RETURN-INVALID TO TRUE
002180          MOVE 'RETURN DATE AFTER THE BUSINESS DATE.'
002190              TO WS-REJECT-REASON
002200          GO TO 2200-EXIT
002210      END-IF.
002220      IF NOT RM-REASON-MOVED
002230          AND NOT RM-REASON-NO-SUCH-ADDRESS
002240          AND NOT RM-REASON-UNCLAIMED
002250          AND NOT RM-REASON-REFUSED
002260          AND NOT RM-REASON-OTHER
002270          SET WS-RETURN-INVALID TO TRUE
002280          MOVE 'RETURN REASON NOT RECOGNIZED.' TO WS-REJECT-REASON
002290          GO TO 2200-EXIT
002300      END-IF.
002310      IF RM-LETTER-TYPE NOT = SPACE
002320          AND RM-LETTER-TYPE NOT = 'R'
002330          AND RM-LETTER-TYPE NOT = 'S'
002340          AND RM-LETTER-TYPE NOT = 'P'
002350          AND RM-LETTER-TYPE NOT = 'F'
002360          SET WS-RETURN-INVALID TO TRUE
002370          MOVE 'LETTER TYPE NOT RECOGNIZED.' TO WS-REJECT-REASON
002380      END-IF.
002390  2200-EXIT.
002400      EXIT.

002410  2300-FIND-POLICY.
002420      MOVE RM-RECORD-KEY TO DRX-RECORD-KEY.
002430      READ MY-FILE1-INDEXED
002440          INVALID KEY
002450              SET WS-RETURN-INVALID TO TRUE
002460              MOVE 'RETURNED-MAIL KEY NOT ON MASTER.'
002470                  TO WS-REJECT-REASON
002480              MOVE '2300-FIND-POL' TO WS-REJECT-PARAGRAPH
002490              PERFORM 2700-LOG-REJECT THRU 2700-EXIT
002500          NOT INVALID KEY
002510              PERFORM 2400-POST-BAD-ADDRESS THRU 2400-EXIT
002520      END-READ.
002530  2300-EXIT.
002540      EXIT.

002550  2400-POST-BAD-ADDRESS.
002560      MOVE RM-RECORD-KEY TO BA-RECORD-KEY.
002570      READ MY-BADADR-FILE
002580          INVALID KEY
002590              PERFORM 2410-OPEN-ENTRY THRU 2410-EXIT
002600          NOT INVALID KEY
002610              PERFORM 2420-UPDATE-ENTRY THRU 2420-EXIT
002620      END-READ.
002630  2400-EXIT.
002640      EXIT.

002650*    THE FIRST RETURN FOR THE POLICY.  THE ADDRESS ON THE MASTER
002660*    NOW IS THE ADDRESS THE MAIL WENT TO.
002670  2410-OPEN-ENTRY.
002680      MOVE SPACES TO BADADR-RECORD.
002690      MOVE RM-RECORD-KEY TO BA-RECORD-KEY.
002700      MOVE WS-RETURN-DATE TO BA-FIRST-RETURN-DATE
002710                             BA-LAST-RETURN-DATE.
002720      MOVE 1 TO BA-RETURN-COUNT.
002730      MOVE ZERO TO BA-CLEARED-DATE.
002740      PERFORM 2450-TAKE-RETURN-DETAIL THRU 2450-EXIT.
002750      WRITE BADADR-RECORD
002760          INVALID KEY
002770              SET WS-RETURN-INVALID TO TRUE
002780      END-WRITE.
002790      IF WS-RETURN-INVALID
002800          MOVE 'BAD-ADDRESS WRITE FAILED.' TO WS-REJECT-REASON
002810          MOVE '2410-OPEN-ENT' TO WS-REJECT-PARAGRAPH
002820          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
002830          GO TO 2410-EXIT
002840      END-IF.
002850      ADD 1 TO WS-OPENED-COUNT.
002860      MOVE 'OPENED' TO WS-ACTION-TEXT.
002870      PERFORM 8200-PRINT-ENTRY-LINE THRU 8200-EXIT.
002880  2410-EXIT.
002890      EXIT.

002900*    AN OPEN ENTRY JUST COUNTS THE REPEAT.  A CLEARED ENTRY IS
002910*    REOPENED AGAINST THE CURRENT ADDRESS - UNLESS THE PIECE CAME
002920*    BACK ON OR BEFORE THE DAY THE ADDRESS WAS CORRECTED, IN WHICH
002930*    CASE IT WAS SENT TO THE OLD ADDRESS AND PROVES NOTHING ABOUT
002940*    THE NEW ONE.
002950  2420-UPDATE-ENTRY.
002960      IF BA-STATUS-CLEARED
002970          AND WS-RETURN-DATE NOT > BA-CLEARED-DATE
002980          ADD 1 TO WS-LATE-COUNT
002990          MOVE 'ALREADY FIXED' TO WS-ACTION-TEXT
003000          PERFORM 8200-PRINT-ENTRY-LINE THRU 8200-EXIT
003010          GO TO 2420-EXIT
003020      END-IF.
003030      IF BA-STATUS-CLEARED
003040          MOVE WS-RETURN-DATE TO BA-FIRST-RETURN-DATE
003050                                 BA-LAST-RETURN-DATE
003060          MOVE 1 TO BA-RETURN-COUNT
003070          MOVE ZERO TO BA-CLEARED-DATE
003080          ADD 1 TO WS-REOPENED-COUNT
003090          MOVE 'REOPENED' TO WS-ACTION-TEXT
003100      ELSE
003110          IF WS-RETURN-DATE > BA-LAST-RETURN-DATE
003120              MOVE WS-RETURN-DATE TO BA-LAST-RETURN-DATE
003130          END-IF
003140          IF BA-RETURN-COUNT < 999
003150              ADD 1 TO BA-RETURN-COUNT
003160          END-IF
003170          ADD 1 TO WS-REPEAT-COUNT
003180          MOVE 'REPEAT RETURN' TO WS-ACTION-TEXT
003190      END-IF.
003200      PERFORM 2450-TAKE-RETURN-DETAIL THRU 2450-EXIT.
003210      REWRITE BADADR-RECORD
003220          INVALID KEY
003230              SET WS-RETURN-INVALID TO TRUE
003240      END-REWRITE.
003250      IF WS-RETURN-INVALID
003260          MOVE 'BAD-ADDRESS REWRITE FAILED.' TO WS-REJECT-REASON
003270          MOVE '2420-UPD-ENT' TO WS-REJECT-PARAGRAPH
003280          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
003290          GO TO 2420-EXIT
003300      END-IF.
003310      PERFORM 8200-PRINT-ENTRY-LINE THRU 8200-EXIT.
003320  2420-EXIT.
003330      EXIT.

003340*    THE ENTRY IS OPEN AGAINST THE MASTER'S ADDRESS AS IT STANDS.
003350  2450-TAKE-RETURN-DETAIL.
003360      SET BA-STATUS-OPEN TO TRUE.
003370      MOVE RM-RETURN-REASON TO BA-RETURN-REASON.
003380      MOVE RM-LETTER-TYPE TO BA-LETTER-TYPE.
003390      MOVE DRX-ADDRESS-LINE-1 TO BA-ADDRESS-LINE-1.
003400      MOVE DRX-ADDRESS-LINE-2 TO BA-ADDRESS-LINE-2.
003410      MOVE DRX-ADDRESS-CITY TO BA-ADDRESS-CITY.
003420      MOVE DRX-ADDRESS-STATE TO BA-ADDRESS-STATE.
003430      MOVE DRX-ADDRESS-ZIP TO BA-ADDRESS-ZIP.
003440      MOVE BL-BUSINESS-DATE TO BA-LAST-CHANGED-DATE.
003450  2450-EXIT.
003460      EXIT.

003470*    THE CALLER LOADS WS-REJECT-KEY, WS-REJECT-PARAGRAPH AND
003480*    WS-REJECT-REASON.
003490  2700-LOG-REJECT.
003500      ADD 1 TO WS-REJECT-COUNT.
003510      MOVE 'MY-RETML' TO
003520          EL-PROGRAM-NAME IN MY-ERRLOG-WORK-AREA.
003530      MOVE WS-REJECT-PARAGRAPH TO
003540          EL-PARAGRAPH-NAME IN MY-ERRLOG-WORK-AREA.
003550      MOVE WS-REJECT-KEY TO
003560          EL-RECORD-KEY IN MY-ERRLOG-WORK-AREA.
003570      MOVE WS-REJECT-REASON TO
003580          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
003590      MOVE 4 TO
003600          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
003610      MOVE BL-BUSINESS-DATE TO
003620          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
003630      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
003640      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
003650      MOVE SPACES TO REPORT-LINE.
003660      STRING '  KEY=' WS-REJECT-KEY
003670          ' REJECTED       ' WS-REJECT-REASON
003680          DELIMITED BY SIZE INTO REPORT-LINE.
003690      WRITE REPORT-LINE.
003700  2700-EXIT.
003710      EXIT.

003720*    EVERY OPEN ENTRY, IN KEY ORDER, AFTER TONIGHT'S INTAKE.  THE
003730*    INTAKE READ THE FILE AT RANDOM, SO THE BROWSE IS STARTED
003740*    FROM THE LOWEST KEY.
003750  3000-SWEEP-BAD-ADDRESSES.
003760      SET WS-BADADR-EOF-NO TO TRUE.
003770      MOVE LOW-VALUES TO BA-RECORD-KEY.
003780      START MY-BADADR-FILE KEY IS NOT LESS THAN BA-RECORD-KEY
003790          INVALID KEY
003800              GO TO 3000-EXIT
003810      END-START.
003820      PERFORM 3100-READ-BAD-ADDRESS THRU 3100-EXIT.
003830      PERFORM 3200-CHECK-ENTRY THRU 3200-EXIT
003840          UNTIL WS-BADADR-EOF-YES.
003850  3000-EXIT.
003860      EXIT.

003870  3100-READ-BAD-ADDRESS.
003880      READ MY-BADADR-FILE NEXT RECORD
003890          AT END
003900              SET WS-BADADR-EOF-YES TO TRUE
003910      END-READ.
003920  3100-EXIT.
003930      EXIT.

003940*    AN OPEN ENTRY WHOSE POLICY HAS LEFT THE MASTER IS COUNTED
003950*    AND LEFT OPEN - THE POLICY MAY COME BACK ON A LATER EXTRACT.
003960  3200-CHECK-ENTRY.
003970      IF BA-STATUS-OPEN
003980          MOVE BA-RECORD-KEY TO DRX-RECORD-KEY
003990          READ MY-FILE1-INDEXED
004000              INVALID KEY
004010                  ADD 1 TO WS-MISSING-COUNT
004020                  MOVE 'NOT ON MASTER' TO WS-ACTION-TEXT
004030                  PERFORM 8200-PRINT-ENTRY-LINE THRU 8200-EXIT
004040              NOT INVALID KEY
004050                  PERFORM 3300-MATCH-ADDRESS THRU 3300-EXIT
004060          END-READ
004070      END-IF.
004080      PERFORM 3100-READ-BAD-ADDRESS THRU 3100-EXIT.
004090  3200-EXIT.
004100      EXIT.

004110*    ANY DIFFERENCE FROM THE RETURNED ADDRESS MEANS THE ADDRESS
004120*    HAS BEEN CORRECTED SINCE - THE ENTRY IS CLEARED AND THE
004130*    FLAG TAKEN OFF.  OTHERWISE THE FLAG AND RETURN DATE ARE PUT
004140*    BACK ON THE MASTER.
004150  3300-MATCH-ADDRESS.
004160      MOVE BA-RECORD-KEY TO WS-REJECT-KEY.
004170      IF DRX-ADDRESS-LINE-1 NOT = BA-ADDRESS-LINE-1
004180          OR DRX-ADDRESS-LINE-2 NOT = BA-ADDRESS-LINE-2
004190          OR DRX-ADDRESS-CITY NOT = BA-ADDRESS-CITY
004200          OR DRX-ADDRESS-STATE NOT = BA-ADDRESS-STATE
004210          OR DRX-ADDRESS-ZIP NOT = BA-ADDRESS-ZIP
004220          PERFORM 3400-CLEAR-ENTRY THRU 3400-EXIT
004230          GO TO 3300-EXIT
004240      END-IF.
004250      IF DRX-BAD-ADDRESS
004260          AND DRX-MAIL-RETURN-DATE = BA-LAST-RETURN-DATE
004270          ADD 1 TO WS-FLAGGED-COUNT
004280          GO TO 3300-EXIT
004290      END-IF.
004300      SET DRX-BAD-ADDRESS TO TRUE.
004310      MOVE BA-LAST-RETURN-DATE TO DRX-MAIL-RETURN-DATE.
004320      REWRITE FILE1-INDEXED-RECORD.
004330      IF WS-FILE1X-STATUS NOT = '00'
004340          MOVE 'REWRITE FAILED - FLAG NOT SET.'
004350              TO WS-REJECT-REASON
004360          MOVE '3300-MATCH-AD' TO WS-REJECT-PARAGRAPH
004370          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004380          GO TO 3300-EXIT
004390      END-IF.
004400      ADD 1 TO WS-FLAGGED-COUNT.
004410  3300-EXIT.
004420      EXIT.

004430  3400-CLEAR-ENTRY.
004440      SET BA-STATUS-CLEARED TO TRUE.
004450      MOVE BL-BUSINESS-DATE TO BA-CLEARED-DATE
004460                               BA-LAST-CHANGED-DATE.
004470      REWRITE BADADR-RECORD.
004480      IF WS-BADADR-STATUS NOT = '00'
004490          MOVE 'BAD-ADDRESS REWRITE FAILED.' TO WS-REJECT-REASON
004500          MOVE '3400-CLR-ENT' TO WS-REJECT-PARAGRAPH
004510          PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004520          GO TO 3400-EXIT
004530      END-IF.
004540      IF DRX-BAD-ADDRESS
004550          SET DRX-ADDRESS-GOOD TO TRUE
004560          MOVE ZERO TO DRX-MAIL-RETURN-DATE
004570          REWRITE FILE1-INDEXED-RECORD
004580          IF WS-FILE1X-STATUS NOT = '00'
004590              MOVE 'REWRITE FAILED - FLAG NOT CLEARED.'
004600                  TO WS-REJECT-REASON
004610              MOVE '3400-CLR-ENT' TO WS-REJECT-PARAGRAPH
004620              PERFORM 2700-LOG-REJECT THRU 2700-EXIT
004630              GO TO 3400-EXIT
004640          END-IF
004650      END-IF.
004660      ADD 1 TO WS-CLEARED-COUNT.
004670      MOVE 'CLEARED' TO WS-ACTION-TEXT.
004680      PERFORM 8200-PRINT-ENTRY-LINE THRU 8200-EXIT.
004690  3400-EXIT.
004700      EXIT.

004710  8100-PRINT-HEADING.
004720      MOVE SPACES TO REPORT-LINE.
004730      STRING 'MY-RETURNED-MAIL BAD-ADDRESS CONTROL REPORT  '
004740          'BUSINESS DATE=' BL-BUSINESS-DATE
004750          DELIMITED BY SIZE INTO REPORT-LINE.
004760      WRITE REPORT-LINE.
004770  8100-EXIT.
004780      EXIT.

004790*    THE CALLER LOADS WS-ACTION-TEXT; THE BAD-ADDRESS RECORD
004800*    HOLDS THE ENTRY.
004810  8200-PRINT-ENTRY-LINE.
004820      MOVE BA-RETURN-COUNT TO WS-RETURN-COUNT-ED.
004830      MOVE SPACES TO REPORT-LINE.
004840      STRING '  KEY=' BA-RECORD-KEY
004850          ' ' WS-ACTION-TEXT
004860          ' RETURNED=' BA-LAST-RETURN-DATE
004870          ' REASON=' BA-RETURN-REASON
004880          ' TIMES=' WS-RETURN-COUNT-ED
004890          ' ' BA-ADDRESS-LINE-1
004900          ' ' BA-ADDRESS-CITY
004910          ' ' BA-ADDRESS-STATE
004920          ' ' BA-ADDRESS-ZIP
004930          DELIMITED BY SIZE INTO REPORT-LINE.
004940      WRITE REPORT-LINE.
004950  8200-EXIT.
004960      EXIT.

004970  9000-TERMINATE.
004980      PERFORM 9200-PRINT-TOTALS THRU 9200-EXIT.
004990      CLOSE MY-RETML-FILE.
005000      CLOSE MY-FILE1-INDEXED.
005010      CLOSE MY-BADADR-FILE.
005020      CLOSE MY-ERRLOG-FILE.
005030      CLOSE MY-REPORT-FILE.
005040      IF WS-REJECT-COUNT > ZERO
005050          MOVE 4 TO RETURN-CODE
005060      ELSE
005070          MOVE ZERO TO RETURN-CODE
005080      END-IF.
005090  9000-EXIT.
005100      EXIT.

005110  9200-PRINT-TOTALS.
005120      MOVE SPACES TO REPORT-LINE.
005130      WRITE REPORT-LINE.
005140      MOVE WS-READ-COUNT TO WS-COUNT-ED.
005150      MOVE SPACES TO REPORT-LINE.
005160      STRING 'RETURNS READ=' WS-COUNT-ED
005170          DELIMITED BY SIZE INTO REPORT-LINE.
005180      WRITE REPORT-LINE.
005190      MOVE WS-OPENED-COUNT TO WS-COUNT-ED.
005200      MOVE SPACES TO REPORT-LINE.
005210      STRING 'ENTRIES OPENED=' WS-COUNT-ED
005220          DELIMITED BY SIZE INTO REPORT-LINE.
005230      WRITE REPORT-LINE.
005240      MOVE WS-REPEAT-COUNT TO WS-COUNT-ED.
005250      MOVE SPACES TO REPORT-LINE.
005260      STRING 'REPEAT RETURNS=' WS-COUNT-ED
005270          DELIMITED BY SIZE INTO REPORT-LINE.
005280      WRITE REPORT-LINE.
005290      MOVE WS-REOPENED-COUNT TO WS-COUNT-ED.
005300      MOVE SPACES TO REPORT-LINE.
005310      STRING 'ENTRIES REOPENED=' WS-COUNT-ED
005320          DELIMITED BY SIZE INTO REPORT-LINE.
005330      WRITE REPORT-LINE.
005340      MOVE WS-LATE-COUNT TO WS-COUNT-ED.
005350      MOVE SPACES TO REPORT-LINE.
005360      STRING 'RETURNED FROM AN ADDRESS ALREADY CORRECTED='
005370          WS-COUNT-ED
005380          DELIMITED BY SIZE INTO REPORT-LINE.
005390      WRITE REPORT-LINE.
005400      MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
005410      MOVE SPACES TO REPORT-LINE.
005420      STRING 'REJECTED=' WS-COUNT-ED
005430          DELIMITED BY SIZE INTO REPORT-LINE.
005440      WRITE REPORT-LINE.
005450      MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED.
005460      MOVE SPACES TO REPORT-LINE.
005470      STRING 'POLICIES FLAGGED FOR RETURNED MAIL=' WS-COUNT-ED
005480          DELIMITED BY SIZE INTO REPORT-LINE.
005490      WRITE REPORT-LINE.
005500      MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
005510      MOVE SPACES TO REPORT-LINE.
005520      STRING 'ENTRIES CLEARED BY ADDRESS CORRECTION=' WS-COUNT-ED
005530          DELIMITED BY SIZE INTO REPORT-LINE.
005540      WRITE REPORT-LINE.
005550      MOVE WS-MISSING-COUNT TO WS-COUNT-ED.
005560      MOVE SPACES TO REPORT-LINE.
005570      STRING 'OPEN ENTRIES NOT ON MASTER=' WS-COUNT-ED
005580          DELIMITED BY SIZE INTO REPORT-LINE.
005590      WRITE REPORT-LINE.
005600  9200-EXIT.
005610      EXIT.

005620*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
005630*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
005640*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
005650  9800-BEGIN-STEP.
005660      MOVE 'MY-RETURNED-MAIL' TO BL-STEP-NAME.
005670      SET BL-BEGIN-STEP TO TRUE.
005680      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
005690      IF BL-CONTROL-FAILED
005700          DISPLAY 'MY-RETURNED-MAIL - ' BL-FAIL-REASON
005710              ' FILE STATUS=' BL-FILE-STATUS
005720          DISPLAY 'MY-RETURNED-MAIL - STEP NOT RUN'
005730          SET WS-STEP-BYPASSED TO TRUE
005740          MOVE 16 TO RETURN-CODE
005750          GO TO 9999-EXIT
005760      END-IF.
005770      IF BL-STEP-ALREADY-DONE
005780          DISPLAY 'MY-RETURNED-MAIL - ALREADY COMPLETE FOR '
005790              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
005800          SET WS-STEP-BYPASSED TO TRUE
005810          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
005820          GO TO 9999-EXIT
005830      END-IF.
005840      MOVE ZERO TO RETURN-CODE.
005850  9800-EXIT.
005860      EXIT.

005870*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
005880*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
005890*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
005900*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
005910  9900-END-STEP.
005920      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
005930          GO TO 9900-EXIT
005940      END-IF.
005950      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
005960      SET BL-END-STEP TO TRUE.
005970      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
005980      IF BL-CONTROL-FAILED
005990          DISPLAY 'MY-RETURNED-MAIL - ' BL-FAIL-REASON
006000              ' FILE STATUS=' BL-FILE-STATUS
006010          MOVE 16 TO RETURN-CODE
006020          GO TO 9900-EXIT
006030      END-IF.
006040      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
006050  9900-EXIT.
006060      EXIT.

006070  9999-EXIT.
006080      PERFORM 9900-END-STEP THRU 9900-EXIT.
006090      STOP RUN.
