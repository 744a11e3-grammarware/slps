001070*                     (NEW MY-CTLHST FIELDS) SO MY-RUN-BALANCE
001080*                     CAN PROVE THE NIGHT'S CHAIN FROM THE
001090*                     CONTROL HISTORY ALONE.
001091*    10/15/26   DLH   POSTED PREMIUM ALSO BUCKETED BY PRODUCER,
001092*                     ITEM-A CODE AND COMMISSION CLASS, WRITTEN
001093*                     WITH A GRAND-PREMIUM TRAILER TO COMPST0
001094*                     (MY-COMPST) FOR MY-COMMISSION.
001095*    10/15/26   DLH   RUN DATE IS THE BUSINESS DATE, NOT CLOCK;
001096*                     STEP IS LOGGED; A RESTART BYPASSES IT.
001097*    10/15/26   DLH   BAD-ADDRESS FIELDS ADDED TO REPLACING LIST.
001100*----------------------------------------------------------------*
001110
001120  ENVIRONMENT DIVISION.
001390          FILE STATUS IS WS-STTAX-STATUS.
001400      SELECT MY-CTLHST-FILE ASSIGN CTLHST0
001410          FILE STATUS IS WS-CTLHST-STATUS.
001413      SELECT MY-COMPST-FILE ASSIGN COMPST0
001416          FILE STATUS IS WS-COMPST-STATUS.
001420      SELECT MY-ITEMA-FILE ASSIGN ITEMA0
001430          ORGANIZATION IS INDEXED
001440          ACCESS MODE IS DYNAMIC
002010              ==DR-ADDRESS-LINE-2==    BY ==DRB-ADDRESS-LINE-2==
002020              ==DR-ADDRESS-CITY==      BY ==DRB-ADDRESS-CITY==
002030              ==DR-ADDRESS-STATE==     BY ==DRB-ADDRESS-STATE==
002040              ==DR-ADDRESS-ZIP==       BY ==DRB-ADDRESS-ZIP==
002041              ==DR-PRODUCER-CODE==     BY ==DRB-PRODUCER-CODE==
002042              ==DR-BAD-ADDRESS-FLAG==  BY ==DRB-BAD-ADDRESS-FLAG==
002043              ==DR-MAIL-RETURN-DATE==  BY ==DRB-MAIL-RETURN-DATE==
002044              ==DR-BAD-ADDRESS==       BY ==DRB-BAD-ADDRESS==
002045              ==DR-ADDRESS-GOOD==      BY ==DRB-ADDRESS-GOOD==.
002050
002060  FD  FILE1C
002070      LABEL RECORD STANDARD.
002270              ==DR-ADDRESS-LINE-2==    BY ==DRC-ADDRESS-LINE-2==
002280              ==DR-ADDRESS-CITY==      BY ==DRC-ADDRESS-CITY==
002290              ==DR-ADDRESS-STATE==     BY ==DRC-ADDRESS-STATE==
002300              ==DR-ADDRESS-ZIP==       BY ==DRC-ADDRESS-ZIP==
002301              ==DR-PRODUCER-CODE==     BY ==DRC-PRODUCER-CODE==
002302              ==DR-BAD-ADDRESS-FLAG==  BY ==DRC-BAD-ADDRESS-FLAG==
002303              ==DR-MAIL-RETURN-DATE==  BY ==DRC-MAIL-RETURN-DATE==
002304              ==DR-BAD-ADDRESS==       BY ==DRC-BAD-ADDRESS==
002305              ==DR-ADDRESS-GOOD==      BY ==DRC-ADDRESS-GOOD==.
002310
002320  FD  MY-ITEMA-FILE.
002330  01  ITEMA-RECORD.
002550  01  CTLHST-FILE-RECORD.
002560      COPY MY-CTLHST.
002570
002572  FD  MY-COMPST-FILE
002574      LABEL RECORD STANDARD.
002576  01  COMPST-RECORD                   PIC X(80).

002580  WORKING-STORAGE SECTION.

002581  01  MY-BUSDTL-AREA.
002582      COPY MY-BUSDTL.

002583  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
002584      88  WS-STEP-BYPASSED            VALUE 'Y'.
002585      88  WS-STEP-RUNNING             VALUE 'N'.
002590
002600  01  ITEM-A                          PIC 99.
002610
002750  01  MY-CTLHST-WORK-AREA.
002760      COPY MY-CTLHST.
002770
002773  01  MY-COMPST-WORK-AREA.
002776      COPY MY-COMPST.

002780  77  WS-FILE1-STATUS                 PIC X(02).
002790  77  WS-CHKPT-STATUS                 PIC X(02).
002800  77  WS-ERRLOG-STATUS                PIC X(02).
002890  77  WS-HLDKEY-STATUS                PIC X(02).
002900  77  WS-STTAX-STATUS                 PIC X(02).
002910  77  WS-CTLHST-STATUS                PIC X(02).
002915  77  WS-COMPST-STATUS                PIC X(02).
002920
002930  77  WS-ACTIVE-FILE-COUNT            PIC 9(01) VALUE 1.
002940
004650      05  WS-STTAX-TRL-CLAIM-AMT      PIC S9(11)V99.
004660      05  FILLER                      PIC X(41) VALUE SPACES.
004670
004671*    PREMIUM BY PRODUCER/ITEM-A/CLASS FOR COMPST0.  A FULL TABLE
004672*    POSTS TO THE OVERFLOW BUCKET SO COMPST0 STILL TIES TO THE GL.
004673  01  WS-PRODUCER-POST-TABLE.
004674      05  WS-PROD-POST-ENTRY          OCCURS 2000 TIMES.
004675          10  WS-PROD-POST-CODE       PIC X(05).
004676          10  WS-PROD-POST-ITEM-A     PIC 9(02).
004677          10  WS-PROD-POST-CLASS      PIC X(01).
004678          10  WS-PROD-POST-COUNT      PIC 9(07) COMP.
004679          10  WS-PROD-POST-PREMIUM    PIC S9(11)V99 COMP-3.

004680  77  WS-HELD-COUNT                   PIC 9(07) COMP VALUE ZERO.
004690  77  WS-SUPPRESSED-COUNT             PIC 9(07) COMP VALUE ZERO.
004700  77  WS-REVIEW-COUNT                 PIC 9(07) COMP VALUE ZERO.
004701  77  WS-PROD-COUNT                   PIC 9(04) COMP VALUE ZERO.
004702  77  WS-PROD-INDEX                   PIC 9(04) COMP VALUE ZERO.
004703  77  WS-PROD-MATCH-INDEX             PIC 9(04) COMP VALUE ZERO.
004704  77  WS-PROD-OVERFLOW-COUNT          PIC 9(07) COMP VALUE ZERO.
004705  77  WS-PROD-OVERFLOW-PREMIUM        PIC S9(11)V99 COMP-3
004706                                       VALUE ZERO.
004707  77  WS-WORK-PRODUCER                PIC X(05) VALUE SPACES.
004708  77  WS-WORK-PROD-ITEM-A             PIC 9(02) VALUE ZERO.
004709  77  WS-WORK-PROD-CLASS              PIC X(01) VALUE SPACE.
004710
004720  01  WS-HELD-COUNT-ED                PIC Z(6)9.
004730  01  WS-SUPPRESSED-COUNT-ED          PIC Z(6)9.
005510  PROCEDURE DIVISION.
005520
005530  0000-MAINLINE.
005535      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
005540      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005550      PERFORM 2000-PROCESS-FILE1 THRU 2000-EXIT
005560          UNTIL WS-EOF-YES.
007800      MOVE DR-CLAIM-AMOUNT IN DATAREC TO WS-WORK-CLAIM.
007810      MOVE DR-BALANCE-AMOUNT IN DATAREC TO WS-WORK-BALANCE.
007820      MOVE DR-ADDRESS-STATE IN DATAREC TO WS-WORK-STATE.
007825      MOVE DR-PRODUCER-CODE IN DATAREC TO WS-WORK-PRODUCER.
007830      PERFORM 2260-ACCUMULATE-AMOUNTS THRU 2260-EXIT.
007840  2200-EXIT.
007850      EXIT.
008000      EXIT.
008010
008020*    COMMON MONEY ACCUMULATOR FOR ALL THREE FILE SLOTS.  THE
008030*    CALLER LOADS WS-WORK-STATUS-CODE AND WS-WORK-AMOUNTS (AND
008040*    WS-WORK-STATE/WS-WORK-PRODUCER FOR 2265/2262) AND LEAVES
008045*    WS-ITEM-A-INDEX SET FROM ITS OWN ITEM-A TALLY.
008050  2260-ACCUMULATE-AMOUNTS.
008060      EVALUATE WS-WORK-STATUS-CODE
008070          WHEN 'AC'
008310      ADD 1 TO WS-POSTED-RECORD-COUNT.
008320      ADD 1 TO WS-ITEM-A-POSTED-COUNT (WS-ITEM-A-INDEX).
008330      PERFORM 2265-ACCUMULATE-STATE THRU 2265-EXIT.
008335      PERFORM 2262-ACCUMULATE-PRODUCER THRU 2262-EXIT.
008340  2260-EXIT.
008350      EXIT.

008360*    POSTED PREMIUM BY PRODUCER CODE, ITEM-A CODE AND COMMISSION
008370*    CLASS.  2260 HAS SET WS-STATUS-INDEX: ACTIVE PREMIUM EARNS
008380*    COMMISSION ('E'), CANCELLED PREMIUM IS CHARGED BACK ('C') AND
008390*    ANY OTHER STATUS IS POSTED BUT NOT COMMISSIONABLE ('O').  A
008400*    BLANK PRODUCER IS BUCKETED AS IS; MY-COMMISSION LISTS IT.
008410  2262-ACCUMULATE-PRODUCER.
008420      EVALUATE WS-STATUS-INDEX
008430          WHEN 1
008440              MOVE 'E' TO WS-WORK-PROD-CLASS
008450          WHEN 3
008460              MOVE 'C' TO WS-WORK-PROD-CLASS
008470          WHEN OTHER
008480              MOVE 'O' TO WS-WORK-PROD-CLASS
008490      END-EVALUATE.
008500      COMPUTE WS-WORK-PROD-ITEM-A = WS-ITEM-A-INDEX - 1.
008510      MOVE ZERO TO WS-PROD-MATCH-INDEX.
008520      PERFORM 2263-MATCH-PRODUCER-ENTRY THRU 2263-EXIT
008530          VARYING WS-PROD-INDEX FROM 1 BY 1
008540          UNTIL WS-PROD-INDEX > WS-PROD-COUNT.
008550      IF WS-PROD-MATCH-INDEX = ZERO
008560          IF WS-PROD-COUNT = 2000
008570              ADD 1 TO WS-PROD-OVERFLOW-COUNT
008580              ADD WS-WORK-PREMIUM TO WS-PROD-OVERFLOW-PREMIUM
008590              GO TO 2262-EXIT
008600          END-IF
008610          ADD 1 TO WS-PROD-COUNT
008620          MOVE WS-PROD-COUNT TO WS-PROD-MATCH-INDEX
008630          MOVE WS-WORK-PRODUCER TO
008640              WS-PROD-POST-CODE (WS-PROD-MATCH-INDEX)
008650          MOVE WS-WORK-PROD-ITEM-A TO
008660              WS-PROD-POST-ITEM-A (WS-PROD-MATCH-INDEX)
008670          MOVE WS-WORK-PROD-CLASS TO
008680              WS-PROD-POST-CLASS (WS-PROD-MATCH-INDEX)
008690          MOVE ZERO TO
008700              WS-PROD-POST-COUNT (WS-PROD-MATCH-INDEX)
008710          MOVE ZERO TO
008720              WS-PROD-POST-PREMIUM (WS-PROD-MATCH-INDEX)
008730      END-IF.
008740      ADD 1 TO WS-PROD-POST-COUNT (WS-PROD-MATCH-INDEX).
008750      ADD WS-WORK-PREMIUM TO
008760          WS-PROD-POST-PREMIUM (WS-PROD-MATCH-INDEX).
008770  2262-EXIT.
008780      EXIT.

008790  2263-MATCH-PRODUCER-ENTRY.
008800      IF WS-PROD-POST-CODE (WS-PROD-INDEX) = WS-WORK-PRODUCER
008810          AND WS-PROD-POST-ITEM-A (WS-PROD-INDEX) =
008820              WS-WORK-PROD-ITEM-A
008830          AND WS-PROD-POST-CLASS (WS-PROD-INDEX) =
008840              WS-WORK-PROD-CLASS
008850          MOVE WS-PROD-INDEX TO WS-PROD-MATCH-INDEX
008860      END-IF.
008870  2263-EXIT.
008880      EXIT.

008890*    POSTED PREMIUM AND CLAIM BY STATE AND BY ITEM-A WITHIN
008900*    STATE, FOR THE PREMIUM-TAX SECTION AND EXTRACT.  THE
008910*    CALLER HAS LOADED WS-WORK-STATE AND LEFT WS-ITEM-A-INDEX
008920*    AND WS-ERROR-KEY SET.  AN UNRECOGNIZED OR BLANK STATE
008930*    RESOLVES TO THE '**' BUCKET AND THE KEY IS LISTED.
008940  2265-ACCUMULATE-STATE.
008950      MOVE ZERO TO WS-VSTATE-MATCH-INDEX.
008960      PERFORM 2266-MATCH-VALID-STATE THRU 2266-EXIT
008970          VARYING WS-VSTATE-INDEX FROM 1 BY 1
008980          UNTIL WS-VSTATE-INDEX > 51.
008990      IF WS-VSTATE-MATCH-INDEX > ZERO
009000          MOVE WS-WORK-STATE TO WS-RESOLVED-STATE
009010      ELSE
009020          MOVE '**' TO WS-RESOLVED-STATE
009030          ADD 1 TO WS-UNASSIGNED-REC-COUNT
009040          IF WS-UNASSIGNED-KEY-COUNT < 200
009050              ADD 1 TO WS-UNASSIGNED-KEY-COUNT
009060              MOVE WS-ERROR-KEY TO
009070                  WS-UNASSIGNED-KEY (WS-UNASSIGNED-KEY-COUNT)
009080          END-IF
009090      END-IF.
009100      MOVE ZERO TO WS-STATE-MATCH-INDEX.
009110      PERFORM 2267-MATCH-STATE-ENTRY THRU 2267-EXIT
009120          VARYING WS-STATE-TBL-INDEX FROM 1 BY 1
009130          UNTIL WS-STATE-TBL-INDEX > WS-STATE-COUNT.
009140      IF WS-STATE-MATCH-INDEX = ZERO
009150          ADD 1 TO WS-STATE-COUNT
009160          MOVE WS-STATE-COUNT TO WS-STATE-MATCH-INDEX
009170          MOVE WS-RESOLVED-STATE TO
009180              WS-STATE-TOTAL-CODE (WS-STATE-MATCH-INDEX)
009190          MOVE ZERO TO
009200              WS-STATE-REC-COUNT (WS-STATE-MATCH-INDEX)
009210          MOVE ZERO TO
009220              WS-STATE-PREMIUM-TOT (WS-STATE-MATCH-INDEX)
009230          MOVE ZERO TO
009240              WS-STATE-CLAIM-TOT (WS-STATE-MATCH-INDEX)
009250      END-IF.
009260      ADD 1 TO WS-STATE-REC-COUNT (WS-STATE-MATCH-INDEX).
009270      ADD WS-WORK-PREMIUM TO
009280          WS-STATE-PREMIUM-TOT (WS-STATE-MATCH-INDEX)
009290          WS-STATE-GRAND-PREMIUM.
009300      ADD WS-WORK-CLAIM TO
009310          WS-STATE-CLAIM-TOT (WS-STATE-MATCH-INDEX)
009320          WS-STATE-GRAND-CLAIM.
009330      COMPUTE WS-STATE-ITEM-WORK-CODE = WS-ITEM-A-INDEX - 1.
009340      MOVE ZERO TO WS-PAIR-MATCH-INDEX.
009350      PERFORM 2268-MATCH-PAIR-ENTRY THRU 2268-EXIT
009360          VARYING WS-PAIR-INDEX FROM 1 BY 1
009370          UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT.
009380      IF WS-PAIR-MATCH-INDEX = ZERO
009390          IF WS-PAIR-COUNT = 500
009400              ADD 1 TO WS-PAIR-OVERFLOW-COUNT
009410              GO TO 2265-EXIT
009420          END-IF
009430          ADD 1 TO WS-PAIR-COUNT
009440          MOVE WS-PAIR-COUNT TO WS-PAIR-MATCH-INDEX
009450          MOVE WS-RESOLVED-STATE TO
009460              WS-STATE-ITEM-STATE (WS-PAIR-MATCH-INDEX)
009470          MOVE WS-STATE-ITEM-WORK-CODE TO
009480              WS-STATE-ITEM-CODE (WS-PAIR-MATCH-INDEX)
009490          MOVE ZERO TO
009500              WS-STATE-ITEM-COUNT (WS-PAIR-MATCH-INDEX)
009510          MOVE ZERO TO
009520              WS-STATE-ITEM-PREMIUM (WS-PAIR-MATCH-INDEX)
009530          MOVE ZERO TO
009540              WS-STATE-ITEM-CLAIM (WS-PAIR-MATCH-INDEX)
009550      END-IF.
009560      ADD 1 TO WS-STATE-ITEM-COUNT (WS-PAIR-MATCH-INDEX).
009570      ADD WS-WORK-PREMIUM TO
009580          WS-STATE-ITEM-PREMIUM (WS-PAIR-MATCH-INDEX).
009590      ADD WS-WORK-CLAIM TO
009600          WS-STATE-ITEM-CLAIM (WS-PAIR-MATCH-INDEX).
009610  2265-EXIT.
009620      EXIT.

009630  2266-MATCH-VALID-STATE.
009640      IF WS-VALID-STATE-ENTRY (WS-VSTATE-INDEX) = WS-WORK-STATE
009650          MOVE WS-VSTATE-INDEX TO WS-VSTATE-MATCH-INDEX
009660      END-IF.
009670  2266-EXIT.
009680      EXIT.

009690  2267-MATCH-STATE-ENTRY.
009700      IF WS-STATE-TOTAL-CODE (WS-STATE-TBL-INDEX) =
009710          WS-RESOLVED-STATE
009720          MOVE WS-STATE-TBL-INDEX TO WS-STATE-MATCH-INDEX
009730      END-IF.
009740  2267-EXIT.
009750      EXIT.

009760  2268-MATCH-PAIR-ENTRY.
009770      IF WS-STATE-ITEM-STATE (WS-PAIR-INDEX) = WS-RESOLVED-STATE
009780          AND WS-STATE-ITEM-CODE (WS-PAIR-INDEX) =
009790              WS-STATE-ITEM-WORK-CODE
009800          MOVE WS-PAIR-INDEX TO WS-PAIR-MATCH-INDEX
009810      END-IF.
009820  2268-EXIT.
009830      EXIT.
009840*    RESOLVE THE ITEM-A PROCESSING RULE LEFT IN IA-PROCESSING-
009850*    RULE BY 2250-VALIDATE-ITEM-A AGAINST THE RULE ACTION TABLE.
009860*    NO MATCH, A BLANK RULE OR AN UNKNOWN ACTION CODE ALL FALL
009870*    THROUGH TO THE NORMAL POST ACTION.
009880  2270-RESOLVE-RULE-ACTION.
009890      SET WS-RULE-POST TO TRUE.
009900      IF IA-PROCESSING-RULE = SPACES OR WS-RULE-COUNT = ZERO
009910          GO TO 2270-EXIT.
009920      MOVE ZERO TO WS-RULE-MATCH-INDEX.
009930      PERFORM 2275-MATCH-RULE-ENTRY THRU 2275-EXIT
009940          VARYING WS-RULE-INDEX FROM 1 BY 1
009950          UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
009960      IF WS-RULE-MATCH-INDEX > ZERO
009970          MOVE WS-RULE-TABLE-ACTION (WS-RULE-MATCH-INDEX)
009980              TO WS-RULE-ACTION-SWITCH
009990      END-IF.
010000      IF NOT WS-RULE-HOLD AND NOT WS-RULE-SUPPRESS
010010          AND NOT WS-RULE-REVIEW
010020          SET WS-RULE-POST TO TRUE
010030      END-IF.
010040      IF WS-RULE-HOLD
010050          PERFORM 2276-CHECK-RELEASE-OVERRIDE THRU 2276-EXIT
010060      END-IF.
010070  2270-EXIT.
010080      EXIT.
010090
010100  2275-MATCH-RULE-ENTRY.
010110      IF WS-RULE-TABLE-CODE (WS-RULE-INDEX) = IA-PROCESSING-RULE
010120          MOVE WS-RULE-INDEX TO WS-RULE-MATCH-INDEX
010130      END-IF.
010140  2275-EXIT.
010150      EXIT.
010160
010170*    THE CALLERS LOAD WS-ERROR-KEY WITH THE RECORD KEY BEFORE
010180*    RESOLVING THE RULE, SO THE OVERRIDE MATCHES ON IT.
010190  2276-CHECK-RELEASE-OVERRIDE.
010200      IF WS-RELEASE-KEY-COUNT = ZERO
010210          GO TO 2276-EXIT.
010220      MOVE ZERO TO WS-RELEASE-MATCH-INDEX.
010230      PERFORM 2277-MATCH-RELEASE-KEY THRU 2277-EXIT
010240          VARYING WS-RELEASE-INDEX FROM 1 BY 1
010250          UNTIL WS-RELEASE-INDEX > WS-RELEASE-KEY-COUNT.
010260      IF WS-RELEASE-MATCH-INDEX > ZERO
010270          SET WS-RULE-POST TO TRUE
010280          ADD 1 TO WS-RELEASE-OVERRIDE-COUNT
010290      END-IF.
010300  2276-EXIT.
010310      EXIT.
010320
010330  2277-MATCH-RELEASE-KEY.
010340      IF WS-RELEASE-KEY (WS-RELEASE-INDEX) = WS-ERROR-KEY
010350          MOVE WS-RELEASE-INDEX TO WS-RELEASE-MATCH-INDEX
010360      END-IF.
010370  2277-EXIT.
010380      EXIT.
010390
010400  2280-WRITE-HOLD-RECORD.
010410      MOVE BL-BUSINESS-DATE TO HS-HOLD-DATE.
010420      ACCEPT HS-HOLD-TIME FROM TIME.
010430      MOVE IA-PROCESSING-RULE TO HS-RULE-CODE.
010440      EVALUATE WS-CURRENT-FILE-SLOT
010450          WHEN 1
010460              MOVE DATAREC TO HS-DATAREC
010470          WHEN 2
010480              MOVE DATAREC-B TO HS-DATAREC
010490          WHEN 3
010500              MOVE DATAREC-C TO HS-DATAREC
010510      END-EVALUATE.
010520      WRITE HOLD-RECORD.
010530  2280-EXIT.
010540      EXIT.
010550
010560*    WRITE A WORKLIST ENTRY FOR EACH SUPERVISOR-REVIEW RECORD SO
010570*    THE REVIEW ACTION NAMES THE RECORDS, NOT JUST A COUNT.  AN
010580*    AUDIT ENTRY, NOT AN ERROR - WS-ERROR-COUNT IS NOT BUMPED.
010590  2290-LOG-REVIEW-RECORD.
010600      MOVE 'MY-TEST-PG' TO EL-PROGRAM-NAME
010610          IN MY-ERRLOG-WORK-AREA.
010620      MOVE '2290-REVIEW' TO
010630          EL-PARAGRAPH-NAME IN MY-ERRLOG-WORK-AREA.
010640      MOVE WS-ERROR-KEY TO
010650          EL-RECORD-KEY IN MY-ERRLOG-WORK-AREA.
010660      MOVE 'FLAGGED FOR SUPERVISOR REVIEW.' TO
010670          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
010680      MOVE ZERO TO
010690          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
010700      MOVE BL-BUSINESS-DATE TO
010710          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
010720      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
010730      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
010740  2290-EXIT.
010750      EXIT.
010760
010770
010780  2300-WRITE-CHECKPOINT.
010790      MOVE DR-RECORD-KEY IN DATAREC TO
010800          CK-LAST-KEY-PROCESSED IN MY-CHKPT-WORK-AREA.
010810      MOVE WS-RECORDS-READ TO
010820          CK-RECORD-COUNT IN MY-CHKPT-WORK-AREA.
010830      OPEN OUTPUT MY-CHKPT-FILE.
010840      WRITE CHKPT-FILE-RECORD FROM MY-CHKPT-WORK-AREA.
010850      CLOSE MY-CHKPT-FILE.
010860  2300-EXIT.
010870      EXIT.
010880
010890  3000-PROCESS-FILE1B.
010900      PERFORM 3200-EDIT-AND-POST-B THRU 3200-EXIT.
010910      ADD 1 TO WS-RECORDS-READ.
010920      ADD 1 TO WS-FILE-RECORD-COUNT (2).
010930      PERFORM 3100-READ-FILE1B THRU 3100-EXIT.
010940  3000-EXIT.
010950      EXIT.
010960
010970  3100-READ-FILE1B.
010980      READ FILE1B
010990          AT END
011000              SET WS-EOF-B-YES TO TRUE
011010      END-READ.
011020      IF WS-FILE1B-STATUS NOT = '00'
011030          AND WS-FILE1B-STATUS NOT = '10'
011040          MOVE 'FILE1B READ ERROR - SEE FILE STATUS.'
011050              TO ERROR-FIELD
011060          MOVE 8 TO RESULT IN RESULT-FIELD
011070          MOVE '3100-RD-FILE1B' TO WS-ERROR-PARAGRAPH
011080          MOVE DRB-RECORD-KEY TO WS-ERROR-KEY
011090          SET WS-SEVERITY-FATAL TO TRUE
011100          PERFORM 8000-ERROR-ROUTINE THRU 8000-EXIT
011110      END-IF.
011120  3100-EXIT.
011130      EXIT.
011140
011150  3200-EDIT-AND-POST-B.
011160      MOVE 2 TO WS-CURRENT-FILE-SLOT.
011170      MOVE DRB-ITEM-A-CODE TO ITEM-A.
011180      COMPUTE WS-ITEM-A-INDEX = ITEM-A + 1.
011190      ADD 1 TO WS-ITEM-A-COUNT (WS-ITEM-A-INDEX).
011200      MOVE DRB-RECORD-KEY TO WS-ERROR-KEY.
011210      PERFORM 2250-VALIDATE-ITEM-A THRU 2250-EXIT.
011220      PERFORM 2270-RESOLVE-RULE-ACTION THRU 2270-EXIT.
011230      IF WS-RULE-HOLD
011240          ADD 1 TO WS-HELD-COUNT
011250          PERFORM 2280-WRITE-HOLD-RECORD THRU 2280-EXIT
011260          GO TO 3200-EXIT.
011270      IF WS-RULE-SUPPRESS
011280          ADD 1 TO WS-SUPPRESSED-COUNT
011290          GO TO 3200-EXIT.
011300      IF WS-RULE-REVIEW
011310          ADD 1 TO WS-REVIEW-COUNT
011320          PERFORM 2290-LOG-REVIEW-RECORD THRU 2290-EXIT.
011330      MOVE DRB-STATUS-CODE TO WS-WORK-STATUS-CODE.
011340      MOVE DRB-PREMIUM-AMOUNT TO WS-WORK-PREMIUM.
011350      MOVE DRB-CLAIM-AMOUNT TO WS-WORK-CLAIM.
011360      MOVE DRB-BALANCE-AMOUNT TO WS-WORK-BALANCE.
011370      MOVE DRB-ADDRESS-STATE TO WS-WORK-STATE.
011380      MOVE DRB-PRODUCER-CODE TO WS-WORK-PRODUCER.
011390      PERFORM 2260-ACCUMULATE-AMOUNTS THRU 2260-EXIT.
011400  3200-EXIT.
011410      EXIT.
011420
011430  4000-PROCESS-FILE1C.
011440      PERFORM 4200-EDIT-AND-POST-C THRU 4200-EXIT.
011450      ADD 1 TO WS-RECORDS-READ.
011460      ADD 1 TO WS-FILE-RECORD-COUNT (3).
011470      PERFORM 4100-READ-FILE1C THRU 4100-EXIT.
011480  4000-EXIT.
011490      EXIT.
011500
011510  4100-READ-FILE1C.
011520      READ FILE1C
011530          AT END
011540              SET WS-EOF-C-YES TO TRUE
011550      END-READ.
011560      IF WS-FILE1C-STATUS NOT = '00'
011570          AND WS-FILE1C-STATUS NOT = '10'
011580          MOVE 'FILE1C READ ERROR - SEE FILE STATUS.'
011590              TO ERROR-FIELD
011600          MOVE 8 TO RESULT IN RESULT-FIELD
011610          MOVE '4100-RD-FILE1C' TO WS-ERROR-PARAGRAPH
011620          MOVE DRC-RECORD-KEY TO WS-ERROR-KEY
011630          SET WS-SEVERITY-FATAL TO TRUE
011640          PERFORM 8000-ERROR-ROUTINE THRU 8000-EXIT
011650      END-IF.
011660  4100-EXIT.
011670      EXIT.
011680
011690  4200-EDIT-AND-POST-C.
011700      MOVE 3 TO WS-CURRENT-FILE-SLOT.
011710      MOVE DRC-ITEM-A-CODE TO ITEM-A.
011720      COMPUTE WS-ITEM-A-INDEX = ITEM-A + 1.
011730      ADD 1 TO WS-ITEM-A-COUNT (WS-ITEM-A-INDEX).
011740      MOVE DRC-RECORD-KEY TO WS-ERROR-KEY.
011750      PERFORM 2250-VALIDATE-ITEM-A THRU 2250-EXIT.
011760      PERFORM 2270-RESOLVE-RULE-ACTION THRU 2270-EXIT.
011770      IF WS-RULE-HOLD
011780          ADD 1 TO WS-HELD-COUNT
011790          PERFORM 2280-WRITE-HOLD-RECORD THRU 2280-EXIT
011800          GO TO 4200-EXIT.
011810      IF WS-RULE-SUPPRESS
011820          ADD 1 TO WS-SUPPRESSED-COUNT
011830          GO TO 4200-EXIT.
011840      IF WS-RULE-REVIEW
011850          ADD 1 TO WS-REVIEW-COUNT
011860          PERFORM 2290-LOG-REVIEW-RECORD THRU 2290-EXIT.
011870      MOVE DRC-STATUS-CODE TO WS-WORK-STATUS-CODE.
011880      MOVE DRC-PREMIUM-AMOUNT TO WS-WORK-PREMIUM.
011890      MOVE DRC-CLAIM-AMOUNT TO WS-WORK-CLAIM.
011900      MOVE DRC-BALANCE-AMOUNT TO WS-WORK-BALANCE.
011910      MOVE DRC-ADDRESS-STATE TO WS-WORK-STATE.
011920      MOVE DRC-PRODUCER-CODE TO WS-WORK-PRODUCER.
011930      PERFORM 2260-ACCUMULATE-AMOUNTS THRU 2260-EXIT.
011940  4200-EXIT.
011950      EXIT.
011960
011970  8000-ERROR-ROUTINE.
011980      MOVE 'MY-TEST-PG' TO EL-PROGRAM-NAME
011990          IN MY-ERRLOG-WORK-AREA.
012000      MOVE WS-ERROR-PARAGRAPH TO
012010          EL-PARAGRAPH-NAME IN MY-ERRLOG-WORK-AREA.
012020      MOVE WS-ERROR-KEY TO
012030          EL-RECORD-KEY IN MY-ERRLOG-WORK-AREA.
012040      MOVE ERROR-FIELD TO
012050          EL-ERROR-TEXT IN MY-ERRLOG-WORK-AREA.
012060      MOVE RESULT IN RESULT-FIELD TO
012070          EL-RESULT-CODE IN MY-ERRLOG-WORK-AREA.
012080      MOVE BL-BUSINESS-DATE TO
012090          EL-LOG-DATE IN MY-ERRLOG-WORK-AREA.
012100      ACCEPT EL-LOG-TIME IN MY-ERRLOG-WORK-AREA FROM TIME.
012110      WRITE ERRLOG-FILE-RECORD FROM MY-ERRLOG-WORK-AREA.
012120      ADD 1 TO WS-ERROR-COUNT.
012130      IF WS-SEVERITY-FATAL
012140          CALL 'CRASH' USING ERROR-FIELD
012150                             RESULT-FIELD
012160          STOP RUN
012170      END-IF.
012180  8000-EXIT.
012190      EXIT.
012200
012210  9000-TERMINATE.
012220      MOVE SPACES TO
012230          CK-LAST-KEY-PROCESSED IN MY-CHKPT-WORK-AREA.
012240      MOVE ZERO TO
012250          CK-RECORD-COUNT IN MY-CHKPT-WORK-AREA.
012260      OPEN OUTPUT MY-CHKPT-FILE.
012270      WRITE CHKPT-FILE-RECORD FROM MY-CHKPT-WORK-AREA.
012280      CLOSE MY-CHKPT-FILE.
012290      PERFORM 9200-PRINT-REPORT THRU 9200-EXIT.
012300      PERFORM 9300-WRITE-GL-EXTRACT THRU 9300-EXIT.
012310      PERFORM 9500-WRITE-STATE-TAX-EXTRACT THRU 9500-EXIT.
012320      PERFORM 9600-WRITE-COMMISSION-POSTINGS THRU 9600-EXIT.
012330      PERFORM 9400-WRITE-CONTROL-HISTORY THRU 9400-EXIT.
012340      CLOSE FILE1.
012350      IF WS-ACTIVE-FILE-COUNT > 1
012360          CLOSE FILE1B
012370      END-IF.
012380      IF WS-ACTIVE-FILE-COUNT > 2
012390          CLOSE FILE1C
012400      END-IF.
012410      CLOSE MY-ERRLOG-FILE.
012420      CLOSE MY-ITEMA-FILE.
012430      CLOSE MY-HOLD-FILE.
012440      IF WS-ERROR-COUNT > ZERO
012450          MOVE 4 TO RETURN-CODE
012460      ELSE
012470          MOVE ZERO TO RETURN-CODE
012480      END-IF.
012490  9000-EXIT.
012500      EXIT.
012510
012520  9200-PRINT-REPORT.
012530      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
012540      ACCEPT WS-RUN-TIME FROM TIME.
012550      OPEN OUTPUT MY-REPORT-FILE.
012560      MOVE SPACES TO REPORT-LINE.
012570      STRING 'MY-TEST-PROGRAM RUN SUMMARY'
012580          DELIMITED BY SIZE INTO REPORT-LINE.
012590      WRITE REPORT-LINE.
012600      MOVE SPACES TO REPORT-LINE.
012610      STRING 'RUN DATE=' WS-RUN-DATE
012620          ' RUN TIME=' WS-RUN-TIME
012630          DELIMITED BY SIZE INTO REPORT-LINE.
012640      WRITE REPORT-LINE.
012650      MOVE WS-RECORDS-READ TO WS-RECORDS-READ-ED.
012660      MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-ED.
012670      MOVE SPACES TO REPORT-LINE.
012680      STRING 'RECORDS READ=' WS-RECORDS-READ-ED
012690          ' CRASH PATH HITS=' WS-ERROR-COUNT-ED
012700          DELIMITED BY SIZE INTO REPORT-LINE.
012710      WRITE REPORT-LINE.
012720      PERFORM 9220-PRINT-FILE-COUNT-LINE THRU 9220-EXIT
012730          VARYING WS-FILE-INDEX FROM 1 BY 1
012740          UNTIL WS-FILE-INDEX > WS-ACTIVE-FILE-COUNT.
012750      MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED.
012760      MOVE WS-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT-ED.
012770      MOVE WS-REVIEW-COUNT TO WS-REVIEW-COUNT-ED.
012780      MOVE SPACES TO REPORT-LINE.
012790      STRING 'RULE ACTIONS: HELD=' WS-HELD-COUNT-ED
012800          ' SUPPRESSED=' WS-SUPPRESSED-COUNT-ED
012810          ' REVIEW FLAGGED=' WS-REVIEW-COUNT-ED
012820          DELIMITED BY SIZE INTO REPORT-LINE.
012830      WRITE REPORT-LINE.
012840      MOVE WS-RELEASE-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT-ED.
012850      MOVE SPACES TO REPORT-LINE.
012860      STRING 'RELEASE OVERRIDES POSTED=' WS-OVERRIDE-COUNT-ED
012870          DELIMITED BY SIZE INTO REPORT-LINE.
012880      WRITE REPORT-LINE.
012890      MOVE SPACES TO REPORT-LINE.
012900      STRING 'ITEM-A DISTRIBUTION'
012910          DELIMITED BY SIZE INTO REPORT-LINE.
012920      WRITE REPORT-LINE.
012930      PERFORM 9210-PRINT-ITEM-A-LINE THRU 9210-EXIT
012940          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
012950          UNTIL WS-ITEM-A-INDEX > 100.
012960      COMPUTE WS-GL-PROOF-TOTAL =
012970          WS-POSTED-RECORD-COUNT + WS-GRAND-PREMIUM-TOTAL +
012980          WS-GRAND-CLAIM-TOTAL + WS-GRAND-BALANCE-TOTAL.
012990      MOVE SPACES TO REPORT-LINE.
013000      STRING 'ITEM-A MONEY TOTALS'
013010          DELIMITED BY SIZE INTO REPORT-LINE.
013020      WRITE REPORT-LINE.
013030      PERFORM 9230-PRINT-ITEM-A-MONEY-LINE THRU 9230-EXIT
013040          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
013050          UNTIL WS-ITEM-A-INDEX > 100.
013060      MOVE SPACES TO REPORT-LINE.
013070      STRING 'STATUS MONEY TOTALS'
013080          DELIMITED BY SIZE INTO REPORT-LINE.
013090      WRITE REPORT-LINE.
013100      PERFORM 9240-PRINT-STATUS-MONEY-LINE THRU 9240-EXIT
013110          VARYING WS-STATUS-INDEX FROM 1 BY 1
013120          UNTIL WS-STATUS-INDEX > 5.
013130      PERFORM 9250-PRINT-STATE-SECTION THRU 9250-EXIT.
013140      MOVE WS-POSTED-RECORD-COUNT TO WS-POSTED-COUNT-ED.
013150      MOVE WS-GRAND-PREMIUM-TOTAL TO WS-PREMIUM-TOTAL-ED.
013160      MOVE WS-GRAND-CLAIM-TOTAL TO WS-CLAIM-TOTAL-ED.
013170      MOVE WS-GRAND-BALANCE-TOTAL TO WS-BALANCE-TOTAL-ED.
013180      MOVE WS-GL-PROOF-TOTAL TO WS-PROOF-TOTAL-ED.
013190      MOVE SPACES TO REPORT-LINE.
013200      STRING 'GL CONTROL: RECORDS=' WS-POSTED-COUNT-ED
013210          ' PREMIUM=' WS-PREMIUM-TOTAL-ED
013220          ' CLAIM=' WS-CLAIM-TOTAL-ED
013230          ' BALANCE=' WS-BALANCE-TOTAL-ED
013240          ' PROOF=' WS-PROOF-TOTAL-ED
013250          DELIMITED BY SIZE INTO REPORT-LINE.
013260      WRITE REPORT-LINE.
013270      CLOSE MY-REPORT-FILE.
013280  9200-EXIT.
013290      EXIT.
013300
013310  9210-PRINT-ITEM-A-LINE.
013320      IF WS-ITEM-A-COUNT (WS-ITEM-A-INDEX) > ZERO
013330          COMPUTE WS-ITEM-A-CODE-ED = WS-ITEM-A-INDEX - 1
013340          COMPUTE WS-ITEM-A-LOOKUP-CODE = WS-ITEM-A-INDEX - 1
013350          MOVE WS-ITEM-A-LOOKUP-CODE TO IA-ITEM-A-CODE
013360          READ MY-ITEMA-FILE
013370              INVALID KEY
013380                  MOVE 'DESCRIPTION NOT ON FILE'
013390                      TO IA-DESCRIPTION
013400                  MOVE SPACES TO IA-PROCESSING-RULE
013410          END-READ
013420          MOVE WS-ITEM-A-COUNT (WS-ITEM-A-INDEX)
013430              TO WS-ITEM-A-TALLY-ED
013440          MOVE SPACES TO REPORT-LINE
013450          STRING '  ITEM-A=' WS-ITEM-A-CODE-ED
013460              ' COUNT=' WS-ITEM-A-TALLY-ED
013470              ' DESC=' IA-DESCRIPTION
013480              ' RULE=' IA-PROCESSING-RULE
013490              DELIMITED BY SIZE INTO REPORT-LINE
013500          WRITE REPORT-LINE
013510      END-IF.
013520  9210-EXIT.
013530      EXIT.
013540
013550  9220-PRINT-FILE-COUNT-LINE.
013560      MOVE WS-FILE-RECORD-COUNT (WS-FILE-INDEX)
013570          TO WS-FILE-COUNT-ED.
013580      MOVE WS-FILE-INDEX TO WS-FILE-INDEX-ED.
013590      MOVE SPACES TO REPORT-LINE.
013600      STRING '  FILE SLOT=' WS-FILE-INDEX-ED
013610          ' RECORDS READ=' WS-FILE-COUNT-ED
013620          DELIMITED BY SIZE INTO REPORT-LINE.
013630      WRITE REPORT-LINE.
013640  9220-EXIT.
013650      EXIT.
013660
013670  9230-PRINT-ITEM-A-MONEY-LINE.
013680      IF WS-ITEM-A-POSTED-COUNT (WS-ITEM-A-INDEX) > ZERO
013690          COMPUTE WS-ITEM-A-CODE-ED = WS-ITEM-A-INDEX - 1
013700          MOVE WS-ITEM-A-PREMIUM-TOT (WS-ITEM-A-INDEX)
013710              TO WS-PREMIUM-TOTAL-ED
013720          MOVE WS-ITEM-A-CLAIM-TOT (WS-ITEM-A-INDEX)
013730              TO WS-CLAIM-TOTAL-ED
013740          MOVE WS-ITEM-A-BALANCE-TOT (WS-ITEM-A-INDEX)
013750              TO WS-BALANCE-TOTAL-ED
013760          MOVE SPACES TO REPORT-LINE
013770          STRING '  ITEM-A=' WS-ITEM-A-CODE-ED
013780              ' PREMIUM=' WS-PREMIUM-TOTAL-ED
013790              ' CLAIM=' WS-CLAIM-TOTAL-ED
013800              ' BALANCE=' WS-BALANCE-TOTAL-ED
013810              DELIMITED BY SIZE INTO REPORT-LINE
013820          WRITE REPORT-LINE
013830      END-IF.
013840  9230-EXIT.
013850      EXIT.
013860
013870  9240-PRINT-STATUS-MONEY-LINE.
013880      IF WS-STATUS-REC-COUNT (WS-STATUS-INDEX) > ZERO
013890          MOVE WS-STATUS-REC-COUNT (WS-STATUS-INDEX)
013900              TO WS-STATUS-COUNT-ED
013910          MOVE WS-STATUS-PREMIUM-TOT (WS-STATUS-INDEX)
013920              TO WS-PREMIUM-TOTAL-ED
013930          MOVE WS-STATUS-CLAIM-TOT (WS-STATUS-INDEX)
013940              TO WS-CLAIM-TOTAL-ED
013950          MOVE WS-STATUS-BALANCE-TOT (WS-STATUS-INDEX)
013960              TO WS-BALANCE-TOTAL-ED
013970          MOVE SPACES TO REPORT-LINE
013980          STRING '  STATUS='
013990              WS-STATUS-CODE-ENTRY (WS-STATUS-INDEX)
014000              ' COUNT=' WS-STATUS-COUNT-ED
014010              ' PREMIUM=' WS-PREMIUM-TOTAL-ED
014020              ' CLAIM=' WS-CLAIM-TOTAL-ED
014030              ' BALANCE=' WS-BALANCE-TOTAL-ED
014040              DELIMITED BY SIZE INTO REPORT-LINE
014050          WRITE REPORT-LINE
014060      END-IF.
014070  9240-EXIT.
014080      EXIT.

014090*    STATE-BY-STATE PREMIUM-TAX SECTION.  THE GRAND PREMIUM
014100*    LINE MUST EQUAL THE RUN'S GRAND PREMIUM TOTAL OR THE
014110*    FILING CANNOT PROVE IT COVERED THE WHOLE BOOK.
014120  9250-PRINT-STATE-SECTION.
014130      MOVE SPACES TO REPORT-LINE.
014140      STRING 'PREMIUM BY STATE'
014150          DELIMITED BY SIZE INTO REPORT-LINE.
014160      WRITE REPORT-LINE.
014170      PERFORM 9260-PRINT-STATE-LINE THRU 9260-EXIT
014180          VARYING WS-STATE-TBL-INDEX FROM 1 BY 1
014190          UNTIL WS-STATE-TBL-INDEX > WS-STATE-COUNT.
014200      IF WS-UNASSIGNED-REC-COUNT > ZERO
014210          MOVE SPACES TO REPORT-LINE
014220          STRING 'UNASSIGNED-STATE RECORD KEYS'
014230              DELIMITED BY SIZE INTO REPORT-LINE
014240          WRITE REPORT-LINE
014250          PERFORM 9270-PRINT-UNASSIGNED-KEY THRU 9270-EXIT
014260              VARYING WS-UNASSIGNED-INDEX FROM 1 BY 1
014270              UNTIL WS-UNASSIGNED-INDEX >
014280                  WS-UNASSIGNED-KEY-COUNT
014290          IF WS-UNASSIGNED-REC-COUNT > WS-UNASSIGNED-KEY-COUNT
014300              MOVE SPACES TO REPORT-LINE
014310              STRING '  KEY LIST FULL - FURTHER UNASSIGNED '
014320                  'KEYS NOT LISTED'
014330                  DELIMITED BY SIZE INTO REPORT-LINE
014340              WRITE REPORT-LINE
014350          END-IF
014360      END-IF.
014370      IF WS-PAIR-OVERFLOW-COUNT > ZERO
014380          MOVE SPACES TO REPORT-LINE
014390          STRING 'STATE/ITEM-A TABLE FULL - BREAKDOWN SHORT, '
014400              'STATE TOTALS REMAIN COMPLETE'
014410              DELIMITED BY SIZE INTO REPORT-LINE
014420          WRITE REPORT-LINE
014430      END-IF.
014440      IF WS-PROD-OVERFLOW-COUNT > ZERO
014450          MOVE SPACES TO REPORT-LINE
014460          STRING 'PRODUCER TABLE FULL - OVERFLOW POSTED UNDER '
014470              'PRODUCER ***** ON THE COMMISSION POSTING FILE'
014480              DELIMITED BY SIZE INTO REPORT-LINE
014490          WRITE REPORT-LINE
014500      END-IF.
014510      MOVE WS-STATE-GRAND-PREMIUM TO WS-PREMIUM-TOTAL-ED.
014520      MOVE WS-STATE-GRAND-CLAIM TO WS-CLAIM-TOTAL-ED.
014530      MOVE SPACES TO REPORT-LINE.
014540      STRING 'STATE GRAND TOTAL: PREMIUM=' WS-PREMIUM-TOTAL-ED
014550          ' CLAIM=' WS-CLAIM-TOTAL-ED
014560          DELIMITED BY SIZE INTO REPORT-LINE.
014570      WRITE REPORT-LINE.
014580      MOVE SPACES TO REPORT-LINE.
014590      IF WS-STATE-GRAND-PREMIUM = WS-GRAND-PREMIUM-TOTAL
014600          STRING 'STATE SECTION PROVES TO THE RUN GRAND '
014610              'PREMIUM TOTAL'
014620              DELIMITED BY SIZE INTO REPORT-LINE
014630      ELSE
014640          STRING '** STATE SECTION DOES NOT PROVE TO THE RUN '
014650              'GRAND PREMIUM TOTAL **'
014660              DELIMITED BY SIZE INTO REPORT-LINE
014670      END-IF.
014680      WRITE REPORT-LINE.
014690  9250-EXIT.
014700      EXIT.

014710  9260-PRINT-STATE-LINE.
014720      MOVE WS-STATE-REC-COUNT (WS-STATE-TBL-INDEX)
014730          TO WS-STATUS-COUNT-ED.
014740      MOVE WS-STATE-PREMIUM-TOT (WS-STATE-TBL-INDEX)
014750          TO WS-PREMIUM-TOTAL-ED.
014760      MOVE WS-STATE-CLAIM-TOT (WS-STATE-TBL-INDEX)
014770          TO WS-CLAIM-TOTAL-ED.
014780      MOVE SPACES TO REPORT-LINE.
014790      STRING '  STATE='
014800          WS-STATE-TOTAL-CODE (WS-STATE-TBL-INDEX)
014810          ' COUNT=' WS-STATUS-COUNT-ED
014820          ' PREMIUM=' WS-PREMIUM-TOTAL-ED
014830          ' CLAIM=' WS-CLAIM-TOTAL-ED
014840          DELIMITED BY SIZE INTO REPORT-LINE.
014850      WRITE REPORT-LINE.
014860      PERFORM 9265-PRINT-STATE-ITEM-LINE THRU 9265-EXIT
014870          VARYING WS-PAIR-INDEX FROM 1 BY 1
014880          UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT.
014890  9260-EXIT.
014900      EXIT.

014910  9265-PRINT-STATE-ITEM-LINE.
014920      IF WS-STATE-ITEM-STATE (WS-PAIR-INDEX) =
014930          WS-STATE-TOTAL-CODE (WS-STATE-TBL-INDEX)
014940          MOVE WS-STATE-ITEM-CODE (WS-PAIR-INDEX)
014950              TO WS-ITEM-A-CODE-ED
014960          MOVE WS-STATE-ITEM-COUNT (WS-PAIR-INDEX)
014970              TO WS-ITEM-A-TALLY-ED
014980          MOVE WS-STATE-ITEM-PREMIUM (WS-PAIR-INDEX)
014990              TO WS-PREMIUM-TOTAL-ED
015000          MOVE WS-STATE-ITEM-CLAIM (WS-PAIR-INDEX)
015010              TO WS-CLAIM-TOTAL-ED
015020          MOVE SPACES TO REPORT-LINE
015030          STRING '    ITEM-A=' WS-ITEM-A-CODE-ED
015040              ' COUNT=' WS-ITEM-A-TALLY-ED
015050              ' PREMIUM=' WS-PREMIUM-TOTAL-ED
015060              ' CLAIM=' WS-CLAIM-TOTAL-ED
015070              DELIMITED BY SIZE INTO REPORT-LINE
015080          WRITE REPORT-LINE
015090      END-IF.
015100  9265-EXIT.
015110      EXIT.

015120  9270-PRINT-UNASSIGNED-KEY.
015130      MOVE SPACES TO REPORT-LINE.
015140      STRING '  UNASSIGNED KEY='
015150          WS-UNASSIGNED-KEY (WS-UNASSIGNED-INDEX)
015160          DELIMITED BY SIZE INTO REPORT-LINE.
015170      WRITE REPORT-LINE.
015180  9270-EXIT.
015190      EXIT.
015200
015210  9300-WRITE-GL-EXTRACT.
015220      OPEN OUTPUT MY-GLEXT-FILE.
015230      PERFORM 9310-WRITE-GL-ITEM-A-RECORD THRU 9310-EXIT
015240          VARYING WS-ITEM-A-INDEX FROM 1 BY 1
015250          UNTIL WS-ITEM-A-INDEX > 100.
015260      PERFORM 9320-WRITE-GL-STATUS-RECORD THRU 9320-EXIT
015270          VARYING WS-STATUS-INDEX FROM 1 BY 1
015280          UNTIL WS-STATUS-INDEX > 5.
015290      MOVE 'T' TO WS-GL-TRL-RECORD-TYPE.
015300      MOVE WS-POSTED-RECORD-COUNT TO WS-GL-TRL-RECORD-COUNT.
015310      MOVE WS-GRAND-PREMIUM-TOTAL TO WS-GL-TRL-PREMIUM-AMT.
015320      MOVE WS-GRAND-CLAIM-TOTAL TO WS-GL-TRL-CLAIM-AMT.
015330      MOVE WS-GRAND-BALANCE-TOTAL TO WS-GL-TRL-BALANCE-AMT.
015340      MOVE WS-GL-PROOF-TOTAL TO WS-GL-TRL-PROOF-TOTAL.
015350      WRITE GLEXT-RECORD FROM WS-GL-TRAILER-RECORD.
015360      CLOSE MY-GLEXT-FILE.
015370  9300-EXIT.
015380      EXIT.
015390
015400  9310-WRITE-GL-ITEM-A-RECORD.
015410      IF WS-ITEM-A-POSTED-COUNT (WS-ITEM-A-INDEX) > ZERO
015420          MOVE 'D' TO WS-GL-DTL-RECORD-TYPE
015430          MOVE 'A' TO WS-GL-DTL-SOURCE-CODE
015440          COMPUTE WS-ITEM-A-LOOKUP-CODE = WS-ITEM-A-INDEX - 1
015450          MOVE WS-ITEM-A-LOOKUP-CODE TO WS-GL-DTL-KEY-VALUE
015460          MOVE WS-ITEM-A-POSTED-COUNT (WS-ITEM-A-INDEX)
015470              TO WS-GL-DTL-RECORD-COUNT
015480          MOVE WS-ITEM-A-PREMIUM-TOT (WS-ITEM-A-INDEX)
015490              TO WS-GL-DTL-PREMIUM-AMT
015500          MOVE WS-ITEM-A-CLAIM-TOT (WS-ITEM-A-INDEX)
015510              TO WS-GL-DTL-CLAIM-AMT
015520          MOVE WS-ITEM-A-BALANCE-TOT (WS-ITEM-A-INDEX)
015530              TO WS-GL-DTL-BALANCE-AMT
015540          WRITE GLEXT-RECORD FROM WS-GL-DETAIL-RECORD
015550      END-IF.
015560  9310-EXIT.
015570      EXIT.
015580
015590  9320-WRITE-GL-STATUS-RECORD.
015600      IF WS-STATUS-REC-COUNT (WS-STATUS-INDEX) > ZERO
015610          MOVE 'D' TO WS-GL-DTL-RECORD-TYPE
015620          MOVE 'S' TO WS-GL-DTL-SOURCE-CODE
015630          MOVE WS-STATUS-CODE-ENTRY (WS-STATUS-INDEX)
015640              TO WS-GL-DTL-KEY-VALUE
015650          MOVE WS-STATUS-REC-COUNT (WS-STATUS-INDEX)
015660              TO WS-GL-DTL-RECORD-COUNT
015670          MOVE WS-STATUS-PREMIUM-TOT (WS-STATUS-INDEX)
015680              TO WS-GL-DTL-PREMIUM-AMT
015690          MOVE WS-STATUS-CLAIM-TOT (WS-STATUS-INDEX)
015700              TO WS-GL-DTL-CLAIM-AMT
015710          MOVE WS-STATUS-BALANCE-TOT (WS-STATUS-INDEX)
015720              TO WS-GL-DTL-BALANCE-AMT
015730          WRITE GLEXT-RECORD FROM WS-GL-DETAIL-RECORD
015740      END-IF.
015750  9320-EXIT.
015760      EXIT.
015770
015780*    APPEND THE POSTING-STAGE CONTROL RECORD.  WS-RUN-DATE WAS
015790*    SET BY 9200-PRINT-REPORT.  THE HASH TOTAL BELONGS TO THE
015800*    EDIT STAGE AND IS ZERO HERE.
015810  9400-WRITE-CONTROL-HISTORY.
015820      OPEN EXTEND MY-CTLHST-FILE.
015830      IF WS-CTLHST-STATUS NOT = '00'
015840          OPEN OUTPUT MY-CTLHST-FILE
015850      END-IF.
015860      MOVE SPACES TO MY-CTLHST-WORK-AREA.
015870      MOVE WS-RUN-DATE TO
015880          CH-RUN-DATE IN MY-CTLHST-WORK-AREA.
015890      SET CH-POST-STAGE IN MY-CTLHST-WORK-AREA TO TRUE.
015900      MOVE WS-FILE-RECORD-COUNT (1) TO
015910          CH-SLOT-COUNT IN MY-CTLHST-WORK-AREA (1).
015920      MOVE WS-FILE-RECORD-COUNT (2) TO
015930          CH-SLOT-COUNT IN MY-CTLHST-WORK-AREA (2).
015940      MOVE WS-FILE-RECORD-COUNT (3) TO
015950          CH-SLOT-COUNT IN MY-CTLHST-WORK-AREA (3).
015960      MOVE ZERO TO
015970          CH-REJECT-COUNT IN MY-CTLHST-WORK-AREA.
015980      MOVE WS-ERROR-COUNT TO
015990          CH-ERROR-COUNT IN MY-CTLHST-WORK-AREA.
016000      MOVE ZERO TO
016010          CH-HASH-TOTAL IN MY-CTLHST-WORK-AREA.
016020      MOVE WS-POSTED-RECORD-COUNT TO
016030          CH-POSTED-COUNT IN MY-CTLHST-WORK-AREA.
016040      MOVE WS-HELD-COUNT TO
016050          CH-HELD-COUNT IN MY-CTLHST-WORK-AREA.
016060      MOVE WS-SUPPRESSED-COUNT TO
016070          CH-SUPPRESSED-COUNT IN MY-CTLHST-WORK-AREA.
016080      WRITE CTLHST-FILE-RECORD FROM MY-CTLHST-WORK-AREA.
016090      CLOSE MY-CTLHST-FILE.
016100  9400-EXIT.
016110      EXIT.

016120*    FIXED-FORMAT PREMIUM-TAX EXTRACT FOR THE TAX PREPARER.
016130*    ONE 'D' RECORD PER ITEM-A CODE WITHIN STATE (THE '**'
016140*    UNASSIGNED BUCKET INCLUDED) AND A 'T' TRAILER WHOSE
016150*    PREMIUM TOTAL EQUALS THE RUN'S GRAND PREMIUM TOTAL.
016160  9500-WRITE-STATE-TAX-EXTRACT.
016170      OPEN OUTPUT MY-STTAX-FILE.
016180      PERFORM 9510-WRITE-STTAX-DETAIL THRU 9510-EXIT
016190          VARYING WS-PAIR-INDEX FROM 1 BY 1
016200          UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT.
016210      MOVE 'T' TO WS-STTAX-TRL-RECORD-TYPE.
016220      MOVE WS-POSTED-RECORD-COUNT TO WS-STTAX-TRL-REC-COUNT.
016230      MOVE WS-STATE-GRAND-PREMIUM TO WS-STTAX-TRL-PREMIUM-AMT.
016240      MOVE WS-STATE-GRAND-CLAIM TO WS-STTAX-TRL-CLAIM-AMT.
016250      WRITE STTAX-RECORD FROM WS-STTAX-TRAILER-RECORD.
016260      CLOSE MY-STTAX-FILE.
016270  9500-EXIT.
016280      EXIT.

016290  9510-WRITE-STTAX-DETAIL.
016300      MOVE 'D' TO WS-STTAX-DTL-RECORD-TYPE.
016310      MOVE WS-STATE-ITEM-STATE (WS-PAIR-INDEX)
016320          TO WS-STTAX-DTL-STATE.
016330      MOVE WS-STATE-ITEM-CODE (WS-PAIR-INDEX)
016340          TO WS-STTAX-DTL-ITEM-A.
016350      MOVE WS-STATE-ITEM-COUNT (WS-PAIR-INDEX)
016360          TO WS-STTAX-DTL-REC-COUNT.
016370      MOVE WS-STATE-ITEM-PREMIUM (WS-PAIR-INDEX)
016380          TO WS-STTAX-DTL-PREMIUM-AMT.
016390      MOVE WS-STATE-ITEM-CLAIM (WS-PAIR-INDEX)
016400          TO WS-STTAX-DTL-CLAIM-AMT.
016410      WRITE STTAX-RECORD FROM WS-STTAX-DETAIL-RECORD.
016420  9510-EXIT.
016430      EXIT.

016440*    NIGHTLY COMMISSION POSTING FILE FOR MY-COMMISSION.
016450*    ONE 'D' RECORD PER PRODUCER, ITEM-A CODE AND CLASS, THE
016460*    OVERFLOW BUCKET (IF ANY) UNDER PRODUCER '*****', THEN A 'T'
016470*    TRAILER WHOSE PREMIUM IS THE RUN'S GRAND POSTED PREMIUM.
016480*    THE JOB ROLLS IT INTO THE MONTH-TO-DATE FILE WITH THE GL.
016490  9600-WRITE-COMMISSION-POSTINGS.
016500      OPEN OUTPUT MY-COMPST-FILE.
016510      PERFORM 9610-WRITE-COMPST-DETAIL THRU 9610-EXIT
016520          VARYING WS-PROD-INDEX FROM 1 BY 1
016530          UNTIL WS-PROD-INDEX > WS-PROD-COUNT.
016540      IF WS-PROD-OVERFLOW-COUNT > ZERO
016550          MOVE SPACES TO MY-COMPST-WORK-AREA
016560          SET CP-DETAIL-RECORD TO TRUE
016570          MOVE WS-RUN-DATE TO CP-POST-DATE
016580          MOVE '*****' TO CP-DTL-PRODUCER-CODE
016590          MOVE ZERO TO CP-DTL-ITEM-A
016600          SET CP-CLASS-OTHER TO TRUE
016610          MOVE WS-PROD-OVERFLOW-COUNT TO CP-DTL-REC-COUNT
016620          MOVE WS-PROD-OVERFLOW-PREMIUM TO CP-DTL-PREMIUM-AMT
016630          WRITE COMPST-RECORD FROM MY-COMPST-WORK-AREA
016640      END-IF.
016650      MOVE SPACES TO MY-COMPST-WORK-AREA.
016660      SET CP-TRAILER-RECORD TO TRUE.
016670      MOVE WS-RUN-DATE TO CP-POST-DATE.
016680      MOVE WS-POSTED-RECORD-COUNT TO CP-TRL-REC-COUNT.
016690      MOVE WS-GRAND-PREMIUM-TOTAL TO CP-TRL-PREMIUM-AMT.
016700      WRITE COMPST-RECORD FROM MY-COMPST-WORK-AREA.
016710      CLOSE MY-COMPST-FILE.
016720  9600-EXIT.
016730      EXIT.

016740  9610-WRITE-COMPST-DETAIL.
016750      MOVE SPACES TO MY-COMPST-WORK-AREA.
016760      SET CP-DETAIL-RECORD TO TRUE.
016770      MOVE WS-RUN-DATE TO CP-POST-DATE.
016780      MOVE WS-PROD-POST-CODE (WS-PROD-INDEX)
016790          TO CP-DTL-PRODUCER-CODE.
016800      MOVE WS-PROD-POST-ITEM-A (WS-PROD-INDEX)
016810          TO CP-DTL-ITEM-A.
016820      MOVE WS-PROD-POST-CLASS (WS-PROD-INDEX)
016830          TO CP-DTL-CLASS.
016840      MOVE WS-PROD-POST-COUNT (WS-PROD-INDEX)
016850          TO CP-DTL-REC-COUNT.
016860      MOVE WS-PROD-POST-PREMIUM (WS-PROD-INDEX)
016870          TO CP-DTL-PREMIUM-AMT.
016880      WRITE COMPST-RECORD FROM MY-COMPST-WORK-AREA.
016890  9610-EXIT.
016900      EXIT.

016910*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
016920*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
016930*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
016940  9800-BEGIN-STEP.
016950      MOVE 'MY-TEST-PROGRAM' TO BL-STEP-NAME.
016960      SET BL-BEGIN-STEP TO TRUE.
016970      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
016980      IF BL-CONTROL-FAILED
016990          DISPLAY 'MY-TEST-PROGRAM - ' BL-FAIL-REASON
017000              ' FILE STATUS=' BL-FILE-STATUS
017010          DISPLAY 'MY-TEST-PROGRAM - STEP NOT RUN'
017020          SET WS-STEP-BYPASSED TO TRUE
017030          MOVE 16 TO RETURN-CODE
017040          GO TO 9999-EXIT
017050      END-IF.
017060      IF BL-STEP-ALREADY-DONE
017070          DISPLAY 'MY-TEST-PROGRAM - ALREADY COMPLETE FOR '
017080              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
017090          SET WS-STEP-BYPASSED TO TRUE
017100          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
017110          GO TO 9999-EXIT
017120      END-IF.
017130      MOVE ZERO TO RETURN-CODE.
017140  9800-EXIT.
017150      EXIT.

017160*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
017170*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
017180*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
017190*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
017200  9900-END-STEP.
017210      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
017220          GO TO 9900-EXIT
017230      END-IF.
017240      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
017250      SET BL-END-STEP TO TRUE.
017260      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
017270      IF BL-CONTROL-FAILED
017280          DISPLAY 'MY-TEST-PROGRAM - ' BL-FAIL-REASON
017290              ' FILE STATUS=' BL-FILE-STATUS
017300          MOVE 16 TO RETURN-CODE
017310          GO TO 9900-EXIT
017320      END-IF.
017330      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
017340  9900-EXIT.
017350      EXIT.

017360  9999-EXIT.
017370      PERFORM 9900-END-STEP THRU 9900-EXIT.
017380      STOP RUN.
