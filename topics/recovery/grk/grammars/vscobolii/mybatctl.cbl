000010*----------------------------------------------------------------*
000020*    MY-BATCH-CONTROL RUNS THE BUSINESS-DATE CONTROL STEPS OF THE
000030*    MYBATCH JOB STREAM.  THE FUNCTION COMES FROM THE CONTROL
000040*    CARD (MY-BCCARD) ON CTLCD00:
000050*
000060*      OPEN   - FIRST STEP OF THE JOB.  A CONTROL RECORD IN 'R'
000070*               STATUS STARTS A NEW NIGHT FOR BD-BUSINESS-DATE,
000080*               UNLESS THAT DATE IS STILL IN THE FUTURE BY THE
000090*               CLOCK (THE NIGHT HAS ALREADY RUN, OR IT IS A
000100*               WEEKEND OR HOLIDAY) - THEN THE RUN IS REFUSED, RC
000110*               16, AND EVERY STEP BEHIND IT REFUSES TO RUN.  A
000120*               RECORD STILL IN 'A' STATUS MEANS THE LAST NIGHT
000130*               NEVER FINISHED: THE RUN IS A RESTART OF THAT SAME
000140*               DATE - A NEW DATE IS NEVER STARTED ON TOP OF AN
000150*               UNFINISHED ONE - AND THE STEPS ALREADY ON THE STEP
000160*               LOG ARE LISTED AND BYPASS THEMSELVES.  RESET
000170*               CARDS AFTER THE OPEN CARD TAKE NAMED STEPS OFF THE
000180*               LOG SO THE RESTART RUNS THEM AGAIN.
000190*      CHECK  - RC 0 IF THE NAMED UTILITY STEP STILL HAS TO RUN
000200*               FOR THE DATE, RC 4 IF IT IS ALREADY COMPLETE.
000210*      DONE   - RECORDS THE NAMED UTILITY STEP COMPLETE.
000220*      CLOSE  - LAST STEP OF THE JOB.  EVERY STEP NAMED ON A
000230*               REQUIRE CARD MUST BE ON THE STEP LOG FOR THE DATE;
000240*               IF ONE IS MISSING THE DATE STAYS OPEN, RC 16.  A
000250*               REQUIRE CARD THAT ALSO NAMES A GATE STEP IS FOR A
000260*               STEP UNDER A COND: IT IS REQUIRED ONLY IF THE GATE
000270*               STEP IS ON THE LOG BELOW RC 4, OTHERWISE IT IS
000280*               LISTED AS BYPASSED BY ITS COND AND THE CLOSE ENDS
000290*               RC 4.  THE DATE THEN ADVANCES TO THE NEXT WEEKDAY
000300*               THAT IS NOT ON THE HOLIDAY CALENDAR (MY-HOLCAL).
000310*
000320*    PROGRAM STEPS TALK TO THE SAME FILES THROUGH
000330*    MY-BUSINESS-DATE; THIS PROGRAM USES IT FOR CHECK AND DONE.
000340*----------------------------------------------------------------*
000350  IDENTIFICATION DIVISION.
000360  PROGRAM-ID.     MY-BATCH-CONTROL.
000370  AUTHOR.         D L HARGROVE.
000380  INSTALLATION.   DATA PROCESSING CENTER.
000390  DATE-WRITTEN.   10/15/26.
000400  DATE-COMPILED.
000410*----------------------------------------------------------------*
000420*    MODIFICATION HISTORY.
000430*    DATE       INIT  DESCRIPTION
000440*    10/15/26   DLH   ORIGINAL PROGRAM.
000450*    10/15/26   DLH   A HOLIDAY CARD WITH A BLANK DESCRIPTION IS
000460*                     STILL SKIPPED; A FAILED REWRITE AT CLOSE
000470*                     LEAVES THE NIGHT OPEN WITH RC 16.
000480*----------------------------------------------------------------*

000490  ENVIRONMENT DIVISION.

000500  INPUT-OUTPUT SECTION.
000510  FILE-CONTROL.
000520      SELECT MY-CARD-FILE ASSIGN CTLCD00
000530          FILE STATUS IS WS-CARD-STATUS.
000540      SELECT MY-BUSDT-FILE ASSIGN BUSDAT0
000550          FILE STATUS IS WS-BUSDT-STATUS.
000560      SELECT MY-STPLOG-FILE ASSIGN STPLOG0
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS DYNAMIC
000590          RECORD KEY IS SL-STEP-KEY
000600          FILE STATUS IS WS-STPLOG-STATUS.
000610      SELECT MY-HOLCAL-FILE ASSIGN HOLCAL0
000620          FILE STATUS IS WS-HOLCAL-STATUS.
000630      SELECT MY-REPORT-FILE ASSIGN BCRPT00
000640          FILE STATUS IS WS-REPORT-STATUS.

000650  DATA DIVISION.

000660  FILE SECTION.

000670  FD  MY-CARD-FILE
000680      LABEL RECORD STANDARD.
000690  01  CARD-RECORD.
000700      COPY MY-BCCARD.

000710  FD  MY-BUSDT-FILE
000720      LABEL RECORD STANDARD.
000730  01  BUSDT-RECORD.
000740      COPY MY-BUSDT.

000750  FD  MY-STPLOG-FILE.
000760  01  STPLOG-RECORD.
000770      COPY MY-STPLOG.

000780  FD  MY-HOLCAL-FILE
000790      LABEL RECORD STANDARD.
000800  01  HOLCAL-RECORD.
000810      COPY MY-HOLCAL.

000820  FD  MY-REPORT-FILE
000830      LABEL RECORD STANDARD.
000840  01  REPORT-LINE                     PIC X(132).

000850  WORKING-STORAGE SECTION.

000860  01  MY-BUSDTL-AREA.
000870      COPY MY-BUSDTL.

000880  77  WS-CARD-STATUS                  PIC X(02).
000890  77  WS-BUSDT-STATUS                 PIC X(02).
000900  77  WS-STPLOG-STATUS                PIC X(02).
000910  77  WS-HOLCAL-STATUS                PIC X(02).
000920  77  WS-REPORT-STATUS                PIC X(02).

000930  77  WS-CARD-EOF-SWITCH              PIC X(01) VALUE 'N'.
000940      88  WS-CARD-EOF-YES                 VALUE 'Y'.
000950      88  WS-CARD-EOF-NO                  VALUE 'N'.

000960  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000970      88  WS-EOF-YES                      VALUE 'Y'.
000980      88  WS-EOF-NO                       VALUE 'N'.

000990  77  WS-DAY-SWITCH                   PIC X(01) VALUE 'N'.
001000      88  WS-BUSINESS-DAY-FOUND           VALUE 'Y'.
001010      88  WS-BUSINESS-DAY-NOT-FOUND       VALUE 'N'.

001020  77  WS-HOLIDAY-SWITCH               PIC X(01) VALUE 'N'.
001030      88  WS-HOLIDAY-YES                  VALUE 'Y'.
001040      88  WS-HOLIDAY-NO                   VALUE 'N'.

001050  77  WS-CLOCK-DATE                   PIC 9(08) VALUE ZERO.
001060  77  WS-CLOCK-TIME                   PIC 9(08) VALUE ZERO.
001070  77  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
001080  77  WS-NEXT-DATE                    PIC 9(08) VALUE ZERO.
001090  77  WS-DATE-INTEGER                 PIC 9(08) COMP VALUE ZERO.
001100  77  WS-WEEK-COUNT                   PIC 9(08) COMP VALUE ZERO.
001110  77  WS-DAY-OF-WEEK                  PIC 9(01) VALUE ZERO.
001120  77  WS-DAYS-TRIED                   PIC 9(03) COMP VALUE ZERO.
001130  77  WS-STEP-RC                      PIC 9(02) COMP VALUE ZERO.
001140  77  WS-REQUIRED-COUNT               PIC 9(03) COMP VALUE ZERO.
001150  77  WS-MISSING-COUNT                PIC 9(03) COMP VALUE ZERO.
001160  77  WS-BYPASSED-COUNT               PIC 9(03) COMP VALUE ZERO.
001170  77  WS-COMPLETE-COUNT               PIC 9(03) COMP VALUE ZERO.
001180  77  WS-HOLIDAY-COUNT                PIC 9(03) COMP VALUE ZERO.
001190  77  WS-HOLIDAY-INDEX                PIC 9(03) COMP VALUE ZERO.
001200  77  WS-HOLIDAY-MAX                  PIC 9(03) COMP VALUE 100.

001210*    CALENDAR CARDS AFTER THE DATE BEING CLOSED.  WEEKDAY
001220*    HOLIDAYS RUN TEN OR SO A YEAR, SO 100 COVERS YEARS OF
001230*    CARDS LEFT ON THE FILE.
001240  01  WS-HOLIDAY-TABLE.
001250      05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
001260          10  WS-HOLIDAY-DATE         PIC 9(08).
001270          10  WS-HOLIDAY-NAME         PIC X(30).

001280  01  WS-SKIP-REASON                  PIC X(30).

001290  01  WS-RUN-COUNT-ED                 PIC ZZ9.
001300  01  WS-COUNT-ED                     PIC ZZ9.
001310  01  WS-RC-ED                        PIC ZZZ9.

001320  PROCEDURE DIVISION.

001330  0000-MAINLINE.
001340      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350      EVALUATE TRUE
001360          WHEN BC-OPEN
001370              PERFORM 2000-OPEN-NIGHT THRU 2000-EXIT
001380          WHEN BC-CHECK
001390              PERFORM 3000-CHECK-STEP THRU 3000-EXIT
001400          WHEN BC-DONE
001410              PERFORM 4000-DONE-STEP THRU 4000-EXIT
001420          WHEN BC-CLOSE
001430              PERFORM 5000-CLOSE-NIGHT THRU 5000-EXIT
001440          WHEN OTHER
001450              MOVE SPACES TO REPORT-LINE
001460              STRING '** FIRST CONTROL CARD MUST BE OPEN, CHECK, '
001470                  'DONE OR CLOSE - FOUND ' CARD-RECORD
001480                  DELIMITED BY SIZE INTO REPORT-LINE
001490              WRITE REPORT-LINE
001500              MOVE 16 TO WS-STEP-RC
001510      END-EVALUATE.
001520      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001530      GO TO 9999-EXIT.

001540  1000-INITIALIZE.
001550      ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
001560      ACCEPT WS-CLOCK-TIME FROM TIME.
001570      OPEN OUTPUT MY-REPORT-FILE.
001580      OPEN INPUT MY-CARD-FILE.
001590      MOVE SPACES TO CARD-RECORD.
001600      IF WS-CARD-STATUS = '00'
001610          PERFORM 1100-READ-CARD THRU 1100-EXIT
001620      ELSE
001630          SET WS-CARD-EOF-YES TO TRUE
001640      END-IF.
001650      MOVE SPACES TO REPORT-LINE.
001660      STRING 'MY-BATCH-CONTROL  FUNCTION=' BC-FUNCTION
001670          ' ' BC-STEP-NAME
001680          '  CLOCK DATE=' WS-CLOCK-DATE
001690          ' TIME=' WS-CLOCK-TIME
001700          DELIMITED BY SIZE INTO REPORT-LINE.
001710      WRITE REPORT-LINE.
001720  1000-EXIT.
001730      EXIT.

001740  1100-READ-CARD.
001750      READ MY-CARD-FILE
001760          AT END
001770              SET WS-CARD-EOF-YES TO TRUE
001780              MOVE SPACES TO CARD-RECORD
001790      END-READ.
001800  1100-EXIT.
001810      EXIT.

001820*    READ THE CONTROL RECORD FOR UPDATE.  ANY FAILURE HERE IS
001830*    FATAL TO THE NIGHT - NO STEP MAY GUESS THE DATE.
001840  1200-READ-CONTROL-FOR-UPDATE.
001850      OPEN I-O MY-BUSDT-FILE.
001860      IF WS-BUSDT-STATUS NOT = '00'
001870          DISPLAY 'MY-BATCH-CONTROL - OPEN FAILED ON THE '
001880              'BUSINESS DATE CONTROL FILE, FILE STATUS='
001890              WS-BUSDT-STATUS
001900          MOVE SPACES TO REPORT-LINE
001910          STRING '** BUSINESS DATE CONTROL FILE NOT AVAILABLE, '
001920              'FILE STATUS=' WS-BUSDT-STATUS ' **'
001930              DELIMITED BY SIZE INTO REPORT-LINE
001940          WRITE REPORT-LINE
001950          MOVE 16 TO WS-STEP-RC
001960          GO TO 1200-EXIT
001970      END-IF.
001980      READ MY-BUSDT-FILE
001990          AT END
002000              MOVE SPACES TO REPORT-LINE
002010              STRING '** BUSINESS DATE CONTROL RECORD MISSING **'
002020                  DELIMITED BY SIZE INTO REPORT-LINE
002030              WRITE REPORT-LINE
002040              MOVE 16 TO WS-STEP-RC
002050              CLOSE MY-BUSDT-FILE
002060              GO TO 1200-EXIT
002070      END-READ.
002080      MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
002090  1200-EXIT.
002100      EXIT.

002110  2000-OPEN-NIGHT.
002120      PERFORM 1200-READ-CONTROL-FOR-UPDATE THRU 1200-EXIT.
002130      IF WS-STEP-RC = 16
002140          GO TO 2000-EXIT
002150      END-IF.
002160      IF BD-READY
002170          AND BD-BUSINESS-DATE > WS-CLOCK-DATE
002180          MOVE SPACES TO REPORT-LINE
002190          STRING '** NEXT BUSINESS DATE IS ' BD-BUSINESS-DATE
002200              ' - NOT DUE ON CLOCK DATE ' WS-CLOCK-DATE
002210              '.  BUSINESS DATE ' BD-PRIOR-DATE
002220              ' IS ALREADY COMPLETE - RUN REFUSED **'
002230              DELIMITED BY SIZE INTO REPORT-LINE
002240          WRITE REPORT-LINE
002250          MOVE 16 TO WS-STEP-RC
002260          CLOSE MY-BUSDT-FILE
002270          GO TO 2000-EXIT
002280      END-IF.
002290*    THE STEP LOG MUST BE USABLE BEFORE THE DATE IS MARKED
002300*    ACTIVE - AN ACTIVE DATE WITH NO STEP LOG WOULD LEAVE EVERY
002310*    STEP UNABLE TO RECORD ITSELF.
002320      PERFORM 2050-OPEN-STEP-LOG THRU 2050-EXIT.
002330      IF WS-STEP-RC = 16
002340          CLOSE MY-BUSDT-FILE
002350          GO TO 2000-EXIT
002360      END-IF.
002370      IF BD-READY
002380          SET BD-ACTIVE TO TRUE
002390          MOVE 1 TO BD-RUN-COUNT
002400          MOVE WS-CLOCK-DATE TO BD-OPEN-DATE
002410          MOVE WS-CLOCK-TIME TO BD-OPEN-TIME
002420      ELSE
002430          ADD 1 TO BD-RUN-COUNT
002440      END-IF.
002450      REWRITE BUSDT-RECORD.
002460      IF WS-BUSDT-STATUS NOT = '00'
002470          DISPLAY 'MY-BATCH-CONTROL - REWRITE FAILED ON THE '
002480              'BUSINESS DATE CONTROL FILE, FILE STATUS='
002490              WS-BUSDT-STATUS
002500          MOVE SPACES TO REPORT-LINE
002510          STRING '** BUSINESS DATE CONTROL RECORD NOT UPDATED, '
002520              'FILE STATUS=' WS-BUSDT-STATUS
002530              ' - NIGHT NOT OPENED **'
002540              DELIMITED BY SIZE INTO REPORT-LINE
002550          WRITE REPORT-LINE
002560          MOVE 16 TO WS-STEP-RC
002570          CLOSE MY-BUSDT-FILE
002580          CLOSE MY-STPLOG-FILE
002590          GO TO 2000-EXIT
002600      END-IF.
002610      CLOSE MY-BUSDT-FILE.
002620      MOVE BD-RUN-COUNT TO WS-RUN-COUNT-ED.
002630      MOVE SPACES TO REPORT-LINE.
002640      IF BD-RUN-COUNT = 1
002650          STRING 'BUSINESS DATE ' BD-BUSINESS-DATE
002660              ' OPENED - PRIOR BUSINESS DATE ' BD-PRIOR-DATE
002670              DELIMITED BY SIZE INTO REPORT-LINE
002680      ELSE
002690          STRING 'RESTART OF BUSINESS DATE ' BD-BUSINESS-DATE
002700              ' - RUN ' WS-RUN-COUNT-ED
002710              '.  STEPS ALREADY COMPLETE ARE BYPASSED; NO NEW '
002720              'DATE STARTS UNTIL THIS ONE CLOSES.'
002730              DELIMITED BY SIZE INTO REPORT-LINE
002740      END-IF.
002750      WRITE REPORT-LINE.
002760      IF BD-BUSINESS-DATE < WS-CLOCK-DATE
002770          MOVE SPACES TO REPORT-LINE
002780          STRING 'NOTE: BUSINESS DATE ' BD-BUSINESS-DATE
002790              ' IS BEING PROCESSED ON CLOCK DATE ' WS-CLOCK-DATE
002800              DELIMITED BY SIZE INTO REPORT-LINE
002810          WRITE REPORT-LINE
002820      END-IF.
002830      PERFORM 1100-READ-CARD THRU 1100-EXIT.
002840      PERFORM 2100-APPLY-RESET-CARD THRU 2100-EXIT
002850          UNTIL WS-CARD-EOF-YES.
002860      PERFORM 2200-LIST-COMPLETED-STEPS THRU 2200-EXIT.
002870      CLOSE MY-STPLOG-FILE.
002880  2000-EXIT.
002890      EXIT.

002900*    ON THE FIRST NIGHT THE STEP LOG IS DEFINED BUT EMPTY, AND AN
002910*    EMPTY CLUSTER WILL NOT OPEN I-O - PRIME IT THE SAME WAY THE
002920*    MAINTENANCE PROGRAMS PRIME THEIR TABLES.
002930  2050-OPEN-STEP-LOG.
002940      OPEN I-O MY-STPLOG-FILE.
002950      IF WS-STPLOG-STATUS NOT = '00'
002960          CLOSE MY-STPLOG-FILE
002970          OPEN OUTPUT MY-STPLOG-FILE
002980          CLOSE MY-STPLOG-FILE
002990          OPEN I-O MY-STPLOG-FILE
003000      END-IF.
003010      IF WS-STPLOG-STATUS NOT = '00'
003020          DISPLAY 'MY-BATCH-CONTROL - OPEN FAILED ON THE STEP '
003030              'LOG, FILE STATUS=' WS-STPLOG-STATUS
003040          MOVE SPACES TO REPORT-LINE
003050          STRING '** STEP LOG NOT AVAILABLE, FILE STATUS='
003060              WS-STPLOG-STATUS ' - NIGHT NOT OPENED **'
003070              DELIMITED BY SIZE INTO REPORT-LINE
003080          WRITE REPORT-LINE
003090          MOVE 16 TO WS-STEP-RC
003100      END-IF.
003110  2050-EXIT.
003120      EXIT.

003130  2100-APPLY-RESET-CARD.
003140      IF NOT BC-RESET OR BC-STEP-NAME = SPACES
003150          MOVE SPACES TO REPORT-LINE
003160          STRING '** CARD IGNORED - ONLY RESET CARDS MAY FOLLOW '
003170              'OPEN: ' CARD-RECORD
003180              DELIMITED BY SIZE INTO REPORT-LINE
003190          WRITE REPORT-LINE
003200          IF WS-STEP-RC < 4
003210              MOVE 4 TO WS-STEP-RC
003220          END-IF
003230          GO TO 2100-READ
003240      END-IF.
003250      MOVE WS-BUSINESS-DATE TO SL-BUSINESS-DATE.
003260      MOVE BC-STEP-NAME TO SL-STEP-NAME.
003270      MOVE SPACES TO REPORT-LINE.
003280      DELETE MY-STPLOG-FILE
003290          INVALID KEY
003300              STRING 'RESET ' BC-STEP-NAME
003310                  ' - NOT ON THE STEP LOG FOR ' WS-BUSINESS-DATE
003320                  ', NOTHING TO RESET'
003330                  DELIMITED BY SIZE INTO REPORT-LINE
003340          NOT INVALID KEY
003350              STRING 'RESET ' BC-STEP-NAME
003360                  ' - TAKEN OFF THE STEP LOG, IT RUNS AGAIN ON '
003370                  'THIS RESTART'
003380                  DELIMITED BY SIZE INTO REPORT-LINE
003390      END-DELETE.
003400      WRITE REPORT-LINE.
003410  2100-READ.
003420      PERFORM 1100-READ-CARD THRU 1100-EXIT.
003430  2100-EXIT.
003440      EXIT.

003450  2200-LIST-COMPLETED-STEPS.
003460      MOVE ZERO TO WS-COMPLETE-COUNT.
003470      SET WS-EOF-NO TO TRUE.
003480      MOVE LOW-VALUES TO SL-STEP-KEY.
003490      MOVE WS-BUSINESS-DATE TO SL-BUSINESS-DATE.
003500      START MY-STPLOG-FILE KEY IS NOT LESS THAN SL-STEP-KEY
003510          INVALID KEY
003520              SET WS-EOF-YES TO TRUE
003530      END-START.
003540      IF WS-EOF-NO
003550          PERFORM 2210-READ-NEXT-STEP THRU 2210-EXIT
003560      END-IF.
003570      PERFORM 2220-LIST-STEP THRU 2220-EXIT
003580          UNTIL WS-EOF-YES.
003590      MOVE WS-COMPLETE-COUNT TO WS-COUNT-ED.
003600      MOVE SPACES TO REPORT-LINE.
003610      STRING 'STEPS ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
003620          '=' WS-COUNT-ED
003630          DELIMITED BY SIZE INTO REPORT-LINE.
003640      WRITE REPORT-LINE.
003650  2200-EXIT.
003660      EXIT.

003670  2210-READ-NEXT-STEP.
003680      READ MY-STPLOG-FILE NEXT RECORD
003690          AT END
003700              SET WS-EOF-YES TO TRUE
003710      END-READ.
003720      IF WS-EOF-NO
003730          IF SL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
003740              SET WS-EOF-YES TO TRUE
003750          END-IF
003760      END-IF.
003770  2210-EXIT.
003780      EXIT.

003790  2220-LIST-STEP.
003800      ADD 1 TO WS-COMPLETE-COUNT.
003810      MOVE SL-RETURN-CODE TO WS-RC-ED.
003820      MOVE SL-RUN-NUMBER TO WS-RUN-COUNT-ED.
003830      MOVE SPACES TO REPORT-LINE.
003840      STRING '  COMPLETE  ' SL-STEP-NAME
003850          ' RC=' WS-RC-ED
003860          '  ENDED ' SL-END-DATE ' ' SL-END-TIME
003870          '  ON RUN ' WS-RUN-COUNT-ED
003880          ' - BYPASSED'
003890          DELIMITED BY SIZE INTO REPORT-LINE.
003900      WRITE REPORT-LINE.
003910      PERFORM 2210-READ-NEXT-STEP THRU 2210-EXIT.
003920  2220-EXIT.
003930      EXIT.

003940  3000-CHECK-STEP.
003950      MOVE BC-STEP-NAME TO BL-STEP-NAME.
003960      SET BL-BEGIN-STEP TO TRUE.
003970      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
003980      MOVE SPACES TO REPORT-LINE.
003990      EVALUATE TRUE
004000          WHEN BL-CONTROL-FAILED
004010              STRING '** ' BL-FAIL-REASON
004020                  ' FILE STATUS=' BL-FILE-STATUS
004030                  ' - STEP NOT RUN **'
004040                  DELIMITED BY SIZE INTO REPORT-LINE
004050              MOVE 16 TO WS-STEP-RC
004060          WHEN BL-STEP-ALREADY-DONE
004070              STRING 'STEP ' BC-STEP-NAME
004080                  ' ALREADY COMPLETE FOR BUSINESS DATE '
004090                  BL-BUSINESS-DATE ' - BYPASSED'
004100                  DELIMITED BY SIZE INTO REPORT-LINE
004110              MOVE 4 TO WS-STEP-RC
004120          WHEN OTHER
004130              STRING 'STEP ' BC-STEP-NAME
004140                  ' TO RUN FOR BUSINESS DATE ' BL-BUSINESS-DATE
004150                  DELIMITED BY SIZE INTO REPORT-LINE
004160              MOVE ZERO TO WS-STEP-RC
004170      END-EVALUATE.
004180      WRITE REPORT-LINE.
004190  3000-EXIT.
004200      EXIT.

004210  4000-DONE-STEP.
004220      MOVE BC-STEP-NAME TO BL-STEP-NAME.
004230      MOVE ZERO TO BL-STEP-RETURN-CODE.
004240      SET BL-END-STEP TO TRUE.
004250      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
004260      MOVE SPACES TO REPORT-LINE.
004270      IF BL-CONTROL-FAILED
004280          STRING '** ' BL-FAIL-REASON
004290              ' FILE STATUS=' BL-FILE-STATUS ' **'
004300              DELIMITED BY SIZE INTO REPORT-LINE
004310          MOVE 16 TO WS-STEP-RC
004320      ELSE
004330          STRING 'STEP ' BC-STEP-NAME
004340              ' RECORDED COMPLETE FOR BUSINESS DATE '
004350              BL-BUSINESS-DATE
004360              DELIMITED BY SIZE INTO REPORT-LINE
004370      END-IF.
004380      WRITE REPORT-LINE.
004390  4000-EXIT.
004400      EXIT.

004410  5000-CLOSE-NIGHT.
004420      PERFORM 1200-READ-CONTROL-FOR-UPDATE THRU 1200-EXIT.
004430      IF WS-STEP-RC = 16
004440          GO TO 5000-EXIT
004450      END-IF.
004460      IF NOT BD-ACTIVE
004470          MOVE SPACES TO REPORT-LINE
004480          STRING '** BUSINESS DATE ' BD-BUSINESS-DATE
004490              ' WAS NEVER OPENED - NOTHING TO CLOSE **'
004500              DELIMITED BY SIZE INTO REPORT-LINE
004510          WRITE REPORT-LINE
004520          MOVE 16 TO WS-STEP-RC
004530          CLOSE MY-BUSDT-FILE
004540          GO TO 5000-EXIT
004550      END-IF.
004560      PERFORM 5100-PROVE-STEPS-COMPLETE THRU 5100-EXIT.
004570      IF WS-STEP-RC = 16
004580          CLOSE MY-BUSDT-FILE
004590          GO TO 5000-EXIT
004600      END-IF.
004610      PERFORM 5200-LOAD-CALENDAR THRU 5200-EXIT.
004620      IF WS-STEP-RC = 16
004630          CLOSE MY-BUSDT-FILE
004640          GO TO 5000-EXIT
004650      END-IF.
004660      PERFORM 5300-FIND-NEXT-BUSINESS-DAY THRU 5300-EXIT.
004670      IF WS-BUSINESS-DAY-NOT-FOUND
004680          MOVE SPACES TO REPORT-LINE
004690          STRING '** NO BUSINESS DAY IN THE 30 DAYS AFTER '
004700              BD-BUSINESS-DATE ' - CHECK THE HOLIDAY CALENDAR, '
004710              'DATE NOT ADVANCED **'
004720              DELIMITED BY SIZE INTO REPORT-LINE
004730          WRITE REPORT-LINE
004740          MOVE 16 TO WS-STEP-RC
004750          CLOSE MY-BUSDT-FILE
004760          GO TO 5000-EXIT
004770      END-IF.
004780      MOVE BD-BUSINESS-DATE TO BD-PRIOR-DATE.
004790      MOVE WS-NEXT-DATE TO BD-BUSINESS-DATE.
004800      SET BD-READY TO TRUE.
004810      MOVE ZERO TO BD-RUN-COUNT.
004820      MOVE WS-CLOCK-DATE TO BD-CLOSE-DATE.
004830      MOVE WS-CLOCK-TIME TO BD-CLOSE-TIME.
004840      REWRITE BUSDT-RECORD.
004850      IF WS-BUSDT-STATUS NOT = '00'
004860          DISPLAY 'MY-BATCH-CONTROL - REWRITE FAILED ON THE '
004870              'BUSINESS DATE CONTROL FILE, FILE STATUS='
004880              WS-BUSDT-STATUS
004890          MOVE SPACES TO REPORT-LINE
004900          STRING '** BUSINESS DATE CONTROL RECORD NOT UPDATED, '
004910              'FILE STATUS=' WS-BUSDT-STATUS
004920              ' - NIGHT NOT CLOSED **'
004930              DELIMITED BY SIZE INTO REPORT-LINE
004940          WRITE REPORT-LINE
004950          MOVE 16 TO WS-STEP-RC
004960          CLOSE MY-BUSDT-FILE
004970          GO TO 5000-EXIT
004980      END-IF.
004990      CLOSE MY-BUSDT-FILE.
005000      MOVE SPACES TO REPORT-LINE.
005010      STRING 'BUSINESS DATE ' BD-PRIOR-DATE
005020          ' CLOSED - NEXT BUSINESS DATE ' BD-BUSINESS-DATE
005030          DELIMITED BY SIZE INTO REPORT-LINE.
005040      WRITE REPORT-LINE.
005050  5000-EXIT.
005060      EXIT.

005070*    EVERY REQUIRE CARD MUST HAVE A STEP LOG ENTRY FOR THE DATE.
005080*    A STEP UNDER A COND IS REQUIRED ONLY WHEN ITS GATE STEP RAN
005090*    CLEAN, SO A NIGHT THAT SHOULD HAVE POSTED AND DID NOT STAYS
005100*    OPEN, WHILE A NIGHT WHOSE EDIT LEGITIMATELY BYPASSED POSTING
005110*    CLOSES RC 4 WITH THE BYPASSED STEPS LISTED.  UTILITY STEPS
005120*    WITH NO CHECK/DONE BRACKET NEVER REACH THE LOG AND CANNOT BE
005130*    PROVED HERE.
005140  5100-PROVE-STEPS-COMPLETE.
005150      OPEN INPUT MY-STPLOG-FILE.
005160      IF WS-STPLOG-STATUS NOT = '00'
005170          MOVE SPACES TO REPORT-LINE
005180          STRING '** STEP LOG NOT AVAILABLE, FILE STATUS='
005190              WS-STPLOG-STATUS ' - DATE NOT ADVANCED **'
005200              DELIMITED BY SIZE INTO REPORT-LINE
005210          WRITE REPORT-LINE
005220          MOVE 16 TO WS-STEP-RC
005230          GO TO 5100-EXIT
005240      END-IF.
005250      PERFORM 1100-READ-CARD THRU 1100-EXIT.
005260      PERFORM 5110-CHECK-REQUIRED-STEP THRU 5110-EXIT
005270          UNTIL WS-CARD-EOF-YES.
005280      CLOSE MY-STPLOG-FILE.
005290      IF WS-REQUIRED-COUNT = ZERO
005300          MOVE SPACES TO REPORT-LINE
005310          STRING '** NO REQUIRE CARDS FOLLOW THE CLOSE CARD - '
005320              'DATE NOT ADVANCED **'
005330              DELIMITED BY SIZE INTO REPORT-LINE
005340          WRITE REPORT-LINE
005350          MOVE 16 TO WS-STEP-RC
005360          GO TO 5100-EXIT
005370      END-IF.
005380      IF WS-MISSING-COUNT > ZERO
005390          MOVE WS-MISSING-COUNT TO WS-COUNT-ED
005400          MOVE SPACES TO REPORT-LINE
005410          STRING '** BUSINESS DATE ' WS-BUSINESS-DATE
005420              ' NOT COMPLETE - ' WS-COUNT-ED
005430              ' STEP(S) OUTSTANDING, DATE NOT ADVANCED.  '
005440              'RESUBMIT THE JOB TO FINISH IT **'
005450              DELIMITED BY SIZE INTO REPORT-LINE
005460          WRITE REPORT-LINE
005470          MOVE 16 TO WS-STEP-RC
005480          GO TO 5100-EXIT
005490      END-IF.
005500      IF WS-BYPASSED-COUNT > ZERO
005510          MOVE WS-BYPASSED-COUNT TO WS-COUNT-ED
005520          MOVE SPACES TO REPORT-LINE
005530          STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
005540              ' CLOSES WITH ' WS-COUNT-ED
005550              ' STEP(S) BYPASSED BY COND - SEE ABOVE'
005560              DELIMITED BY SIZE INTO REPORT-LINE
005570          WRITE REPORT-LINE
005580          IF WS-STEP-RC < 4
005590              MOVE 4 TO WS-STEP-RC
005600          END-IF
005610      END-IF.
005620  5100-EXIT.
005630      EXIT.

005640  5110-CHECK-REQUIRED-STEP.
005650      MOVE SPACES TO REPORT-LINE.
005660      IF NOT BC-REQUIRE OR BC-STEP-NAME = SPACES
005670          STRING '** CARD NOT UNDERSTOOD AFTER CLOSE: '
005680              CARD-RECORD
005690              DELIMITED BY SIZE INTO REPORT-LINE
005700          ADD 1 TO WS-MISSING-COUNT
005710          GO TO 5110-WRITE
005720      END-IF.
005730      ADD 1 TO WS-REQUIRED-COUNT.
005740      MOVE WS-BUSINESS-DATE TO SL-BUSINESS-DATE.
005750      MOVE BC-STEP-NAME TO SL-STEP-NAME.
005760      READ MY-STPLOG-FILE
005770          INVALID KEY
005780              PERFORM 5120-CHECK-GATE-STEP THRU 5120-EXIT
005790          NOT INVALID KEY
005800              MOVE SL-RETURN-CODE TO WS-RC-ED
005810              STRING '  COMPLETE           ' BC-STEP-NAME
005820                  ' RC=' WS-RC-ED
005830                  '  ENDED ' SL-END-DATE ' ' SL-END-TIME
005840                  DELIMITED BY SIZE INTO REPORT-LINE
005850      END-READ.
005860  5110-WRITE.
005870      WRITE REPORT-LINE.
005880      PERFORM 1100-READ-CARD THRU 1100-EXIT.
005890  5110-EXIT.
005900      EXIT.

005910*    THE STEP IS NOT ON THE LOG.  WITH NO GATE IT IS MISSING.  A
005920*    GATE STEP THAT RAN CLEAN MEANS ITS COND LET THE STEP RUN, SO
005930*    IT IS MISSING TOO; A GATE THAT ENDED RC 4 OR MORE, OR NEVER
005940*    RAN, MEANS THE COND BYPASSED IT.  A GATE THAT SHOULD HAVE RUN
005950*    IS CAUGHT BY ITS OWN REQUIRE CARD.
005960  5120-CHECK-GATE-STEP.
005970      IF BC-GATE-STEP-NAME = SPACES
005980          STRING '  ** NOT COMPLETE ** ' BC-STEP-NAME
005990              DELIMITED BY SIZE INTO REPORT-LINE
006000          ADD 1 TO WS-MISSING-COUNT
006010          GO TO 5120-EXIT
006020      END-IF.
006030      MOVE WS-BUSINESS-DATE TO SL-BUSINESS-DATE.
006040      MOVE BC-GATE-STEP-NAME TO SL-STEP-NAME.
006050      READ MY-STPLOG-FILE
006060          INVALID KEY
006070              STRING '  BYPASSED BY COND   ' BC-STEP-NAME
006080                  ' - GATE ' BC-GATE-STEP-NAME ' DID NOT RUN'
006090                  DELIMITED BY SIZE INTO REPORT-LINE
006100              ADD 1 TO WS-BYPASSED-COUNT
006110              GO TO 5120-EXIT
006120      END-READ.
006130      MOVE SL-RETURN-CODE TO WS-RC-ED.
006140      IF SL-RETURN-CODE < 4
006150          STRING '  ** NOT COMPLETE ** ' BC-STEP-NAME
006160              ' - GATE ' BC-GATE-STEP-NAME ' ENDED RC=' WS-RC-ED
006170              DELIMITED BY SIZE INTO REPORT-LINE
006180          ADD 1 TO WS-MISSING-COUNT
006190      ELSE
006200          STRING '  BYPASSED BY COND   ' BC-STEP-NAME
006210              ' - GATE ' BC-GATE-STEP-NAME ' ENDED RC=' WS-RC-ED
006220              DELIMITED BY SIZE INTO REPORT-LINE
006230          ADD 1 TO WS-BYPASSED-COUNT
006240      END-IF.
006250  5120-EXIT.
006260      EXIT.

006270*    ONLY HOLIDAYS AFTER THE DATE BEING CLOSED CAN MATTER.
006280  5200-LOAD-CALENDAR.
006290      OPEN INPUT MY-HOLCAL-FILE.
006300      IF WS-HOLCAL-STATUS NOT = '00'
006310          MOVE SPACES TO REPORT-LINE
006320          STRING '** HOLIDAY CALENDAR NOT AVAILABLE, FILE STATUS='
006330              WS-HOLCAL-STATUS ' - DATE NOT ADVANCED **'
006340              DELIMITED BY SIZE INTO REPORT-LINE
006350          WRITE REPORT-LINE
006360          MOVE 16 TO WS-STEP-RC
006370          GO TO 5200-EXIT
006380      END-IF.
006390      MOVE ZERO TO WS-HOLIDAY-COUNT.
006400      SET WS-EOF-NO TO TRUE.
006410      PERFORM 5210-READ-CALENDAR THRU 5210-EXIT.
006420      PERFORM 5220-LOAD-HOLIDAY THRU 5220-EXIT
006430          UNTIL WS-EOF-YES.
006440      CLOSE MY-HOLCAL-FILE.
006450  5200-EXIT.
006460      EXIT.

006470  5210-READ-CALENDAR.
006480      READ MY-HOLCAL-FILE
006490          AT END
006500              SET WS-EOF-YES TO TRUE
006510      END-READ.
006520  5210-EXIT.
006530      EXIT.

006540  5220-LOAD-HOLIDAY.
006550      IF HC-HOLIDAY-DATE NOT NUMERIC
006560          MOVE SPACES TO REPORT-LINE
006570          STRING 'HOLIDAY CARD IGNORED, DATE NOT NUMERIC: '
006580              HOLCAL-RECORD
006590              DELIMITED BY SIZE INTO REPORT-LINE
006600          WRITE REPORT-LINE
006610          GO TO 5220-READ
006620      END-IF.
006630      IF HC-HOLIDAY-DATE NOT > WS-BUSINESS-DATE
006640          GO TO 5220-READ
006650      END-IF.
006660      IF WS-HOLIDAY-COUNT NOT < WS-HOLIDAY-MAX
006670          MOVE SPACES TO REPORT-LINE
006680          STRING 'HOLIDAY TABLE FULL - CARD IGNORED: '
006690              HOLCAL-RECORD
006700              DELIMITED BY SIZE INTO REPORT-LINE
006710          WRITE REPORT-LINE
006720          GO TO 5220-READ
006730      END-IF.
006740      ADD 1 TO WS-HOLIDAY-COUNT.
006750      MOVE HC-HOLIDAY-DATE TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT).
006760      MOVE HC-DESCRIPTION TO WS-HOLIDAY-NAME (WS-HOLIDAY-COUNT).
006770  5220-READ.
006780      PERFORM 5210-READ-CALENDAR THRU 5210-EXIT.
006790  5220-EXIT.
006800      EXIT.

006810*    STEP A DAY AT A TIME PAST WEEKENDS AND HOLIDAYS.  INTEGER
006820*    DAY 1 (01/01/1601) WAS A MONDAY, SO THE REMAINDER BY 7 IS 6
006830*    ON A SATURDAY AND 0 ON A SUNDAY.
006840  5300-FIND-NEXT-BUSINESS-DAY.
006850      SET WS-BUSINESS-DAY-NOT-FOUND TO TRUE.
006860      MOVE ZERO TO WS-DAYS-TRIED.
006870      COMPUTE WS-DATE-INTEGER =
006880          FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
006890      PERFORM 5310-TRY-NEXT-DAY THRU 5310-EXIT
006900          UNTIL WS-BUSINESS-DAY-FOUND
006910             OR WS-DAYS-TRIED NOT < 30.
006920  5300-EXIT.
006930      EXIT.

006940  5310-TRY-NEXT-DAY.
006950      ADD 1 TO WS-DAYS-TRIED.
006960      ADD 1 TO WS-DATE-INTEGER.
006970      COMPUTE WS-NEXT-DATE =
006980          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
006990      DIVIDE WS-DATE-INTEGER BY 7 GIVING WS-WEEK-COUNT
007000          REMAINDER WS-DAY-OF-WEEK.
007010      MOVE SPACES TO WS-SKIP-REASON.
007020      IF WS-DAY-OF-WEEK = 6
007030          MOVE 'SATURDAY' TO WS-SKIP-REASON
007040      END-IF.
007050      IF WS-DAY-OF-WEEK = 0
007060          MOVE 'SUNDAY' TO WS-SKIP-REASON
007070      END-IF.
007080      IF WS-SKIP-REASON = SPACES
007090          SET WS-HOLIDAY-NO TO TRUE
007100          PERFORM 5320-MATCH-HOLIDAY THRU 5320-EXIT
007110              VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
007120              UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
007130                 OR WS-HOLIDAY-YES
007140      END-IF.
007150      IF WS-SKIP-REASON = SPACES
007160          SET WS-BUSINESS-DAY-FOUND TO TRUE
007170      ELSE
007180          MOVE SPACES TO REPORT-LINE
007190          STRING '  SKIPPED ' WS-NEXT-DATE ' ' WS-SKIP-REASON
007200              DELIMITED BY SIZE INTO REPORT-LINE
007210          WRITE REPORT-LINE
007220      END-IF.
007230  5310-EXIT.
007240      EXIT.

007250*    A CALENDAR CARD WITH NO DESCRIPTION IS STILL A HOLIDAY.
007260  5320-MATCH-HOLIDAY.
007270      IF WS-HOLIDAY-DATE (WS-HOLIDAY-INDEX) = WS-NEXT-DATE
007280          SET WS-HOLIDAY-YES TO TRUE
007290          MOVE WS-HOLIDAY-NAME (WS-HOLIDAY-INDEX)
007300              TO WS-SKIP-REASON
007310          IF WS-SKIP-REASON = SPACES
007320              MOVE 'HOLIDAY' TO WS-SKIP-REASON
007330          END-IF
007340      END-IF.
007350  5320-EXIT.
007360      EXIT.

007370  9000-TERMINATE.
007380      CLOSE MY-CARD-FILE.
007390      CLOSE MY-REPORT-FILE.
007400      MOVE WS-STEP-RC TO RETURN-CODE.
007410  9000-EXIT.
007420      EXIT.

007430  9999-EXIT.
007440      STOP RUN.
