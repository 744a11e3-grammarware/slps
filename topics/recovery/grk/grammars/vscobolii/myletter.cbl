000060*    NAME AND ADDRESS TAKEN STRAIGHT FROM THE DATAREC, SO
000070*    RENEWAL NOTICES AND SUSPENSE LETTERS ARE ADDRESSED FROM
000080*    FILE1 INSTEAD OF THE SEPARATE ADDRESS DATABASE.
000082*    A POLICY WITH AN OPEN ENTRY ON THE BAD-ADDRESS FILE (MAIL
000084*    CAME BACK UNDELIVERABLE - MY-RETURNED-MAIL) GETS NO LETTER;
000086*    IT IS LISTED ON THE CUSTOMER SERVICE WORK LIST INSTEAD
000088*    UNTIL THE ADDRESS IS CORRECTED.
000090*----------------------------------------------------------------*
000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.     MY-LETTER-EXTRACT.
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT  DESCRIPTION
000190*    08/22/26   DLH   ORIGINAL PROGRAM.
000191*    10/15/26   DLH   REPLACING LIST CARRIES NEW NOTICE TYPES/DUE.
000192*    10/15/26   DLH   STEP LOGS ITS COMPLETION FOR THE BUSINESS
000193*                     DATE; A RESTART BYPASSES IT.
000194*    10/15/26   DLH   POLICIES OPEN ON THE BAD-ADDRESS FILE ARE
000195*                     LEFT OFF THE LETTER FILE AND LISTED ON THE
000196*                     CUSTOMER SERVICE WORK LIST (WRKLST0).
000200*----------------------------------------------------------------*

000210  ENVIRONMENT DIVISION.
000270          FILE STATUS IS WS-SUSP-STATUS.
000280      SELECT MY-LETTER-FILE ASSIGN LETTER0
000290          FILE STATUS IS WS-LETTER-STATUS.
000291      SELECT MY-BADADR-FILE ASSIGN BADADR0
000292          ORGANIZATION IS INDEXED
000293          ACCESS MODE IS DYNAMIC
000294          RECORD KEY IS BA-RECORD-KEY
000295          FILE STATUS IS WS-BADADR-STATUS.
000296      SELECT MY-WRKLST-FILE ASSIGN WRKLST0
000297          FILE STATUS IS WS-WRKLST-STATUS.

000300  DATA DIVISION.

000410  01  LETTER-FILE-RECORD.
000420      COPY MY-LETTER.

000421*    MY-RETURNED-MAIL KEEPS THIS FILE; IT IS ONLY READ HERE.
000422  FD  MY-BADADR-FILE.
000423  01  BADADR-RECORD.
000424      COPY MY-BADADR.

000425  FD  MY-WRKLST-FILE
000426      LABEL RECORD STANDARD.
000427  01  WRKLST-LINE                     PIC X(132).

000430  WORKING-STORAGE SECTION.

000431  01  MY-BUSDTL-AREA.
000432      COPY MY-BUSDTL.

000433  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000434      88  WS-STEP-BYPASSED            VALUE 'Y'.
000435      88  WS-STEP-RUNNING             VALUE 'N'.

000440*    THE DATAREC BEING TURNED INTO A LETTER.  NO FD IN THIS
000450*    PROGRAM CARRIES THE DR- NAMES, SO THE BOOK COPIES IN
000460*    UNPREFIXED.
000510          REPLACING ==LT-LETTER-TYPE==    BY ==LW-LETTER-TYPE==
000520              ==LT-RENEWAL-NOTICE==   BY ==LW-RENEWAL-NOTICE==
000530              ==LT-SUSPENSE-LETTER==  BY ==LW-SUSPENSE-LETTER==
000533              ==LT-PAST-DUE-NOTICE==  BY ==LW-PAST-DUE-NOTICE==
000536              ==LT-FINAL-NOTICE==     BY ==LW-FINAL-NOTICE==
000540              ==LT-ACCOUNT-NUMBER==   BY ==LW-ACCOUNT-NUMBER==
000550              ==LT-POLICY-NUMBER==    BY ==LW-POLICY-NUMBER==
000560              ==LT-INSURED-NAME==     BY ==LW-INSURED-NAME==
000610              ==LT-ADDRESS-ZIP==      BY ==LW-ADDRESS-ZIP==
000620              ==LT-EXPIRATION-DATE==  BY ==LW-EXPIRATION-DATE==
000630              ==LT-PREMIUM-AMOUNT==   BY ==LW-PREMIUM-AMOUNT==
000640              ==LT-BALANCE-AMOUNT==   BY ==LW-BALANCE-AMOUNT==
000645              ==LT-DUE-DATE==         BY ==LW-DUE-DATE==.

000650  77  WS-RENEW-STATUS                 PIC X(02).
000660  77  WS-SUSP-STATUS                  PIC X(02).
000670  77  WS-LETTER-STATUS                PIC X(02).
000673  77  WS-BADADR-STATUS                PIC X(02).
000676  77  WS-WRKLST-STATUS                PIC X(02).

000680  77  WS-RENEW-EOF-SWITCH             PIC X(01) VALUE 'N'.
000690      88  WS-RENEW-EOF-YES                VALUE 'Y'.
000720      88  WS-SUSP-EOF-YES                 VALUE 'Y'.
000730      88  WS-SUSP-EOF-NO                  VALUE 'N'.

000732  77  WS-RETURNED-SWITCH              PIC X(01) VALUE 'N'.
000734      88  WS-ADDRESS-RETURNED             VALUE 'Y'.
000736      88  WS-ADDRESS-NOT-RETURNED         VALUE 'N'.

000740  77  WS-RENEWAL-LETTER-COUNT         PIC 9(07) COMP VALUE ZERO.
000750  77  WS-SUSPENSE-LETTER-COUNT        PIC 9(07) COMP VALUE ZERO.
000760  77  WS-NO-ADDRESS-COUNT             PIC 9(07) COMP VALUE ZERO.
000762  77  WS-BAD-ADDRESS-COUNT            PIC 9(07) COMP VALUE ZERO.

000764  01  WS-LETTER-TYPE-TEXT             PIC X(08).
000766  01  WS-COUNT-ED                     PIC Z(5)9.

000770  PROCEDURE DIVISION.

000780  0000-MAINLINE.
000785      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
000790      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800      PERFORM 2000-PROCESS-RENEWAL THRU 2000-EXIT
000810          UNTIL WS-RENEW-EOF-YES.
000850      GO TO 9999-EXIT.

000860  1000-INITIALIZE.
000861      OPEN INPUT MY-BADADR-FILE.
000862      IF WS-BADADR-STATUS NOT = '00'
000863          DISPLAY 'MY-LETTER-EXTRACT - OPEN INPUT FAILED ON '
000864              'MY-BADADR-FILE, FILE STATUS=' WS-BADADR-STATUS
000865          DISPLAY 'NO LETTERS CUT - THE RETURNED-MAIL FLAGS '
000866              'CANNOT BE CHECKED'
000867          MOVE 16 TO RETURN-CODE
000868          GO TO 9999-EXIT
000869      END-IF.
000870      OPEN INPUT MY-RENEW-FILE.
000880      OPEN INPUT MY-SUSP-FILE.
000890      OPEN OUTPUT MY-LETTER-FILE.
000893      OPEN OUTPUT MY-WRKLST-FILE.
000896      PERFORM 4300-PRINT-WORK-LIST-HEADING THRU 4300-EXIT.
000900      PERFORM 2100-READ-RENEWAL THRU 2100-EXIT.
000910      PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
000920  1000-EXIT.
001220*    A RECORD WITH A BLANK NAME CANNOT BE ADDRESSED - COUNT IT
001230*    AND LEAVE IT OFF THE LETTER FILE RATHER THAN MAILING AN
001240*    EMPTY ENVELOPE.
001243*    A POLICY FLAGGED FOR RETURNED MAIL GOES TO THE WORK LIST, NOT
001246*    TO THE LETTER FILE.
001250  4000-WRITE-LETTER.
001260      IF DR-INSURED-NAME = SPACES
001270          ADD 1 TO WS-NO-ADDRESS-COUNT
001280          GO TO 4000-EXIT
001290      END-IF.
001291      PERFORM 4100-CHECK-RETURNED-MAIL THRU 4100-EXIT.
001292      IF WS-ADDRESS-RETURNED
001293          ADD 1 TO WS-BAD-ADDRESS-COUNT
001294          PERFORM 4200-WRITE-WORK-LIST THRU 4200-EXIT
001295          GO TO 4000-EXIT
001296      END-IF.
001300      MOVE DR-ACCOUNT-NUMBER TO LW-ACCOUNT-NUMBER.
001310      MOVE DR-POLICY-NUMBER TO LW-POLICY-NUMBER.
001320      MOVE DR-INSURED-NAME TO LW-INSURED-NAME.
001470  4000-EXIT.
001480      EXIT.

001490*    STEP026A HAS ALREADY CLEARED THE ENTRY OF ANY ADDRESS FIXED
001500*    TONIGHT, SO AN OPEN ENTRY MEANS THE ADDRESS IS STILL BAD.  A
001510*    KEY NEVER RETURNED HAS NO ENTRY AND ITS LETTER GOES OUT.
001520  4100-CHECK-RETURNED-MAIL.
001530      SET WS-ADDRESS-NOT-RETURNED TO TRUE.
001540      MOVE DR-RECORD-KEY TO BA-RECORD-KEY.
001550      READ MY-BADADR-FILE
001560          INVALID KEY
001570              GO TO 4100-EXIT
001580      END-READ.
001590      IF BA-STATUS-OPEN
001600          SET WS-ADDRESS-RETURNED TO TRUE
001610      END-IF.
001620  4100-EXIT.
001630      EXIT.

001640  4200-WRITE-WORK-LIST.
001650      IF LW-RENEWAL-NOTICE
001660          MOVE 'RENEWAL' TO WS-LETTER-TYPE-TEXT
001670      ELSE
001680          MOVE 'SUSPENSE' TO WS-LETTER-TYPE-TEXT
001690      END-IF.
001700      MOVE SPACES TO WRKLST-LINE.
001710      STRING DR-RECORD-KEY ' ' WS-LETTER-TYPE-TEXT
001720          ' ' BA-LAST-RETURN-DATE
001730          ' ' DR-INSURED-NAME
001740          ' ' DR-ADDRESS-LINE-1
001750          ' ' DR-ADDRESS-CITY
001760          ' ' DR-ADDRESS-STATE
001770          ' ' DR-ADDRESS-ZIP
001780          DELIMITED BY SIZE INTO WRKLST-LINE.
001790      WRITE WRKLST-LINE.
001800  4200-EXIT.
001810      EXIT.

001820  4300-PRINT-WORK-LIST-HEADING.
001830      MOVE SPACES TO WRKLST-LINE.
001840      STRING 'MY-LETTER-EXTRACT RETURNED-MAIL WORK LIST - '
001850          'LETTERS HELD FOR ADDRESS CORRECTION  BUSINESS DATE '
001860          BL-BUSINESS-DATE
001870          DELIMITED BY SIZE INTO WRKLST-LINE.
001880      WRITE WRKLST-LINE.
001890      MOVE SPACES TO WRKLST-LINE.
001900      STRING 'RECORD KEY     LETTER   RETURNED INSURED NAME'
001910          '                   ADDRESS'
001920          DELIMITED BY SIZE INTO WRKLST-LINE.
001930      WRITE WRKLST-LINE.
001940  4300-EXIT.
001950      EXIT.

001960  9000-TERMINATE.
001970      MOVE WS-BAD-ADDRESS-COUNT TO WS-COUNT-ED.
001980      MOVE SPACES TO WRKLST-LINE.
001990      STRING 'POLICIES HELD FOR RETURNED MAIL=' WS-COUNT-ED
002000          DELIMITED BY SIZE INTO WRKLST-LINE.
002010      WRITE WRKLST-LINE.
002020      DISPLAY 'MY-LETTER-EXTRACT: RENEWAL NOTICES='
002030          WS-RENEWAL-LETTER-COUNT
002040          ' SUSPENSE LETTERS=' WS-SUSPENSE-LETTER-COUNT
002050          ' UNADDRESSABLE=' WS-NO-ADDRESS-COUNT
002060          ' RETURNED MAIL=' WS-BAD-ADDRESS-COUNT.
002070      CLOSE MY-RENEW-FILE.
002080      CLOSE MY-SUSP-FILE.
002090      CLOSE MY-LETTER-FILE.
002100      CLOSE MY-BADADR-FILE.
002110      CLOSE MY-WRKLST-FILE.
002120      IF WS-NO-ADDRESS-COUNT > ZERO
002130          MOVE 4 TO RETURN-CODE
002140      ELSE
002150          MOVE ZERO TO RETURN-CODE
002160      END-IF.
002170  9000-EXIT.
002180      EXIT.

002190*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
002200*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
002210*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
002220  9800-BEGIN-STEP.
002230      MOVE 'MY-LETTER-EXTRACT' TO BL-STEP-NAME.
002240      SET BL-BEGIN-STEP TO TRUE.
002250      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
002260      IF BL-CONTROL-FAILED
002270          DISPLAY 'MY-LETTER-EXTRACT - ' BL-FAIL-REASON
002280              ' FILE STATUS=' BL-FILE-STATUS
002290          DISPLAY 'MY-LETTER-EXTRACT - STEP NOT RUN'
002300          SET WS-STEP-BYPASSED TO TRUE
002310          MOVE 16 TO RETURN-CODE
002320          GO TO 9999-EXIT
002330      END-IF.
002340      IF BL-STEP-ALREADY-DONE
002350          DISPLAY 'MY-LETTER-EXTRACT - ALREADY COMPLETE FOR '
002360              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
002370          SET WS-STEP-BYPASSED TO TRUE
002380          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
002390          GO TO 9999-EXIT
002400      END-IF.
002410      MOVE ZERO TO RETURN-CODE.
002420  9800-EXIT.
002430      EXIT.

002440*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
002450*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
002460*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
002470*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
002480  9900-END-STEP.
002490      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
002500          GO TO 9900-EXIT
002510      END-IF.
002520      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
002530      SET BL-END-STEP TO TRUE.
002540      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
002550      IF BL-CONTROL-FAILED
002560          DISPLAY 'MY-LETTER-EXTRACT - ' BL-FAIL-REASON
002570              ' FILE STATUS=' BL-FILE-STATUS
002580          MOVE 16 TO RETURN-CODE
002590          GO TO 9900-EXIT
002600      END-IF.
002610      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
002620  9900-EXIT.
002630      EXIT.

002640  9999-EXIT.
002650      PERFORM 9900-END-STEP THRU 9900-EXIT.
002660      STOP RUN.
