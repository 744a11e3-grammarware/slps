000010*----------------------------------------------------------------*
000020*    MY-DELTA-ROLL APPENDS TONIGHT'S NIGHT-OVER-NIGHT DELTA
000030*    EXTRACT (DELTA00, MY-DELTA LAYOUT) TO THE MONTH-TO-DATE
000040*    MOVEMENT HISTORY (DLTMTD0, MY-DLTMTD LAYOUT), STAMPING
000050*    EVERY RECORD WITH THE ROLL DATE AND CLOSING THE NIGHT WITH
000060*    A TRAILER OF ITS COUNTS.  MY-FILE1-COMPARE REPLACES DELTA00
000070*    EVERY NIGHT; THE HISTORY IS WHAT MY-RETENTION-REPORT READS
000080*    AT MONTH END.  A NIGHT ALREADY ON THE FILE IS NOT ROLLED
000090*    TWICE - A FORCED RERUN SETS RC 4 HERE AND LEAVES THE FIRST
000100*    ROLL STANDING, THE SAME RULE AS MY-GL-ROLL.
000110*----------------------------------------------------------------*
000120  IDENTIFICATION DIVISION.
000130  PROGRAM-ID.     MY-DELTA-ROLL.
000140  AUTHOR.         D L HARGROVE.
000150  INSTALLATION.   DATA PROCESSING CENTER.
000160  DATE-WRITTEN.   10/15/26.
000170  DATE-COMPILED.
000180*----------------------------------------------------------------*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    10/15/26   DLH   ORIGINAL PROGRAM.
000220*----------------------------------------------------------------*

000230  ENVIRONMENT DIVISION.

000240  INPUT-OUTPUT SECTION.
000250  FILE-CONTROL.
000260      SELECT MY-DELTA-FILE ASSIGN DELTA00
000270          FILE STATUS IS WS-DELTA-STATUS.
000280      SELECT MY-DLTMTD-FILE ASSIGN DLTMTD0
000290          FILE STATUS IS WS-DLTMTD-STATUS.
000300      SELECT MY-ROLL-REPORT ASSIGN DRLRPT0
000310          FILE STATUS IS WS-DRLRPT-STATUS.

000320  DATA DIVISION.

000330  FILE SECTION.

000340  FD  MY-DELTA-FILE
000350      LABEL RECORD STANDARD.
000360  01  DELTA-FILE-RECORD.
000370      COPY MY-DELTA.

000380  FD  MY-DLTMTD-FILE
000390      LABEL RECORD STANDARD.
000400  01  DLTMTD-FILE-RECORD.
000410      COPY MY-DLTMTD.

000420  FD  MY-ROLL-REPORT
000430      LABEL RECORD STANDARD.
000440  01  REPORT-LINE                     PIC X(132).

000450  WORKING-STORAGE SECTION.

000460  01  MY-BUSDTL-AREA.
000470      COPY MY-BUSDTL.

000480  77  WS-STEP-SWITCH                  PIC X(01) VALUE 'N'.
000490      88  WS-STEP-BYPASSED            VALUE 'Y'.
000500      88  WS-STEP-RUNNING             VALUE 'N'.

000510  01  MY-DLTMTD-WORK-AREA.
000520      COPY MY-DLTMTD.

000530  77  WS-DELTA-STATUS                 PIC X(02).
000540  77  WS-DLTMTD-STATUS                PIC X(02).
000550  77  WS-DRLRPT-STATUS                PIC X(02).

000560  77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000570      88  WS-EOF-YES                      VALUE 'Y'.
000580      88  WS-EOF-NO                       VALUE 'N'.

000590  77  WS-MTD-EOF-SWITCH               PIC X(01) VALUE 'N'.
000600      88  WS-MTD-EOF-YES                  VALUE 'Y'.
000610      88  WS-MTD-EOF-NO                   VALUE 'N'.

000620  77  WS-ROLLED-SWITCH                PIC X(01) VALUE 'N'.
000630      88  WS-ALREADY-ROLLED               VALUE 'Y'.
000640      88  WS-NOT-YET-ROLLED               VALUE 'N'.

000650  77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000660  77  WS-ROLL-COUNT                   PIC 9(08) COMP VALUE ZERO.
000670  77  WS-NEW-COUNT                    PIC 9(08) COMP VALUE ZERO.
000680  77  WS-DROPPED-COUNT                PIC 9(08) COMP VALUE ZERO.
000690  77  WS-CHANGED-COUNT                PIC 9(08) COMP VALUE ZERO.
000700  77  WS-BAD-TYPE-COUNT               PIC 9(08) COMP VALUE ZERO.

000710  01  WS-COUNT-ED                     PIC Z(7)9.

000720  PROCEDURE DIVISION.

000730  0000-MAINLINE.
000740      PERFORM 9800-BEGIN-STEP THRU 9800-EXIT.
000750      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000760      IF WS-ALREADY-ROLLED
000770          PERFORM 9000-TERMINATE THRU 9000-EXIT
000780          GO TO 9999-EXIT
000790      END-IF.
000800      PERFORM 2000-ROLL-RECORD THRU 2000-EXIT
000810          UNTIL WS-EOF-YES.
000820      PERFORM 3000-WRITE-NIGHT-TRAILER THRU 3000-EXIT.
000830      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000840      GO TO 9999-EXIT.

000850  1000-INITIALIZE.
000860      MOVE BL-BUSINESS-DATE TO WS-RUN-DATE.
000870      OPEN OUTPUT MY-ROLL-REPORT.
000880      PERFORM 1100-CHECK-PRIOR-ROLL THRU 1100-EXIT.
000890      IF WS-ALREADY-ROLLED
000900          GO TO 1000-EXIT
000910      END-IF.
000920      OPEN INPUT MY-DELTA-FILE.
000930      IF WS-DELTA-STATUS NOT = '00'
000940          DISPLAY 'MY-DELTA-ROLL - OPEN FAILED ON THE DELTA '
000950              'EXTRACT, FILE STATUS=' WS-DELTA-STATUS
000960          MOVE SPACES TO REPORT-LINE
000970          STRING '** DELTA EXTRACT NOT AVAILABLE, FILE STATUS='
000980              WS-DELTA-STATUS ' - NIGHT NOT ROLLED **'
000990              DELIMITED BY SIZE INTO REPORT-LINE
001000          WRITE REPORT-LINE
001010          CLOSE MY-ROLL-REPORT
001020          MOVE 16 TO RETURN-CODE
001030          GO TO 9999-EXIT
001040      END-IF.
001050      PERFORM 1200-OPEN-MTD-EXTEND THRU 1200-EXIT.
001060      PERFORM 2100-READ-DELTA THRU 2100-EXIT.
001070  1000-EXIT.
001080      EXIT.

001090*    SCAN THE HISTORY FOR TONIGHT'S TRAILER BEFORE APPENDING - A
001100*    FORCED RERUN MUST NOT DOUBLE THE NIGHT.  A MISSING OR EMPTY
001110*    FILE IS A NORMAL FIRST NIGHT OF A MONTH.
001120  1100-CHECK-PRIOR-ROLL.
001130      OPEN INPUT MY-DLTMTD-FILE.
001140      IF WS-DLTMTD-STATUS NOT = '00'
001150          GO TO 1100-EXIT
001160      END-IF.
001170      PERFORM 1110-READ-MTD-RECORD THRU 1110-EXIT.
001180      PERFORM 1120-MATCH-ROLL-DATE THRU 1120-EXIT
001190          UNTIL WS-MTD-EOF-YES OR WS-ALREADY-ROLLED.
001200      CLOSE MY-DLTMTD-FILE.
001210  1100-EXIT.
001220      EXIT.

001230  1110-READ-MTD-RECORD.
001240      READ MY-DLTMTD-FILE INTO MY-DLTMTD-WORK-AREA
001250          AT END
001260              SET WS-MTD-EOF-YES TO TRUE
001270      END-READ.
001280  1110-EXIT.
001290      EXIT.

001300  1120-MATCH-ROLL-DATE.
001310      IF DM-NIGHT-TRAILER IN MY-DLTMTD-WORK-AREA
001320          AND DM-ROLL-DATE IN MY-DLTMTD-WORK-AREA = WS-RUN-DATE
001330          SET WS-ALREADY-ROLLED TO TRUE
001340      ELSE
001350          PERFORM 1110-READ-MTD-RECORD THRU 1110-EXIT
001360      END-IF.
001370  1120-EXIT.
001380      EXIT.

001390*    THE HISTORY GROWS ACROSS THE MONTH THE SAME WAY THE GL
001400*    ACCUMULATION FILE DOES.
001410  1200-OPEN-MTD-EXTEND.
001420      OPEN EXTEND MY-DLTMTD-FILE.
001430      IF WS-DLTMTD-STATUS NOT = '00'
001440          OPEN OUTPUT MY-DLTMTD-FILE
001450      END-IF.
001460  1200-EXIT.
001470      EXIT.

001480*    AN UNKNOWN CHANGE TYPE IS ROLLED AS IT CAME SO THE MONTH-END
001490*    REPORT SEES IT TOO, BUT IT MAKES THE STEP RC 4.
001500  2000-ROLL-RECORD.
001510      ADD 1 TO WS-ROLL-COUNT.
001520      EVALUATE TRUE
001530          WHEN DL-CHANGE-NEW
001540              ADD 1 TO WS-NEW-COUNT
001550          WHEN DL-CHANGE-DROPPED
001560              ADD 1 TO WS-DROPPED-COUNT
001570          WHEN DL-CHANGE-CHANGED
001580              ADD 1 TO WS-CHANGED-COUNT
001590          WHEN OTHER
001600              ADD 1 TO WS-BAD-TYPE-COUNT
001610      END-EVALUATE.
001620      MOVE SPACES TO MY-DLTMTD-WORK-AREA.
001630      MOVE WS-RUN-DATE TO DM-ROLL-DATE IN MY-DLTMTD-WORK-AREA.
001640      SET DM-DELTA-DETAIL IN MY-DLTMTD-WORK-AREA TO TRUE.
001650      MOVE DELTA-FILE-RECORD TO
001660          DM-DELTA-RECORD IN MY-DLTMTD-WORK-AREA.
001670      WRITE DLTMTD-FILE-RECORD FROM MY-DLTMTD-WORK-AREA.
001680      PERFORM 2100-READ-DELTA THRU 2100-EXIT.
001690  2000-EXIT.
001700      EXIT.

001710  2100-READ-DELTA.
001720      READ MY-DELTA-FILE
001730          AT END
001740              SET WS-EOF-YES TO TRUE
001750      END-READ.
001760  2100-EXIT.
001770      EXIT.

001780*    EVERY ROLLED NIGHT GETS A TRAILER, EVEN ONE WITH NO DELTAS,
001790*    SO THE MONTH-END REPORT CAN LIST THE NIGHTS IT COVERS.
001800  3000-WRITE-NIGHT-TRAILER.
001810      MOVE SPACES TO MY-DLTMTD-WORK-AREA.
001820      MOVE WS-RUN-DATE TO DM-ROLL-DATE IN MY-DLTMTD-WORK-AREA.
001830      SET DM-NIGHT-TRAILER IN MY-DLTMTD-WORK-AREA TO TRUE.
001840      MOVE WS-ROLL-COUNT TO
001850          DM-TRL-DELTA-COUNT IN MY-DLTMTD-WORK-AREA.
001860      MOVE WS-NEW-COUNT TO
001870          DM-TRL-NEW-COUNT IN MY-DLTMTD-WORK-AREA.
001880      MOVE WS-DROPPED-COUNT TO
001890          DM-TRL-DROPPED-COUNT IN MY-DLTMTD-WORK-AREA.
001900      MOVE WS-CHANGED-COUNT TO
001910          DM-TRL-CHANGED-COUNT IN MY-DLTMTD-WORK-AREA.
001920      WRITE DLTMTD-FILE-RECORD FROM MY-DLTMTD-WORK-AREA.
001930  3000-EXIT.
001940      EXIT.

001950  9000-TERMINATE.
001960      IF WS-ALREADY-ROLLED
001970          MOVE SPACES TO REPORT-LINE
001980          STRING 'ROLL DATE ' WS-RUN-DATE
001990              ' ALREADY ON MOVEMENT HISTORY - NOT ROLLED AGAIN'
002000              DELIMITED BY SIZE INTO REPORT-LINE
002010          WRITE REPORT-LINE
002020          CLOSE MY-ROLL-REPORT
002030          MOVE 4 TO RETURN-CODE
002040          GO TO 9000-EXIT
002050      END-IF.
002060      MOVE WS-ROLL-COUNT TO WS-COUNT-ED.
002070      MOVE SPACES TO REPORT-LINE.
002080      STRING 'MY-DELTA-ROLL DATE=' WS-RUN-DATE
002090          ' DELTAS ROLLED=' WS-COUNT-ED
002100          DELIMITED BY SIZE INTO REPORT-LINE.
002110      WRITE REPORT-LINE.
002120      MOVE WS-NEW-COUNT TO WS-COUNT-ED.
002130      MOVE SPACES TO REPORT-LINE.
002140      STRING '  NEW=' WS-COUNT-ED
002150          DELIMITED BY SIZE INTO REPORT-LINE.
002160      WRITE REPORT-LINE.
002170      MOVE WS-DROPPED-COUNT TO WS-COUNT-ED.
002180      MOVE SPACES TO REPORT-LINE.
002190      STRING '  DROPPED=' WS-COUNT-ED
002200          DELIMITED BY SIZE INTO REPORT-LINE.
002210      WRITE REPORT-LINE.
002220      MOVE WS-CHANGED-COUNT TO WS-COUNT-ED.
002230      MOVE SPACES TO REPORT-LINE.
002240      STRING '  CHANGED=' WS-COUNT-ED
002250          DELIMITED BY SIZE INTO REPORT-LINE.
002260      WRITE REPORT-LINE.
002270      IF WS-BAD-TYPE-COUNT > ZERO
002280          MOVE WS-BAD-TYPE-COUNT TO WS-COUNT-ED
002290          MOVE SPACES TO REPORT-LINE
002300          STRING 'WARNING: ' WS-COUNT-ED
002310              ' DELTA RECORDS CARRY AN UNKNOWN CHANGE TYPE - '
002320              'CHECK THE COMPARE RUN'
002330              DELIMITED BY SIZE INTO REPORT-LINE
002340          WRITE REPORT-LINE
002350      END-IF.
002360      CLOSE MY-DELTA-FILE.
002370      CLOSE MY-DLTMTD-FILE.
002380      CLOSE MY-ROLL-REPORT.
002390      IF WS-BAD-TYPE-COUNT > ZERO
002400          MOVE 4 TO RETURN-CODE
002410      ELSE
002420          MOVE ZERO TO RETURN-CODE
002430      END-IF.
002440  9000-EXIT.
002450      EXIT.

002460*    THE BUSINESS DATE COMES FROM THE CONTROL RECORD, NOT THE
002470*    CLOCK.  ON A RESTART A STEP ALREADY COMPLETE FOR THE DATE
002480*    DOES NOTHING AND HANDS BACK THE RETURN CODE IT ENDED WITH.
002490  9800-BEGIN-STEP.
002500      MOVE 'MY-DELTA-ROLL' TO BL-STEP-NAME.
002510      SET BL-BEGIN-STEP TO TRUE.
002520      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
002530      IF BL-CONTROL-FAILED
002540          DISPLAY 'MY-DELTA-ROLL - ' BL-FAIL-REASON
002550              ' FILE STATUS=' BL-FILE-STATUS
002560          DISPLAY 'MY-DELTA-ROLL - STEP NOT RUN'
002570          SET WS-STEP-BYPASSED TO TRUE
002580          MOVE 16 TO RETURN-CODE
002590          GO TO 9999-EXIT
002600      END-IF.
002610      IF BL-STEP-ALREADY-DONE
002620          DISPLAY 'MY-DELTA-ROLL - ALREADY COMPLETE FOR '
002630              'BUSINESS DATE ' BL-BUSINESS-DATE ' - BYPASSED'
002640          SET WS-STEP-BYPASSED TO TRUE
002650          MOVE BL-STEP-RETURN-CODE TO RETURN-CODE
002660          GO TO 9999-EXIT
002670      END-IF.
002680      MOVE ZERO TO RETURN-CODE.
002690  9800-EXIT.
002700      EXIT.

002710*    A STEP THAT RAN TO ITS END WITH RC 0 OR 4 GOES ON THE STEP
002720*    LOG FOR THE BUSINESS DATE.  RC 8 OR MORE LEAVES IT OFF SO THE
002730*    RESTART RUNS IT AGAIN.  THE CALL CLEARS RETURN-CODE, SO THE
002740*    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
002750  9900-END-STEP.
002760      IF WS-STEP-BYPASSED OR RETURN-CODE NOT < 8
002770          GO TO 9900-EXIT
002780      END-IF.
002790      MOVE RETURN-CODE TO BL-STEP-RETURN-CODE.
002800      SET BL-END-STEP TO TRUE.
002810      CALL 'MY-BUSINESS-DATE' USING MY-BUSDTL-AREA.
002820      IF BL-CONTROL-FAILED
002830          DISPLAY 'MY-DELTA-ROLL - ' BL-FAIL-REASON
002840              ' FILE STATUS=' BL-FILE-STATUS
002850          MOVE 16 TO RETURN-CODE
002860          GO TO 9900-EXIT
002870      END-IF.
002880      MOVE BL-STEP-RETURN-CODE TO RETURN-CODE.
002890  9900-EXIT.
002900      EXIT.

002910  9999-EXIT.
002920      PERFORM 9900-END-STEP THRU 9900-EXIT.
002930      STOP RUN.
