000010*----------------------------------------------------------------*
000020*    MY-BUSINESS-DATE IS CALLED BY EVERY MYBATCH PROGRAM IN PLACE
000030*    OF READING THE SYSTEM CLOCK.  IT RETURNS THE BUSINESS DATE
000040*    FROM THE CONTROL RECORD (MY-BUSDT) AND KEEPS THE STEP LOG
000050*    (MY-STPLOG) THAT MAKES THE NIGHT RESTARTABLE:
000060*
000070*      'B'  BEGIN - IS THIS STEP ALREADY COMPLETE FOR THE DATE?
000080*           IF SO THE CALLER BYPASSES ITSELF AND SETS THE RETURN
000090*           CODE THE STEP FINISHED WITH THE FIRST TIME.
000100*      'E'  END   - RECORD THE STEP COMPLETE WITH ITS RETURN CODE.
000110*
000120*    THE NIGHT MUST HAVE BEEN OPENED BY MY-BATCH-CONTROL - A
000130*    CONTROL RECORD STILL IN 'R' STATUS FAILS THE CALL, SO NO
000140*    STEP CAN RUN AGAINST A DATE THAT WAS NEVER STARTED OR WAS
000150*    REFUSED.  BOTH FILES ARE OPENED AND CLOSED ON EVERY CALL;
000160*    THE CALLER HOLDS NOTHING BETWEEN THE TWO CALLS.
000170*----------------------------------------------------------------*
000180  IDENTIFICATION DIVISION.
000190  PROGRAM-ID.     MY-BUSINESS-DATE.
000200  AUTHOR.         D L HARGROVE.
000210  INSTALLATION.   DATA PROCESSING CENTER.
000220  DATE-WRITTEN.   10/15/26.
000230  DATE-COMPILED.
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY.
000260*    DATE       INIT  DESCRIPTION
000270*    10/15/26   DLH   ORIGINAL PROGRAM.
000280*----------------------------------------------------------------*

000290  ENVIRONMENT DIVISION.

000300  INPUT-OUTPUT SECTION.
000310  FILE-CONTROL.
000320      SELECT MY-BUSDT-FILE ASSIGN BUSDAT0
000330          FILE STATUS IS WS-BUSDT-STATUS.
000340      SELECT MY-STPLOG-FILE ASSIGN STPLOG0
000350          ORGANIZATION IS INDEXED
000360          ACCESS MODE IS DYNAMIC
000370          RECORD KEY IS SL-STEP-KEY
000380          FILE STATUS IS WS-STPLOG-STATUS.

000390  DATA DIVISION.

000400  FILE SECTION.

000410  FD  MY-BUSDT-FILE
000420      LABEL RECORD STANDARD.
000430  01  BUSDT-RECORD.
000440      COPY MY-BUSDT.

000450  FD  MY-STPLOG-FILE.
000460  01  STPLOG-RECORD.
000470      COPY MY-STPLOG.

000480  WORKING-STORAGE SECTION.

000490  77  WS-BUSDT-STATUS                 PIC X(02).
000500  77  WS-STPLOG-STATUS                PIC X(02).

000510  77  WS-RUN-COUNT                    PIC 9(03) VALUE ZERO.

000520  LINKAGE SECTION.

000530  01  MY-BUSDTL-AREA.
000540      COPY MY-BUSDTL.

000550  PROCEDURE DIVISION USING MY-BUSDTL-AREA.

000560  0000-MAINLINE.
000570      MOVE SPACES TO BL-FILE-STATUS
000580                     BL-FAIL-REASON.
000590      MOVE ZERO TO BL-BUSINESS-DATE
000600                   BL-PRIOR-DATE.
000610      PERFORM 1000-READ-CONTROL-RECORD THRU 1000-EXIT.
000620      IF BL-CONTROL-FAILED
000630          GO TO 9999-EXIT
000640      END-IF.
000650      EVALUATE TRUE
000660          WHEN BL-BEGIN-STEP
000670              PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
000680          WHEN BL-END-STEP
000690              PERFORM 3000-END-STEP THRU 3000-EXIT
000700          WHEN OTHER
000710              SET BL-CONTROL-FAILED TO TRUE
000720              STRING 'MY-BUSINESS-DATE CALLED WITH UNKNOWN '
000730                  'FUNCTION ' BL-FUNCTION
000740                  DELIMITED BY SIZE INTO BL-FAIL-REASON
000750      END-EVALUATE.
000760      GO TO 9999-EXIT.

000770  1000-READ-CONTROL-RECORD.
000780      OPEN INPUT MY-BUSDT-FILE.
000790      IF WS-BUSDT-STATUS NOT = '00'
000800          SET BL-CONTROL-FAILED TO TRUE
000810          MOVE WS-BUSDT-STATUS TO BL-FILE-STATUS
000820          MOVE 'BUSINESS DATE CONTROL FILE NOT AVAILABLE'
000830              TO BL-FAIL-REASON
000840          GO TO 1000-EXIT
000850      END-IF.
000860      READ MY-BUSDT-FILE
000870          AT END
000880              SET BL-CONTROL-FAILED TO TRUE
000890              MOVE 'BUSINESS DATE CONTROL RECORD MISSING'
000900                  TO BL-FAIL-REASON
000910      END-READ.
000920      CLOSE MY-BUSDT-FILE.
000930      IF BL-CONTROL-FAILED
000940          GO TO 1000-EXIT
000950      END-IF.
000960      MOVE BD-BUSINESS-DATE TO BL-BUSINESS-DATE.
000970      MOVE BD-PRIOR-DATE TO BL-PRIOR-DATE.
000980      MOVE BD-RUN-COUNT TO WS-RUN-COUNT.
000990      IF NOT BD-ACTIVE
001000          SET BL-CONTROL-FAILED TO TRUE
001010          STRING 'BUSINESS DATE ' BD-BUSINESS-DATE
001020              ' WAS NOT OPENED BY THE CONTROL STEP'
001030              DELIMITED BY SIZE INTO BL-FAIL-REASON
001040      END-IF.
001050  1000-EXIT.
001060      EXIT.

001070  2000-BEGIN-STEP.
001080      OPEN INPUT MY-STPLOG-FILE.
001090*    STATUS 35 - THE LOG IS STILL EMPTY, SO NO STEP HAS RUN YET.
001100      IF WS-STPLOG-STATUS = '35'
001110          SET BL-STEP-TO-RUN TO TRUE
001120          MOVE ZERO TO BL-STEP-RETURN-CODE
001130          GO TO 2000-EXIT
001140      END-IF.
001150      IF WS-STPLOG-STATUS NOT = '00'
001160          SET BL-CONTROL-FAILED TO TRUE
001170          MOVE WS-STPLOG-STATUS TO BL-FILE-STATUS
001180          MOVE 'STEP LOG NOT AVAILABLE' TO BL-FAIL-REASON
001190          GO TO 2000-EXIT
001200      END-IF.
001210      MOVE BL-BUSINESS-DATE TO SL-BUSINESS-DATE.
001220      MOVE BL-STEP-NAME TO SL-STEP-NAME.
001230      READ MY-STPLOG-FILE
001240          INVALID KEY
001250              SET BL-STEP-TO-RUN TO TRUE
001260              MOVE ZERO TO BL-STEP-RETURN-CODE
001270          NOT INVALID KEY
001280              SET BL-STEP-ALREADY-DONE TO TRUE
001290              MOVE SL-RETURN-CODE TO BL-STEP-RETURN-CODE
001300      END-READ.
001310      CLOSE MY-STPLOG-FILE.
001320  2000-EXIT.
001330      EXIT.

001340*    A STEP ALREADY ON THE LOG FOR THE DATE IS REPLACED - ONLY A
001350*    STEP TAKEN OFF BY A RESET CARD SHOULD EVER RUN TWICE.
001360  3000-END-STEP.
001370      OPEN I-O MY-STPLOG-FILE.
001380      IF WS-STPLOG-STATUS NOT = '00'
001390          CLOSE MY-STPLOG-FILE
001400          OPEN OUTPUT MY-STPLOG-FILE
001410          CLOSE MY-STPLOG-FILE
001420          OPEN I-O MY-STPLOG-FILE
001430      END-IF.
001440      IF WS-STPLOG-STATUS NOT = '00'
001450          SET BL-CONTROL-FAILED TO TRUE
001460          MOVE WS-STPLOG-STATUS TO BL-FILE-STATUS
001470          MOVE 'STEP LOG NOT AVAILABLE - STEP NOT RECORDED'
001480              TO BL-FAIL-REASON
001490          GO TO 3000-EXIT
001500      END-IF.
001510      MOVE SPACES TO STPLOG-RECORD.
001520      MOVE BL-BUSINESS-DATE TO SL-BUSINESS-DATE.
001530      MOVE BL-STEP-NAME TO SL-STEP-NAME.
001540      MOVE BL-STEP-RETURN-CODE TO SL-RETURN-CODE.
001550      MOVE WS-RUN-COUNT TO SL-RUN-NUMBER.
001560      ACCEPT SL-END-DATE FROM DATE YYYYMMDD.
001570      ACCEPT SL-END-TIME FROM TIME.
001580      SET BL-STEP-RECORDED TO TRUE.
001590      WRITE STPLOG-RECORD
001600          INVALID KEY
001610              REWRITE STPLOG-RECORD
001620                  INVALID KEY
001630                      SET BL-CONTROL-FAILED TO TRUE
001640              END-REWRITE
001650      END-WRITE.
001660      IF BL-CONTROL-FAILED
001670          MOVE WS-STPLOG-STATUS TO BL-FILE-STATUS
001680          MOVE 'STEP LOG WRITE FAILED - STEP NOT RECORDED'
001690              TO BL-FAIL-REASON
001700      END-IF.
001710      CLOSE MY-STPLOG-FILE.
001720  3000-EXIT.
001730      EXIT.

001740  9999-EXIT.
001750      MOVE ZERO TO RETURN-CODE.
001760      GOBACK.
