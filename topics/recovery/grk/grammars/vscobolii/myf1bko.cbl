000210*    MODIFICATION HISTORY.
000220*    DATE       INIT  DESCRIPTION
000230*    09/02/26   DLH   ORIGINAL PROGRAM.
000232*    10/15/26   DLH   DR-PRODUCER-CODE ADDED TO THE MY-COPY-BOOK
000234*                     REPLACING LIST.
000236*    10/15/26   DLH   AUDIT IMAGES NOW CLEAR THE NEW USER/APPROVER
000238*                     FIELDS - BLANK MARKS A BATCH IMAGE.
000240*    10/15/26   DLH   DR-BAD-ADDRESS-FLAG AND DR-MAIL-RETURN-DATE
000241*                     ADDED TO THE MY-COPY-BOOK REPLACING LIST.
000242*----------------------------------------------------------------*

000250  ENVIRONMENT DIVISION.

000690              ==DR-ADDRESS-LINE-2==    BY ==DRX-ADDRESS-LINE-2==
000700              ==DR-ADDRESS-CITY==      BY ==DRX-ADDRESS-CITY==
000710              ==DR-ADDRESS-STATE==     BY ==DRX-ADDRESS-STATE==
000720              ==DR-ADDRESS-ZIP==       BY ==DRX-ADDRESS-ZIP==
000722              ==DR-PRODUCER-CODE==     BY ==DRX-PRODUCER-CODE==
000723              ==DR-BAD-ADDRESS-FLAG==  BY ==DRX-BAD-ADDRESS-FLAG==
000724              ==DR-MAIL-RETURN-DATE==  BY ==DRX-MAIL-RETURN-DATE==
000725              ==DR-BAD-ADDRESS==       BY ==DRX-BAD-ADDRESS==
000726              ==DR-ADDRESS-GOOD==      BY ==DRX-ADDRESS-GOOD==.

000730  FD  MY-BKORPT-FILE
000740      LABEL RECORD STANDARD.
003790          FROM DATE YYYYMMDD.
003800      ACCEPT FA-LOG-TIME IN MY-F1AUD-WORK-AREA FROM TIME.
003810      MOVE 'B' TO FA-ACTION-CODE IN MY-F1AUD-WORK-AREA.
003812      MOVE SPACES TO FA-USER-ID IN MY-F1AUD-WORK-AREA
003814          FA-APPROVER-ID IN MY-F1AUD-WORK-AREA.
003820      MOVE WS-TXN-KEY (WS-TXN-INDEX) TO
003830          FA-RECORD-KEY IN MY-F1AUD-WORK-AREA.
003840      MOVE FILE1-INDEXED-RECORD TO
