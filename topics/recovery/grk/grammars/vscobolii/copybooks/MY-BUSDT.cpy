000010*----------------------------------------------------------------*
000020*    MY-BUSDT
000030*    BUSINESS-DATE CONTROL RECORD - THE ONE RECORD ON
000040*    PRD.FILE1.BUSDATE.  BD-BUSINESS-DATE IS THE PROCESSING DATE
000050*    OF THE MYBATCH NIGHT, WHATEVER THE CLOCK SAYS WHEN THE STEPS
000060*    ACTUALLY RUN.  MY-BATCH-CONTROL OPENS THE NIGHT (STATUS 'A')
000070*    AT THE TOP OF THE JOB AND, ONLY WHEN EVERY STEP HAS RECORDED
000080*    ITS COMPLETION ON THE STEP LOG, CLOSES IT (STATUS 'R') AND
000090*    ADVANCES THE DATE TO THE NEXT BUSINESS DAY OFF THE HOLIDAY
000100*    CALENDAR.  WHILE THE STATUS IS 'A' EVERY SUBMISSION OF THE
000110*    JOB IS A RESTART OF THE SAME BUSINESS DATE.
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/26   DLH   ORIGINAL CONTROL RECORD.
000160*----------------------------------------------------------------*
000170     05  BD-BUSINESS-DATE              PIC 9(08).
000180     05  BD-PRIOR-DATE                 PIC 9(08).
000190     05  BD-RUN-STATUS                 PIC X(01).
000200         88  BD-READY                       VALUE 'R'.
000210         88  BD-ACTIVE                      VALUE 'A'.
000220     05  BD-RUN-COUNT                  PIC 9(03).
000230     05  BD-OPEN-DATE                  PIC 9(08).
000240     05  BD-OPEN-TIME                  PIC 9(08).
000250     05  BD-CLOSE-DATE                 PIC 9(08).
000260     05  BD-CLOSE-TIME                 PIC 9(08).
000270     05  FILLER                        PIC X(28).
