000010*----------------------------------------------------------------*
000020*    MY-STPLOG
000030*    STEP-COMPLETION RECORD ON THE INDEXED STEP LOG
000040*    (PRD.FILE1.STEPLOG), ONE PER MYBATCH STEP PER BUSINESS DATE.
000050*    A PROGRAM STEP IS NAMED BY ITS PROGRAM-ID, A UTILITY STEP BY
000060*    ITS JCL STEP NAME.  SL-RETURN-CODE IS THE CODE THE STEP ENDED
000070*    WITH - A STEP BYPASSED ON A RESTART HANDS IT BACK SO THE COND
000080*    TESTS DOWNSTREAM SEE WHAT THEY SAW THE FIRST TIME.  THE END
000090*    DATE AND TIME ARE THE CLOCK, FOR THE OPERATOR.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL STEP LOG RECORD.
000140*----------------------------------------------------------------*
000150     05  SL-STEP-KEY.
000160         10  SL-BUSINESS-DATE          PIC 9(08).
000170         10  SL-STEP-NAME              PIC X(20).
000180     05  SL-RETURN-CODE                PIC 9(04).
000190     05  SL-RUN-NUMBER                 PIC 9(03).
000200     05  SL-END-DATE                   PIC 9(08).
000210     05  SL-END-TIME                   PIC 9(08).
000220     05  FILLER                        PIC X(29).
