000010*----------------------------------------------------------------*
000020*    MY-BCCARD
000030*    CONTROL CARD FOR MY-BATCH-CONTROL.  THE FIRST CARD NAMES THE
000040*    FUNCTION OF THE STEP:
000050*      OPEN     OPEN (OR RESTART) THE BUSINESS DATE - TOP OF JOB.
000060*               MAY BE FOLLOWED BY RESET CARDS.
000070*      RESET    (AFTER OPEN ONLY) TAKE THE NAMED STEP OFF THE STEP
000080*               LOG SO A RESTART RUNS IT AGAIN.
000090*      CHECK    RC 0 IF THE NAMED UTILITY STEP STILL HAS TO RUN,
000100*               RC 4 IF IT IS ALREADY COMPLETE FOR THE DATE.
000110*      DONE     RECORD THE NAMED UTILITY STEP COMPLETE.
000120*      CLOSE    END OF JOB - FOLLOWED BY ONE REQUIRE CARD PER STEP
000130*               THAT MUST BE COMPLETE BEFORE THE DATE ADVANCES.
000140*      REQUIRE  (AFTER CLOSE ONLY) A STEP THE NIGHT NEEDS.
000150*    THE STEP NAME STARTS IN COLUMN 10.  A REQUIRE CARD FOR A STEP
000160*    UNDER A COND NAMES ITS GATE STEP IN COLUMN 31 - THE STEP IS
000170*    THEN REQUIRED ONLY IF THE GATE STEP ENDED BELOW RC 4.
000180*----------------------------------------------------------------*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    10/15/26   DLH   ORIGINAL CONTROL CARD.
000220*----------------------------------------------------------------*
000230     05  BC-FUNCTION                   PIC X(08).
000240         88  BC-OPEN                        VALUE 'OPEN'.
000250         88  BC-RESET                       VALUE 'RESET'.
000260         88  BC-CHECK                       VALUE 'CHECK'.
000270         88  BC-DONE                        VALUE 'DONE'.
000280         88  BC-CLOSE                       VALUE 'CLOSE'.
000290         88  BC-REQUIRE                     VALUE 'REQUIRE'.
000300     05  FILLER                        PIC X(01).
000310     05  BC-STEP-NAME                  PIC X(20).
000320     05  FILLER                        PIC X(01).
000330     05  BC-GATE-STEP-NAME             PIC X(20).
000340     05  FILLER                        PIC X(30).
