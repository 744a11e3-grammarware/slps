000010*----------------------------------------------------------------*
000020*    MY-BUSDTL
000030*    PARAMETER AREA FOR CALL 'MY-BUSINESS-DATE'.  EVERY MYBATCH
000040*    PROGRAM CALLS IT TWICE: FUNCTION 'B' AT THE TOP OF THE STEP
000050*    RETURNS THE BUSINESS DATE AND WHETHER THE STEP IS ALREADY
000060*    COMPLETE FOR IT (WITH THE RETURN CODE IT ENDED WITH), AND
000070*    FUNCTION 'E' AT THE END RECORDS THE STEP COMPLETE WITH
000080*    BL-STEP-RETURN-CODE.  BL-CONTROL-FAILED MEANS THE CONTROL
000090*    RECORD OR STEP LOG COULD NOT BE USED, OR THE NIGHT WAS NEVER
000100*    OPENED - THE STEP MUST NOT RUN.
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT  DESCRIPTION
000140*    10/15/26   DLH   ORIGINAL PARAMETER AREA.
000150*----------------------------------------------------------------*
000160     05  BL-FUNCTION                   PIC X(01).
000170         88  BL-BEGIN-STEP                  VALUE 'B'.
000180         88  BL-END-STEP                    VALUE 'E'.
000190     05  BL-STEP-NAME                  PIC X(20).
000200     05  BL-STEP-RETURN-CODE           PIC 9(04).
000210     05  BL-BUSINESS-DATE              PIC 9(08).
000220     05  BL-PRIOR-DATE                 PIC 9(08).
000230     05  BL-RESULT                     PIC X(01).
000240         88  BL-STEP-TO-RUN                 VALUE 'R'.
000250         88  BL-STEP-ALREADY-DONE           VALUE 'D'.
000260         88  BL-STEP-RECORDED               VALUE 'W'.
000270         88  BL-CONTROL-FAILED              VALUE 'F'.
000280     05  BL-FILE-STATUS                PIC X(02).
000290     05  BL-FAIL-REASON                PIC X(60).
