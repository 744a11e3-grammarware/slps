000010*----------------------------------------------------------------*
000020*    MY-PENDAP
000030*    ONLINE CORRECTION APPROVAL QUEUE RECORD, 200 BYTES, KEYED
000040*    BY PA-PENDING-KEY (REQUEST DATE, TIME AND TERMINAL).
000050*    MY-UPDATE WRITES ONE FOR EVERY AMOUNT CHANGE OVER THE
000060*    OPERATOR'S LIMIT (STATUS 'P', NOT APPLIED) AND ONE FOR
000070*    EVERY CHANGE REFUSED FOR WANT OF AUTHORITY (STATUS 'D',
000080*    KEPT FOR THE EXCEPTION REPORT ONLY).  MY-APPROVE MOVES A
000090*    'P' TO 'A' (APPLIED) OR 'R' (REJECTED) AND STAMPS THE
000100*    SUPERVISOR.  PA-CORRECTION IS THE MY-CORRTX TRANSACTION AS
000110*    KEYED.  PA-OLD-AMOUNT IS THE FIELD AS IT STOOD WHEN THE
000120*    CHANGE WAS KEYED - AN APPROVAL IS REFUSED IF THE POLICY HAS
000130*    MOVED SINCE.  RECORDS ARE NEVER DELETED ONLINE.
000140*----------------------------------------------------------------*
000150*    MODIFICATION HISTORY.
000160*    DATE       INIT  DESCRIPTION
000170*    10/15/26   DLH   ORIGINAL APPROVAL QUEUE RECORD.
000180*----------------------------------------------------------------*
000190     05  PA-PENDING-KEY.
000200         10  PA-REQUEST-DATE           PIC 9(08).
000210         10  PA-REQUEST-TIME           PIC 9(08).
000220         10  PA-TERMINAL-ID            PIC X(04).
000230     05  PA-STATUS                     PIC X(01).
000240         88  PA-STATUS-PENDING              VALUE 'P'.
000250         88  PA-STATUS-APPROVED             VALUE 'A'.
000260         88  PA-STATUS-REJECTED             VALUE 'R'.
000270         88  PA-STATUS-REFUSED              VALUE 'D'.
000280     05  PA-REQUEST-USER               PIC X(08).
000290     05  PA-REQUEST-LIMIT              PIC 9(12)V99.
000300     05  PA-CORRECTION.
000310         10  PA-RECORD-KEY             PIC X(14).
000320         10  PA-FIELD-CODE             PIC X(02).
000330         10  PA-NEW-VALUE              PIC X(14).
000340     05  PA-OLD-AMOUNT                 PIC S9(12)V99.
000350     05  PA-NEW-AMOUNT                 PIC S9(12)V99.
000360     05  PA-CHANGE-AMOUNT              PIC 9(12)V99.
000370     05  PA-DECISION-USER              PIC X(08).
000380     05  PA-DECISION-DATE              PIC 9(08).
000390     05  PA-DECISION-TIME              PIC 9(08).
000400     05  PA-REASON                     PIC X(40).
000410     05  FILLER                        PIC X(21).
