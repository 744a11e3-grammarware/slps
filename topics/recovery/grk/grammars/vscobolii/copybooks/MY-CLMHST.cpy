000010*----------------------------------------------------------------*
000020*    MY-CLMHST
000030*    POSTED CLAIM ACTIVITY.  MY-CLAIM-POST APPENDS ONE RECORD
000040*    TO PRD.FILE1.CLMHIST FOR EVERY CLAIM TRANSACTION IT POSTS,
000050*    STAMPED WITH THE POSTING DATE AND CARRYING WHAT THE
000060*    TRANSACTION DID TO PAID, RESERVE AND INCURRED (INCURRED
000070*    CHANGE = PAID CHANGE + RESERVE CHANGE, WHICH IS ALSO THE
000080*    AMOUNT POSTED TO DR-CLAIM-AMOUNT).  THE ITEM-A CODE AND
000090*    STATE ARE THE CLAIM'S, SO PERIOD ACTIVITY CAN BE BUCKETED
000100*    FROM THIS FILE ALONE.
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT  DESCRIPTION
000140*    10/15/26   DLH   ORIGINAL CLAIM HISTORY RECORD.
000150*----------------------------------------------------------------*
000160     05  CH-POSTED-DATE                PIC 9(08).
000170     05  CH-CLAIM-NUMBER               PIC X(10).
000180     05  CH-RECORD-KEY                 PIC X(14).
000190     05  CH-TRANS-SEQ                  PIC 9(04).
000200     05  CH-TRANS-TYPE                 PIC X(01).
000210         88  CH-TRANS-OPEN                  VALUE 'O'.
000220         88  CH-TRANS-RESERVE               VALUE 'A'.
000230         88  CH-TRANS-PAYMENT               VALUE 'P'.
000240         88  CH-TRANS-CLOSE                 VALUE 'C'.
000250         88  CH-TRANS-REOPEN                VALUE 'R'.
000260     05  CH-LOSS-DATE                  PIC 9(08).
000270     05  CH-TRANS-DATE                 PIC 9(08).
000280     05  CH-ITEM-A-CODE                PIC 9(02).
000290     05  CH-ADDRESS-STATE              PIC X(02).
000300     05  CH-PAID-CHANGE                PIC S9(09)V99.
000310     05  CH-RESERVE-CHANGE             PIC S9(09)V99.
000320     05  CH-INCURRED-CHANGE            PIC S9(09)V99.
000330     05  CH-CLAIM-STATUS               PIC X(01).
000340     05  FILLER                        PIC X(09).
