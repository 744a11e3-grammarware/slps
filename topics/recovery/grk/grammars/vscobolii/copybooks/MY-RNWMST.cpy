000010*----------------------------------------------------------------*
000020*    MY-RNWMST
000030*    RENEWAL CONTROL RECORD, ONE PER POLICY TERM, ON THE INDEXED
000040*    RENEWAL MASTER (PRD.FILE1.RNWMAST).  THE KEY IS THE POLICY
000050*    KEY PLUS THE EXPIRATION DATE OF THE TERM BEING RENEWED, SO
000060*    EACH TERM IS ANSWERED AND ACTED ON EXACTLY ONCE.  MY-RENEWAL
000070*    FILES THE RESPONSE HERE AND RECORDS WHAT IT DID ABOUT IT -
000080*    A RENEWAL ISSUED, A NON-RENEWAL CANCELLED AT EXPIRATION, OR
000090*    A TERM VOIDED BECAUSE THE POLICY CHANGED UNDER IT.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL RENEWAL CONTROL RECORD.
000140*----------------------------------------------------------------*
000150     05  RM-MASTER-KEY.
000160         10  RM-RECORD-KEY             PIC X(14).
000170         10  RM-TERM-EXP-DATE          PIC 9(08).
000180     05  RM-RESPONSE-CODE              PIC X(01).
000190         88  RM-RESPONSE-RENEW              VALUE 'R'.
000200         88  RM-RESPONSE-NON-RENEW          VALUE 'N'.
000210     05  RM-RESPONSE-DATE              PIC 9(08).
000220     05  RM-OVERRIDE-PREMIUM           PIC S9(9)V99 COMP-3.
000230     05  RM-OPERATOR-ID                PIC X(08).
000240     05  RM-REASON-TEXT                PIC X(20).
000250     05  RM-ACTION-STATUS              PIC X(01).
000260         88  RM-ACTION-PENDING              VALUE 'P'.
000270         88  RM-ACTION-ISSUED               VALUE 'I'.
000280         88  RM-ACTION-NON-RENEWED          VALUE 'X'.
000290         88  RM-ACTION-VOID                 VALUE 'V'.
000300     05  RM-ACTION-DATE                PIC 9(08).
000310     05  RM-OLD-PREMIUM                PIC S9(9)V99 COMP-3.
000320     05  RM-NEW-PREMIUM                PIC S9(9)V99 COMP-3.
000330     05  RM-NEW-EXP-DATE               PIC 9(08).
000340     05  FILLER                        PIC X(06).
