000010*----------------------------------------------------------------*
000020*    MY-OPRAUT
000030*    OPERATOR AUTHORITY RECORD FOR ONLINE FILE1 CORRECTIONS,
000040*    100 BYTES, KEYED BY OA-USER-ID (THE CICS SIGN-ON USER ID).
000050*    OA-FIELD-CODE HOLDS THE MY-CORRTX FIELD CODES THE OPERATOR
000060*    MAY CHANGE THROUGH MY-UPDATE (UNUSED ENTRIES BLANK).
000070*    THE ADDRESS CODES A1 A2 CY SA ZP ARE HELD AS THE ONE CODE
000080*    'AD'.
000090*    OA-MAX-CHANGE-AMOUNT IS THE LARGEST CHANGE, EITHER WAY, THE
000100*    OPERATOR MAY MAKE TO AN AMOUNT FIELD WITHOUT A SUPERVISOR;
000110*    ANYTHING LARGER GOES TO THE APPROVAL QUEUE (MY-PENDAP).
000120*    ONLY A USER FLAGGED OA-SUPERVISOR MAY APPROVE OR REJECT A
000130*    QUEUED CHANGE THROUGH MY-APPROVE.  MAINTAINED ONLY BY
000140*    MY-OPERATOR-MAINT.
000150*----------------------------------------------------------------*
000160*    MODIFICATION HISTORY.
000170*    DATE       INIT  DESCRIPTION
000180*    10/15/26   DLH   ORIGINAL OPERATOR AUTHORITY RECORD.
000190*    10/15/26   DLH   'AD' COVERS THE ADDRESS FIELD CODES.
000200*----------------------------------------------------------------*
000210     05  OA-USER-ID                    PIC X(08).
000220     05  OA-USER-NAME                  PIC X(30).
000230     05  OA-FIELD-CODE-TABLE.
000240         10  OA-FIELD-CODE             PIC X(02)
000250                                        OCCURS 8 TIMES.
000260     05  OA-MAX-CHANGE-AMOUNT          PIC 9(12)V99.
000270     05  OA-SUPERVISOR-SWITCH          PIC X(01).
000280         88  OA-SUPERVISOR                  VALUE 'Y'.
000290         88  OA-NOT-SUPERVISOR              VALUE 'N'.
000300     05  OA-ACTIVE-SWITCH              PIC X(01).
000310         88  OA-ACTIVE                      VALUE 'Y'.
000320         88  OA-INACTIVE                    VALUE 'N'.
000330     05  OA-LAST-CHANGED-DATE          PIC 9(08).
000340     05  FILLER                        PIC X(22).
