000010*----------------------------------------------------------------*
000020*    MY-PRODMS
000030*    PRODUCER (AGENT) MASTER RECORD, 700 BYTES, KEYED BY
000040*    PM-PRODUCER-CODE.  PM-ITEM-A-RATE (N) IS THE COMMISSION RATE
000050*    FOR ITEM-A CODE N-1; A ZERO ENTRY MEANS THE PRODUCER'S
000060*    DEFAULT RATE APPLIES.  RATES ARE FRACTIONS (0.1250 = 12.5
000070*    PERCENT).  MAINTAINED ONLY BY MY-PRODUCER-MAINT.
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   DLH   ORIGINAL PRODUCER MASTER RECORD.
000120*----------------------------------------------------------------*
000130     05  PM-PRODUCER-CODE              PIC X(05).
000140     05  PM-PRODUCER-NAME              PIC X(30).
000150     05  PM-ADDRESS-LINE-1             PIC X(30).
000160     05  PM-ADDRESS-LINE-2             PIC X(30).
000170     05  PM-ADDRESS-CITY               PIC X(20).
000180     05  PM-ADDRESS-STATE              PIC X(02).
000190     05  PM-ADDRESS-ZIP                PIC X(09).
000200     05  PM-DEFAULT-RATE               PIC 9(01)V9(04).
000210     05  PM-ITEM-A-RATE-TABLE.
000220         10  PM-ITEM-A-RATE            PIC 9(01)V9(04)
000230                                        OCCURS 100 TIMES.
000240     05  PM-ACTIVE-SWITCH              PIC X(01).
000250         88  PM-ACTIVE                      VALUE 'Y'.
000260         88  PM-INACTIVE                    VALUE 'N'.
000270     05  PM-LAST-CHANGED-DATE          PIC 9(08).
000280     05  FILLER                        PIC X(60).
