000010*----------------------------------------------------------------*
000020*    MY-RATETB
000030*    RENEWAL RATE TABLE RECORD.  ONE ENTRY PER ITEM-A CODE, STATE
000040*    AND EFFECTIVE DATE, KEYED ON RT-RATE-KEY IN THE INDEXED
000050*    TABLE (PRD.FILE1.RATETAB).  A STATE OF '**' IS THE ALL-STATES
000060*    RATE FOR THE ITEM-A CODE, USED WHERE NO STATE ROW APPLIES.
000070*    THE RATE IN FORCE FOR A RENEWAL IS THE ACTIVE ROW WITH THE
000080*    LATEST EFFECTIVE DATE ON OR BEFORE THE RENEWAL EFFECTIVE
000090*    DATE.  THE RENEWAL PREMIUM IS THE EXPIRING PREMIUM TIMES
000100*    RT-RATE-FACTOR, BUT NEVER LESS THAN RT-MINIMUM-PREMIUM.
000110*    MAINTAINED BY MY-RATE-MAINT; READ BY MY-RENEWAL.
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/26   DLH   ORIGINAL RATE TABLE RECORD.
000160*----------------------------------------------------------------*
000170     05  RT-RATE-KEY.
000180         10  RT-ITEM-A-CODE            PIC 9(02).
000190         10  RT-STATE-CODE             PIC X(02).
000200         10  RT-EFFECTIVE-DATE         PIC 9(08).
000210     05  RT-RATE-FACTOR                PIC 9(01)V9(04).
000220     05  RT-MINIMUM-PREMIUM            PIC S9(7)V99 COMP-3.
000230     05  RT-ACTIVE-SWITCH              PIC X(01).
000240         88  RT-ACTIVE                      VALUE 'Y'.
000250         88  RT-INACTIVE                    VALUE 'N'.
000260     05  RT-LAST-CHANGED-DATE          PIC 9(08).
000270     05  FILLER                        PIC X(19).
