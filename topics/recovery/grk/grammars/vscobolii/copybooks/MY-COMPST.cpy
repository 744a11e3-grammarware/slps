000010*----------------------------------------------------------------*
000020*    MY-COMPST
000030*    NIGHTLY COMMISSION POSTING RECORD, 80 BYTES.  AT END OF RUN
000040*    MY-TEST-PROGRAM WRITES ONE 'D' DETAIL PER PRODUCER CODE,
000050*    ITEM-A CODE AND COMMISSION CLASS, BUILT FROM THE SAME POSTED
000060*    PREMIUM THAT GOES TO THE GL EXTRACT, THEN ONE 'T' TRAILER
000070*    WHOSE PREMIUM TOTAL IS THE RUN'S GRAND POSTED PREMIUM.  THE
000080*    NIGHT IS ROLLED MONTH TO DATE FOR MY-COMMISSION.  CLASS
000090*    'E' IS ACTIVE PREMIUM THAT EARNS COMMISSION, 'C' IS
000100*    CANCELLED PREMIUM THAT IS CHARGED BACK AND 'O' IS EVERY
000110*    OTHER STATUS - POSTED, SO IT COUNTS TOWARD THE GL TIE, BUT
000120*    NOT COMMISSIONABLE.
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY.
000150*    DATE       INIT  DESCRIPTION
000160*    10/15/26   DLH   ORIGINAL COMMISSION POSTING RECORD.
000170*----------------------------------------------------------------*
000180     05  CP-RECORD-TYPE                PIC X(01).
000190         88  CP-DETAIL-RECORD               VALUE 'D'.
000200         88  CP-TRAILER-RECORD              VALUE 'T'.
000210     05  CP-POST-DATE                  PIC 9(08).
000220     05  CP-RECORD-BODY                PIC X(71).
000230     05  CP-DETAIL-BODY REDEFINES CP-RECORD-BODY.
000240         10  CP-DTL-PRODUCER-CODE      PIC X(05).
000250         10  CP-DTL-ITEM-A             PIC 9(02).
000260         10  CP-DTL-CLASS              PIC X(01).
000270             88  CP-CLASS-EARNED            VALUE 'E'.
000280             88  CP-CLASS-CHARGEBACK        VALUE 'C'.
000290             88  CP-CLASS-OTHER             VALUE 'O'.
000300         10  CP-DTL-REC-COUNT          PIC 9(08).
000310         10  CP-DTL-PREMIUM-AMT        PIC S9(11)V99.
000320         10  FILLER                    PIC X(42).
000330     05  CP-TRAILER-BODY REDEFINES CP-RECORD-BODY.
000340         10  FILLER                    PIC X(08).
000350         10  CP-TRL-REC-COUNT          PIC 9(08).
000360         10  CP-TRL-PREMIUM-AMT        PIC S9(11)V99.
000370         10  FILLER                    PIC X(42).
