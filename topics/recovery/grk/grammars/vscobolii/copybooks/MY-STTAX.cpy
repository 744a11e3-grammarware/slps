000010*----------------------------------------------------------------*
000020*    MY-STTAX
000030*    FIXED-FORMAT PREMIUM-BY-STATE RECORD, 80 BYTES.  THIS IS
000040*    THE LAYOUT MY-TEST-PROGRAM WRITES TO STTAX00 EACH NIGHT
000050*    FROM ITS 2265-ACCUMULATE-STATE BUCKETS: ONE 'D' DETAIL PER
000060*    ITEM-A CODE WITHIN STATE ('**' IS THE UNASSIGNED STATE),
000070*    THEN ONE 'T' TRAILER WHOSE PREMIUM TOTAL IS THE RUN'S GRAND
000080*    POSTED PREMIUM.  ANY PROGRAM THAT READS THE EXTRACT COPIES
000090*    THIS BOOK SO THE FIELD OFFSETS ARE DEFINED IN ONE PLACE.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL BREAKDOWN OF THE STTAX00 RECORD.
000140*----------------------------------------------------------------*
000150     05  ST-RECORD-TYPE                PIC X(01).
000160         88  ST-DETAIL-RECORD               VALUE 'D'.
000170         88  ST-TRAILER-RECORD              VALUE 'T'.
000180     05  ST-RECORD-BODY                PIC X(79).
000190     05  ST-DETAIL-BODY REDEFINES ST-RECORD-BODY.
000200         10  ST-DTL-STATE              PIC X(02).
000210         10  ST-DTL-ITEM-A             PIC 9(02).
000220         10  ST-DTL-REC-COUNT          PIC 9(08).
000230         10  ST-DTL-PREMIUM-AMT        PIC S9(11)V99.
000240         10  ST-DTL-CLAIM-AMT          PIC S9(11)V99.
000250         10  FILLER                    PIC X(41).
000260     05  ST-TRAILER-BODY REDEFINES ST-RECORD-BODY.
000270         10  FILLER                    PIC X(04).
000280         10  ST-TRL-REC-COUNT          PIC 9(08).
000290         10  ST-TRL-PREMIUM-AMT        PIC S9(11)V99.
000300         10  ST-TRL-CLAIM-AMT          PIC S9(11)V99.
000310         10  FILLER                    PIC X(41).
