000010*----------------------------------------------------------------*
000020*    MY-PRODTX
000030*    PRODUCER MASTER MAINTENANCE TRANSACTION, 150 BYTES.
000040*    'A' ADDS A PRODUCER (NAME, ADDRESS AND DEFAULT RATE IN
000050*    PX-RATE), 'C' REPLACES THEM, 'D' DEACTIVATES THE PRODUCER
000060*    AND 'R' SETS THE RATE FOR ONE ITEM-A CODE (PX-ITEM-A-CODE,
000070*    PX-RATE; A ZERO RATE RETURNS THE CODE TO THE DEFAULT).
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   DLH   ORIGINAL PRODUCER TRANSACTION RECORD.
000120*----------------------------------------------------------------*
000130     05  PX-ACTION-CODE                PIC X(01).
000140         88  PX-ACTION-ADD                  VALUE 'A'.
000150         88  PX-ACTION-CHANGE               VALUE 'C'.
000160         88  PX-ACTION-DEACTIVATE           VALUE 'D'.
000170         88  PX-ACTION-RATE                 VALUE 'R'.
000180     05  PX-PRODUCER-CODE              PIC X(05).
000190     05  PX-ITEM-A-CODE                PIC 9(02).
000200     05  PX-RATE                       PIC 9(01)V9(04).
000210     05  PX-PRODUCER-NAME              PIC X(30).
000220     05  PX-ADDRESS-LINE-1             PIC X(30).
000230     05  PX-ADDRESS-LINE-2             PIC X(30).
000240     05  PX-ADDRESS-CITY               PIC X(20).
000250     05  PX-ADDRESS-STATE              PIC X(02).
000260     05  PX-ADDRESS-ZIP                PIC X(09).
000270     05  FILLER                        PIC X(16).
