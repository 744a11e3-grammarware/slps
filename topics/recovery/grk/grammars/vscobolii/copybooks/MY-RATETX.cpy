000010*----------------------------------------------------------------*
000020*    MY-RATETX
000030*    MAINTENANCE TRANSACTION RECORD FOR THE RENEWAL RATE TABLE.
000040*    ONE TRANSACTION ADDS, CHANGES OR DEACTIVATES ONE RATE ROW
000050*    (ITEM-A CODE, STATE AND EFFECTIVE DATE).  A RATE CHANGE
000060*    GOING FORWARD IS AN ADD WITH A NEW EFFECTIVE DATE; CHANGE
000070*    IS FOR CORRECTING A ROW KEYED IN ERROR.
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   DLH   ORIGINAL TRANSACTION RECORD.
000120*----------------------------------------------------------------*
000130     05  RX-ACTION-CODE               PIC X(01).
000140         88  RX-ACTION-ADD                  VALUE 'A'.
000150         88  RX-ACTION-CHANGE               VALUE 'C'.
000160         88  RX-ACTION-DEACTIVATE           VALUE 'D'.
000170     05  RX-ITEM-A-CODE                PIC 9(02).
000180     05  RX-STATE-CODE                 PIC X(02).
000190     05  RX-EFFECTIVE-DATE             PIC 9(08).
000200     05  RX-RATE-FACTOR                PIC 9(01)V9(04).
000210     05  RX-MINIMUM-PREMIUM            PIC 9(07)V99.
000220     05  FILLER                        PIC X(53).
