000010*----------------------------------------------------------------*
000020*    MY-TRTYTX
000030*    MAINTENANCE TRANSACTION RECORD FOR THE REINSURANCE TREATY
000040*    TABLE.  ONE TRANSACTION ADDS, CHANGES OR DEACTIVATES ONE
000050*    TREATY ROW (ITEM-A CODE AND EFFECTIVE-FROM DATE).  A ZERO
000060*    OR BLANK TO-DATE ON AN ADD OR CHANGE IS TAKEN AS OPEN
000070*    ENDED (99999999).  TO END A TREATY, CHANGE THE ROW'S
000080*    TO-DATE; DEACTIVATE IS FOR A ROW KEYED IN ERROR.
000090*----------------------------------------------------------------*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/26   DLH   ORIGINAL TRANSACTION RECORD.
000130*----------------------------------------------------------------*
000140     05  TX-ACTION-CODE               PIC X(01).
000150         88  TX-ACTION-ADD                  VALUE 'A'.
000160         88  TX-ACTION-CHANGE               VALUE 'C'.
000170         88  TX-ACTION-DEACTIVATE           VALUE 'D'.
000180     05  TX-ITEM-A-CODE                PIC 9(02).
000190     05  TX-EFFECTIVE-FROM             PIC 9(08).
000200     05  TX-EFFECTIVE-TO               PIC 9(08).
000210     05  TX-TREATY-ID                  PIC X(08).
000220     05  TX-CESSION-PCT                PIC 9(03)V99.
000230     05  TX-RETENTION-LIMIT            PIC 9(09)V99.
000240     05  TX-REINSURER-NAME             PIC X(30).
000250     05  FILLER                        PIC X(07).
