000010*----------------------------------------------------------------*
000020*    MY-OPRATX
000030*    OPERATOR AUTHORITY MAINTENANCE TRANSACTION, 80 BYTES.
000040*    'A' ADDS AN OPERATOR, 'C' REPLACES NAME, FIELD CODES, LIMIT
000050*    AND SUPERVISOR FLAG (AND REACTIVATES), 'D' REVOKES THE
000060*    OPERATOR'S AUTHORITY.  THE LIMIT IS 12 ZONED DIGITS WITH
000070*    TWO IMPLIED DECIMALS.
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   DLH   ORIGINAL OPERATOR TRANSACTION RECORD.
000120*----------------------------------------------------------------*
000130     05  OX-ACTION-CODE                PIC X(01).
000140         88  OX-ACTION-ADD                  VALUE 'A'.
000150         88  OX-ACTION-CHANGE               VALUE 'C'.
000160         88  OX-ACTION-REVOKE               VALUE 'D'.
000170     05  OX-USER-ID                    PIC X(08).
000180     05  OX-USER-NAME                  PIC X(30).
000190     05  OX-FIELD-CODE-TABLE.
000200         10  OX-FIELD-CODE             PIC X(02)
000210                                        OCCURS 8 TIMES.
000220     05  OX-MAX-CHANGE-AMOUNT          PIC 9(12)V99.
000230     05  OX-SUPERVISOR-SWITCH          PIC X(01).
000240     05  FILLER                        PIC X(10).
