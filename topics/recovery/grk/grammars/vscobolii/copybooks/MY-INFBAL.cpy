000010*----------------------------------------------------------------*
000020*    MY-INFBAL
000030*    MONTH-END IN-FORCE BALANCE, 80 BYTES.  MY-RETENTION-REPORT
000040*    WRITES ONE 'D' DETAIL PER ITEM-A CODE AND STATE HOLDING
000050*    THE IN-FORCE POLICY COUNT AND PREMIUM COUNTED ON FILE1X AT
000060*    THE CLOSE, THEN ONE 'T' TRAILER WITH THE TOTALS AND THE
000070*    NUMBER OF DETAILS.  THE FILE IS NEXT MONTH'S OPENING
000080*    BALANCE, SO THE OPENING ON ONE REPORT IS ALWAYS THE
000090*    CLOSING ON THE REPORT BEFORE IT.  STATE '**' IS EVERY
000100*    STATE CODE OUTSIDE THE VALID LIST, AS ON THE NIGHTLY RUN.
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT  DESCRIPTION
000140*    10/15/26   DLH   ORIGINAL BALANCE RECORD.
000150*----------------------------------------------------------------*
000160     05  IB-RECORD-TYPE                PIC X(01).
000170         88  IB-DETAIL-RECORD               VALUE 'D'.
000180         88  IB-TRAILER-RECORD              VALUE 'T'.
000190     05  IB-PERIOD-END                 PIC 9(08).
000200     05  IB-ITEM-A-CODE                PIC 9(02).
000210     05  IB-STATE                      PIC X(02).
000220     05  IB-POLICY-COUNT               PIC 9(08).
000230     05  IB-PREMIUM                    PIC S9(11)V99.
000240     05  IB-DETAIL-RECORDS             PIC 9(06).
000250     05  FILLER                        PIC X(40).
