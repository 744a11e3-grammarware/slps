000010*----------------------------------------------------------------*
000020*    MY-COMPAY
000030*    COMMISSION-PAYABLE EXTRACT RECORD, 100 BYTES, CUT MONTHLY BY
000040*    MY-COMMISSION FOR ACCOUNTS PAYABLE.  ONE 'D' DETAIL PER
000050*    PRODUCER WITH POSTED PREMIUM IN THE PERIOD, THEN ONE 'T'
000060*    TRAILER.  PREMIUM THAT CARRIES NO PRODUCER, OR A CODE NOT ON
000070*    THE PRODUCER MASTER, IS ONE NOT-PAYABLE DETAIL UNDER CODE
000080*    '*****' SO THE TRAILER PREMIUM BASE STILL EQUALS THE
000090*    PERIOD'S GLMTD PREMIUM, WHICH THE TRAILER ALSO CARRIES.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL COMMISSION-PAYABLE RECORD.
000140*----------------------------------------------------------------*
000150     05  CY-RECORD-TYPE                PIC X(01).
000160         88  CY-DETAIL-RECORD               VALUE 'D'.
000170         88  CY-TRAILER-RECORD              VALUE 'T'.
000180     05  CY-PERIOD-END-DATE            PIC 9(08).
000190     05  CY-RECORD-BODY                PIC X(91).
000200     05  CY-DETAIL-BODY REDEFINES CY-RECORD-BODY.
000210         10  CY-DTL-PRODUCER-CODE      PIC X(05).
000220         10  CY-DTL-PAY-SWITCH         PIC X(01).
000230             88  CY-DTL-PAYABLE             VALUE 'Y'.
000240             88  CY-DTL-NOT-PAYABLE         VALUE 'N'.
000250         10  CY-DTL-PREMIUM-BASE       PIC S9(11)V99.
000260         10  CY-DTL-EARNED-AMT         PIC S9(09)V99.
000270         10  CY-DTL-CHARGEBACK-AMT     PIC S9(09)V99.
000280         10  CY-DTL-NET-AMT            PIC S9(09)V99.
000290         10  FILLER                    PIC X(39).
000300     05  CY-TRAILER-BODY REDEFINES CY-RECORD-BODY.
000310         10  CY-TRL-DETAIL-COUNT       PIC 9(06).
000320         10  CY-TRL-PREMIUM-BASE       PIC S9(11)V99.
000330         10  CY-TRL-NET-AMT            PIC S9(11)V99.
000340         10  CY-TRL-GLMTD-PREMIUM      PIC S9(11)V99.
000350         10  FILLER                    PIC X(46).
