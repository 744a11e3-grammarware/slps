000010*----------------------------------------------------------------*
000020*    MY-BORDX
000030*    REINSURANCE BORDEREAU RECORD, 120 BYTES.  MY-BORDEREAU
000040*    WRITES ONE 'D' DETAIL PER POLICY AND TREATY FOR THE
000050*    PERIOD'S CEDED PREMIUM (SOURCE 'P') AND ONE PER POLICY AND
000060*    TREATY FOR ITS CEDED CLAIMS (SOURCE 'C'), THEN ONE 'T'
000070*    TRAILER WHOSE COUNT AND TOTALS ARE THE SUM OF THE DETAILS.
000080*    SORTED BY TREATY AND POLICY IT IS THE BORDEREAU FILE SENT
000090*    TO THE REINSURERS (PRD.FILE1.BORDERO) AND THE INPUT TO
000100*    MY-BORDEREAU-PRINT.  THE BASIS DATE IS THE POLICY
000110*    EFFECTIVE DATE ON A PREMIUM DETAIL AND THE LATEST LOSS
000120*    DATE ON A CLAIM DETAIL.
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY.
000150*    DATE       INIT  DESCRIPTION
000160*    10/15/26   DLH   ORIGINAL BORDEREAU RECORD.
000170*----------------------------------------------------------------*
000180     05  BX-RECORD-TYPE                PIC X(01).
000190         88  BX-DETAIL-RECORD               VALUE 'D'.
000200         88  BX-TRAILER-RECORD              VALUE 'T'.
000210     05  BX-RECORD-BODY                PIC X(119).
000220     05  BX-DETAIL-BODY REDEFINES BX-RECORD-BODY.
000230         10  BX-DTL-TREATY-ID          PIC X(08).
000240         10  BX-DTL-RECORD-KEY         PIC X(14).
000250         10  BX-DTL-SOURCE             PIC X(01).
000260             88  BX-SOURCE-PREMIUM          VALUE 'P'.
000270             88  BX-SOURCE-CLAIM            VALUE 'C'.
000280         10  BX-DTL-ITEM-A             PIC 9(02).
000290         10  BX-DTL-STATE              PIC X(02).
000300         10  BX-DTL-STATUS             PIC X(02).
000310         10  BX-DTL-BASIS-DATE         PIC 9(08).
000320         10  BX-DTL-CESSION-PCT        PIC 9(03)V99.
000330         10  BX-DTL-RETENTION          PIC S9(09)V99.
000340         10  BX-DTL-GROSS-AMT          PIC S9(11)V99.
000350         10  BX-DTL-CEDED-AMT          PIC S9(11)V99.
000360         10  BX-DTL-PERIOD-START       PIC 9(08).
000370         10  BX-DTL-PERIOD-END         PIC 9(08).
000380         10  FILLER                    PIC X(24).
000390     05  BX-TRAILER-BODY REDEFINES BX-RECORD-BODY.
000400         10  BX-TRL-PERIOD-START       PIC 9(08).
000410         10  BX-TRL-PERIOD-END         PIC 9(08).
000420         10  BX-TRL-RECORD-COUNT       PIC 9(08).
000430         10  BX-TRL-GROSS-PREMIUM      PIC S9(11)V99.
000440         10  BX-TRL-CEDED-PREMIUM      PIC S9(11)V99.
000450         10  BX-TRL-GROSS-CLAIM        PIC S9(11)V99.
000460         10  BX-TRL-CEDED-CLAIM        PIC S9(11)V99.
000470         10  FILLER                    PIC X(43).
