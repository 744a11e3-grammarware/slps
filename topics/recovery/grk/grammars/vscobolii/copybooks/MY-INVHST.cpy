000010*----------------------------------------------------------------*
000020*    MY-INVHST
000030*    INVOICE HISTORY RECORD.  ONE RECORD PER POLICY PER BILLING
000040*    CYCLE, KEYED ON THE FILE1 RECORD KEY PLUS THE INVOICE DATE
000050*    IN THE INDEXED HISTORY, SO A POLICY'S INVOICES READ BACK
000060*    OLDEST FIRST.  MY-BILLING-RUN WRITES THE INVOICE WITH ITS
000070*    DUE DATE; MY-DELINQUENCY APPLIES THE NIGHT'S RECEIPTS TO
000080*    IT, AGES WHAT IS LEFT UNPAID AND RECORDS EACH NOTICE SENT.
000090*    AMOUNTS ARE 11 ZONED DIGITS WITH TWO IMPLIED DECIMALS AND
000100*    TRAILING SIGN, THE SAME AS THE PAYMENT TRANSACTION.
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT  DESCRIPTION
000140*    10/15/26   DLH   ORIGINAL INVOICE HISTORY RECORD.
000150*----------------------------------------------------------------*
000160     05  IV-INVOICE-KEY.
000170         10  IV-RECORD-KEY            PIC X(14).
000180         10  IV-INVOICE-DATE          PIC 9(08).
000190     05  IV-DUE-DATE                   PIC 9(08).
000200     05  IV-INVOICE-AMOUNT             PIC S9(09)V99.
000210     05  IV-PAID-AMOUNT                PIC S9(09)V99.
000220     05  IV-INVOICE-STATUS             PIC X(01).
000230         88  IV-STATUS-OPEN                 VALUE 'O'.
000240         88  IV-STATUS-PAID                 VALUE 'P'.
000250         88  IV-STATUS-CLOSED               VALUE 'C'.
000260     05  IV-NOTICE-LEVEL               PIC X(01).
000270         88  IV-NOTICE-NONE                 VALUE '0'.
000280         88  IV-NOTICE-PAST-DUE             VALUE '1'.
000290         88  IV-NOTICE-FINAL                VALUE '2'.
000300         88  IV-NOTICE-CANCEL               VALUE '3'.
000310     05  IV-NOTICE-LEVEL-NUM REDEFINES IV-NOTICE-LEVEL
000320                                       PIC 9(01).
000330     05  IV-NOTICE-DATE                PIC 9(08).
000340     05  IV-AGED-DATE                  PIC 9(08).
000350     05  IV-PAID-DATE                  PIC 9(08).
000360     05  FILLER                        PIC X(22).
