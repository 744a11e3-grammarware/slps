000010*----------------------------------------------------------------*
000020*    MY-CLAIM
000030*    CLAIM MASTER RECORD, ONE PER CLAIM NUMBER, ON THE INDEXED
000040*    CLAIM FILE (PRD.FILE1.CLAIMS).  MY-CLAIM-POST CREATES IT ON
000050*    THE OPENING TRANSACTION AND KEEPS THE PAID-TO-DATE AND
000060*    OUTSTANDING RESERVE CURRENT; INCURRED IS ALWAYS PAID PLUS
000070*    RESERVE.  THE POLICY'S ITEM-A CODE AND STATE ARE TAKEN FROM
000080*    FILE1X WHEN THE CLAIM OPENS SO THE MONTH-END REPORTS CAN
000090*    BUCKET A CLAIM WITHOUT GOING BACK TO THE MASTER.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL CLAIM MASTER RECORD.
000140*----------------------------------------------------------------*
000150     05  CM-CLAIM-NUMBER               PIC X(10).
000160     05  CM-RECORD-KEY                 PIC X(14).
000170     05  CM-LOSS-DATE                  PIC 9(08).
000180     05  CM-OPENED-DATE                PIC 9(08).
000190     05  CM-CLOSED-DATE                PIC 9(08).
000200     05  CM-CLAIM-STATUS               PIC X(01).
000210         88  CM-STATUS-OPEN                 VALUE 'O'.
000220         88  CM-STATUS-CLOSED               VALUE 'C'.
000230     05  CM-ITEM-A-CODE                PIC 9(02).
000240     05  CM-ADDRESS-STATE              PIC X(02).
000250     05  CM-PAID-TO-DATE               PIC S9(9)V99 COMP-3.
000260     05  CM-RESERVE-AMOUNT             PIC S9(9)V99 COMP-3.
000270     05  CM-LAST-TRANS-SEQ             PIC 9(04).
000280     05  CM-LAST-POSTED-DATE           PIC 9(08).
000290     05  CM-EXAMINER-ID                PIC X(08).
000300     05  FILLER                        PIC X(15).
