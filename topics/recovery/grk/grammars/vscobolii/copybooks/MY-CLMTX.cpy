000010*----------------------------------------------------------------*
000020*    MY-CLMTX
000030*    DAILY CLAIM TRANSACTION, KEYED BY THE CLAIMS UNIT.  ONE
000040*    RECORD OPENS, RE-RESERVES, PAYS, CLOSES OR REOPENS ONE
000050*    CLAIM AGAINST THE FILE1 POLICY IT WAS MADE ON.  THE
000060*    TRANSACTION SEQUENCE IS NUMBERED PER CLAIM BY THE CLAIMS
000070*    UNIT AND MUST RISE - MY-CLAIM-POST REJECTS A NUMBER IT HAS
000080*    ALREADY POSTED, SO A RESUBMITTED FILE CANNOT POST TWICE.
000090*    CL-TRANS-AMOUNT IS 11 ZONED DIGITS WITH TWO IMPLIED
000100*    DECIMALS AND TRAILING SIGN:
000110*      OPEN     - THE OPENING RESERVE (ZERO OR MORE).
000120*      RESERVE  - THE SIGNED CHANGE TO THE OUTSTANDING RESERVE.
000130*      PAYMENT  - THE AMOUNT PAID (TAKES DOWN THE RESERVE).
000140*      CLOSE    - NOT USED; ANY RESERVE LEFT IS RELEASED.
000150*      REOPEN   - THE NEW RESERVE (ZERO OR MORE).
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT  DESCRIPTION
000190*    10/15/26   DLH   ORIGINAL CLAIM TRANSACTION RECORD.
000200*----------------------------------------------------------------*
000210     05  CL-CLAIM-NUMBER               PIC X(10).
000220     05  CL-RECORD-KEY                 PIC X(14).
000230     05  CL-TRANS-SEQ                  PIC 9(04).
000240     05  CL-TRANS-TYPE                 PIC X(01).
000250         88  CL-TRANS-OPEN                  VALUE 'O'.
000260         88  CL-TRANS-RESERVE               VALUE 'A'.
000270         88  CL-TRANS-PAYMENT               VALUE 'P'.
000280         88  CL-TRANS-CLOSE                 VALUE 'C'.
000290         88  CL-TRANS-REOPEN                VALUE 'R'.
000300     05  CL-LOSS-DATE                  PIC 9(08).
000310     05  CL-TRANS-DATE                 PIC 9(08).
000320     05  CL-TRANS-AMOUNT               PIC S9(09)V99.
000330     05  CL-EXAMINER-ID                PIC X(08).
000340     05  FILLER                        PIC X(36).
