000010*----------------------------------------------------------------*
000020*    MY-TRTYTB
000030*    REINSURANCE TREATY TABLE RECORD.  ONE ROW PER ITEM-A CODE
000040*    AND EFFECTIVE-FROM DATE, KEYED ON TT-TREATY-KEY IN THE
000050*    INDEXED TABLE (PRD.FILE1.TREATY).  A POLICY CEDES TO THE
000060*    ACTIVE ROW FOR ITS ITEM-A CODE WHOSE FROM/TO RANGE HOLDS
000070*    THE POLICY EFFECTIVE DATE; A CLAIM CEDES TO THE ROW WHOSE
000080*    RANGE HOLDS THE LOSS DATE.  A TO-DATE OF 99999999 IS OPEN
000090*    ENDED.  ONE TREATY ID MAY COVER SEVERAL ITEM-A CODES, BUT
000100*    THE ACTIVE RANGES FOR ONE ITEM-A CODE NEVER OVERLAP, SO A
000110*    POLICY CEDES TO ONE TREATY AT MOST.
000120*    CEDED PREMIUM IS THE GROSS PREMIUM TIMES TT-CESSION-PCT.
000130*    CEDED CLAIMS ARE FIGURED PER POLICY ON THE PERIOD'S
000140*    INCURRED: THE CESSION PERCENTAGE OF IT, OR EVERYTHING OVER
000150*    TT-RETENTION-LIMIT IF THAT IS MORE.  A ZERO RETENTION
000160*    LIMIT MEANS NO PER-POLICY LIMIT - THE PERCENTAGE ALONE.
000170*    MAINTAINED BY MY-TREATY-MAINT; READ BY MY-BORDEREAU.
000180*----------------------------------------------------------------*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    10/15/26   DLH   ORIGINAL TREATY TABLE RECORD.
000220*----------------------------------------------------------------*
000230     05  TT-TREATY-KEY.
000240         10  TT-ITEM-A-CODE            PIC 9(02).
000250         10  TT-EFFECTIVE-FROM         PIC 9(08).
000260     05  TT-EFFECTIVE-TO               PIC 9(08).
000270     05  TT-TREATY-ID                  PIC X(08).
000280     05  TT-REINSURER-NAME             PIC X(30).
000290     05  TT-CESSION-PCT                PIC 9(03)V99.
000300     05  TT-RETENTION-LIMIT            PIC S9(9)V99 COMP-3.
000310     05  TT-ACTIVE-SWITCH              PIC X(01).
000320         88  TT-ACTIVE                      VALUE 'Y'.
000330         88  TT-INACTIVE                    VALUE 'N'.
000340     05  TT-LAST-CHANGED-DATE          PIC 9(08).
000350     05  FILLER                        PIC X(24).
