000010*----------------------------------------------------------------*
000020*    MY-DLTMTD
000030*    MONTH-TO-DATE POLICY MOVEMENT HISTORY.  EACH NIGHT
000040*    MY-DELTA-ROLL STAMPS EVERY DELTA00 RECORD WITH THE ROLL
000050*    DATE AND APPENDS IT HERE AS A 'D' DETAIL, THEN CLOSES THE
000060*    NIGHT WITH ONE 'T' TRAILER CARRYING THE NIGHT'S COUNTS.  AT
000070*    MONTH END MY-RETENTION-REPORT CLASSIFIES THE DETAILS INTO
000080*    NEW BUSINESS, CANCELLATIONS, NON-RENEWALS, REINSTATEMENTS
000090*    AND TRANSFERS, PROVES THE MONTH AND CLEARS THE FILE.  THE
000100*    DELTA RECORD ITSELF IS CARRIED UNTOUCHED, STILL IN THE
000110*    MY-DELTA LAYOUT - MOVE DM-DELTA-RECORD TO A WORK AREA THAT
000120*    COPIES MY-DELTA TO ADDRESS ITS FIELDS.
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY.
000150*    DATE       INIT  DESCRIPTION
000160*    10/15/26   DLH   ORIGINAL HISTORY RECORD.
000170*----------------------------------------------------------------*
000180     05  DM-ROLL-DATE                  PIC 9(08).
000190     05  DM-RECORD-TYPE                PIC X(01).
000200         88  DM-DELTA-DETAIL                VALUE 'D'.
000210         88  DM-NIGHT-TRAILER               VALUE 'T'.
000220     05  DM-DELTA-RECORD               PIC X(2000).
000230     05  DM-TRAILER-BODY REDEFINES DM-DELTA-RECORD.
000240         10  DM-TRL-DELTA-COUNT        PIC 9(08).
000250         10  DM-TRL-NEW-COUNT          PIC 9(08).
000260         10  DM-TRL-DROPPED-COUNT      PIC 9(08).
000270         10  DM-TRL-CHANGED-COUNT      PIC 9(08).
000280         10  FILLER                    PIC X(1968).
