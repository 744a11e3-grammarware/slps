000100*    MODIFICATION HISTORY.
000110*    DATE       INIT  DESCRIPTION
000120*    09/02/26   DLH   ORIGINAL DELTA RECORD.
000122*    10/15/26   DLH   PRIOR-NIGHT STATUS, ITEM-A CODE, STATE AND
000124*                     PREMIUM CARVED OUT OF THE FILLER, SO A
000126*                     CHANGE CAN BE CLASSIFIED (CANCELLATION,
000128*                     REINSTATEMENT, RECLASSIFICATION) FROM THE
000129*                     DELTA ALONE.  ZERO/SPACES ON A NEW POLICY.
000130*----------------------------------------------------------------*
000140     05  DL-RECORD-KEY                PIC X(14).
000150     05  DL-CHANGE-TYPE                PIC X(01).
000170         88  DL-CHANGE-DROPPED              VALUE 'D'.
000180         88  DL-CHANGE-CHANGED              VALUE 'C'.
000190     05  DL-DATAREC                    PIC X(1968).
000192     05  DL-PRIOR-STATUS-CODE          PIC X(02).
000194     05  DL-PRIOR-ITEM-A-CODE          PIC 9(02).
000196     05  DL-PRIOR-STATE                PIC X(02).
000198     05  DL-PRIOR-PREMIUM              PIC S9(9)V99 COMP-3.
000200     05  FILLER                        PIC X(05).
