000040*    APPLIED TRANSACTION WRITES A BEFORE-IMAGE (EXCEPT AN ADD,
000050*    WHICH HAS NONE) AND AN AFTER-IMAGE SO A MIS-APPLIED
000060*    TRANSACTION CAN BE BACKED OUT FROM THE AUDIT FILE ALONE.
000062*    FA-USER-ID IS THE CICS USER WHO KEYED AN ONLINE CHANGE AND
000064*    FA-APPROVER-ID THE SUPERVISOR WHO RELEASED IT FROM THE
000066*    APPROVAL QUEUE; BOTH ARE BLANK ON BATCH IMAGES, AND THE
000068*    APPROVER IS BLANK ON A CHANGE THAT NEEDED NO APPROVAL.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    08/22/26   DLH   ORIGINAL AUDIT RECORD.
000105*    10/15/26   DLH   ADDED FA-USER-ID AND FA-APPROVER-ID - THE
000106*                     RECORD GREW 2000 TO 2016 BYTES.
000110*----------------------------------------------------------------*
000120     05  FA-LOG-DATE                  PIC 9(08).
000130     05  FA-LOG-TIME                  PIC 9(08).
000170         88  FA-AFTER-IMAGE                 VALUE 'A'.
000180     05  FA-RECORD-KEY                 PIC X(14).
000190     05  FA-RECORD-IMAGE               PIC X(1968).
000200     05  FA-USER-ID                    PIC X(08).
000210     05  FA-APPROVER-ID                PIC X(08).
