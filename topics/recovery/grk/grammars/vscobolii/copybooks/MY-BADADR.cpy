000010*----------------------------------------------------------------*
000020*    MY-BADADR
000030*    BAD-ADDRESS RECORD, 200 BYTES, KEYED BY BA-RECORD-KEY (THE
000040*    FILE1 RECORD KEY), ON PRD.FILE1.BADADDR.  WRITTEN BY
000050*    MY-RETURNED-MAIL THE FIRST TIME MAIL FOR A POLICY COMES
000060*    BACK UNDELIVERABLE.  BA-RETURNED-ADDRESS IS THE FILE1
000070*    ADDRESS THE MAIL WAS SENT TO.  WHILE THE ENTRY IS OPEN
000080*    MY-RETURNED-MAIL SETS DR-BAD-ADDRESS-FLAG AND
000090*    DR-MAIL-RETURN-DATE ON FILE1X EVERY NIGHT, BECAUSE THE
000100*    REBUILD FROM THE UPSTREAM EXTRACT DOES NOT CARRY THEM.  ONCE
000110*    THE FILE1X ADDRESS NO LONGER MATCHES BA-RETURNED-ADDRESS THE
000120*    ADDRESS HAS BEEN CORRECTED AND THE ENTRY IS CLEARED ('C').
000130*    A CLEARED ENTRY IS REOPENED IF MAIL COMES BACK AGAIN.
000140*    RECORDS ARE NEVER DELETED.
000150*----------------------------------------------------------------*
000160*    MODIFICATION HISTORY.
000170*    DATE       INIT  DESCRIPTION
000180*    10/15/26   DLH   ORIGINAL BAD-ADDRESS RECORD.
000190*----------------------------------------------------------------*
000200     05  BA-RECORD-KEY                 PIC X(14).
000210     05  BA-STATUS                     PIC X(01).
000220         88  BA-STATUS-OPEN                 VALUE 'O'.
000230         88  BA-STATUS-CLEARED              VALUE 'C'.
000240     05  BA-FIRST-RETURN-DATE          PIC 9(08).
000250     05  BA-LAST-RETURN-DATE           PIC 9(08).
000260     05  BA-RETURN-REASON              PIC X(02).
000270     05  BA-LETTER-TYPE                PIC X(01).
000280     05  BA-RETURN-COUNT               PIC 9(03).
000290     05  BA-RETURNED-ADDRESS.
000300         10  BA-ADDRESS-LINE-1         PIC X(30).
000310         10  BA-ADDRESS-LINE-2         PIC X(30).
000320         10  BA-ADDRESS-CITY           PIC X(20).
000330         10  BA-ADDRESS-STATE          PIC X(02).
000340         10  BA-ADDRESS-ZIP            PIC X(09).
000350     05  BA-CLEARED-DATE               PIC 9(08).
000360     05  BA-LAST-CHANGED-DATE          PIC 9(08).
000370     05  FILLER                        PIC X(56).
