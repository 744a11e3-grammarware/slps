000010*----------------------------------------------------------------*
000020*    MY-RETML
000030*    RETURNED-MAIL INTAKE RECORD, 80 BYTES.  ONE RECORD PER
000040*    PIECE OF CORRESPONDENCE THE POST OFFICE SENT BACK
000050*    UNDELIVERABLE, KEYED BY THE MAIL ROOM FROM THE ACCOUNT AND
000060*    POLICY PRINTED ON THE LETTER: THE FILE1 RECORD KEY, THE
000070*    DATE THE PIECE CAME BACK (YYYYMMDD - ZERO TAKES THE
000080*    BUSINESS DATE), THE POST OFFICE REASON AND THE LETTER TYPE
000090*    (THE MY-LETTER LT-LETTER-TYPE CODE, BLANK IF NOT KNOWN).
000100*    MY-RETURNED-MAIL EDITS THE FILE AND POSTS IT TO THE
000110*    BAD-ADDRESS FILE (MY-BADADR).
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/26   DLH   ORIGINAL RETURNED-MAIL RECORD.
000160*----------------------------------------------------------------*
000170     05  RM-RECORD-KEY                 PIC X(14).
000180     05  RM-RETURN-DATE                PIC 9(08).
000190     05  RM-RETURN-REASON              PIC X(02).
000200         88  RM-REASON-MOVED                VALUE 'MV'.
000210         88  RM-REASON-NO-SUCH-ADDRESS      VALUE 'NS'.
000220         88  RM-REASON-UNCLAIMED            VALUE 'UC'.
000230         88  RM-REASON-REFUSED              VALUE 'RF'.
000240         88  RM-REASON-OTHER                VALUE 'OT'.
000250     05  RM-LETTER-TYPE                PIC X(01).
000260     05  FILLER                        PIC X(55).
