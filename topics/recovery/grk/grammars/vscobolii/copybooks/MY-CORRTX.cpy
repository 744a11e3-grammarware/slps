000080*    REDEFINES THAT MATCHES THE FIELD CODE: AMOUNTS ARE 14
000090*    ZONED DIGITS WITH TWO IMPLIED DECIMALS AND TRAILING SIGN,
000100*    DATES ARE YYYYMMDD IN THE FIRST 8, CODES USE THE FIRST 2.
000102*    THE ADDRESS CODES (A1 A2 CY SA ZP) ARE TAKEN ONLINE BY
000104*    MY-UPDATE ONLY; THE NEW TEXT, UP TO 30 BYTES, IS KEYED IN
000106*    CT-NEW-TEXT, WHICH STARTS WHERE CT-NEW-VALUE DOES.
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT  DESCRIPTION
000140*    08/22/26   DLH   ORIGINAL CORRECTION RECORD.
000142*    10/15/26   DLH   ADDRESS FIELD CODES AND CT-NEW-TEXT.  THE
000144*                     RECORD GREW 40 TO 80 BYTES; A 40-BYTE CARD
000146*                     READS THE SAME WITH BLANKS AFTER IT.
000150*----------------------------------------------------------------*
000160     05  CT-RECORD-KEY                PIC X(14).
000170     05  CT-FIELD-CODE                 PIC X(02).
000230         88  CT-FIELD-BALANCE               VALUE 'BA'.
000240         88  CT-FIELD-STATUS                VALUE 'ST'.
000250         88  CT-FIELD-ITEM-A                VALUE 'IA'.
000260         88  CT-FIELD-ADDRESS-1             VALUE 'A1'.
000270         88  CT-FIELD-ADDRESS-2             VALUE 'A2'.
000280         88  CT-FIELD-CITY                  VALUE 'CY'.
000290         88  CT-FIELD-STATE                 VALUE 'SA'.
000300         88  CT-FIELD-ZIP                   VALUE 'ZP'.
000310         88  CT-FIELD-ADDRESS               VALUE 'A1' 'A2' 'CY'
000320                                                  'SA' 'ZP'.
000330     05  CT-NEW-ENTRY.
000340         10  CT-NEW-VALUE              PIC X(14).
000350         10  CT-NEW-VALUE-NUM REDEFINES CT-NEW-VALUE
000360                                       PIC S9(12)V99.
000370         10  CT-NEW-VALUE-DATE REDEFINES CT-NEW-VALUE.
000380             15  CT-NEW-DATE           PIC 9(08).
000390             15  FILLER                PIC X(06).
000400         10  CT-NEW-VALUE-CODE REDEFINES CT-NEW-VALUE.
000410             15  CT-NEW-CODE           PIC X(02).
000420             15  FILLER                PIC X(12).
000430         10  FILLER                    PIC X(16).
000440     05  CT-NEW-TEXT REDEFINES CT-NEW-ENTRY
000450                                       PIC X(30).
000460     05  FILLER                        PIC X(34).
