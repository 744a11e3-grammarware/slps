000010*----------------------------------------------------------------*
000020*    MY-HOLCAL
000030*    HOLIDAY CALENDAR CARD (PRD.FILE1.HOLCAL), ONE PER COMPANY
000040*    HOLIDAY THAT FALLS ON A WEEKDAY.  SATURDAYS AND SUNDAYS ARE
000050*    NEVER BUSINESS DAYS AND NEED NO CARD.  THE CARDS NEED NOT BE
000060*    IN ORDER; A CARD WHOSE DATE IS NOT NUMERIC IS LISTED AND
000070*    IGNORED.
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   DLH   ORIGINAL HOLIDAY CARD.
000120*----------------------------------------------------------------*
000130     05  HC-HOLIDAY-DATE               PIC 9(08).
000140     05  FILLER                        PIC X(01).
000150     05  HC-DESCRIPTION                PIC X(30).
000160     05  FILLER                        PIC X(41).
