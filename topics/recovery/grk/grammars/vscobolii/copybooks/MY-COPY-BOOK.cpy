000114*                     OF THE FILLER - THE UPSTREAM SYSTEM HAS
000116*                     ALWAYS PUT IT THERE; NOW CORRESPONDENCE
000118*                     CAN BE ADDRESSED FROM FILE1 ITSELF.
000120*    10/15/26   DLH   PRODUCER CODE CARVED OUT OF THE FILLER -
000121*                     THE SELLING AGENT, FOR COMMISSIONS.
000122*    10/15/26   DLH   BAD-ADDRESS FLAG AND MAIL RETURN DATE CARVED
000123*                     OUT OF THE FILLER - SET BY MY-RETURNED-MAIL
000124*                     WHEN A LETTER COMES BACK UNDELIVERABLE.
000125*----------------------------------------------------------------*
000130     05  DR-RECORD-KEY.
000140         10  DR-ACCOUNT-NUMBER       PIC 9(08).
000150         10  DR-POLICY-NUMBER        PIC 9(06).
000284     05  DR-ADDRESS-CITY             PIC X(20).
000285     05  DR-ADDRESS-STATE            PIC X(02).
000286     05  DR-ADDRESS-ZIP              PIC X(09).
000287     05  DR-PRODUCER-CODE            PIC X(05).
000288     05  DR-BAD-ADDRESS-FLAG         PIC X(01).
000289         88  DR-BAD-ADDRESS              VALUE 'Y'.
000290         88  DR-ADDRESS-GOOD             VALUE 'N' ' '.
000291     05  DR-MAIL-RETURN-DATE         PIC 9(08).
000292     05  FILLER                      PIC X(1781).
