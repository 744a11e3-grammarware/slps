000040*    TO BE GENERATED, ADDRESSED ENTIRELY FROM THE FILE1 DATAREC
000050*    NAME/ADDRESS BLOCK - NOT FROM THE SEPARATE ADDRESS
000060*    DATABASE THAT IS ALWAYS OUT OF DATE.  LT-LETTER-TYPE SAYS
000070*    WHICH LETTER: RENEWAL NOTICE, SUSPENSE LETTER, OR THE
000072*    PAST-DUE AND FINAL NOTICES CUT BY THE DELINQUENCY CYCLE.
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT  DESCRIPTION
000110*    08/22/26   DLH   ORIGINAL CORRESPONDENCE RECORD.
000112*    10/15/26   DLH   PAST-DUE ('P') AND FINAL ('F') NOTICE TYPES
000114*                     AND THE INVOICE DUE DATE, CARVED FROM THE
000116*                     FILLER - LENGTH STAYS 180.
000120*----------------------------------------------------------------*
000130     05  LT-LETTER-TYPE               PIC X(01).
000140         88  LT-RENEWAL-NOTICE              VALUE 'R'.
000150         88  LT-SUSPENSE-LETTER             VALUE 'S'.
000152         88  LT-PAST-DUE-NOTICE             VALUE 'P'.
000154         88  LT-FINAL-NOTICE                VALUE 'F'.
000160     05  LT-ACCOUNT-NUMBER             PIC 9(08).
000170     05  LT-POLICY-NUMBER              PIC 9(06).
000180     05  LT-INSURED-NAME               PIC X(30).
000240     05  LT-EXPIRATION-DATE            PIC 9(08).
000250     05  LT-PREMIUM-AMOUNT             PIC S9(11)V99.
000260     05  LT-BALANCE-AMOUNT             PIC S9(11)V99.
000262     05  LT-DUE-DATE                   PIC 9(08).
000270     05  FILLER                        PIC X(02).
