000010*----------------------------------------------------------------*
000020*    MY-RNWRSP
000030*    RENEWAL RESPONSE RECORD (PRD.FILE1.RNWRESP), 80 BYTES.  ONE
000040*    RECORD PER POLICY ANSWERS THE RENEWAL NOTICE FOR THE TERM
000050*    NOW ON FILE: 'R' RENEW, OR 'N' DO NOT RENEW (INSURED
000060*    DECLINED OR UNDERWRITING NON-RENEWAL).  A NON-ZERO OVERRIDE
000070*    PREMIUM IS USED IN PLACE OF THE RATE TABLE - THE WAY TO
000080*    RENEW A POLICY THE TABLE CANNOT RATE.  A LATER RESPONSE FOR
000090*    THE SAME TERM REPLACES AN EARLIER ONE UNTIL IT IS ACTED ON.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL RESPONSE RECORD.
000140*----------------------------------------------------------------*
000150     05  RR-RECORD-KEY                 PIC X(14).
000160     05  RR-RESPONSE-CODE              PIC X(01).
000170         88  RR-RESPONSE-RENEW              VALUE 'R'.
000180         88  RR-RESPONSE-NON-RENEW          VALUE 'N'.
000190     05  RR-RESPONSE-DATE              PIC 9(08).
000200     05  RR-OVERRIDE-PREMIUM           PIC 9(09)V99.
000210     05  RR-OPERATOR-ID                PIC X(08).
000220     05  RR-REASON-TEXT                PIC X(20).
000230     05  FILLER                        PIC X(18).
