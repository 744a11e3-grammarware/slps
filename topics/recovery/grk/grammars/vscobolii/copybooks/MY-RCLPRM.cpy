000010*----------------------------------------------------------------*
000020*    MY-RCLPRM
000030*    SELECTION CARD FOR MY-MASS-RECLASS.  ONE CARD PER RUN.
000040*    EVERY FILE1X POLICY CARRYING THE OLD ITEM-A CODE - AND, IF
000050*    GIVEN, IN THE STATE AND WITH AN EFFECTIVE DATE INSIDE THE
000060*    RANGE - IS MOVED TO THE NEW CODE.  'P' PREVIEWS THE
000070*    SELECTION ONLY; 'A' ALSO WRITES THE 'C' TRANSACTIONS.  A
000080*    BLANK STATE MEANS EVERY STATE; A BLANK FROM OR THRU DATE
000090*    LEAVES THAT END OF THE RANGE OPEN.  DATES ARE YYYYMMDD.
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   DLH   ORIGINAL SELECTION CARD.
000140*----------------------------------------------------------------*
000150     05  RL-RUN-MODE                  PIC X(01).
000160         88  RL-MODE-PREVIEW                VALUE 'P'.
000170         88  RL-MODE-APPLY                  VALUE 'A'.
000180     05  RL-OLD-ITEM-A-CODE            PIC 9(02).
000190     05  RL-STATE                      PIC X(02).
000200     05  RL-EFF-FROM-DATE              PIC 9(08).
000210     05  RL-EFF-FROM-TEXT REDEFINES RL-EFF-FROM-DATE
000220                                       PIC X(08).
000230     05  RL-EFF-THRU-DATE              PIC 9(08).
000240     05  RL-EFF-THRU-TEXT REDEFINES RL-EFF-THRU-DATE
000250                                       PIC X(08).
000260     05  RL-NEW-ITEM-A-CODE            PIC 9(02).
000270     05  FILLER                        PIC X(57).
