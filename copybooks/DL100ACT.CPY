000010*----------------------------------------------------------------*
000020*  DL100ACT.CPY - SHARED ACCOUNT MASTER RECORD LAYOUT
000030*
000040*  ONE ROW PER ORIGINATING ACCOUNT ON THE KEYED ACCTMAST FILE
000050*  (RECORD KEY ACT-ACCOUNT-ID), CARRYING THE ACCOUNT'S STATUS,
000060*  THE DATE IT OPENED AND THE DATE AND APPROVER OF ITS LAST
000070*  STATUS CHANGE.  USED BY DL100AMT (RANDOM READ OF EVERY
000080*  TRANSACTION'S ACCOUNT) AND DL100AMM (MAINTAINS THE FILE IN
000090*  PLACE) SO BOTH STAY IN STEP ON THE SAME 80-BYTE RECORD.
000100*  DL100AMT REFUSES A TRANSACTION WHOSE ACCOUNT IS NOT HERE, IS
000110*  CLOSED OR FROZEN, OR HAS NOT YET REACHED ITS OPEN DATE.  A
000120*  DORMANT ACCOUNT STILL POSTS.
000130*
000140*  MODIFICATION HISTORY
000150*  -------- ---- -------------------------------------------------
000160*  10/15/26 RH   ORIGINAL VERSION.
000170*----------------------------------------------------------------*
000180 05  ACT-ACCOUNT-ID              PIC X(10).
000190 05  ACT-STATUS-CODE             PIC X(01).
000200     88  ACT-STATUS-OPEN                VALUE 'O'.
000210     88  ACT-STATUS-CLOSED              VALUE 'C'.
000220     88  ACT-STATUS-FROZEN              VALUE 'F'.
000230     88  ACT-STATUS-DORMANT             VALUE 'D'.
000240     88  ACT-STATUS-VALID               VALUE 'O' 'C' 'F' 'D'.
000250 05  ACT-OPEN-DATE               PIC 9(08).
000260 05  ACT-STATUS-DATE             PIC 9(08).
000270 05  ACT-APPROVER-ID             PIC X(08).
000280 05  FILLER                      PIC X(45).
