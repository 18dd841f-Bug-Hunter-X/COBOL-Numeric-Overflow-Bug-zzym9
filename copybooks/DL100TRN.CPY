000280*                DAILY TOTAL, NOT JUST IN ISOLATION.  OLDER FEED
000290*                RECORDS CARRY SPACES THERE AND SIMPLY MISS THE
000300*                VELOCITY CHECK.
000301*  10/15/26 RH   CARVED PFX-RECORD-TYPE AND PFX-ORIG-RECORD-KEY
000302*                OUT OF THE TRAILING FILLER.  A TYPE OF 'R' IS A
000303*                REVERSAL OF THE EARLIER POSTED TRANSACTION NAMED
000304*                BY PFX-ORIG-RECORD-KEY -- IT CARRIES A '-' SIGN
000305*                AND THE ORIGINAL'S CURRENCY AND AMOUNT.  ORDINARY
000306*                RECORDS CARRY SPACES IN BOTH FIELDS.
000307*  10/15/26 RH   CARVED PFX-SUBMITTER-ID OUT OF THE TRAILING
000308*                FILLER -- THE USER ID THAT KEYED OR SENT THE
000309*                TRANSACTION UPSTREAM.  DL100AMT WILL NOT LET THE
000310*                SAME ID RELEASE ITS OWN LARGE-VALUE HOLD.
000311*  10/15/26 RH   AMTTRANS NOW OPENS WITH ONE AMTHDR TRANSMISSION
000312*                HEADER RECORD (SOURCE, SEQUENCE, BUSINESS DATE)
000313*                AHEAD OF THESE RECORDS.  ITS LAYOUT IS
000314*                AMOUNT-TRANS-HEADER IN DL100AMT; CORRTRAN AND
000315*                THE SUSPENSE FILE CARRY NO HEADER.
000316*----------------------------------------------------------------*
000320 05  PFX-RECORD-KEY              PIC X(10).
000330 05  PFX-TIMESTAMP               PIC X(14).
000340 05  PFX-CURRENCY-CODE           PIC X(03).
000420 05  PFX-AMOUNT-VERIFY-WHOLE     PIC 9(7).
000430 05  PFX-AMOUNT-VERIFY-CENTS     PIC 9(2).
000440 05  PFX-ACCOUNT-ID              PIC X(10).
000450 05  PFX-RECORD-TYPE             PIC X(01).
000460     88  PFX-TYPE-REVERSAL              VALUE 'R'.
000470 05  PFX-ORIG-RECORD-KEY         PIC X(10).
000480 05  PFX-SUBMITTER-ID            PIC X(08).
000490 05  FILLER                      PIC X(05).
