000060*  PER-CURRENCY ACCEPTED COUNT/AMOUNT TRAILER.  USED BY
000070*  DL100AMT (WRITES THE EXTRACT) AND DL100GLP (POSTS IT TO THE
000080*  GENERAL LEDGER JOURNAL) SO BOTH STAY IN STEP ON THE SAME
000086*  80-BYTE RECORD.  DL100LVA ALSO READS THE DETAILS FOR THE
000092*  PER-ACCOUNT LARGE-VALUE AGGREGATE.  A TRAILER IS RECOGNIZED
000098*  BY ITS LABEL IN THE FIRST 30 BYTES -- A DETAIL RECORD STARTS
000104*  WITH THE 10-BYTE TRANSACTION KEY AND CAN NEVER COLLIDE WITH
000110*  IT.
000120*
000130*  MODIFICATION HISTORY
000140*  -------- ---- -------------------------------------------------
000290*                EXTRACTS WRITTEN BEFORE THE FIELD EXISTED CARRY
000300*                SPACES THERE; READERS MUST CHECK IT IS NUMERIC
000310*                AND NONZERO BEFORE TRUSTING IT.
000311*  10/15/26 RH   CARVED ACCT-ENTRY-TYPE AND ACCT-ORIG-RECORD-KEY
000312*                OUT OF THE DETAIL FILLER.  AN ENTRY TYPE OF 'R'
000313*                IS A REVERSAL OF THE EARLIER POSTED TRANSACTION
000314*                NAMED BY ACCT-ORIG-RECORD-KEY; ACCT-AMOUNT STAYS
000315*                UNSIGNED AND DL100GLP POSTS THE MIRROR-IMAGE
000316*                DEBIT/CREDIT PAIR.  ORDINARY DETAILS AND OLDER
000317*                EXTRACTS CARRY SPACES IN BOTH FIELDS.
000318*  10/15/26 RH   CARVED ACCT-ACCOUNT-ID OUT OF THE DETAIL FILLER
000319*                -- THE ORIGINATING ACCOUNT FROM THE FEED, FOR
000320*                DL100LVA'S PER-ACCOUNT LARGE-VALUE AGGREGATE.
000321*                EXTRACTS WRITTEN BEFORE THE FIELD EXISTED CARRY
000322*                SPACES THERE.
000323*----------------------------------------------------------------*
000330 01  ACCTRANS-RECORD.
000340     05  ACCT-RECORD-KEY         PIC X(10).
000350     05  ACCT-TIMESTAMP          PIC X(14).
000370     05  ACCT-AMOUNT             PIC 9(7)V99.
000380     05  ACCT-BASE-AMOUNT        PIC 9(11)V99.
000390     05  ACCT-VALUE-DATE         PIC 9(08).
000394     05  ACCT-ENTRY-TYPE         PIC X(01).
000398         88  ACCT-ENTRY-REVERSAL        VALUE 'R'.
000402     05  ACCT-ORIG-RECORD-KEY    PIC X(10).
000404     05  ACCT-ACCOUNT-ID         PIC X(10).
000406     05  FILLER                  PIC X(02).
000410 01  ACCTRANS-CCY-TRAILER.
000420     05  ACCT-TRL-LABEL          PIC X(30).
000430     05  ACCT-TRL-CURRENCY-CODE  PIC X(03).
