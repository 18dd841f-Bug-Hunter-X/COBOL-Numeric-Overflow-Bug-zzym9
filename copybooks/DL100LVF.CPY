000010*----------------------------------------------------------------*
000020*  DL100LVF.CPY - LARGE-VALUE FILING EXTRACT (LVAFILE) LAYOUTS
000030*
000040*  THE FIXED-FORMAT EXTRACT COMPLIANCE FILES FROM.  ONE FILE PER
000050*  BUSINESS DATE:  THE LVAHDR HEADER, THEN FOR EACH ACCOUNT WHOSE
000060*  TOTAL ACCEPTED ACTIVITY MET THE REPORTING THRESHOLD ONE
000070*  LVAACCT RECORD FOLLOWED BY ONE LVATRAN RECORD PER TRANSACTION
000080*  THAT MADE UP THE TOTAL, AND LASTLY THE LVATRL CONTROL TRAILER.
000090*  EVERY RECORD IS RECOGNIZED BY ITS TYPE IN THE FIRST 8 BYTES.
000100*  AMOUNTS ARE UNSIGNED; LVF-TRN-ENTRY-TYPE 'R' MARKS A REVERSAL,
000110*  WHICH COUNTS TOWARD THE ACCOUNT TOTAL LIKE ANY OTHER ACTIVITY.
000120*  USD AMOUNTS ARE ACCT-BASE-AMOUNT FROM ACCTRANS; A TRANSACTION
000130*  THE RUN COULD NOT CONVERT CARRIES ZERO THERE.
000140*
000150*  MODIFICATION HISTORY
000160*  -------- ---- -------------------------------------------------
000170*  10/15/26 RH   ORIGINAL VERSION.
000180*----------------------------------------------------------------*
000190 01  LVA-FILING-HEADER.
000200     05  LVF-HDR-RECORD-TYPE     PIC X(08).
000210     05  LVF-HDR-BUSINESS-DATE   PIC 9(08).
000220     05  LVF-HDR-RUN-DATE        PIC 9(08).
000230     05  LVF-HDR-BASE-CURRENCY   PIC X(03).
000240     05  LVF-HDR-THRESHOLD       PIC 9(11)V99.
000250     05  FILLER                  PIC X(40).
000260 01  LVA-FILING-ACCOUNT.
000270     05  LVF-ACC-RECORD-TYPE     PIC X(08).
000280     05  LVF-ACC-ACCOUNT-ID      PIC X(10).
000290     05  LVF-ACC-BUSINESS-DATE   PIC 9(08).
000300     05  LVF-ACC-TRANS-COUNT     PIC 9(07).
000310     05  LVF-ACC-BASE-TOTAL      PIC 9(13)V99.
000320     05  LVF-ACC-UNCONV-COUNT    PIC 9(07).
000330     05  FILLER                  PIC X(25).
000340 01  LVA-FILING-TRANS.
000350     05  LVF-TRN-RECORD-TYPE     PIC X(08).
000360     05  LVF-TRN-ACCOUNT-ID      PIC X(10).
000370     05  LVF-TRN-RECORD-KEY      PIC X(10).
000380     05  LVF-TRN-TIMESTAMP       PIC X(14).
000390     05  LVF-TRN-CURRENCY-CODE   PIC X(03).
000400     05  LVF-TRN-AMOUNT          PIC 9(7)V99.
000410     05  LVF-TRN-BASE-AMOUNT     PIC 9(11)V99.
000420     05  LVF-TRN-ENTRY-TYPE      PIC X(01).
000430     05  LVF-TRN-VALUE-DATE      PIC 9(08).
000440     05  FILLER                  PIC X(04).
000450 01  LVA-FILING-TRAILER.
000460     05  LVF-TRL-RECORD-TYPE     PIC X(08).
000470     05  LVF-TRL-BUSINESS-DATE   PIC 9(08).
000480     05  LVF-TRL-ACCOUNT-COUNT   PIC 9(07).
000490     05  LVF-TRL-TRANS-COUNT     PIC 9(07).
000500     05  LVF-TRL-BASE-TOTAL      PIC 9(13)V99.
000510     05  FILLER                  PIC X(35).
