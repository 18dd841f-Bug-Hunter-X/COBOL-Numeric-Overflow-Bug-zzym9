000010*----------------------------------------------------------------*
000020*  DL100JRN.CPY - SHARED GL JOURNAL (GLJRNL) RECORD LAYOUTS
000030*
000040*  DESCRIBES ALL THREE RECORD SHAPES ON THE GENERAL LEDGER
000050*  JOURNAL FILE:  THE JRNLHDR HEADER, ONE DEBIT OR CREDIT
000060*  DETAIL LINE PER POSTING, AND THE JRNLTRL HASH-TOTAL TRAILER.
000070*  USED BY DL100GLP (WRITES THE JOURNAL) AND DL100GLA (READS IT
000080*  BACK TO RECONCILE THE GL LOAD ACKNOWLEDGEMENT) SO BOTH STAY IN
000090*  STEP ON THE SAME 80-BYTE RECORD.  HEADER AND TRAILER ARE
000100*  RECOGNIZED BY THEIR LABEL IN THE FIRST 8 BYTES.
000110*
000120*  MODIFICATION HISTORY
000130*  -------- ---- -------------------------------------------------
000140*  10/15/26 RH   PULLED OUT OF DL100GLP.CBL INTO A COPYBOOK SO
000150*                THE NEW DL100GLA ACKNOWLEDGEMENT RECONCILIATION
000160*                CAN READ THE SAME LAYOUT DL100GLP WRITES.
000170*----------------------------------------------------------------*
000180 01  GL-JOURNAL-HEADER.
000190     05  JRNL-HDR-LABEL          PIC X(08).
000200     05  JRNL-HDR-RUN-DATE       PIC 9(08).
000210     05  JRNL-HDR-SOURCE         PIC X(08).
000220     05  FILLER                  PIC X(56).
000230 01  GL-JOURNAL-RECORD.
000240     05  JRNL-GL-ACCOUNT         PIC X(08).
000250     05  JRNL-DR-CR              PIC X(02).
000260     05  JRNL-CURRENCY-CODE      PIC X(03).
000270     05  JRNL-AMOUNT             PIC 9(09)V99.
000280     05  JRNL-TRANS-KEY          PIC X(10).
000290     05  JRNL-POST-DATE          PIC 9(08).
000300     05  JRNL-ORIG-TRANS-KEY     PIC X(10).
000310     05  FILLER                  PIC X(28).
000320 01  GL-JOURNAL-TRAILER.
000330     05  JRNL-TRL-LABEL          PIC X(08).
000340     05  JRNL-TRL-LINE-COUNT     PIC 9(07).
000350     05  JRNL-TRL-DEBIT-TOTAL    PIC 9(11)V99.
000360     05  JRNL-TRL-CREDIT-TOTAL   PIC 9(11)V99.
000370     05  JRNL-TRL-HASH-TOTAL     PIC 9(11)V99.
000380     05  JRNL-TRL-STATUS         PIC X(12).
000390     05  FILLER                  PIC X(14).
