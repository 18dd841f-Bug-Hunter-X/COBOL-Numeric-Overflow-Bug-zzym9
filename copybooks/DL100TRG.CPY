000010*----------------------------------------------------------------*
000020*  DL100TRG.CPY - AMTTRANS TRANSMISSION REGISTER RECORD LAYOUT
000030*
000040*  ONE ROW PER UPSTREAM TRANSMISSION DL100AMT HAS TAKEN IN, ON
000050*  THE KEYED TXREG FILE (RECORD KEY TRG-RECORD-KEY = SOURCE ID
000060*  + TRANSMISSION SEQUENCE NUMBER, BOTH FROM THE AMTHDR HEADER
000070*  RECORD AT THE FRONT OF THE FEED).  THE ROW IS WRITTEN 'I'
000080*  (IN PROGRESS) BEFORE THE FIRST TRANSACTION IS TOUCHED AND
000090*  REWRITTEN 'C' (COMPLETE) WITH THE RECORD COUNT, GROSS AMOUNT
000100*  AND RETURN CODE WHEN THE RUN ENDS BELOW RC 12.  ONLY A RERUN
000110*  OF THE SAME RUN DATE AND CYCLE MAY PICK UP AN 'I' ROW AGAIN.
000120*  TRG-PRIOR-SEQUENCE IS THE SEQUENCE THAT WAS LAST ON FILE FOR
000130*  THE SOURCE WHEN THIS ONE ARRIVED; A GAP LET THROUGH ON AN
000140*  OPERATOR OVERRIDE CARRIES THE APPROVER'S ID.  USED BY
000150*  DL100AMT (CHECKS AND MAINTAINS THE REGISTER) AND DL100TRR
000160*  (REGISTER REPORT).
000170*
000180*  MODIFICATION HISTORY
000190*  -------- ---- -------------------------------------------------
000200*  10/15/26 RH   ORIGINAL VERSION.
000210*----------------------------------------------------------------*
000220 05  TRG-RECORD-KEY.
000230     10  TRG-SOURCE-ID           PIC X(08).
000240     10  TRG-SEQUENCE-NUMBER     PIC 9(07).
000250 05  TRG-BUSINESS-DATE           PIC 9(08).
000260 05  TRG-RUN-DATE                PIC 9(08).
000270 05  TRG-RUN-CYCLE               PIC 9(02).
000280 05  TRG-STATUS                  PIC X(01).
000290     88  TRG-IN-PROGRESS                VALUE 'I'.
000300     88  TRG-COMPLETE                   VALUE 'C'.
000310 05  TRG-PRIOR-SEQUENCE          PIC 9(07).
000320 05  TRG-GAP-APPROVER-ID         PIC X(08).
000330 05  TRG-RECORD-COUNT            PIC 9(07).
000340 05  TRG-AMOUNT                  PIC 9(09)V99.
000350 05  TRG-RETURN-CODE             PIC 9(02).
000360 05  FILLER                      PIC X(11).
