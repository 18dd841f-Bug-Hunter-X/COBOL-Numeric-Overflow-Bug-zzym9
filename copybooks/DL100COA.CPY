000010*----------------------------------------------------------------*
000020*  DL100COA.CPY - SHARED GLCOA CHART-OF-ACCOUNTS RECORD LAYOUT
000030*
000040*  ONE ROW PER CURRENCY NAMING THE GL ACCOUNTS ITS POSTINGS GO
000050*  TO.  USED BY DL100GLP (DAILY JOURNAL -- DEBIT AND CREDIT
000060*  ACCOUNTS) AND DL100SAJ (MONTH-END SUSPENSE ACCRUAL -- DEBIT
000070*  AND SUSPENSE ACCOUNTS) SO BOTH STAY IN STEP ON THE SAME
000080*  80-BYTE RECORD.  A ROW WITH STATUS 'I' IS IGNORED; ANYTHING
000090*  ELSE, INCLUDING A LEGACY BLANK, IS ACTIVE.
000100*
000110*  MODIFICATION HISTORY
000120*  -------- ---- -------------------------------------------------
000130*  10/15/26 RH   PULLED OUT OF DL100GLP.CBL INTO A COPYBOOK SO
000140*                DL100SAJ CAN READ THE SAME CHART.  CARVED
000150*                COA-SUSPENSE-ACCOUNT OUT OF FILLER -- THE GL
000160*                ACCOUNT THE CURRENCY'S OPEN SUSPENSE IS ACCRUED
000170*                TO AT MONTH-END.  ROWS WRITTEN BEFORE THE FIELD
000180*                EXISTED CARRY SPACES THERE AND ARE TREATED AS
000190*                HAVING NO SUSPENSE ACCOUNT.
000200*----------------------------------------------------------------*
000210 05  COA-CURRENCY-CODE           PIC X(03).
000220 05  COA-DEBIT-ACCOUNT           PIC X(08).
000230 05  COA-CREDIT-ACCOUNT          PIC X(08).
000240 05  COA-STATUS-CODE             PIC X(01).
000250     88  COA-STATUS-ACTIVE              VALUE 'A'.
000260     88  COA-STATUS-INACTIVE            VALUE 'I'.
000270 05  COA-SUSPENSE-ACCOUNT        PIC X(08).
000280 05  FILLER                      PIC X(52).
