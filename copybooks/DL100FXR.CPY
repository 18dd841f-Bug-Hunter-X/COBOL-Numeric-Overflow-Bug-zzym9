000010*----------------------------------------------------------------*
000020*  DL100FXR.CPY - SHARED FXRATES DAILY RATE RECORD LAYOUT
000030*
000040*  ONE ROW PER CURRENCY:  THE RATE THAT CONVERTS ONE UNIT OF THE
000050*  CURRENCY TO THE USD BASE (BASE AMOUNT = AMOUNT * FX-RATE) AND
000060*  THE BUSINESS DATE THE RATE IS FOR.  USED BY DL100AMT (BASE
000070*  EQUIVALENT OF EVERY ACCEPTED TRANSACTION) AND DL100FXL, SO
000080*  BOTH STAY IN STEP ON THE SAME 80-BYTE RECORD.
000100*
000110*  MODIFICATION HISTORY
000120*  -------- ---- -------------------------------------------------
000130*  10/15/26 RH   PULLED OUT OF DL100AMT.CBL INTO A COPYBOOK SO
000140*                DL100SAJ CAN READ THE SAME RATE FILE.
000142*  10/15/26 RH   ALSO THE LAYOUT OF THE RAW FXRATEIN FEED THAT
000144*                DL100FXL VALIDATES.  DL100FXL NOW WRITES FXRATES
000146*                FROM ITS RATE HISTORY.
000147*  10/15/26 RH   DL100SAJ NO LONGER READS FXRATES -- IT TAKES ITS
000148*                MONTH-END RATES FROM FXHIST BY DATE.
000150*----------------------------------------------------------------*
000160 05  FX-CURRENCY-CODE            PIC X(03).
000170 05  FX-RATE                     PIC 9(03)V9(06).
000180 05  FX-RATE-DATE                PIC 9(08).
000190 05  FILLER                      PIC X(60).
