000050*  ACCEPTED/REJECTED COUNTS AND AMOUNTS, FINAL REJECT RATE,
000060*  BATCH-BALANCE STATUS AND RETURN CODE) PLUS ONE 'C' RECORD
000070*  PER CURRENCY SEEN, APPENDED TO THE PERMANENT RUNHIST FILE AT
000080*  END-OF-RUN.  USED BY DL100AMT (WRITES), DL100RHR (READS
000090*  IT FOR THE MONTH-TO-DATE AND ROLLING-30-DAY TREND REPORTS)
000095*  AND DL100GLR (READS THE RUN'S RETURN CODE TO DECIDE WHETHER
000100*  THE GL JOURNALS ARE RELEASED) SO ALL STAY IN STEP ON THE
000105*  SAME 80-BYTE RECORD.
000110*
000120*  MODIFICATION HISTORY
000130*  -------- ---- -------------------------------------------------
000140*  09/02/26 RH   ORIGINAL VERSION.
000145*  10/15/26 RH   NOW ALSO READ BY DL100GLR.
000150*----------------------------------------------------------------*
000160 05  RHS-RUN-DATE                PIC 9(08).
000170 05  RHS-CYCLE-NUMBER            PIC 9(02).
