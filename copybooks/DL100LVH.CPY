000010*----------------------------------------------------------------*
000020*  DL100LVH.CPY - LARGE-VALUE NEAR-THRESHOLD HISTORY LAYOUT
000030*
000040*  ONE ROW PER ACCOUNT PER BUSINESS DATE ON THE KEYED LVAHIST
000050*  FILE (RECORD KEY LVH-RECORD-KEY = ACCOUNT ID + BUSINESS DATE)
000060*  FOR EVERY DAY THE ACCOUNT'S TOTAL ACCEPTED ACTIVITY, IN USD,
000070*  CAME IN JUST UNDER THE LARGE-VALUE REPORTING THRESHOLD --
000080*  AT OR ABOVE LVH-WATCH-FLOOR BUT BELOW LVH-THRESHOLD.  DL100LVA
000090*  COUNTS AN ACCOUNT'S ROWS ACROSS ITS LOOKBACK WINDOW TO BUILD
000100*  THE STRUCTURING WATCH LIST.  THE DAY'S ROW IS REWRITTEN EACH
000110*  TIME DL100LVA RUNS FOR THAT BUSINESS DATE, AND DELETED IF A
000120*  LATER CYCLE TAKES THE ACCOUNT OUT OF THE BAND, SO ONLY THE
000130*  DAY'S FINAL POSITION IS KEPT.  ROWS ARE NEVER PURGED.
000140*
000150*  MODIFICATION HISTORY
000160*  -------- ---- -------------------------------------------------
000170*  10/15/26 RH   ORIGINAL VERSION.
000180*----------------------------------------------------------------*
000190 05  LVH-RECORD-KEY.
000200     10  LVH-ACCOUNT-ID          PIC X(10).
000210     10  LVH-BUSINESS-DATE       PIC 9(08).
000220 05  LVH-DAY-TOTAL               PIC 9(11)V99.
000230 05  LVH-TRANS-COUNT             PIC 9(07).
000240 05  LVH-THRESHOLD               PIC 9(11)V99.
000250 05  LVH-WATCH-FLOOR             PIC 9(11)V99.
000260 05  LVH-RUN-DATE                PIC 9(08).
000270 05  FILLER                      PIC X(08).
