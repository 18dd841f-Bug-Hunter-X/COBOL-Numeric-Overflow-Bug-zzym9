000010*----------------------------------------------------------------*
000020*  DL100FXH.CPY - FX RATE HISTORY RECORD LAYOUT
000030*
000040*  ONE ROW PER CURRENCY PER BUSINESS DATE ON THE KEYED FXHIST
000050*  FILE (RECORD KEY FXH-RECORD-KEY = RATE DATE + CURRENCY).
000060*  DL100FXL WRITES A ROW FOR EVERY RATE IT ACCEPTS AND NEVER
000070*  DELETES ONE, SO ANY PAST DAY'S BASE-CURRENCY AMOUNTS CAN BE
000076*  RE-DERIVED FROM THE RATE THAT WAS IN FORCE -- DL100SAJ READS
000082*  ITS MONTH-END RATES FROM HERE BY DATE.  EACH ROW KEEPS
000090*  THE PRIOR BUSINESS DAY'S RATE IT WAS MEASURED AGAINST, THE
000100*  PERCENTAGE MOVE, THE TOLERANCE APPLIED, AND WHETHER IT WENT
000110*  THROUGH INSIDE TOLERANCE OR ON A NAMED APPROVER'S SIGN-OFF.
000120*  THE FXHOLD FILE COPIES THE SAME 80 BYTES WITH A DIFFERENT
000130*  PREFIX AND ADDS ITS HOLD STATUS PAST THEM.
000140*
000150*  MODIFICATION HISTORY
000160*  -------- ---- -------------------------------------------------
000170*  10/15/26 RH   ORIGINAL VERSION.
000175*  10/15/26 RH   NOW ALSO READ BY DL100SAJ FOR MONTH-END RATES.
000180*----------------------------------------------------------------*
000190 05  FXH-RECORD-KEY.
000200     10  FXH-RATE-DATE           PIC 9(08).
000210     10  FXH-CURRENCY-CODE       PIC X(03).
000220 05  FXH-RATE                    PIC 9(03)V9(06).
000230 05  FXH-PRIOR-RATE-DATE         PIC 9(08).
000240 05  FXH-PRIOR-RATE              PIC 9(03)V9(06).
000250 05  FXH-CHANGE-PCT              PIC 9(05)V99.
000260 05  FXH-TOLERANCE-PCT           PIC 9(03)V99.
000270 05  FXH-ACCEPT-TYPE             PIC X(01).
000280     88  FXH-WITHIN-TOLERANCE           VALUE 'T'.
000290     88  FXH-SIGNED-OFF                 VALUE 'S'.
000300 05  FXH-APPROVER-ID             PIC X(08).
000310 05  FXH-APPROVAL-DATE           PIC 9(08).
000320 05  FXH-LOAD-DATE               PIC 9(08).
000330 05  FILLER                      PIC X(06).
