000010*----------------------------------------------------------------*
000020*  DL100RJC.CPY - STANDARD REJECT REASON CODE REFERENCE TABLE
000030*
000040*  THE ONE LIST OF NUMERIC REJECT REASON CODES SENT BACK TO THE
000050*  ORIGINATING SYSTEMS ON THE REJRETN FILE.  EACH ENTRY PAIRS A
000060*  THREE-DIGIT CODE WITH THE EXACT REJECT REASON TEXT DL100AMT
000070*  REPORTS ON EXCPRPT AND SUSPENSE.  CODES ARE GROUPED:
000080*      1NN  RECORD INTEGRITY (DUPLICATE, RECOMPUTE, TIMESTAMP)
000090*      2NN  ACCOUNT (MASTER STATUS, VELOCITY)
000100*      3NN  AMOUNT LIMITS AND FORMAT
000110*      4NN  REVERSALS
000120*      5NN  LARGE-VALUE HOLD
000130*      999  UNCLASSIFIED -- A REASON WITH NO ENTRY HERE
000140*  A CODE, ONCE ISSUED, IS NEVER REUSED FOR A DIFFERENT REASON.
000150*  A NEW REJECT REASON IN DL100AMT NEEDS ITS ENTRY ADDED HERE,
000160*  RJC-ENTRY-COUNT AND THE OCCURS RAISED TO MATCH, AND THE
000170*  ORIGINATORS TOLD OF THE NEW CODE; UNTIL THEN IT GOES OUT AS
000180*  999 AND IS COUNTED ON THE OPERATIONS SUMMARY.
000190*
000200*  MODIFICATION HISTORY
000210*  -------- ---- -------------------------------------------------
000220*  10/15/26 RH   ORIGINAL VERSION.
000225*  10/15/26 RH   ADDED 502 SUBMITTER ID MISSING.
000230*----------------------------------------------------------------*
000240 01  RJC-REASON-CODE-VALUES.
000250     05  FILLER                  PIC X(36) VALUE
000260         "101DUPLICATE TRANSACTION SUSPECTED".
000270     05  FILLER                  PIC X(36) VALUE
000280         "102AMOUNT RECOMPUTE MISMATCH".
000290     05  FILLER                  PIC X(36) VALUE
000300         "111TIMESTAMP NOT A VALID DATE-TIME".
000310     05  FILLER                  PIC X(36) VALUE
000320         "112TIMESTAMP DATE IN FUTURE".
000330     05  FILLER                  PIC X(36) VALUE
000340         "113TIMESTAMP OLDER THAN STALE LIMIT".
000350     05  FILLER                  PIC X(36) VALUE
000360         "201ACCOUNT ID MISSING".
000370     05  FILLER                  PIC X(36) VALUE
000380         "202ACCOUNT NOT ON ACCOUNT MASTER".
000390     05  FILLER                  PIC X(36) VALUE
000400         "203ACCOUNT CLOSED".
000410     05  FILLER                  PIC X(36) VALUE
000420         "204ACCOUNT FROZEN".
000430     05  FILLER                  PIC X(36) VALUE
000440         "205ACCOUNT NOT YET OPEN".
000450     05  FILLER                  PIC X(36) VALUE
000460         "206ACCOUNT DAILY VELOCITY CAP BREACH".
000470     05  FILLER                  PIC X(36) VALUE
000480         "301AMOUNT EXCEEDS CURRENCY MAXIMUM".
000490     05  FILLER                  PIC X(36) VALUE
000500         "302AMOUNT BELOW CURRENCY MINIMUM".
000510     05  FILLER                  PIC X(36) VALUE
000520         "303NEGATIVE AMOUNT NOT ALLOWED".
000530     05  FILLER                  PIC X(36) VALUE
000540         "304MINOR UNITS INVALID FOR CURRENCY".
000550     05  FILLER                  PIC X(36) VALUE
000560         "401REVERSAL NOT SIGNED NEGATIVE".
000570     05  FILLER                  PIC X(36) VALUE
000580         "402REVERSAL ORIGINAL KEY MISSING".
000590     05  FILLER                  PIC X(36) VALUE
000600         "403REVERSAL ORIGINAL NOT POSTED".
000610     05  FILLER                  PIC X(36) VALUE
000620         "404ORIGINAL ALREADY REVERSED".
000630     05  FILLER                  PIC X(36) VALUE
000640         "405REVERSAL CURRENCY MISMATCH".
000650     05  FILLER                  PIC X(36) VALUE
000660         "406REVERSAL AMOUNT MISMATCH".
000670     05  FILLER                  PIC X(36) VALUE
000680         "501KEY ALREADY RELEASED FROM HOLD".
000683     05  FILLER                  PIC X(36) VALUE
000686         "502SUBMITTER ID MISSING".
000690 01  RJC-REASON-CODE-TABLE REDEFINES RJC-REASON-CODE-VALUES.
000700     05  RJC-ENTRY OCCURS 23 TIMES
000710             INDEXED BY RJC-IDX.
000720         10  RJC-CODE            PIC 9(03).
000730         10  RJC-TEXT            PIC X(33).
000740 01  RJC-ENTRY-COUNT             PIC 9(03) COMP VALUE 23.
000750 01  RJC-UNCLASSIFIED-CODE       PIC 9(03) VALUE 999.
