000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100SAJ.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100SAJ - MONTH-END SUSPENSE ACCRUAL JOURNAL
000090*-----------------------------------------------------------------
000100*  OPEN ITEMS ON THE KEYED SUSPENSE FILE ARE REAL MONEY THAT
000110*  DL100GLP NEVER POSTS, BECAUSE IT ONLY READS ACCTRANS.  THIS
000120*  PROGRAM RUNS AFTER THE LAST DL100AMT CYCLE EVERY DAY AND
000130*  WORKS OUT FROM THE BUSCAL CALENDAR WHETHER TODAY IS THE LAST
000140*  OR THE FIRST BUSINESS DAY OF THE MONTH:
000150*
000160*  LAST BUSINESS DAY  - ACCRUAL.  EVERY SUSPENSE ITEM STILL IN
000168*      'O' STATUS IS VALUED IN USD AT THE MONTH-END RATE -- THE
000176*      FXHIST ROW DATED THE AS-OF DATE -- AND POSTED DEBIT TO THE
000184*      CURRENCY'S GLCOA DEBIT ACCOUNT, CREDIT TO ITS GLCOA
000192*      SUSPENSE ACCOUNT (SIDES SWAPPED FOR A '-' SIGNED OR
000200*      REVERSAL ITEM).  EACH POSTED ITEM IS ALSO WRITTEN TO THE
000208*      SAJCARRY CARRY FILE.
000220*  FIRST BUSINESS DAY - REVERSAL.  THE CARRY FILE LEFT BY LAST
000230*      MONTH'S ACCRUAL IS PROVED AGAINST ITS OWN TRAILER AND
000240*      POSTED BACK AS THE MIRROR-IMAGE PAIR, LINE FOR LINE, WITH
000250*      THE ACCRUED KEY IN JRNL-ORIG-TRANS-KEY.  THE CARRY TRAILER
000260*      IS THEN MARKED REVERSED SO THE SAME ACCRUAL CAN NEVER BE
000270*      REVERSED TWICE.  THE REVERSAL IS BUILT FROM THE CARRY
000280*      FILE, NOT FROM SUSPENSE, SO IT UNWINDS EXACTLY WHAT WAS
000284*      ACCRUED NO MATTER WHAT HAS BEEN CORRECTED SINCE.  SAJJRNL
000288*      IS REWRITTEN ON EVERY RUN, SO A RERUN ON THE DAY OF THE
000292*      REVERSAL WRITES THE SAME REVERSAL JOURNAL AGAIN FROM THE
000296*      CARRY FILE AND LEAVES THE TRAILER AS IT IS.
000300*  ANY OTHER DAY      - NOTHING IS DUE.  AN EMPTY JOURNAL IS
000310*      STILL WRITTEN SO THE GL LOAD STEP ALWAYS HAS A FILE.
000320*
000330*  THE JOURNAL (SAJJRNL) HAS THE SAME JRNLHDR / DETAIL / JRNLTRL
000340*  LAYOUT AND BALANCING AS THE DAILY DL100GLP JOURNAL, WITH
000350*  SOURCE "DL100SAJ" AND CURRENCY "USD" ON EVERY LINE.  THE
000360*  SAJRPT REPORT LISTS EVERY ITEM WITH ITS RATE, USD AMOUNT AND
000370*  OUTCOME.  AN OPTIONAL SAJCTL RECORD LETS OPERATIONS FORCE THE
000380*  MODE AND THE AS-OF DATE FOR A LATE OR RE-RUN MONTH-END.
000382*  FXHIST KEEPS EVERY RELEASED RATE BY DATE, SO A FORCED
000384*  MONTH-END DATE STILL FINDS THAT DAY'S RATES ON A LATER RUN,
000386*  INCLUDING ANY TREASURY HAS SIGNED OFF SINCE.
000390*
000400*  RETURN-CODE 8 WHEN SUSPENSE ITEMS COULD NOT BE ACCRUED (NO
000410*  SUSPENSE ACCOUNT, NO MONTH-END RATE, OR AN AMOUNT THAT IS NOT
000420*  NUMERIC) -- THEY ARE LISTED FOR THE CONTROLLER AND LEFT OUT --
000430*  OR WHEN THE ACCRUAL WAS REVERSED ON AN EARLIER DATE.  RC 12
000440*  WHEN THE JOURNAL CANNOT BE TRUSTED:  OUT OF BALANCE, A CARRY
000450*  FILE THAT DOES NOT FOOT OR IS FOR THE WRONG MONTH, NO ACCRUAL
000460*  TO REVERSE, OR A PRIOR ACCRUAL STILL NOT REVERSED.
000470*-----------------------------------------------------------------
000480*  MODIFICATION HISTORY
000490*  -------- ---- -------------------------------------------------
000500*  10/15/26 RH   ORIGINAL VERSION.
000502*  10/15/26 RH   MONTH-END RATES NOW COME FROM THE KEYED FXHIST
000504*                RATE HISTORY, READ AT THE AS-OF DATE, NOT FROM
000506*                FXRATES.  FXRATES ONLY EVER HOLDS THE CURRENT
000508*                DAY, SO A FORCED AS-OF DATE FOUND NO RATES.
000509*  10/15/26 RH   SUSPENSE IS OPENED AND CHECKED BEFORE SAJCARRY
000510*                IS OPENED FOR OUTPUT, SO A FAILED OPEN NO LONGER
000511*                EMPTIES THE CARRY FILE.  A RERUN ON THE DAY OF
000512*                THE REVERSAL REBUILDS THE SAME REVERSAL JOURNAL
000513*                FROM SAJCARRY INSTEAD OF LEAVING SAJJRNL EMPTY.
000514*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPENSE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS SUSP-RECORD-KEY
000620         FILE STATUS IS WS-SUSP-FILE-STATUS.
000630     SELECT GL-COA-FILE ASSIGN TO GLCOA
000640         ORGANIZATION IS SEQUENTIAL.
000645     SELECT OPTIONAL FX-HIST-FILE ASSIGN TO FXHIST
000650         ORGANIZATION IS INDEXED
000655         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS FXH-RECORD-KEY
000665         FILE STATUS IS WS-FXH-FILE-STATUS.
000670     SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO BUSCAL
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT OPTIONAL SAJ-CTL-FILE ASSIGN TO SAJCTL
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT OPTIONAL ACCRUAL-CARRY-FILE ASSIGN TO SAJCARRY
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-CARRY-FILE-STATUS.
000740     SELECT GL-JOURNAL-FILE ASSIGN TO SAJJRNL
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT SAJ-RPT-FILE ASSIGN TO SAJRPT
000770         ORGANIZATION IS SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SUSPENSE-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  SUSPENSE-RECORD.
000840     COPY DL100TRN REPLACING LEADING ==PFX== BY ==SUSP==.
000850*    SUSPENSE-ONLY EXTENSION PAST THE SHARED 80-BYTE FEED LAYOUT.
000860     05  SUSP-FIRST-REJECT-DATE  PIC 9(08).
000870     05  SUSP-REJECT-REASON      PIC X(33).
000880     05  SUSP-SUSPENSE-STATUS    PIC X(01).
000890         88  SUSP-SUSPENSE-OPEN         VALUE 'O'.
000900         88  SUSP-SUSPENSE-RESOLVED     VALUE 'R'.
000910         88  SUSP-SUSPENSE-WRITTEN-OFF  VALUE 'W'.
000920*----------------------------------------------------------------*
000930 FD  GL-COA-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 01  GL-COA-RECORD.
000970     COPY DL100COA.
000980*----------------------------------------------------------------*
000990 FD  FX-HIST-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020 01  FX-HIST-RECORD.
001030     COPY DL100FXH.
001040*----------------------------------------------------------------*
001050 FD  BUS-CAL-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  BUS-CAL-RECORD.
001090     05  BCAL-HOLIDAY-DATE       PIC 9(08).
001100     05  FILLER                  PIC X(72).
001110*----------------------------------------------------------------*
001120*    OPERATOR OVERRIDE.  'A' FORCES AN ACCRUAL, 'R' A REVERSAL;
001126*    A NON-ZERO AS-OF DATE REPLACES TODAY'S DATE, FOR THE
001132*    CALENDAR TEST AND FOR THE FXHIST RATES ALIKE.
001140 FD  SAJ-CTL-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 01  SAJ-CTL-RECORD.
001180     05  SAJC-RUN-MODE           PIC X(01).
001190         88  SAJC-FORCE-ACCRUAL         VALUE 'A'.
001200         88  SAJC-FORCE-REVERSAL        VALUE 'R'.
001210     05  SAJC-AS-OF-DATE         PIC 9(08).
001220     05  FILLER                  PIC X(71).
001230*----------------------------------------------------------------*
001240*    WHAT THE LAST ACCRUAL POSTED, KEPT FOR THE DAY-ONE REVERSAL.
001250*    HEADER AND TRAILER ARE RECOGNIZED BY THEIR LABEL IN THE
001260*    FIRST 8 BYTES.  CRY-TRL-STATUS GOES FROM 'A' (ACCRUED) TO
001270*    'R' (REVERSED) WHEN THE REVERSAL IS WRITTEN.
001280 FD  ACCRUAL-CARRY-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORDING MODE IS F.
001310 01  CARRY-HEADER.
001320     05  CRY-HDR-LABEL           PIC X(08).
001330     05  CRY-HDR-ACCRUAL-DATE    PIC 9(08).
001340     05  CRY-HDR-PERIOD          PIC 9(06).
001350     05  FILLER                  PIC X(58).
001360 01  CARRY-RECORD.
001370     05  CRY-RECORD-KEY          PIC X(10).
001380     05  CRY-CURRENCY-CODE       PIC X(03).
001390     05  CRY-AMOUNT              PIC 9(7)V99.
001400     05  CRY-FX-RATE             PIC 9(03)V9(06).
001410     05  CRY-BASE-AMOUNT         PIC 9(09)V99.
001420     05  CRY-DR-ACCOUNT          PIC X(08).
001430     05  CRY-CR-ACCOUNT          PIC X(08).
001440     05  CRY-SUSP-ACCOUNT        PIC X(08).
001450     05  FILLER                  PIC X(14).
001460 01  CARRY-TRAILER.
001470     05  CRY-TRL-LABEL           PIC X(08).
001480     05  CRY-TRL-ITEM-COUNT      PIC 9(07).
001490     05  CRY-TRL-BASE-AMOUNT     PIC 9(11)V99.
001500     05  CRY-TRL-STATUS          PIC X(01).
001510         88  CRY-TRL-ACCRUED            VALUE 'A'.
001520         88  CRY-TRL-REVERSED           VALUE 'R'.
001530     05  CRY-TRL-REVERSAL-DATE   PIC 9(08).
001540     05  FILLER                  PIC X(43).
001550*----------------------------------------------------------------*
001560 FD  GL-JOURNAL-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORDING MODE IS F.
001590     COPY DL100JRN.
001600*----------------------------------------------------------------*
001610 FD  SAJ-RPT-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORDING MODE IS F.
001640 01  SAJ-RPT-RECORD              PIC X(80).
001650*----------------------------------------------------------------*
001660 WORKING-STORAGE SECTION.
001670*----------------------------------------------------------------*
001680 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
001690 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZEROES.
001700 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
001710     05  WS-AS-OF-PERIOD         PIC 9(06).
001720     05  FILLER                  PIC 9(02).
001730 01  WS-AS-OF-YM REDEFINES WS-AS-OF-DATE.
001740     05  WS-AS-OF-YEAR           PIC 9(04).
001750     05  WS-AS-OF-MONTH          PIC 9(02).
001760     05  FILLER                  PIC 9(02).
001770 01  WS-AS-OF-DATE-INT           PIC 9(07) COMP VALUE ZERO.
001780*    THE MONTH BEFORE THE AS-OF DATE -- THE PERIOD A DAY-ONE
001790*    REVERSAL EXPECTS TO FIND ON THE CARRY FILE.
001800 01  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
001810 01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
001820     05  WS-PRIOR-YEAR           PIC 9(04).
001830     05  WS-PRIOR-MONTH          PIC 9(02).
001840*    NEIGHBOURING BUSINESS DAYS, FOUND BY STEPPING OFF THE AS-OF
001850*    DATE OVER WEEKENDS AND BUSCAL HOLIDAYS.
001860 01  WS-TEST-DATE                PIC 9(08) VALUE ZEROES.
001870 01  WS-TEST-DATE-PARTS REDEFINES WS-TEST-DATE.
001880     05  WS-TEST-PERIOD          PIC 9(06).
001890     05  FILLER                  PIC 9(02).
001900 01  WS-TEST-DATE-INT            PIC 9(07) COMP VALUE ZERO.
001910 01  WS-TEST-DOW-QUOT            PIC 9(07) COMP VALUE ZERO.
001920 01  WS-TEST-DOW-REM             PIC 9(01) COMP VALUE ZERO.
001930 01  WS-TEST-BUSINESS-SWITCH     PIC X(01) VALUE 'N'.
001940     88  WS-TEST-IS-BUSINESS-DAY        VALUE 'Y'.
001950     88  WS-TEST-NOT-BUSINESS-DAY       VALUE 'N'.
001960 01  WS-NEXT-BUS-DATE            PIC 9(08) VALUE ZEROES.
001970 01  WS-PREV-BUS-DATE            PIC 9(08) VALUE ZEROES.
001980*----------------------------------------------------------------*
001990 01  WS-JRNL-HDR-LABEL           PIC X(08) VALUE "JRNLHDR".
002000 01  WS-JRNL-TRL-LABEL           PIC X(08) VALUE "JRNLTRL".
002010 01  WS-JRNL-SOURCE              PIC X(08) VALUE "DL100SAJ".
002020 01  WS-JRNL-CURRENCY            PIC X(03) VALUE "USD".
002030 01  WS-CARRY-HDR-LABEL          PIC X(08) VALUE "SAJCHDR".
002040 01  WS-CARRY-TRL-LABEL          PIC X(08) VALUE "SAJCTRL".
002050*----------------------------------------------------------------*
002060 01  WS-SUSP-FILE-STATUS         PIC X(02) VALUE SPACES.
002070 01  WS-CARRY-FILE-STATUS        PIC X(02) VALUE SPACES.
002075 01  WS-FXH-FILE-STATUS          PIC X(02) VALUE SPACES.
002080 01  WS-RUN-MODE-SWITCH          PIC X(01) VALUE 'N'.
002090     88  WS-MODE-ACCRUAL                VALUE 'A'.
002100     88  WS-MODE-REVERSAL               VALUE 'R'.
002110     88  WS-MODE-NONE                   VALUE 'N'.
002120 01  WS-RUN-MODE-TEXT            PIC X(10) VALUE SPACES.
002130 01  WS-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
002140     88  WS-MODE-OVERRIDDEN             VALUE 'Y'.
002143 01  WS-REBUILD-SWITCH           PIC X(01) VALUE 'N'.
002146     88  WS-REVERSAL-REBUILD            VALUE 'Y'.
002150 01  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
002160     88  WS-SUSP-END-OF-FILE            VALUE 'Y'.
002170 01  WS-COA-EOF-SWITCH           PIC X(01) VALUE 'N'.
002180     88  WS-COA-END-OF-FILE             VALUE 'Y'.
002190 01  WS-FX-EOF-SWITCH            PIC X(01) VALUE 'N'.
002200     88  WS-FX-END-OF-FILE              VALUE 'Y'.
002210 01  WS-BCAL-EOF-SWITCH          PIC X(01) VALUE 'N'.
002220     88  WS-BCAL-END-OF-FILE            VALUE 'Y'.
002230 01  WS-CARRY-EOF-SWITCH         PIC X(01) VALUE 'N'.
002240     88  WS-CARRY-END-OF-FILE           VALUE 'Y'.
002250 01  WS-COA-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002260     88  WS-COA-FOUND                   VALUE 'Y'.
002270     88  WS-COA-NOT-FOUND               VALUE 'N'.
002280 01  WS-COA-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
002290 01  WS-FX-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002300     88  WS-FX-FOUND                    VALUE 'Y'.
002310     88  WS-FX-NOT-FOUND                VALUE 'N'.
002320 01  WS-FX-MATCH-IDX             PIC 9(03) COMP VALUE ZERO.
002330 01  WS-HOL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002340     88  WS-HOL-FOUND                   VALUE 'Y'.
002350     88  WS-HOL-NOT-FOUND               VALUE 'N'.
002360 01  WS-BALANCE-SWITCH           PIC X(01) VALUE 'N'.
002370     88  WS-OUT-OF-BALANCE              VALUE 'Y'.
002380     88  WS-IN-BALANCE                  VALUE 'N'.
002390 01  WS-ITEM-SWITCH              PIC X(01) VALUE 'N'.
002400     88  WS-ITEM-REFUSED                VALUE 'Y'.
002410     88  WS-ITEM-OK                     VALUE 'N'.
002420 01  WS-ITEM-OUTCOME             PIC X(24) VALUE SPACES.
002430*----------------------------------------------------------------*
002440*    WHAT THE FIRST PASS OVER SAJCARRY FOUND.
002450 01  WS-CARRY-HDR-SWITCH         PIC X(01) VALUE 'N'.
002460     88  WS-CARRY-HDR-SEEN              VALUE 'Y'.
002470 01  WS-CARRY-TRL-SWITCH         PIC X(01) VALUE 'N'.
002480     88  WS-CARRY-TRL-SEEN              VALUE 'Y'.
002490 01  WS-CARRY-PERIOD             PIC 9(06) VALUE ZERO.
002500 01  WS-CARRY-ACCRUAL-DATE       PIC 9(08) VALUE ZEROES.
002510 01  WS-CARRY-TRL-STATUS         PIC X(01) VALUE SPACES.
002520     88  WS-CARRY-WAS-REVERSED          VALUE 'R'.
002530 01  WS-CARRY-TRL-COUNT          PIC 9(07) VALUE ZERO.
002540 01  WS-CARRY-TRL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
002550 01  WS-CARRY-TRL-REV-DATE       PIC 9(08) VALUE ZEROES.
002560 01  WS-CARRY-READ-COUNT         PIC 9(7) COMP VALUE ZERO.
002570 01  WS-CARRY-READ-AMOUNT        PIC 9(11)V99 VALUE ZERO.
002580*----------------------------------------------------------------*
002590 01  WS-DR-ACCOUNT               PIC X(08) VALUE SPACES.
002600 01  WS-CR-ACCOUNT               PIC X(08) VALUE SPACES.
002610 01  WS-POST-DATE                PIC 9(08) VALUE ZEROES.
002620 01  WS-POST-KEY                 PIC X(10) VALUE SPACES.
002630 01  WS-POST-ORIG-KEY            PIC X(10) VALUE SPACES.
002640 01  WS-FX-RATE                  PIC 9(03)V9(06) VALUE ZERO.
002650 01  WS-BASE-AMOUNT              PIC 9(09)V99 VALUE ZERO.
002660*----------------------------------------------------------------*
002670 01  WS-COA-TABLE.
002680     05  WS-COA-COUNT            PIC 9(03) VALUE ZERO.
002690     05  WS-COA-ENTRY OCCURS 1 TO 100 TIMES
002700             DEPENDING ON WS-COA-COUNT
002710             INDEXED BY WS-COA-IDX.
002720         10  WS-COA-CODE         PIC X(03).
002730         10  WS-COA-DEBIT-ACCT   PIC X(08).
002740         10  WS-COA-SUSP-ACCT    PIC X(08).
002750*----------------------------------------------------------------*
002760*    MONTH-END RATES ONLY -- THE FXHIST ROWS DATED THE AS-OF
002770*    DATE.  A CURRENCY WITH NO SUCH ROW HAS NO RATE.
002780 01  WS-FX-TABLE.
002790     05  WS-FX-COUNT             PIC 9(03) VALUE ZERO.
002800     05  WS-FX-ENTRY OCCURS 1 TO 100 TIMES
002810             DEPENDING ON WS-FX-COUNT
002820             INDEXED BY WS-FX-IDX.
002830         10  WS-FX-CODE          PIC X(03).
002840         10  WS-FX-TABLE-RATE    PIC 9(03)V9(06).
002850*----------------------------------------------------------------*
002860 01  WS-HOLIDAY-TABLE.
002870     05  WS-HOLIDAY-COUNT        PIC 9(03) VALUE ZERO.
002880     05  WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
002890             DEPENDING ON WS-HOLIDAY-COUNT
002900             INDEXED BY WS-HOL-IDX.
002910         10  WS-HOLIDAY-DATE     PIC 9(08).
002920*----------------------------------------------------------------*
002930 01  WS-COUNTERS.
002940     05  WS-SUSP-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
002950     05  WS-OPEN-ITEM-COUNT      PIC 9(7) COMP VALUE ZERO.
002960     05  WS-POSTED-COUNT         PIC 9(7) COMP VALUE ZERO.
002970     05  WS-NO-ACCOUNT-COUNT     PIC 9(7) COMP VALUE ZERO.
002980     05  WS-NO-RATE-COUNT        PIC 9(7) COMP VALUE ZERO.
002990     05  WS-BAD-AMOUNT-COUNT     PIC 9(7) COMP VALUE ZERO.
003000     05  WS-JRNL-LINE-COUNT      PIC 9(7) COMP VALUE ZERO.
003010 01  WS-POSTED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
003020 01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
003030 01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
003040 01  WS-HASH-TOTAL               PIC 9(11)V99 VALUE ZERO.
003050*----------------------------------------------------------------*
003060 01  WS-RPT-HEADER-LINE.
003070     05  FILLER                  PIC X(40) VALUE
003080         "MONTH-END SUSPENSE ACCRUAL JOURNAL".
003090     05  FILLER                  PIC X(09) VALUE "AS OF    ".
003100     05  HDR-AS-OF-DATE          PIC 9(08).
003110     05  FILLER                  PIC X(06) VALUE " MODE ".
003120     05  HDR-RUN-MODE            PIC X(10).
003130     05  FILLER                  PIC X(07) VALUE SPACES.
003140 01  WS-RPT-CARRY-LINE.
003150     05  FILLER                  PIC X(17) VALUE
003160         "ACCRUAL OF DATE  ".
003170     05  CRYL-ACCRUAL-DATE       PIC 9(08).
003180     05  FILLER                  PIC X(08) VALUE " PERIOD ".
003190     05  CRYL-PERIOD             PIC 9(06).
003200     05  FILLER                  PIC X(41) VALUE SPACES.
003210 01  WS-RPT-COLUMN-LINE.
003220     05  FILLER                  PIC X(11) VALUE "SUSP KEY".
003230     05  FILLER                  PIC X(04) VALUE "CCY".
003240     05  FILLER                  PIC X(11) VALUE "    AMOUNT".
003250     05  FILLER                  PIC X(11) VALUE "  FX RATE".
003260     05  FILLER                  PIC X(13) VALUE "  USD AMOUNT".
003270     05  FILLER                  PIC X(09) VALUE "GL ACCT".
003280     05  FILLER                  PIC X(21) VALUE "OUTCOME".
003290 01  WS-RPT-DETAIL-LINE.
003300     05  DETL-RECORD-KEY         PIC X(10).
003310     05  FILLER                  PIC X(01) VALUE SPACES.
003320     05  DETL-CURRENCY           PIC X(03).
003330     05  FILLER                  PIC X(01) VALUE SPACES.
003340     05  DETL-AMOUNT             PIC ZZZZZZ9.99.
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  DETL-FX-RATE            PIC ZZ9.999999.
003370     05  FILLER                  PIC X(01) VALUE SPACES.
003380     05  DETL-BASE-AMOUNT        PIC ZZZZZZZZ9.99.
003390     05  FILLER                  PIC X(01) VALUE SPACES.
003400     05  DETL-GL-ACCOUNT         PIC X(08).
003410     05  FILLER                  PIC X(01) VALUE SPACES.
003420     05  DETL-OUTCOME            PIC X(21).
003430 01  WS-RPT-TOTAL-LINE.
003440     05  TOTL-LABEL              PIC X(30).
003450     05  TOTL-COUNT              PIC ZZZZZZ9.
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  TOTL-AMOUNT             PIC ZZZZZZZZZZ9.99.
003480     05  FILLER                  PIC X(27) VALUE SPACES.
003490 01  WS-RPT-MESSAGE-LINE.
003500     05  MSGL-TEXT               PIC X(60).
003510     05  FILLER                  PIC X(20) VALUE SPACES.
003520 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
003530*----------------------------------------------------------------*
003540 PROCEDURE DIVISION.
003550*----------------------------------------------------------------*
003560 0000-MAINLINE.
003570*----------------------------------------------------------------*
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     EVALUATE TRUE
003600         WHEN WS-MODE-ACCRUAL
003610             PERFORM 2000-BUILD-ACCRUAL THRU 2000-EXIT
003620         WHEN WS-MODE-REVERSAL
003630             PERFORM 3000-BUILD-REVERSAL THRU 3000-EXIT
003640         WHEN OTHER
003650             MOVE "NO MONTH-END ACCRUAL OR REVERSAL DUE TODAY"
003660                 TO MSGL-TEXT
003670             WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
003680     END-EVALUATE.
003690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003700     STOP RUN.
003710*----------------------------------------------------------------*
003720 1000-INITIALIZE.
003730*----------------------------------------------------------------*
003740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003750     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
003760     PERFORM 1050-READ-SAJ-CONTROL THRU 1050-EXIT.
003770     PERFORM 1100-LOAD-BUS-CALENDAR THRU 1100-EXIT.
003780     PERFORM 1200-SET-RUN-MODE THRU 1200-EXIT.
003790     IF WS-AS-OF-MONTH = 1
003800         COMPUTE WS-PRIOR-YEAR = WS-AS-OF-YEAR - 1
003810         MOVE 12 TO WS-PRIOR-MONTH
003820     ELSE
003830         MOVE WS-AS-OF-YEAR TO WS-PRIOR-YEAR
003840         COMPUTE WS-PRIOR-MONTH = WS-AS-OF-MONTH - 1
003850     END-IF.
003860     OPEN OUTPUT GL-JOURNAL-FILE.
003870     OPEN OUTPUT SAJ-RPT-FILE.
003880     MOVE WS-AS-OF-DATE TO HDR-AS-OF-DATE.
003890     MOVE WS-RUN-MODE-TEXT TO HDR-RUN-MODE.
003900     WRITE SAJ-RPT-RECORD FROM WS-RPT-HEADER-LINE.
003910     WRITE SAJ-RPT-RECORD FROM WS-RPT-BLANK-LINE.
003920     MOVE SPACES TO GL-JOURNAL-HEADER.
003930     MOVE WS-JRNL-HDR-LABEL TO JRNL-HDR-LABEL.
003940     MOVE WS-AS-OF-DATE TO JRNL-HDR-RUN-DATE.
003950     MOVE WS-JRNL-SOURCE TO JRNL-HDR-SOURCE.
003960     WRITE GL-JOURNAL-HEADER.
003970 1000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000 1050-READ-SAJ-CONTROL.
004010*----------------------------------------------------------------*
004020*    NO SAJCTL, OR A BLANK ONE, LEAVES THE CALENDAR TO DECIDE.
004030     OPEN INPUT SAJ-CTL-FILE.
004040     READ SAJ-CTL-FILE
004050         AT END
004060             CONTINUE
004070         NOT AT END
004080             IF SAJC-AS-OF-DATE IS NUMERIC
004090                 AND SAJC-AS-OF-DATE > 0
004100                 MOVE SAJC-AS-OF-DATE TO WS-AS-OF-DATE
004110                 DISPLAY "SAJCTL AS-OF DATE OVERRIDE "
004120                     WS-AS-OF-DATE
004130             END-IF
004140             IF SAJC-FORCE-ACCRUAL
004150                 SET WS-MODE-ACCRUAL TO TRUE
004160                 SET WS-MODE-OVERRIDDEN TO TRUE
004170             END-IF
004180             IF SAJC-FORCE-REVERSAL
004190                 SET WS-MODE-REVERSAL TO TRUE
004200                 SET WS-MODE-OVERRIDDEN TO TRUE
004210             END-IF
004220     END-READ.
004230     CLOSE SAJ-CTL-FILE.
004240 1050-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------*
004270 1100-LOAD-BUS-CALENDAR.
004280*----------------------------------------------------------------*
004290*    ONE HOLIDAY DATE PER RECORD.  NO FILE MEANS WEEKENDS ARE
004300*    THE ONLY NON-BUSINESS DAYS.
004310     OPEN INPUT BUS-CAL-FILE.
004320     PERFORM 1110-READ-BUS-CALENDAR THRU 1110-EXIT
004330         UNTIL WS-BCAL-END-OF-FILE
004340            OR WS-HOLIDAY-COUNT = 200.
004350     CLOSE BUS-CAL-FILE.
004360 1100-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390 1110-READ-BUS-CALENDAR.
004400*----------------------------------------------------------------*
004410     READ BUS-CAL-FILE
004420         AT END
004430             SET WS-BCAL-END-OF-FILE TO TRUE
004440         NOT AT END
004450             IF BCAL-HOLIDAY-DATE IS NUMERIC
004460                 AND BCAL-HOLIDAY-DATE > 0
004470                 ADD 1 TO WS-HOLIDAY-COUNT
004480                 SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
004490                 MOVE BCAL-HOLIDAY-DATE TO
004500                     WS-HOLIDAY-DATE(WS-HOL-IDX)
004510             END-IF
004520     END-READ.
004530 1110-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560 1200-SET-RUN-MODE.
004570*----------------------------------------------------------------*
004580*    THE AS-OF DATE IS THE LAST BUSINESS DAY OF ITS MONTH WHEN
004590*    THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH, AND THE FIRST
004600*    WHEN THE PREVIOUS BUSINESS DAY DOES.  A NON-BUSINESS AS-OF
004610*    DATE IS NEITHER.  AN SAJCTL MODE OVERRIDES THE CALENDAR.
004620     COMPUTE WS-AS-OF-DATE-INT =
004630         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
004640     IF WS-MODE-OVERRIDDEN
004650         GO TO 1200-SET-MODE-TEXT
004660     END-IF.
004670     MOVE WS-AS-OF-DATE-INT TO WS-TEST-DATE-INT.
004680     PERFORM 1250-TEST-BUSINESS-DAY THRU 1250-EXIT.
004690     IF WS-TEST-NOT-BUSINESS-DAY
004700         DISPLAY "AS-OF DATE " WS-AS-OF-DATE
004710             " IS NOT A BUSINESS DAY"
004720         GO TO 1200-SET-MODE-TEXT
004730     END-IF.
004740     MOVE WS-AS-OF-DATE-INT TO WS-TEST-DATE-INT.
004750     SET WS-TEST-NOT-BUSINESS-DAY TO TRUE.
004760     PERFORM 1220-STEP-FORWARD THRU 1220-EXIT
004770         UNTIL WS-TEST-IS-BUSINESS-DAY.
004780     MOVE WS-TEST-DATE TO WS-NEXT-BUS-DATE.
004790     IF WS-TEST-PERIOD NOT = WS-AS-OF-PERIOD
004800         SET WS-MODE-ACCRUAL TO TRUE
004810         GO TO 1200-SET-MODE-TEXT
004820     END-IF.
004830     MOVE WS-AS-OF-DATE-INT TO WS-TEST-DATE-INT.
004840     SET WS-TEST-NOT-BUSINESS-DAY TO TRUE.
004850     PERFORM 1230-STEP-BACK THRU 1230-EXIT
004860         UNTIL WS-TEST-IS-BUSINESS-DAY.
004870     MOVE WS-TEST-DATE TO WS-PREV-BUS-DATE.
004880     IF WS-TEST-PERIOD NOT = WS-AS-OF-PERIOD
004890         SET WS-MODE-REVERSAL TO TRUE
004900     END-IF.
004910 1200-SET-MODE-TEXT.
004920     EVALUATE TRUE
004930         WHEN WS-MODE-ACCRUAL
004940             MOVE "ACCRUAL" TO WS-RUN-MODE-TEXT
004950         WHEN WS-MODE-REVERSAL
004960             MOVE "REVERSAL" TO WS-RUN-MODE-TEXT
004970         WHEN OTHER
004980             MOVE "NONE" TO WS-RUN-MODE-TEXT
004990     END-EVALUATE.
005000     DISPLAY "SUSPENSE ACCRUAL MODE " WS-RUN-MODE-TEXT
005010         " AS OF " WS-AS-OF-DATE.
005020 1200-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050 1220-STEP-FORWARD.
005060*----------------------------------------------------------------*
005070     ADD 1 TO WS-TEST-DATE-INT.
005080     PERFORM 1250-TEST-BUSINESS-DAY THRU 1250-EXIT.
005090 1220-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------*
005120 1230-STEP-BACK.
005130*----------------------------------------------------------------*
005140     SUBTRACT 1 FROM WS-TEST-DATE-INT.
005150     PERFORM 1250-TEST-BUSINESS-DAY THRU 1250-EXIT.
005160 1230-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------*
005190 1250-TEST-BUSINESS-DAY.
005200*----------------------------------------------------------------*
005210*    DAY 1 OF THE INTEGER DATE SCALE IS A MONDAY, SO REMAINDER 6
005220*    IS SATURDAY AND REMAINDER 0 IS SUNDAY.
005230     COMPUTE WS-TEST-DATE =
005240         FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT).
005250     DIVIDE WS-TEST-DATE-INT BY 7
005260         GIVING WS-TEST-DOW-QUOT
005270         REMAINDER WS-TEST-DOW-REM.
005280     SET WS-HOL-NOT-FOUND TO TRUE.
005290     PERFORM 1260-SEARCH-HOLIDAY THRU 1260-EXIT
005300         VARYING WS-HOL-IDX FROM 1 BY 1
005310         UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
005320            OR WS-HOL-FOUND.
005330     IF WS-TEST-DOW-REM = 6 OR WS-TEST-DOW-REM = 0
005340             OR WS-HOL-FOUND
005350         SET WS-TEST-NOT-BUSINESS-DAY TO TRUE
005360     ELSE
005370         SET WS-TEST-IS-BUSINESS-DAY TO TRUE
005380     END-IF.
005390 1250-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------*
005420 1260-SEARCH-HOLIDAY.
005430*----------------------------------------------------------------*
005440     IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-TEST-DATE
005450         SET WS-HOL-FOUND TO TRUE
005460     END-IF.
005470 1260-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------*
005500 1300-LOAD-COA.
005510*----------------------------------------------------------------*
005520     OPEN INPUT GL-COA-FILE.
005530     PERFORM 1310-READ-COA THRU 1310-EXIT
005540         UNTIL WS-COA-END-OF-FILE
005550            OR WS-COA-COUNT = 100.
005560     CLOSE GL-COA-FILE.
005570     IF WS-COA-COUNT = 0
005580         DISPLAY "GLCOA EMPTY - NO CURRENCY CAN BE MAPPED"
005590     END-IF.
005600 1300-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630 1310-READ-COA.
005640*----------------------------------------------------------------*
005650     READ GL-COA-FILE
005660         AT END
005670             SET WS-COA-END-OF-FILE TO TRUE
005680         NOT AT END
005690             IF NOT COA-STATUS-INACTIVE
005700                 ADD 1 TO WS-COA-COUNT
005710                 SET WS-COA-IDX TO WS-COA-COUNT
005720                 MOVE COA-CURRENCY-CODE TO
005730                     WS-COA-CODE(WS-COA-IDX)
005740                 MOVE COA-DEBIT-ACCOUNT TO
005750                     WS-COA-DEBIT-ACCT(WS-COA-IDX)
005760                 MOVE COA-SUSPENSE-ACCOUNT TO
005770                     WS-COA-SUSP-ACCT(WS-COA-IDX)
005780             END-IF
005790     END-READ.
005800 1310-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------*
005830 1400-LOAD-FX-RATES.
005840*----------------------------------------------------------------*
005842*    ONLY RATES DATED THE AS-OF DATE ARE MONTH-END RATES.  THEY
005844*    ARE READ FROM FXHIST, WHICH HOLDS ONLY RELEASED RATES AND
005846*    KEEPS EVERY DAY, SO A LATE OR FORCED MONTH-END FINDS THE
005848*    SAME RATES THE DAY ITSELF HAD.  A CURRENCY WITHOUT ONE HAS
005850*    ITS ITEMS LEFT OUT AND LISTED -- NEVER A SILENT 1.0.  AN
005852*    FXHIST THAT CANNOT BE OPENED ENDS THE STEP RC 12.
005854     OPEN INPUT FX-HIST-FILE.
005856     IF WS-FXH-FILE-STATUS NOT = "00"
005858             AND WS-FXH-FILE-STATUS NOT = "05"
005860         DISPLAY "FXHIST OPEN FAILED - STATUS "
005862             WS-FXH-FILE-STATUS
005864         MOVE 12 TO RETURN-CODE
005866         STOP RUN
005868     END-IF.
005870     MOVE WS-AS-OF-DATE TO FXH-RATE-DATE.
005872     MOVE LOW-VALUES TO FXH-CURRENCY-CODE.
005874     START FX-HIST-FILE KEY NOT < FXH-RECORD-KEY
005876         INVALID KEY
005878             SET WS-FX-END-OF-FILE TO TRUE
005880     END-START.
005890     PERFORM 1410-READ-FX-RATE THRU 1410-EXIT
005900         UNTIL WS-FX-END-OF-FILE
005910            OR WS-FX-COUNT = 100.
005920     CLOSE FX-HIST-FILE.
005930 1400-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960 1410-READ-FX-RATE.
005970*----------------------------------------------------------------*
005980     READ FX-HIST-FILE NEXT
005990         AT END
006000             SET WS-FX-END-OF-FILE TO TRUE
006010             GO TO 1410-EXIT
006110     END-READ.
006111     IF FXH-RATE-DATE NOT = WS-AS-OF-DATE
006112         SET WS-FX-END-OF-FILE TO TRUE
006113         GO TO 1410-EXIT
006114     END-IF.
006115     IF FXH-RATE IS NUMERIC
006116             AND FXH-RATE > 0
006117         ADD 1 TO WS-FX-COUNT
006118         SET WS-FX-IDX TO WS-FX-COUNT
006119         MOVE FXH-CURRENCY-CODE TO WS-FX-CODE(WS-FX-IDX)
006120         MOVE FXH-RATE TO WS-FX-TABLE-RATE(WS-FX-IDX)
006121     END-IF.
006122 1410-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------*
006150 1500-PROVE-CARRY-FILE.
006160*----------------------------------------------------------------*
006170*    FIRST PASS OVER SAJCARRY:  WHICH PERIOD IT HOLDS, WHETHER
006180*    IT HAS BEEN REVERSED, AND WHETHER ITS DETAILS FOOT TO ITS
006190*    TRAILER.  NOTHING IS POSTED UNTIL THIS HAS BEEN CHECKED.
006200     OPEN INPUT ACCRUAL-CARRY-FILE.
006210     IF WS-CARRY-FILE-STATUS NOT = "00"
006220             AND WS-CARRY-FILE-STATUS NOT = "05"
006230         DISPLAY "SAJCARRY OPEN FAILED - STATUS "
006240             WS-CARRY-FILE-STATUS
006250         MOVE 12 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280     PERFORM 1510-READ-CARRY-STATUS THRU 1510-EXIT
006290         UNTIL WS-CARRY-END-OF-FILE.
006300     CLOSE ACCRUAL-CARRY-FILE.
006310     MOVE 'N' TO WS-CARRY-EOF-SWITCH.
006320 1500-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------*
006350 1510-READ-CARRY-STATUS.
006360*----------------------------------------------------------------*
006370     READ ACCRUAL-CARRY-FILE
006380         AT END
006390             SET WS-CARRY-END-OF-FILE TO TRUE
006400             GO TO 1510-EXIT
006410     END-READ.
006420     IF CRY-HDR-LABEL = WS-CARRY-HDR-LABEL
006430         SET WS-CARRY-HDR-SEEN TO TRUE
006440         MOVE CRY-HDR-PERIOD TO WS-CARRY-PERIOD
006450         MOVE CRY-HDR-ACCRUAL-DATE TO WS-CARRY-ACCRUAL-DATE
006460         GO TO 1510-EXIT
006470     END-IF.
006480     IF CRY-TRL-LABEL = WS-CARRY-TRL-LABEL
006490         SET WS-CARRY-TRL-SEEN TO TRUE
006500         MOVE CRY-TRL-STATUS TO WS-CARRY-TRL-STATUS
006510         MOVE CRY-TRL-ITEM-COUNT TO WS-CARRY-TRL-COUNT
006520         MOVE CRY-TRL-BASE-AMOUNT TO WS-CARRY-TRL-AMOUNT
006530         MOVE CRY-TRL-REVERSAL-DATE TO WS-CARRY-TRL-REV-DATE
006540         GO TO 1510-EXIT
006550     END-IF.
006560     ADD 1 TO WS-CARRY-READ-COUNT.
006570     ADD CRY-BASE-AMOUNT TO WS-CARRY-READ-AMOUNT.
006580 1510-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------*
006610 2000-BUILD-ACCRUAL.
006620*----------------------------------------------------------------*
006630*    A CARRY FILE FROM AN EARLIER MONTH THAT WAS NEVER REVERSED
006640*    WOULD BE LOST IF THIS ACCRUAL OVERWROTE IT, AND RE-ACCRUING
006650*    A MONTH WHOSE ACCRUAL IS ALREADY REVERSED WOULD LEAVE IT ON
006660*    THE LEDGER FOR GOOD.  EITHER WAY NOTHING IS POSTED.  A RE-RUN
006670*    OF THE SAME MONTH BEFORE ITS REVERSAL SIMPLY REPLACES IT.
006680     PERFORM 1500-PROVE-CARRY-FILE THRU 1500-EXIT.
006690     IF WS-CARRY-HDR-SEEN
006700         AND WS-CARRY-PERIOD NOT = WS-AS-OF-PERIOD
006710         AND NOT WS-CARRY-WAS-REVERSED
006720         DISPLAY "ACCRUAL FOR PERIOD " WS-CARRY-PERIOD
006730             " NOT YET REVERSED - ACCRUAL REFUSED"
006740         MOVE "PRIOR ACCRUAL NOT REVERSED - ACCRUAL REFUSED"
006750             TO MSGL-TEXT
006760         WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
006770         SET WS-OUT-OF-BALANCE TO TRUE
006780         GO TO 2000-EXIT
006790     END-IF.
006800     IF WS-CARRY-HDR-SEEN
006810         AND WS-CARRY-PERIOD = WS-AS-OF-PERIOD
006820         AND WS-CARRY-WAS-REVERSED
006830         DISPLAY "ACCRUAL FOR PERIOD " WS-CARRY-PERIOD
006840             " ALREADY REVERSED - ACCRUAL REFUSED"
006850         MOVE "PERIOD ALREADY ACCRUED AND REVERSED - REFUSED"
006860             TO MSGL-TEXT
006870         WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
006880         SET WS-OUT-OF-BALANCE TO TRUE
006890         GO TO 2000-EXIT
006900     END-IF.
006910     PERFORM 1300-LOAD-COA THRU 1300-EXIT.
006920     PERFORM 1400-LOAD-FX-RATES THRU 1400-EXIT.
006930*    SUSPENSE IS OPENED FIRST -- THE CARRY FILE IS NOT EMPTIED
006940*    UNTIL THERE IS SOMETHING TO REPLACE IT WITH.
006990     OPEN INPUT SUSPENSE-FILE.
007000     IF WS-SUSP-FILE-STATUS NOT = "00"
007010             AND WS-SUSP-FILE-STATUS NOT = "05"
007020         DISPLAY "SUSPENSE OPEN FAILED - STATUS "
007030             WS-SUSP-FILE-STATUS
007040         MOVE 12 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007061     OPEN OUTPUT ACCRUAL-CARRY-FILE.
007062     MOVE SPACES TO CARRY-HEADER.
007063     MOVE WS-CARRY-HDR-LABEL TO CRY-HDR-LABEL.
007064     MOVE WS-AS-OF-DATE TO CRY-HDR-ACCRUAL-DATE.
007065     MOVE WS-AS-OF-PERIOD TO CRY-HDR-PERIOD.
007066     WRITE CARRY-HEADER.
007070     WRITE SAJ-RPT-RECORD FROM WS-RPT-COLUMN-LINE.
007080     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
007090     PERFORM 2100-PROCESS-SUSPENSE THRU 2100-EXIT
007100         UNTIL WS-SUSP-END-OF-FILE.
007110     CLOSE SUSPENSE-FILE.
007120     MOVE SPACES TO CARRY-TRAILER.
007130     MOVE WS-CARRY-TRL-LABEL TO CRY-TRL-LABEL.
007140     MOVE WS-POSTED-COUNT TO CRY-TRL-ITEM-COUNT.
007150     MOVE WS-POSTED-AMOUNT TO CRY-TRL-BASE-AMOUNT.
007160     SET CRY-TRL-ACCRUED TO TRUE.
007170     MOVE ZEROES TO CRY-TRL-REVERSAL-DATE.
007180     WRITE CARRY-TRAILER.
007190     CLOSE ACCRUAL-CARRY-FILE.
007200 2000-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------*
007230 2100-PROCESS-SUSPENSE.
007240*----------------------------------------------------------------*
007250*    RESOLVED AND WRITTEN-OFF ITEMS ARE ALREADY OUT OF SUSPENSE.
007260     ADD 1 TO WS-SUSP-READ-COUNT.
007270     IF SUSP-SUSPENSE-OPEN
007280         PERFORM 2200-ACCRUE-ITEM THRU 2200-EXIT
007290     END-IF.
007300     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
007310 2100-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------*
007340 2200-ACCRUE-ITEM.
007350*----------------------------------------------------------------*
007360     ADD 1 TO WS-OPEN-ITEM-COUNT.
007370     SET WS-ITEM-OK TO TRUE.
007380     MOVE ZERO TO WS-FX-RATE.
007390     MOVE ZERO TO WS-BASE-AMOUNT.
007400     MOVE SPACES TO WS-DR-ACCOUNT.
007410     MOVE SPACES TO WS-CR-ACCOUNT.
007420     PERFORM 2210-VALUE-ITEM THRU 2210-EXIT.
007430     MOVE SUSP-RECORD-KEY TO DETL-RECORD-KEY.
007440     MOVE SUSP-CURRENCY-CODE TO DETL-CURRENCY.
007450     IF SUSP-AMOUNT IS NUMERIC
007460         MOVE SUSP-AMOUNT TO DETL-AMOUNT
007470     ELSE
007480         MOVE ZERO TO DETL-AMOUNT
007490     END-IF.
007500     MOVE WS-FX-RATE TO DETL-FX-RATE.
007510     MOVE WS-BASE-AMOUNT TO DETL-BASE-AMOUNT.
007520     IF WS-ITEM-REFUSED
007530         MOVE SPACES TO DETL-GL-ACCOUNT
007540         MOVE WS-ITEM-OUTCOME TO DETL-OUTCOME
007550         WRITE SAJ-RPT-RECORD FROM WS-RPT-DETAIL-LINE
007560         GO TO 2200-EXIT
007570     END-IF.
007580*    MONEY IN IS HELD DEBIT THE CURRENCY'S ACCOUNT, CREDIT ITS
007590*    SUSPENSE ACCOUNT.  A '-' SIGNED ITEM OR A SUSPENDED REVERSAL
007600*    IS MONEY GOING BACK OUT, SO ITS SIDES ARE SWAPPED.
007610     SET WS-COA-IDX TO WS-COA-MATCH-IDX.
007620     IF SUSP-AMOUNT-NEGATIVE OR SUSP-TYPE-REVERSAL
007630         MOVE WS-COA-SUSP-ACCT(WS-COA-IDX) TO WS-DR-ACCOUNT
007640         MOVE WS-COA-DEBIT-ACCT(WS-COA-IDX) TO WS-CR-ACCOUNT
007650     ELSE
007660         MOVE WS-COA-DEBIT-ACCT(WS-COA-IDX) TO WS-DR-ACCOUNT
007670         MOVE WS-COA-SUSP-ACCT(WS-COA-IDX) TO WS-CR-ACCOUNT
007680     END-IF.
007690     MOVE SUSP-RECORD-KEY TO WS-POST-KEY.
007700     MOVE SPACES TO WS-POST-ORIG-KEY.
007710     MOVE WS-AS-OF-DATE TO WS-POST-DATE.
007720     PERFORM 2800-WRITE-JOURNAL-PAIR THRU 2800-EXIT.
007730     MOVE SPACES TO CARRY-RECORD.
007740     MOVE SUSP-RECORD-KEY TO CRY-RECORD-KEY.
007750     MOVE SUSP-CURRENCY-CODE TO CRY-CURRENCY-CODE.
007760     MOVE SUSP-AMOUNT TO CRY-AMOUNT.
007770     MOVE WS-FX-RATE TO CRY-FX-RATE.
007780     MOVE WS-BASE-AMOUNT TO CRY-BASE-AMOUNT.
007790     MOVE WS-DR-ACCOUNT TO CRY-DR-ACCOUNT.
007800     MOVE WS-CR-ACCOUNT TO CRY-CR-ACCOUNT.
007810     MOVE WS-COA-SUSP-ACCT(WS-COA-IDX) TO CRY-SUSP-ACCOUNT.
007820     WRITE CARRY-RECORD.
007830     MOVE WS-COA-SUSP-ACCT(WS-COA-IDX) TO DETL-GL-ACCOUNT.
007840     MOVE "ACCRUED" TO DETL-OUTCOME.
007850     WRITE SAJ-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
007860 2200-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------*
007890 2210-VALUE-ITEM.
007900*----------------------------------------------------------------*
007910*    AN ITEM IS LEFT OUT -- AND LISTED -- WHEN ITS AMOUNT IS NOT
007920*    NUMERIC, ITS CURRENCY HAS NO GLCOA SUSPENSE ACCOUNT, OR
007930*    THERE IS NO MONTH-END RATE TO VALUE IT IN USD.
007940     IF SUSP-AMOUNT IS NOT NUMERIC
007950         SET WS-ITEM-REFUSED TO TRUE
007960         MOVE "AMOUNT NOT NUMERIC" TO WS-ITEM-OUTCOME
007970         ADD 1 TO WS-BAD-AMOUNT-COUNT
007980         GO TO 2210-EXIT
007990     END-IF.
008000     SET WS-COA-NOT-FOUND TO TRUE.
008010     PERFORM 2220-SEARCH-COA THRU 2220-EXIT
008020         VARYING WS-COA-IDX FROM 1 BY 1
008030         UNTIL WS-COA-IDX > WS-COA-COUNT
008040            OR WS-COA-FOUND.
008050     IF WS-COA-FOUND
008060         SET WS-COA-IDX TO WS-COA-MATCH-IDX
008070         IF WS-COA-SUSP-ACCT(WS-COA-IDX) = SPACES
008080             SET WS-COA-NOT-FOUND TO TRUE
008090         END-IF
008100     END-IF.
008110     IF WS-COA-NOT-FOUND
008120         SET WS-ITEM-REFUSED TO TRUE
008130         MOVE "NO SUSPENSE GL ACCOUNT" TO WS-ITEM-OUTCOME
008140         ADD 1 TO WS-NO-ACCOUNT-COUNT
008150         GO TO 2210-EXIT
008160     END-IF.
008170     SET WS-FX-NOT-FOUND TO TRUE.
008180     PERFORM 2230-SEARCH-FX THRU 2230-EXIT
008190         VARYING WS-FX-IDX FROM 1 BY 1
008200         UNTIL WS-FX-IDX > WS-FX-COUNT
008210            OR WS-FX-FOUND.
008220     IF WS-FX-NOT-FOUND
008230         SET WS-ITEM-REFUSED TO TRUE
008240         MOVE "NO MONTH-END FX RATE" TO WS-ITEM-OUTCOME
008250         ADD 1 TO WS-NO-RATE-COUNT
008260         GO TO 2210-EXIT
008270     END-IF.
008280     SET WS-FX-IDX TO WS-FX-MATCH-IDX.
008290     MOVE WS-FX-TABLE-RATE(WS-FX-IDX) TO WS-FX-RATE.
008300     COMPUTE WS-BASE-AMOUNT ROUNDED =
008310         SUSP-AMOUNT * WS-FX-RATE
008320         ON SIZE ERROR
008330             SET WS-ITEM-REFUSED TO TRUE
008340             MOVE "USD AMOUNT TOO LARGE" TO WS-ITEM-OUTCOME
008350             MOVE ZERO TO WS-BASE-AMOUNT
008360             ADD 1 TO WS-BAD-AMOUNT-COUNT
008370     END-COMPUTE.
008380 2210-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------*
008410 2220-SEARCH-COA.
008420*----------------------------------------------------------------*
008430     IF WS-COA-CODE(WS-COA-IDX) = SUSP-CURRENCY-CODE
008440         SET WS-COA-MATCH-IDX TO WS-COA-IDX
008450         SET WS-COA-FOUND TO TRUE
008460     END-IF.
008470 2220-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------*
008500 2230-SEARCH-FX.
008510*----------------------------------------------------------------*
008520     IF WS-FX-CODE(WS-FX-IDX) = SUSP-CURRENCY-CODE
008530         SET WS-FX-MATCH-IDX TO WS-FX-IDX
008540         SET WS-FX-FOUND TO TRUE
008550     END-IF.
008560 2230-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------*
008590 2800-WRITE-JOURNAL-PAIR.
008600*----------------------------------------------------------------*
008610     MOVE SPACES TO GL-JOURNAL-RECORD.
008620     MOVE WS-DR-ACCOUNT TO JRNL-GL-ACCOUNT.
008630     MOVE "DR" TO JRNL-DR-CR.
008640     MOVE WS-JRNL-CURRENCY TO JRNL-CURRENCY-CODE.
008650     MOVE WS-BASE-AMOUNT TO JRNL-AMOUNT.
008660     MOVE WS-POST-KEY TO JRNL-TRANS-KEY.
008670     MOVE WS-POST-DATE TO JRNL-POST-DATE.
008680     MOVE WS-POST-ORIG-KEY TO JRNL-ORIG-TRANS-KEY.
008690     WRITE GL-JOURNAL-RECORD.
008700     ADD 1 TO WS-JRNL-LINE-COUNT.
008710     ADD WS-BASE-AMOUNT TO WS-DEBIT-TOTAL.
008720     MOVE SPACES TO GL-JOURNAL-RECORD.
008730     MOVE WS-CR-ACCOUNT TO JRNL-GL-ACCOUNT.
008740     MOVE "CR" TO JRNL-DR-CR.
008750     MOVE WS-JRNL-CURRENCY TO JRNL-CURRENCY-CODE.
008760     MOVE WS-BASE-AMOUNT TO JRNL-AMOUNT.
008770     MOVE WS-POST-KEY TO JRNL-TRANS-KEY.
008780     MOVE WS-POST-DATE TO JRNL-POST-DATE.
008790     MOVE WS-POST-ORIG-KEY TO JRNL-ORIG-TRANS-KEY.
008800     WRITE GL-JOURNAL-RECORD.
008810     ADD 1 TO WS-JRNL-LINE-COUNT.
008820     ADD WS-BASE-AMOUNT TO WS-CREDIT-TOTAL.
008830     ADD 1 TO WS-POSTED-COUNT.
008840     ADD WS-BASE-AMOUNT TO WS-POSTED-AMOUNT.
008850 2800-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------*
008880 2900-READ-SUSPENSE.
008890*----------------------------------------------------------------*
008900     READ SUSPENSE-FILE
008910         AT END
008920             SET WS-SUSP-END-OF-FILE TO TRUE
008930     END-READ.
008940 2900-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------*
008970 3000-BUILD-REVERSAL.
008980*----------------------------------------------------------------*
008990*    THE CARRY FILE MUST HOLD LAST MONTH'S ACCRUAL, COMPLETE AND
008993*    FOOTED, AND NOT YET REVERSED.  ANYTHING ELSE POSTS NOTHING,
008996*    EXCEPT AN ACCRUAL REVERSED ON THIS SAME AS-OF DATE:  THAT IS
008999*    A RERUN, AND SINCE SAJJRNL HAS JUST BEEN REWRITTEN THE SAME
009002*    REVERSAL JOURNAL IS BUILT AGAIN FROM THE CARRY FILE, READ
009005*    ONLY, WITH ITS TRAILER LEFT AS IT IS.
009010     PERFORM 1500-PROVE-CARRY-FILE THRU 1500-EXIT.
009020     IF WS-CARRY-HDR-SEEN
009030         MOVE WS-CARRY-ACCRUAL-DATE TO CRYL-ACCRUAL-DATE
009040         MOVE WS-CARRY-PERIOD TO CRYL-PERIOD
009050         WRITE SAJ-RPT-RECORD FROM WS-RPT-CARRY-LINE
009060     END-IF.
009070     IF NOT WS-CARRY-HDR-SEEN
009080         OR WS-CARRY-PERIOD NOT = WS-PRIOR-PERIOD
009090         DISPLAY "NO ACCRUAL FOR PERIOD " WS-PRIOR-PERIOD
009100             " ON SAJCARRY - NOTHING TO REVERSE"
009110         MOVE "NO ACCRUAL FOR THE PRIOR MONTH - NOTHING REVERSED"
009120             TO MSGL-TEXT
009130         WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
009140         SET WS-OUT-OF-BALANCE TO TRUE
009150         GO TO 3000-EXIT
009160     END-IF.
009170     IF NOT WS-CARRY-TRL-SEEN
009180         OR WS-CARRY-READ-COUNT NOT = WS-CARRY-TRL-COUNT
009190         OR WS-CARRY-READ-AMOUNT NOT = WS-CARRY-TRL-AMOUNT
009200         DISPLAY "SAJCARRY DOES NOT FOOT TO ITS TRAILER"
009210         MOVE "CARRY FILE INCOMPLETE - NOTHING REVERSED"
009220             TO MSGL-TEXT
009230         WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
009240         SET WS-OUT-OF-BALANCE TO TRUE
009250         GO TO 3000-EXIT
009260     END-IF.
009270     IF WS-CARRY-WAS-REVERSED
009271             AND WS-CARRY-TRL-REV-DATE = WS-AS-OF-DATE
009272         SET WS-REVERSAL-REBUILD TO TRUE
009273         DISPLAY "ACCRUAL FOR PERIOD " WS-CARRY-PERIOD
009274             " REVERSED TODAY - REVERSAL JOURNAL REBUILT"
009275         MOVE "RERUN - SAME-DAY REVERSAL JOURNAL REBUILT"
009276             TO MSGL-TEXT
009277         WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
009278     END-IF.
009279     IF WS-CARRY-WAS-REVERSED
009280             AND NOT WS-REVERSAL-REBUILD
009281         DISPLAY "ACCRUAL FOR PERIOD " WS-CARRY-PERIOD
009290             " ALREADY REVERSED ON " WS-CARRY-TRL-REV-DATE
009300         MOVE "ACCRUAL ALREADY REVERSED - NOTHING REVERSED"
009310             TO MSGL-TEXT
009320         WRITE SAJ-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
009330         IF RETURN-CODE < 8
009340             MOVE 8 TO RETURN-CODE
009350         END-IF
009360         GO TO 3000-EXIT
009370     END-IF.
009373     IF WS-REVERSAL-REBUILD
009376         OPEN INPUT ACCRUAL-CARRY-FILE
009379     ELSE
009382         OPEN I-O ACCRUAL-CARRY-FILE
009385     END-IF.
009390     IF WS-CARRY-FILE-STATUS NOT = "00"
009400         DISPLAY "SAJCARRY OPEN FAILED - STATUS "
009410             WS-CARRY-FILE-STATUS
009420         MOVE 12 TO RETURN-CODE
009430         STOP RUN
009440     END-IF.
009450     WRITE SAJ-RPT-RECORD FROM WS-RPT-COLUMN-LINE.
009460     PERFORM 3900-READ-CARRY THRU 3900-EXIT.
009470     PERFORM 3100-PROCESS-CARRY THRU 3100-EXIT
009480         UNTIL WS-CARRY-END-OF-FILE.
009490     CLOSE ACCRUAL-CARRY-FILE.
009500 3000-EXIT.
009510     EXIT.
009520*----------------------------------------------------------------*
009530 3100-PROCESS-CARRY.
009540*----------------------------------------------------------------*
009550*    THE TRAILER IS THE LAST RECORD.  IT IS REWRITTEN IN PLACE
009556*    AS REVERSED AND READING STOPS THERE.  ON A SAME-DAY REBUILD
009562*    IT ALREADY SAYS REVERSED AND IS LEFT ALONE.
009570     IF CRY-HDR-LABEL = WS-CARRY-HDR-LABEL
009580         PERFORM 3900-READ-CARRY THRU 3900-EXIT
009590         GO TO 3100-EXIT
009600     END-IF.
009602     IF CRY-TRL-LABEL = WS-CARRY-TRL-LABEL
009603         AND WS-REVERSAL-REBUILD
009604         SET WS-CARRY-END-OF-FILE TO TRUE
009605         GO TO 3100-EXIT
009606     END-IF.
009610     IF CRY-TRL-LABEL = WS-CARRY-TRL-LABEL
009620         SET CRY-TRL-REVERSED TO TRUE
009630         MOVE WS-AS-OF-DATE TO CRY-TRL-REVERSAL-DATE
009640         REWRITE CARRY-TRAILER
009650         IF WS-CARRY-FILE-STATUS NOT = "00"
009660             DISPLAY "SAJCARRY REWRITE FAILED - STATUS "
009670                 WS-CARRY-FILE-STATUS
009680             SET WS-OUT-OF-BALANCE TO TRUE
009690         END-IF
009700         SET WS-CARRY-END-OF-FILE TO TRUE
009710         GO TO 3100-EXIT
009720     END-IF.
009730     PERFORM 3200-REVERSE-ITEM THRU 3200-EXIT.
009740     PERFORM 3900-READ-CARRY THRU 3900-EXIT.
009750 3100-EXIT.
009760     EXIT.
009770*----------------------------------------------------------------*
009780 3200-REVERSE-ITEM.
009790*----------------------------------------------------------------*
009800*    THE MIRROR IMAGE OF WHAT WAS ACCRUED:  DEBIT WHAT THE
009810*    ACCRUAL CREDITED AND CREDIT WHAT IT DEBITED, SAME USD AMOUNT.
009820     ADD 1 TO WS-OPEN-ITEM-COUNT.
009830     MOVE CRY-CR-ACCOUNT TO WS-DR-ACCOUNT.
009840     MOVE CRY-DR-ACCOUNT TO WS-CR-ACCOUNT.
009850     MOVE CRY-BASE-AMOUNT TO WS-BASE-AMOUNT.
009860     MOVE CRY-RECORD-KEY TO WS-POST-KEY.
009870     MOVE CRY-RECORD-KEY TO WS-POST-ORIG-KEY.
009880     MOVE WS-AS-OF-DATE TO WS-POST-DATE.
009890     PERFORM 2800-WRITE-JOURNAL-PAIR THRU 2800-EXIT.
009900     MOVE CRY-RECORD-KEY TO DETL-RECORD-KEY.
009910     MOVE CRY-CURRENCY-CODE TO DETL-CURRENCY.
009920     MOVE CRY-AMOUNT TO DETL-AMOUNT.
009930     MOVE CRY-FX-RATE TO DETL-FX-RATE.
009940     MOVE CRY-BASE-AMOUNT TO DETL-BASE-AMOUNT.
009950     MOVE CRY-SUSP-ACCOUNT TO DETL-GL-ACCOUNT.
009960     MOVE "REVERSED" TO DETL-OUTCOME.
009970     WRITE SAJ-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
009980 3200-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------*
010010 3900-READ-CARRY.
010020*----------------------------------------------------------------*
010030     READ ACCRUAL-CARRY-FILE
010040         AT END
010050             SET WS-CARRY-END-OF-FILE TO TRUE
010060     END-READ.
010070 3900-EXIT.
010080     EXIT.
010090*----------------------------------------------------------------*
010100 9000-TERMINATE.
010110*----------------------------------------------------------------*
010120     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
010130         SET WS-OUT-OF-BALANCE TO TRUE
010140         DISPLAY "JOURNAL DEBITS DO NOT EQUAL CREDITS"
010150     END-IF.
010160     PERFORM 8900-WRITE-JOURNAL-TRAILER THRU 8900-EXIT.
010170     PERFORM 8800-WRITE-REPORT-TOTALS THRU 8800-EXIT.
010180     IF WS-NO-ACCOUNT-COUNT > 0
010190         OR WS-NO-RATE-COUNT > 0
010200         OR WS-BAD-AMOUNT-COUNT > 0
010210         IF RETURN-CODE < 8
010220             MOVE 8 TO RETURN-CODE
010230         END-IF
010240         DISPLAY "SUSPENSE ITEMS NOT ACCRUED - SEE SAJRPT"
010250     END-IF.
010260     IF WS-OUT-OF-BALANCE
010270         MOVE 12 TO RETURN-CODE
010280         DISPLAY "SUSPENSE JOURNAL NOT TRUSTED - HELD FROM GL"
010290     END-IF.
010300     DISPLAY "SUSPENSE RECORDS READ: " WS-SUSP-READ-COUNT.
010310     DISPLAY "ITEMS CONSIDERED:      " WS-OPEN-ITEM-COUNT.
010320     DISPLAY "ITEMS POSTED:          " WS-POSTED-COUNT.
010330     DISPLAY "NO SUSPENSE ACCOUNT:   " WS-NO-ACCOUNT-COUNT.
010340     DISPLAY "NO MONTH-END RATE:     " WS-NO-RATE-COUNT.
010350     DISPLAY "AMOUNT NOT USABLE:     " WS-BAD-AMOUNT-COUNT.
010360     DISPLAY "JOURNAL LINES WRITTEN: " WS-JRNL-LINE-COUNT.
010370     CLOSE GL-JOURNAL-FILE.
010380     CLOSE SAJ-RPT-FILE.
010390 9000-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------*
010420 8800-WRITE-REPORT-TOTALS.
010430*----------------------------------------------------------------*
010440     WRITE SAJ-RPT-RECORD FROM WS-RPT-BLANK-LINE.
010450     MOVE SPACES TO TOTL-LABEL.
010460     IF WS-MODE-REVERSAL
010470         MOVE "ITEMS REVERSED (USD)" TO TOTL-LABEL
010480     ELSE
010490         MOVE "ITEMS ACCRUED (USD)" TO TOTL-LABEL
010500     END-IF.
010510     MOVE WS-POSTED-COUNT TO TOTL-COUNT.
010520     MOVE WS-POSTED-AMOUNT TO TOTL-AMOUNT.
010530     WRITE SAJ-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
010540     IF NOT WS-MODE-ACCRUAL
010550         GO TO 8800-EXIT
010560     END-IF.
010570     MOVE ZERO TO TOTL-AMOUNT.
010580     MOVE "NO SUSPENSE GL ACCOUNT" TO TOTL-LABEL.
010590     MOVE WS-NO-ACCOUNT-COUNT TO TOTL-COUNT.
010600     WRITE SAJ-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
010610     MOVE "NO MONTH-END FX RATE" TO TOTL-LABEL.
010620     MOVE WS-NO-RATE-COUNT TO TOTL-COUNT.
010630     WRITE SAJ-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
010640     MOVE "AMOUNT NOT USABLE" TO TOTL-LABEL.
010650     MOVE WS-BAD-AMOUNT-COUNT TO TOTL-COUNT.
010660     WRITE SAJ-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
010670 8800-EXIT.
010680     EXIT.
010690*----------------------------------------------------------------*
010700 8900-WRITE-JOURNAL-TRAILER.
010710*----------------------------------------------------------------*
010720*    SAME JRNLTRL BALANCING AS THE DAILY DL100GLP JOURNAL:  LINE
010730*    COUNT, DEBIT AND CREDIT TOTALS, HASH = DEBITS + CREDITS.
010740     COMPUTE WS-HASH-TOTAL = WS-DEBIT-TOTAL + WS-CREDIT-TOTAL.
010750     MOVE SPACES TO GL-JOURNAL-TRAILER.
010760     MOVE WS-JRNL-TRL-LABEL TO JRNL-TRL-LABEL.
010770     MOVE WS-JRNL-LINE-COUNT TO JRNL-TRL-LINE-COUNT.
010780     MOVE WS-DEBIT-TOTAL TO JRNL-TRL-DEBIT-TOTAL.
010790     MOVE WS-CREDIT-TOTAL TO JRNL-TRL-CREDIT-TOTAL.
010800     MOVE WS-HASH-TOTAL TO JRNL-TRL-HASH-TOTAL.
010810     IF WS-OUT-OF-BALANCE
010820         MOVE "OUT OF BAL" TO JRNL-TRL-STATUS
010830     ELSE
010840         MOVE "BALANCED" TO JRNL-TRL-STATUS
010850     END-IF.
010860     WRITE GL-JOURNAL-TRAILER.
010870 8900-EXIT.
010880     EXIT.
