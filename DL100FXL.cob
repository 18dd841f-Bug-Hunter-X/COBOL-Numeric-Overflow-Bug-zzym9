000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100FXL.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100FXL - FX RATE LOAD, VALIDATION AND RATE HISTORY
000090*-----------------------------------------------------------------
000100*  DL100AMT TAKES WHATEVER IS ON FXRATES AT FACE VALUE AS LONG
000110*  AS IT IS DATED TODAY, SO ONE MIS-KEYED RATE FLOWS STRAIGHT
000120*  INTO ACCT-BASE-AMOUNT AND THE TREASURY SUMMARY.  THIS
000130*  PROGRAM RUNS AHEAD OF DL100AMT AND IS NOW THE ONLY THING
000140*  THAT WRITES FXRATES.
000150*
000160*  EACH INCOMING RATE ON FXRATEIN IS COMPARED WITH THE SAME
000170*  CURRENCY'S RATE FOR THE PRIOR BUSINESS DAY (WEEKENDS AND
000180*  BUSCAL HOLIDAYS SKIPPED) ON THE PERMANENT FXHIST RATE
000190*  HISTORY.  A MOVE WITHIN THE CURRENCY'S CTL-FX-TOLERANCE
000200*  PERCENTAGE (HOUSE DEFAULT WHEN THE CTLPARM ROW HAS NONE) IS
000210*  ACCEPTED ONTO FXHIST.  A BIGGER MOVE, OR A CURRENCY WITH NO
000220*  PRIOR-DAY RATE TO MEASURE AGAINST, IS HELD ON THE KEYED
000230*  FXHOLD FILE FOR SIGN-OFF INSTEAD.  A RATE THAT IS NOT
000240*  NUMERIC, NOT DATED TODAY, OR DISAGREES WITH A RATE ALREADY
000250*  ACCEPTED FOR TODAY IS REJECTED OUTRIGHT.
000260*
000270*  SIGN-OFFS COME IN ON THE OPTIONAL FXSIGN FILE AND ARE
000280*  APPLIED FIRST:  'A' MOVES A HELD RATE ONTO FXHIST UNDER THE
000290*  APPROVER'S NAME, 'R' REJECTS IT.  A NAMED APPROVER IS
000294*  REQUIRED.  DL100AMT DOES NOT WAIT FOR THE SIGN-OFF:  IT TAKES
000298*  THE CYCLE WITHOUT THE HELD RATE, AND THE SIGN-OFF IS APPLIED
000302*  WHEN THIS PROGRAM NEXT RUNS, AHEAD OF THE NEXT CYCLE.
000306*  DL100AMT IS NEVER RERUN FOR A CYCLE IT HAS COMPLETED -- IT
000310*  WOULD REFUSE THE FEED AS A RESEND.  A RERUN OF THIS PROGRAM
000314*  SKIPS RATES ALREADY ACCEPTED.
000320*
000330*  FXRATES IS THEN REBUILT FROM FXHIST -- EVERY RATE ACCEPTED
000340*  FOR TODAY, AND NOTHING ELSE -- SO A HELD OR REJECTED RATE
000350*  NEVER REACHES DL100AMT, WHICH TREATS ITS CURRENCY AS HAVING
000360*  NO VALID RATE.  THE FXLRPT EXCEPTION REPORT LISTS EVERY
000370*  SIGN-OFF, EVERY HELD OR REJECTED RATE WITH ITS PERCENTAGE
000380*  MOVE, AND EVERY RATE STILL WAITING FOR SIGN-OFF.
000390*
000400*  RETURN-CODE 8 WHEN ANY RATE IS HELD OR REJECTED, A SIGN-OFF
000410*  IS REFUSED, OR A RATE FOR TODAY IS STILL WAITING FOR
000420*  SIGN-OFF.  RETURN-CODE 12 WHEN FXHIST OR FXHOLD CANNOT BE
000430*  OPENED -- FXRATES IS NOT REBUILT.
000440*-----------------------------------------------------------------
000450*  MODIFICATION HISTORY
000460*  -------- ---- -------------------------------------------------
000470*  10/15/26 RH   ORIGINAL VERSION.
000473*  10/15/26 RH   HEADER NOTE ON SIGN-OFFS CORRECTED:  DL100AMT IS
000476*                NOT RERUN, THIS STEP'S NEXT RUN APPLIES THEM.
000480*----------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL FX-IN-FILE ASSIGN TO FXRATEIN
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT OPTIONAL CTL-PARM-FILE ASSIGN TO CTLPARM
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS CTL-CURRENCY-CODE.
000610     SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO BUSCAL
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT OPTIONAL FX-HIST-FILE ASSIGN TO FXHIST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS FXH-RECORD-KEY
000670         FILE STATUS IS WS-FXH-FILE-STATUS.
000680     SELECT OPTIONAL FX-HOLD-FILE ASSIGN TO FXHOLD
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS FXQ-RECORD-KEY
000720         FILE STATUS IS WS-FXQ-FILE-STATUS.
000730     SELECT OPTIONAL FX-SIGN-FILE ASSIGN TO FXSIGN
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT FX-RATE-FILE ASSIGN TO FXRATES
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT FXL-RPT-FILE ASSIGN TO FXLRPT
000780         ORGANIZATION IS SEQUENTIAL.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  FX-IN-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 01  FX-IN-RECORD.
000850     COPY DL100FXR REPLACING LEADING ==FX== BY ==FXIN==.
000860*----------------------------------------------------------------*
000870 FD  CTL-PARM-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900 01  CTL-PARM-RECORD.
000910     COPY DL100CTL.
000920*----------------------------------------------------------------*
000930 FD  BUS-CAL-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 01  BUS-CAL-RECORD.
000970     05  BCAL-HOLIDAY-DATE       PIC 9(08).
000980     05  FILLER                  PIC X(72).
000990*----------------------------------------------------------------*
001000 FD  FX-HIST-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 01  FX-HIST-RECORD.
001040     COPY DL100FXH.
001050*----------------------------------------------------------------*
001060*    A RATE WAITING FOR SIGN-OFF, KEYED THE SAME AS FXHIST.  THE
001070*    APPROVER AND APPROVAL DATE ARE FILLED IN BY THE SIGN-OFF.
001080*    'C' MARKS A HOLD OVERTAKEN BY A LATER RATE FOR THE SAME DAY
001090*    THAT CAME IN INSIDE TOLERANCE.
001100 FD  FX-HOLD-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORDING MODE IS F.
001130 01  FX-HOLD-RECORD.
001140     COPY DL100FXH REPLACING LEADING ==FXH== BY ==FXQ==.
001150     05  FXQ-HOLD-STATUS         PIC X(01).
001160         88  FXQ-HOLD-HELD              VALUE 'H'.
001170         88  FXQ-HOLD-APPROVED          VALUE 'A'.
001180         88  FXQ-HOLD-REJECTED          VALUE 'R'.
001190         88  FXQ-HOLD-SUPERSEDED        VALUE 'C'.
001200     05  FXQ-HOLD-REASON         PIC X(24).
001210     05  FXQ-HELD-DATE           PIC 9(08).
001220     05  FILLER                  PIC X(07).
001230*----------------------------------------------------------------*
001240 FD  FX-SIGN-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORDING MODE IS F.
001270 01  FX-SIGN-RECORD.
001280     05  FXS-RATE-DATE           PIC 9(08).
001290     05  FXS-CURRENCY-CODE       PIC X(03).
001300     05  FXS-ACTION              PIC X(01).
001310         88  FXS-APPROVE                VALUE 'A'.
001320         88  FXS-REJECT                 VALUE 'R'.
001330     05  FXS-APPROVER-ID         PIC X(08).
001340     05  FXS-APPROVAL-DATE       PIC 9(08).
001350     05  FILLER                  PIC X(52).
001360*----------------------------------------------------------------*
001370 FD  FX-RATE-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORDING MODE IS F.
001400 01  FX-RATE-RECORD.
001410     COPY DL100FXR.
001420*----------------------------------------------------------------*
001430 FD  FXL-RPT-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORDING MODE IS F.
001460 01  FXL-RPT-RECORD              PIC X(80).
001470*----------------------------------------------------------------*
001480 WORKING-STORAGE SECTION.
001490*----------------------------------------------------------------*
001500 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
001510 01  WS-RUN-DATE-INT             PIC 9(07) COMP VALUE ZERO.
001520*    THE BUSINESS DAY BEFORE THE RUN DATE, FOUND BY STEPPING BACK
001530*    OVER WEEKENDS AND BUSCAL HOLIDAYS.
001540 01  WS-PRIOR-BUS-DATE           PIC 9(08) VALUE ZEROES.
001550 01  WS-TEST-DATE                PIC 9(08) VALUE ZEROES.
001560 01  WS-TEST-DATE-INT            PIC 9(07) COMP VALUE ZERO.
001570 01  WS-TEST-DOW-QUOT            PIC 9(07) COMP VALUE ZERO.
001580 01  WS-TEST-DOW-REM             PIC 9(01) COMP VALUE ZERO.
001590 01  WS-TEST-BUSINESS-SWITCH     PIC X(01) VALUE 'N'.
001600     88  WS-TEST-IS-BUSINESS-DAY        VALUE 'Y'.
001610     88  WS-TEST-NOT-BUSINESS-DAY       VALUE 'N'.
001620*----------------------------------------------------------------*
001630*    THE TOLERANCE A CURRENCY GETS WHEN ITS CTLPARM ROW CARRIES
001640*    NONE, OR IT HAS NO CTLPARM ROW AT ALL.
001650 01  WS-DEFAULT-TOLERANCE        PIC 9(03)V99 VALUE 2.00.
001660 01  WS-TOLERANCE                PIC 9(03)V99 VALUE ZERO.
001670 01  WS-PRIOR-RATE               PIC 9(03)V9(06) VALUE ZERO.
001680 01  WS-RATE-MOVE                PIC 9(03)V9(06) VALUE ZERO.
001690 01  WS-CHANGE-PCT               PIC 9(05)V99 VALUE ZERO.
001700 01  WS-APPROVAL-DATE            PIC 9(08) VALUE ZEROES.
001710 01  WS-OUTCOME                  PIC X(28) VALUE SPACES.
001720 01  WS-HOLD-REASON              PIC X(24) VALUE SPACES.
001730*----------------------------------------------------------------*
001740 01  WS-FXH-FILE-STATUS          PIC X(02) VALUE SPACES.
001750 01  WS-FXQ-FILE-STATUS          PIC X(02) VALUE SPACES.
001760 01  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001770     88  WS-IN-END-OF-FILE              VALUE 'Y'.
001780 01  WS-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
001790     88  WS-CTL-END-OF-FILE             VALUE 'Y'.
001800 01  WS-BCAL-EOF-SWITCH          PIC X(01) VALUE 'N'.
001810     88  WS-BCAL-END-OF-FILE            VALUE 'Y'.
001820 01  WS-SIGN-EOF-SWITCH          PIC X(01) VALUE 'N'.
001830     88  WS-SIGN-END-OF-FILE            VALUE 'Y'.
001840 01  WS-FXH-EOF-SWITCH           PIC X(01) VALUE 'N'.
001850     88  WS-FXH-END-OF-FILE             VALUE 'Y'.
001860 01  WS-FXQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
001870     88  WS-FXQ-END-OF-FILE             VALUE 'Y'.
001880 01  WS-FXH-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001890     88  WS-FXH-FOUND                   VALUE 'Y'.
001900     88  WS-FXH-NOT-FOUND               VALUE 'N'.
001910 01  WS-FXQ-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001920     88  WS-FXQ-FOUND                   VALUE 'Y'.
001930     88  WS-FXQ-NOT-FOUND               VALUE 'N'.
001940 01  WS-TOL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001950     88  WS-TOL-FOUND                   VALUE 'Y'.
001960     88  WS-TOL-NOT-FOUND               VALUE 'N'.
001970 01  WS-TOL-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
001980 01  WS-HOL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001990     88  WS-HOL-FOUND                   VALUE 'Y'.
002000     88  WS-HOL-NOT-FOUND               VALUE 'N'.
002010*----------------------------------------------------------------*
002020 01  WS-TOL-TABLE.
002030     05  WS-TOL-COUNT            PIC 9(03) VALUE ZERO.
002040     05  WS-TOL-ENTRY OCCURS 1 TO 100 TIMES
002050             DEPENDING ON WS-TOL-COUNT
002060             INDEXED BY WS-TOL-IDX.
002070         10  WS-TOL-CODE         PIC X(03).
002080         10  WS-TOL-PCT          PIC 9(03)V99.
002090*----------------------------------------------------------------*
002100 01  WS-HOLIDAY-TABLE.
002110     05  WS-HOLIDAY-COUNT        PIC 9(03) VALUE ZERO.
002120     05  WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
002130             DEPENDING ON WS-HOLIDAY-COUNT
002140             INDEXED BY WS-HOL-IDX.
002150         10  WS-HOLIDAY-DATE     PIC 9(08).
002160*----------------------------------------------------------------*
002170 01  WS-COUNTERS.
002180     05  WS-SIGN-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
002190     05  WS-SIGN-APPROVED-COUNT  PIC 9(7) COMP VALUE ZERO.
002200     05  WS-SIGN-REJECTED-COUNT  PIC 9(7) COMP VALUE ZERO.
002210     05  WS-SIGN-REFUSED-COUNT   PIC 9(7) COMP VALUE ZERO.
002220     05  WS-IN-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
002230     05  WS-ACCEPTED-COUNT       PIC 9(7) COMP VALUE ZERO.
002240     05  WS-ALREADY-COUNT        PIC 9(7) COMP VALUE ZERO.
002250     05  WS-HELD-COUNT           PIC 9(7) COMP VALUE ZERO.
002260     05  WS-REJECTED-COUNT       PIC 9(7) COMP VALUE ZERO.
002270     05  WS-RELEASED-COUNT       PIC 9(7) COMP VALUE ZERO.
002280     05  WS-STILL-HELD-COUNT     PIC 9(7) COMP VALUE ZERO.
002290     05  WS-HELD-TODAY-COUNT     PIC 9(7) COMP VALUE ZERO.
002300*----------------------------------------------------------------*
002310 01  WS-RPT-HEADER-LINE.
002320     05  FILLER                  PIC X(40) VALUE
002330         "FX RATE LOAD EXCEPTIONS".
002340     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002350     05  HDR-RUN-DATE            PIC 9(08).
002360     05  FILLER                  PIC X(12) VALUE " PRIOR DAY ".
002370     05  HDR-PRIOR-DATE          PIC 9(08).
002380     05  FILLER                  PIC X(03) VALUE SPACES.
002390 01  WS-RPT-SECTION-LINE.
002400     05  SECL-TITLE              PIC X(40).
002410     05  FILLER                  PIC X(40) VALUE SPACES.
002420 01  WS-RPT-COLUMN-LINE.
002430     05  FILLER                  PIC X(10) VALUE "RATE DATE".
002440     05  FILLER                  PIC X(04) VALUE "CCY".
002450     05  FILLER                  PIC X(11) VALUE "  NEW RATE".
002460     05  FILLER                  PIC X(11) VALUE "PRIOR RATE".
002470     05  FILLER                  PIC X(09) VALUE "  MOVE %".
002480     05  FILLER                  PIC X(07) VALUE " TOL %".
002490     05  FILLER                  PIC X(28) VALUE "OUTCOME".
002500 01  WS-RPT-DETAIL-LINE.
002510     05  DETL-RATE-DATE          PIC 9(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DETL-CURRENCY           PIC X(03).
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  DETL-RATE               PIC ZZ9.999999.
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  DETL-PRIOR-RATE         PIC ZZ9.999999.
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  DETL-CHANGE-PCT         PIC ZZZZ9.99.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  DETL-TOLERANCE          PIC ZZ9.99.
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  DETL-OUTCOME            PIC X(28).
002640 01  WS-RPT-TOTAL-LINE.
002650     05  TOTL-LABEL              PIC X(40).
002660     05  TOTL-COUNT              PIC ZZZZZZ9.
002670     05  FILLER                  PIC X(33) VALUE SPACES.
002680 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002690*----------------------------------------------------------------*
002700 PROCEDURE DIVISION.
002710*----------------------------------------------------------------*
002720 0000-MAINLINE.
002730*----------------------------------------------------------------*
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     MOVE "SIGN-OFFS" TO SECL-TITLE.
002760     PERFORM 5100-WRITE-SECTION-HEAD THRU 5100-EXIT.
002770     PERFORM 2900-READ-SIGNOFF THRU 2900-EXIT.
002780     PERFORM 2000-PROCESS-SIGNOFF THRU 2000-EXIT
002790         UNTIL WS-SIGN-END-OF-FILE.
002800     MOVE "INCOMING RATES HELD OR REJECTED" TO SECL-TITLE.
002810     PERFORM 5100-WRITE-SECTION-HEAD THRU 5100-EXIT.
002820     PERFORM 3900-READ-RATE THRU 3900-EXIT.
002830     PERFORM 3000-PROCESS-RATE THRU 3000-EXIT
002840         UNTIL WS-IN-END-OF-FILE.
002850     PERFORM 7000-REBUILD-FXRATES THRU 7000-EXIT.
002860     MOVE "RATES STILL WAITING FOR SIGN-OFF" TO SECL-TITLE.
002870     PERFORM 5100-WRITE-SECTION-HEAD THRU 5100-EXIT.
002880     PERFORM 8000-LIST-HELD-RATES THRU 8000-EXIT.
002890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002900     STOP RUN.
002910*----------------------------------------------------------------*
002920 1000-INITIALIZE.
002930*----------------------------------------------------------------*
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002950     PERFORM 1100-LOAD-BUS-CALENDAR THRU 1100-EXIT.
002960     PERFORM 1200-FIND-PRIOR-BUS-DATE THRU 1200-EXIT.
002970     PERFORM 1300-LOAD-TOLERANCES THRU 1300-EXIT.
002980     PERFORM 1400-OPEN-RATE-FILES THRU 1400-EXIT.
002990     OPEN INPUT FX-SIGN-FILE.
003000     OPEN INPUT FX-IN-FILE.
003010     OPEN OUTPUT FXL-RPT-FILE.
003020     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003030     MOVE WS-PRIOR-BUS-DATE TO HDR-PRIOR-DATE.
003040     WRITE FXL-RPT-RECORD FROM WS-RPT-HEADER-LINE.
003050     DISPLAY "FX RATE LOAD FOR " WS-RUN-DATE
003060         " AGAINST PRIOR BUSINESS DAY " WS-PRIOR-BUS-DATE.
003070 1000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------*
003100 1100-LOAD-BUS-CALENDAR.
003110*----------------------------------------------------------------*
003120*    ONE HOLIDAY DATE PER RECORD.  NO FILE MEANS WEEKENDS ARE
003130*    THE ONLY NON-BUSINESS DAYS.
003140     OPEN INPUT BUS-CAL-FILE.
003150     PERFORM 1110-READ-BUS-CALENDAR THRU 1110-EXIT
003160         UNTIL WS-BCAL-END-OF-FILE
003170            OR WS-HOLIDAY-COUNT = 200.
003180     CLOSE BUS-CAL-FILE.
003190 1100-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------*
003220 1110-READ-BUS-CALENDAR.
003230*----------------------------------------------------------------*
003240     READ BUS-CAL-FILE
003250         AT END
003260             SET WS-BCAL-END-OF-FILE TO TRUE
003270         NOT AT END
003280             IF BCAL-HOLIDAY-DATE IS NUMERIC
003290                 AND BCAL-HOLIDAY-DATE > 0
003300                 ADD 1 TO WS-HOLIDAY-COUNT
003310                 SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
003320                 MOVE BCAL-HOLIDAY-DATE TO
003330                     WS-HOLIDAY-DATE(WS-HOL-IDX)
003340             END-IF
003350     END-READ.
003360 1110-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------*
003390 1200-FIND-PRIOR-BUS-DATE.
003400*----------------------------------------------------------------*
003410     COMPUTE WS-RUN-DATE-INT =
003420         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003430     MOVE WS-RUN-DATE-INT TO WS-TEST-DATE-INT.
003440     SET WS-TEST-NOT-BUSINESS-DAY TO TRUE.
003450     PERFORM 1230-STEP-BACK THRU 1230-EXIT
003460         UNTIL WS-TEST-IS-BUSINESS-DAY.
003470     MOVE WS-TEST-DATE TO WS-PRIOR-BUS-DATE.
003480 1200-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------*
003510 1230-STEP-BACK.
003520*----------------------------------------------------------------*
003530     SUBTRACT 1 FROM WS-TEST-DATE-INT.
003540     PERFORM 1250-TEST-BUSINESS-DAY THRU 1250-EXIT.
003550 1230-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------*
003580 1250-TEST-BUSINESS-DAY.
003590*----------------------------------------------------------------*
003600*    DAY 1 OF THE INTEGER DATE SCALE IS A MONDAY, SO REMAINDER 6
003610*    IS SATURDAY AND REMAINDER 0 IS SUNDAY.
003620     COMPUTE WS-TEST-DATE =
003630         FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT).
003640     DIVIDE WS-TEST-DATE-INT BY 7
003650         GIVING WS-TEST-DOW-QUOT
003660         REMAINDER WS-TEST-DOW-REM.
003670     SET WS-HOL-NOT-FOUND TO TRUE.
003680     PERFORM 1260-SEARCH-HOLIDAY THRU 1260-EXIT
003690         VARYING WS-HOL-IDX FROM 1 BY 1
003700         UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
003710            OR WS-HOL-FOUND.
003720     IF WS-TEST-DOW-REM = 6 OR WS-TEST-DOW-REM = 0
003730             OR WS-HOL-FOUND
003740         SET WS-TEST-NOT-BUSINESS-DAY TO TRUE
003750     ELSE
003760         SET WS-TEST-IS-BUSINESS-DAY TO TRUE
003770     END-IF.
003780 1250-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810 1260-SEARCH-HOLIDAY.
003820*----------------------------------------------------------------*
003830     IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-TEST-DATE
003840         SET WS-HOL-FOUND TO TRUE
003850     END-IF.
003860 1260-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------*
003890 1300-LOAD-TOLERANCES.
003900*----------------------------------------------------------------*
003910*    EVERY CTLPARM ROW, ACTIVE OR NOT -- AN INACTIVE CURRENCY'S
003920*    RATE IS STILL WORTH CHECKING BEFORE IT GOES ON FXHIST.  A
003930*    ZERO OR BLANK TOLERANCE TAKES THE HOUSE DEFAULT.
003940     OPEN INPUT CTL-PARM-FILE.
003950     PERFORM 1310-READ-CTL-PARM THRU 1310-EXIT
003960         UNTIL WS-CTL-END-OF-FILE
003970            OR WS-TOL-COUNT = 100.
003980     CLOSE CTL-PARM-FILE.
003990 1300-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------*
004020 1310-READ-CTL-PARM.
004030*----------------------------------------------------------------*
004040     READ CTL-PARM-FILE
004050         AT END
004060             SET WS-CTL-END-OF-FILE TO TRUE
004070         NOT AT END
004080             ADD 1 TO WS-TOL-COUNT
004090             SET WS-TOL-IDX TO WS-TOL-COUNT
004100             MOVE CTL-CURRENCY-CODE TO WS-TOL-CODE(WS-TOL-IDX)
004110             IF CTL-FX-TOLERANCE IS NUMERIC
004120                 AND CTL-FX-TOLERANCE > 0
004130                 MOVE CTL-FX-TOLERANCE TO
004140                     WS-TOL-PCT(WS-TOL-IDX)
004150             ELSE
004160                 MOVE WS-DEFAULT-TOLERANCE TO
004170                     WS-TOL-PCT(WS-TOL-IDX)
004180             END-IF
004190     END-READ.
004200 1310-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------*
004230 1400-OPEN-RATE-FILES.
004240*----------------------------------------------------------------*
004250*    FXHIST AND FXHOLD ARE PERMANENT AND STAY OPEN I-O FOR THE
004260*    LIFE OF THE RUN.  BOTH ARE CREATED EMPTY ON FIRST USE.
004270*    WITHOUT EITHER ONE NOTHING CAN BE PROVED, SO FXRATES IS
004280*    LEFT ALONE AND THE STEP ENDS RC 12.
004290     OPEN I-O FX-HIST-FILE.
004300     IF WS-FXH-FILE-STATUS NOT = "00"
004310             AND WS-FXH-FILE-STATUS NOT = "05"
004320         DISPLAY "FXHIST OPEN FAILED - STATUS "
004330             WS-FXH-FILE-STATUS
004340         MOVE 12 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370     OPEN I-O FX-HOLD-FILE.
004380     IF WS-FXQ-FILE-STATUS NOT = "00"
004390             AND WS-FXQ-FILE-STATUS NOT = "05"
004400         DISPLAY "FXHOLD OPEN FAILED - STATUS "
004410             WS-FXQ-FILE-STATUS
004420         MOVE 12 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450 1400-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------*
004480 2000-PROCESS-SIGNOFF.
004490*----------------------------------------------------------------*
004500*    A SIGN-OFF MUST NAME ITS APPROVER AND MUST FIND ITS RATE
004510*    STILL HELD.  ANYTHING ELSE IS REFUSED AND LEAVES THE HOLD
004520*    AS IT WAS.
004530     ADD 1 TO WS-SIGN-READ-COUNT.
004540     MOVE FXS-RATE-DATE TO FXQ-RATE-DATE.
004550     MOVE FXS-CURRENCY-CODE TO FXQ-CURRENCY-CODE.
004560     PERFORM 3060-READ-HOLD-BY-KEY THRU 3060-EXIT.
004570     MOVE SPACES TO WS-OUTCOME.
004580     EVALUATE TRUE
004590         WHEN WS-FXQ-NOT-FOUND
004600             MOVE "REFUSED - NOT ON HOLD FILE" TO WS-OUTCOME
004610         WHEN NOT FXQ-HOLD-HELD
004620             MOVE "REFUSED - NOT HELD" TO WS-OUTCOME
004630         WHEN FXS-APPROVER-ID = SPACES
004640             MOVE "REFUSED - NO APPROVER ID" TO WS-OUTCOME
004650         WHEN NOT FXS-APPROVE AND NOT FXS-REJECT
004660             MOVE "REFUSED - INVALID ACTION" TO WS-OUTCOME
004670     END-EVALUATE.
004680     IF WS-OUTCOME NOT = SPACES
004690         PERFORM 2800-REFUSE-SIGNOFF THRU 2800-EXIT
004700         GO TO 2000-READ-NEXT
004710     END-IF.
004720     IF FXS-APPROVAL-DATE IS NUMERIC
004730             AND FXS-APPROVAL-DATE > 0
004740         MOVE FXS-APPROVAL-DATE TO WS-APPROVAL-DATE
004750     ELSE
004760         MOVE WS-RUN-DATE TO WS-APPROVAL-DATE
004770     END-IF.
004780     IF FXS-APPROVE
004790         PERFORM 2100-APPROVE-HOLD THRU 2100-EXIT
004800     ELSE
004810         PERFORM 2200-REJECT-HOLD THRU 2200-EXIT
004820     END-IF.
004830 2000-READ-NEXT.
004840     PERFORM 2900-READ-SIGNOFF THRU 2900-EXIT.
004850 2000-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004880 2100-APPROVE-HOLD.
004890*----------------------------------------------------------------*
004900*    THE HELD RATE GOES ONTO FXHIST AS SIGNED OFF, CARRYING THE
004910*    PRIOR RATE AND MOVE IT WAS HELD ON.  A ROW ALREADY THERE
004920*    FOR THE SAME DAY MEANS ANOTHER RATE WAS ACCEPTED FIRST, SO
004930*    THE SIGN-OFF IS REFUSED RATHER THAN OVERWRITE IT.
004940     MOVE SPACES TO FX-HIST-RECORD.
004950     MOVE FXQ-RATE-DATE TO FXH-RATE-DATE.
004960     MOVE FXQ-CURRENCY-CODE TO FXH-CURRENCY-CODE.
004970     MOVE FXQ-RATE TO FXH-RATE.
004980     MOVE FXQ-PRIOR-RATE-DATE TO FXH-PRIOR-RATE-DATE.
004990     MOVE FXQ-PRIOR-RATE TO FXH-PRIOR-RATE.
005000     MOVE FXQ-CHANGE-PCT TO FXH-CHANGE-PCT.
005010     MOVE FXQ-TOLERANCE-PCT TO FXH-TOLERANCE-PCT.
005020     SET FXH-SIGNED-OFF TO TRUE.
005030     MOVE FXS-APPROVER-ID TO FXH-APPROVER-ID.
005040     MOVE WS-APPROVAL-DATE TO FXH-APPROVAL-DATE.
005050     MOVE WS-RUN-DATE TO FXH-LOAD-DATE.
005060     WRITE FX-HIST-RECORD
005070         INVALID KEY
005080             MOVE "REFUSED - ALREADY ON FXHIST" TO WS-OUTCOME
005090             PERFORM 2800-REFUSE-SIGNOFF THRU 2800-EXIT
005100             GO TO 2100-EXIT
005110     END-WRITE.
005120     ADD 1 TO WS-SIGN-APPROVED-COUNT.
005130     SET FXQ-HOLD-APPROVED TO TRUE.
005140     PERFORM 2300-REWRITE-SIGNED-HOLD THRU 2300-EXIT.
005150     MOVE "SIGNED OFF - RATE ACCEPTED" TO WS-OUTCOME.
005160     PERFORM 5200-WRITE-HOLD-LINE THRU 5200-EXIT.
005170 2100-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200 2200-REJECT-HOLD.
005210*----------------------------------------------------------------*
005220     ADD 1 TO WS-SIGN-REJECTED-COUNT.
005230     SET FXQ-HOLD-REJECTED TO TRUE.
005240     PERFORM 2300-REWRITE-SIGNED-HOLD THRU 2300-EXIT.
005250     MOVE "SIGNED OFF - RATE REJECTED" TO WS-OUTCOME.
005260     PERFORM 5200-WRITE-HOLD-LINE THRU 5200-EXIT.
005270 2200-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------*
005300 2300-REWRITE-SIGNED-HOLD.
005310*----------------------------------------------------------------*
005320     MOVE FXS-APPROVER-ID TO FXQ-APPROVER-ID.
005330     MOVE WS-APPROVAL-DATE TO FXQ-APPROVAL-DATE.
005340     REWRITE FX-HOLD-RECORD
005350         INVALID KEY
005360             DISPLAY "FXHOLD REWRITE FAILED - KEY "
005370                 FXQ-RECORD-KEY " STATUS " WS-FXQ-FILE-STATUS
005380     END-REWRITE.
005390 2300-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------*
005420 2800-REFUSE-SIGNOFF.
005430*----------------------------------------------------------------*
005440     ADD 1 TO WS-SIGN-REFUSED-COUNT.
005450     MOVE SPACES TO WS-RPT-DETAIL-LINE.
005460     MOVE FXS-RATE-DATE TO DETL-RATE-DATE.
005470     MOVE FXS-CURRENCY-CODE TO DETL-CURRENCY.
005480     MOVE WS-OUTCOME TO DETL-OUTCOME.
005490     WRITE FXL-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
005500 2800-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530 2900-READ-SIGNOFF.
005540*----------------------------------------------------------------*
005550     READ FX-SIGN-FILE
005560         AT END
005570             SET WS-SIGN-END-OF-FILE TO TRUE
005580     END-READ.
005590 2900-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------*
005620 3000-PROCESS-RATE.
005630*----------------------------------------------------------------*
005640     ADD 1 TO WS-IN-READ-COUNT.
005650     MOVE ZERO TO WS-PRIOR-RATE.
005660     MOVE ZERO TO WS-CHANGE-PCT.
005670     MOVE ZERO TO WS-TOLERANCE.
005680     MOVE SPACES TO WS-OUTCOME.
005690     EVALUATE TRUE
005700         WHEN FXIN-CURRENCY-CODE = SPACES
005710             MOVE "REJECTED - NO CURRENCY CODE" TO WS-OUTCOME
005720         WHEN FXIN-RATE IS NOT NUMERIC
005730             MOVE "REJECTED - RATE NOT NUMERIC" TO WS-OUTCOME
005740         WHEN FXIN-RATE = ZERO
005750             MOVE "REJECTED - RATE IS ZERO" TO WS-OUTCOME
005760         WHEN FXIN-RATE-DATE IS NOT NUMERIC
005770             MOVE "REJECTED - RATE DATE INVALID" TO WS-OUTCOME
005780         WHEN FXIN-RATE-DATE NOT = WS-RUN-DATE
005790             MOVE "REJECTED - NOT DATED TODAY" TO WS-OUTCOME
005800     END-EVALUATE.
005810     IF WS-OUTCOME NOT = SPACES
005820         PERFORM 3600-REJECT-RATE THRU 3600-EXIT
005830         GO TO 3000-READ-NEXT
005840     END-IF.
005850*    ALREADY ON FXHIST FOR TODAY -- A RERUN OF THE SAME FEED IS
005860*    SKIPPED QUIETLY, A DIFFERENT RATE IS NOT ALLOWED TO REPLACE
005870*    ONE DL100AMT MAY ALREADY HAVE USED.
005880     MOVE FXIN-RATE-DATE TO FXH-RATE-DATE.
005890     MOVE FXIN-CURRENCY-CODE TO FXH-CURRENCY-CODE.
005900     PERFORM 3050-READ-HISTORY-BY-KEY THRU 3050-EXIT.
005910     IF WS-FXH-FOUND
005920         IF FXH-RATE = FXIN-RATE
005930             ADD 1 TO WS-ALREADY-COUNT
005940         ELSE
005950*            THE RATE ALREADY ACCEPTED SHOWS IN THE PRIOR COLUMN.
005960             MOVE FXH-RATE TO WS-PRIOR-RATE
005970             MOVE "REJECTED - DIFFERS FROM FXHIST"
005980                 TO WS-OUTCOME
005990             PERFORM 3600-REJECT-RATE THRU 3600-EXIT
006000         END-IF
006010         GO TO 3000-READ-NEXT
006020     END-IF.
006030*    A RATE ALREADY HELD OR TURNED DOWN AT SIGN-OFF STAYS THAT
006040*    WAY WHEN THE SAME FEED IS RERUN.  A DIFFERENT RATE FOR THE
006050*    SAME DAY IS A CORRECTION AND IS MEASURED AFRESH.
006060     MOVE FXIN-RATE-DATE TO FXQ-RATE-DATE.
006070     MOVE FXIN-CURRENCY-CODE TO FXQ-CURRENCY-CODE.
006080     PERFORM 3060-READ-HOLD-BY-KEY THRU 3060-EXIT.
006090     IF WS-FXQ-FOUND
006100             AND FXQ-RATE = FXIN-RATE
006110         IF FXQ-HOLD-REJECTED
006120             MOVE FXQ-PRIOR-RATE TO WS-PRIOR-RATE
006130             MOVE FXQ-CHANGE-PCT TO WS-CHANGE-PCT
006140             MOVE FXQ-TOLERANCE-PCT TO WS-TOLERANCE
006150             MOVE "REJECTED - AT SIGN-OFF" TO WS-OUTCOME
006160             PERFORM 3600-REJECT-RATE THRU 3600-EXIT
006170             GO TO 3000-READ-NEXT
006180         END-IF
006190         IF FXQ-HOLD-HELD
006200             ADD 1 TO WS-HELD-COUNT
006210             MOVE "HELD - AWAITING SIGN-OFF" TO WS-OUTCOME
006220             PERFORM 5200-WRITE-HOLD-LINE THRU 5200-EXIT
006230             GO TO 3000-READ-NEXT
006240         END-IF
006250     END-IF.
006260     PERFORM 3200-FIND-TOLERANCE THRU 3200-EXIT.
006270     MOVE WS-PRIOR-BUS-DATE TO FXH-RATE-DATE.
006280     MOVE FXIN-CURRENCY-CODE TO FXH-CURRENCY-CODE.
006290     PERFORM 3050-READ-HISTORY-BY-KEY THRU 3050-EXIT.
006300     IF WS-FXH-NOT-FOUND
006310         MOVE "NO PRIOR DAY RATE" TO WS-HOLD-REASON
006320         PERFORM 3500-HOLD-RATE THRU 3500-EXIT
006330         GO TO 3000-READ-NEXT
006340     END-IF.
006350     MOVE FXH-RATE TO WS-PRIOR-RATE.
006360     PERFORM 3300-MEASURE-MOVE THRU 3300-EXIT.
006370     IF WS-CHANGE-PCT > WS-TOLERANCE
006380         MOVE "MOVE OVER TOLERANCE" TO WS-HOLD-REASON
006390         PERFORM 3500-HOLD-RATE THRU 3500-EXIT
006400     ELSE
006410         PERFORM 3400-ACCEPT-RATE THRU 3400-EXIT
006420     END-IF.
006430 3000-READ-NEXT.
006440     PERFORM 3900-READ-RATE THRU 3900-EXIT.
006450 3000-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480 3050-READ-HISTORY-BY-KEY.
006490*----------------------------------------------------------------*
006500*    DIRECT KEYED READ -- THE CALLER SETS FXH-RECORD-KEY FIRST.
006510     SET WS-FXH-NOT-FOUND TO TRUE.
006520     READ FX-HIST-FILE
006530         INVALID KEY
006540             CONTINUE
006550         NOT INVALID KEY
006560             SET WS-FXH-FOUND TO TRUE
006570     END-READ.
006580 3050-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------*
006610 3060-READ-HOLD-BY-KEY.
006620*----------------------------------------------------------------*
006630*    DIRECT KEYED READ -- THE CALLER SETS FXQ-RECORD-KEY FIRST.
006640     SET WS-FXQ-NOT-FOUND TO TRUE.
006650     READ FX-HOLD-FILE
006660         INVALID KEY
006670             CONTINUE
006680         NOT INVALID KEY
006690             SET WS-FXQ-FOUND TO TRUE
006700     END-READ.
006710 3060-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------*
006740 3200-FIND-TOLERANCE.
006750*----------------------------------------------------------------*
006760     MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE.
006770     SET WS-TOL-NOT-FOUND TO TRUE.
006780     PERFORM 3210-SEARCH-TOLERANCE THRU 3210-EXIT
006790         VARYING WS-TOL-IDX FROM 1 BY 1
006800         UNTIL WS-TOL-IDX > WS-TOL-COUNT
006810            OR WS-TOL-FOUND.
006820     IF WS-TOL-FOUND
006830         MOVE WS-TOL-PCT(WS-TOL-MATCH-IDX) TO WS-TOLERANCE
006840     END-IF.
006850 3200-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------*
006880 3210-SEARCH-TOLERANCE.
006890*----------------------------------------------------------------*
006900     IF WS-TOL-CODE(WS-TOL-IDX) = FXIN-CURRENCY-CODE
006910         SET WS-TOL-FOUND TO TRUE
006920         SET WS-TOL-MATCH-IDX TO WS-TOL-IDX
006930     END-IF.
006940 3210-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------*
006970 3300-MEASURE-MOVE.
006980*----------------------------------------------------------------*
006990*    THE MOVE IS TAKEN EITHER WAY AS A PERCENTAGE OF THE PRIOR
007000*    DAY'S RATE.  A MOVE TOO BIG FOR THE FIELD IS PINNED AT ITS
007010*    MAXIMUM, WHICH IS OVER ANY TOLERANCE.
007020     IF FXIN-RATE NOT < WS-PRIOR-RATE
007030         COMPUTE WS-RATE-MOVE = FXIN-RATE - WS-PRIOR-RATE
007040     ELSE
007050         COMPUTE WS-RATE-MOVE = WS-PRIOR-RATE - FXIN-RATE
007060     END-IF.
007070     COMPUTE WS-CHANGE-PCT ROUNDED =
007080             WS-RATE-MOVE * 100 / WS-PRIOR-RATE
007090         ON SIZE ERROR
007100             MOVE 99999.99 TO WS-CHANGE-PCT
007110     END-COMPUTE.
007120 3300-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------*
007150 3400-ACCEPT-RATE.
007160*----------------------------------------------------------------*
007170*    INSIDE TOLERANCE -- STRAIGHT ONTO FXHIST.  A HOLD LEFT FROM
007180*    AN EARLIER RATE FOR THE SAME DAY IS MARKED SUPERSEDED SO IT
007190*    CAN NO LONGER BE SIGNED OFF.
007200     MOVE SPACES TO FX-HIST-RECORD.
007210     MOVE FXIN-RATE-DATE TO FXH-RATE-DATE.
007220     MOVE FXIN-CURRENCY-CODE TO FXH-CURRENCY-CODE.
007230     MOVE FXIN-RATE TO FXH-RATE.
007240     MOVE WS-PRIOR-BUS-DATE TO FXH-PRIOR-RATE-DATE.
007250     MOVE WS-PRIOR-RATE TO FXH-PRIOR-RATE.
007260     MOVE WS-CHANGE-PCT TO FXH-CHANGE-PCT.
007270     MOVE WS-TOLERANCE TO FXH-TOLERANCE-PCT.
007280     SET FXH-WITHIN-TOLERANCE TO TRUE.
007290     MOVE ZEROES TO FXH-APPROVAL-DATE.
007300     MOVE WS-RUN-DATE TO FXH-LOAD-DATE.
007310     WRITE FX-HIST-RECORD
007320         INVALID KEY
007330             DISPLAY "FXHIST WRITE FAILED - KEY "
007340                 FXH-RECORD-KEY " STATUS " WS-FXH-FILE-STATUS
007350             MOVE "REJECTED - FXHIST WRITE FAILED"
007360                 TO WS-OUTCOME
007370             PERFORM 3600-REJECT-RATE THRU 3600-EXIT
007380             GO TO 3400-EXIT
007390     END-WRITE.
007400     ADD 1 TO WS-ACCEPTED-COUNT.
007410     IF WS-FXQ-FOUND AND FXQ-HOLD-HELD
007420         SET FXQ-HOLD-SUPERSEDED TO TRUE
007430         REWRITE FX-HOLD-RECORD
007440             INVALID KEY
007450                 DISPLAY "FXHOLD REWRITE FAILED - KEY "
007460                     FXQ-RECORD-KEY " STATUS "
007470                     WS-FXQ-FILE-STATUS
007480         END-REWRITE
007490     END-IF.
007500 3400-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------*
007530 3500-HOLD-RATE.
007540*----------------------------------------------------------------*
007550*    A NEW HOLD IS WRITTEN; A CORRECTION TO A RATE ALREADY ON
007560*    FXHOLD FOR THE DAY REPLACES IT AND GOES BACK TO HELD.
007570     ADD 1 TO WS-HELD-COUNT.
007580     MOVE SPACES TO FX-HOLD-RECORD.
007590     MOVE FXIN-RATE-DATE TO FXQ-RATE-DATE.
007600     MOVE FXIN-CURRENCY-CODE TO FXQ-CURRENCY-CODE.
007610     MOVE FXIN-RATE TO FXQ-RATE.
007620     IF WS-PRIOR-RATE > 0
007630         MOVE WS-PRIOR-BUS-DATE TO FXQ-PRIOR-RATE-DATE
007640     ELSE
007650         MOVE ZEROES TO FXQ-PRIOR-RATE-DATE
007660     END-IF.
007670     MOVE WS-PRIOR-RATE TO FXQ-PRIOR-RATE.
007680     MOVE WS-CHANGE-PCT TO FXQ-CHANGE-PCT.
007690     MOVE WS-TOLERANCE TO FXQ-TOLERANCE-PCT.
007700     MOVE ZEROES TO FXQ-APPROVAL-DATE.
007710     MOVE WS-RUN-DATE TO FXQ-LOAD-DATE.
007720     SET FXQ-HOLD-HELD TO TRUE.
007730     MOVE WS-HOLD-REASON TO FXQ-HOLD-REASON.
007740     MOVE WS-RUN-DATE TO FXQ-HELD-DATE.
007750     IF WS-FXQ-FOUND
007760         REWRITE FX-HOLD-RECORD
007770             INVALID KEY
007780                 DISPLAY "FXHOLD REWRITE FAILED - KEY "
007790                     FXQ-RECORD-KEY " STATUS "
007800                     WS-FXQ-FILE-STATUS
007810         END-REWRITE
007820     ELSE
007830         WRITE FX-HOLD-RECORD
007840             INVALID KEY
007850                 DISPLAY "FXHOLD WRITE FAILED - KEY "
007860                     FXQ-RECORD-KEY " STATUS "
007870                     WS-FXQ-FILE-STATUS
007880         END-WRITE
007890     END-IF.
007900     MOVE SPACES TO WS-OUTCOME.
007910     STRING "HELD - " DELIMITED BY SIZE
007920            WS-HOLD-REASON DELIMITED BY SIZE
007930         INTO WS-OUTCOME.
007940     PERFORM 5200-WRITE-HOLD-LINE THRU 5200-EXIT.
007950 3500-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------*
007980 3600-REJECT-RATE.
007990*----------------------------------------------------------------*
008000     ADD 1 TO WS-REJECTED-COUNT.
008010     MOVE SPACES TO WS-RPT-DETAIL-LINE.
008020     IF FXIN-RATE-DATE IS NUMERIC
008030         MOVE FXIN-RATE-DATE TO DETL-RATE-DATE
008040     END-IF.
008050     MOVE FXIN-CURRENCY-CODE TO DETL-CURRENCY.
008060     IF FXIN-RATE IS NUMERIC
008070         MOVE FXIN-RATE TO DETL-RATE
008080     END-IF.
008090     MOVE WS-PRIOR-RATE TO DETL-PRIOR-RATE.
008100     MOVE WS-CHANGE-PCT TO DETL-CHANGE-PCT.
008110     MOVE WS-TOLERANCE TO DETL-TOLERANCE.
008120     MOVE WS-OUTCOME TO DETL-OUTCOME.
008130     WRITE FXL-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
008140 3600-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------*
008170 3900-READ-RATE.
008180*----------------------------------------------------------------*
008190     READ FX-IN-FILE
008200         AT END
008210             SET WS-IN-END-OF-FILE TO TRUE
008220     END-READ.
008230 3900-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------*
008260 5100-WRITE-SECTION-HEAD.
008270*----------------------------------------------------------------*
008280*    THE CALLER SETS THE TITLE IN SECL-TITLE.
008290     WRITE FXL-RPT-RECORD FROM WS-RPT-BLANK-LINE.
008300     WRITE FXL-RPT-RECORD FROM WS-RPT-SECTION-LINE.
008310     WRITE FXL-RPT-RECORD FROM WS-RPT-COLUMN-LINE.
008320 5100-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------*
008350 5200-WRITE-HOLD-LINE.
008360*----------------------------------------------------------------*
008370*    ONE LINE FROM THE FXHOLD RECORD IN STORAGE, WITH THE
008380*    OUTCOME THE CALLER SET IN WS-OUTCOME.
008390     MOVE SPACES TO WS-RPT-DETAIL-LINE.
008400     MOVE FXQ-RATE-DATE TO DETL-RATE-DATE.
008410     MOVE FXQ-CURRENCY-CODE TO DETL-CURRENCY.
008420     MOVE FXQ-RATE TO DETL-RATE.
008430     MOVE FXQ-PRIOR-RATE TO DETL-PRIOR-RATE.
008440     MOVE FXQ-CHANGE-PCT TO DETL-CHANGE-PCT.
008450     MOVE FXQ-TOLERANCE-PCT TO DETL-TOLERANCE.
008460     MOVE WS-OUTCOME TO DETL-OUTCOME.
008470     WRITE FXL-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
008480 5200-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------*
008510 7000-REBUILD-FXRATES.
008520*----------------------------------------------------------------*
008530*    FXRATES CARRIES EXACTLY THE RATES ON FXHIST FOR TODAY.  A
008540*    CURRENCY WITH NOTHING ACCEPTED IS LEFT OFF, AND DL100AMT
008550*    REPORTS IT AS HAVING NO VALID RATE.
008560     OPEN OUTPUT FX-RATE-FILE.
008570     MOVE WS-RUN-DATE TO FXH-RATE-DATE.
008580     MOVE LOW-VALUES TO FXH-CURRENCY-CODE.
008590     START FX-HIST-FILE KEY NOT < FXH-RECORD-KEY
008600         INVALID KEY
008610             SET WS-FXH-END-OF-FILE TO TRUE
008620     END-START.
008630     PERFORM 7100-COPY-HISTORY-RATE THRU 7100-EXIT
008640         UNTIL WS-FXH-END-OF-FILE.
008650     CLOSE FX-RATE-FILE.
008660 7000-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------*
008690 7100-COPY-HISTORY-RATE.
008700*----------------------------------------------------------------*
008710     READ FX-HIST-FILE NEXT
008720         AT END
008730             SET WS-FXH-END-OF-FILE TO TRUE
008740             GO TO 7100-EXIT
008750     END-READ.
008760     IF FXH-RATE-DATE NOT = WS-RUN-DATE
008770         SET WS-FXH-END-OF-FILE TO TRUE
008780         GO TO 7100-EXIT
008790     END-IF.
008800     MOVE SPACES TO FX-RATE-RECORD.
008810     MOVE FXH-CURRENCY-CODE TO FX-CURRENCY-CODE.
008820     MOVE FXH-RATE TO FX-RATE.
008830     MOVE FXH-RATE-DATE TO FX-RATE-DATE.
008840     WRITE FX-RATE-RECORD.
008850     ADD 1 TO WS-RELEASED-COUNT.
008860 7100-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------*
008890 8000-LIST-HELD-RATES.
008900*----------------------------------------------------------------*
008910*    EVERY RATE STILL IN 'H' STATUS, WHATEVER ITS DATE, SO AN
008920*    OLD HOLD NOBODY SIGNED OFF DOES NOT DROP OUT OF SIGHT.
008930     MOVE LOW-VALUES TO FXQ-RECORD-KEY.
008940     START FX-HOLD-FILE KEY NOT < FXQ-RECORD-KEY
008950         INVALID KEY
008960             SET WS-FXQ-END-OF-FILE TO TRUE
008970     END-START.
008980     PERFORM 8100-READ-HELD-RATE THRU 8100-EXIT
008990         UNTIL WS-FXQ-END-OF-FILE.
009000 8000-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------*
009030 8100-READ-HELD-RATE.
009040*----------------------------------------------------------------*
009050     READ FX-HOLD-FILE NEXT
009060         AT END
009070             SET WS-FXQ-END-OF-FILE TO TRUE
009080             GO TO 8100-EXIT
009090     END-READ.
009100     IF NOT FXQ-HOLD-HELD
009110         GO TO 8100-EXIT
009120     END-IF.
009130     ADD 1 TO WS-STILL-HELD-COUNT.
009140     IF FXQ-RATE-DATE = WS-RUN-DATE
009150         ADD 1 TO WS-HELD-TODAY-COUNT
009160     END-IF.
009170     MOVE SPACES TO WS-OUTCOME.
009180     STRING "HELD - " DELIMITED BY SIZE
009190            FXQ-HOLD-REASON DELIMITED BY SIZE
009200         INTO WS-OUTCOME.
009210     PERFORM 5200-WRITE-HOLD-LINE THRU 5200-EXIT.
009220 8100-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------*
009250 9000-TERMINATE.
009260*----------------------------------------------------------------*
009270     WRITE FXL-RPT-RECORD FROM WS-RPT-BLANK-LINE.
009280     MOVE "SIGN-OFFS READ" TO TOTL-LABEL.
009290     MOVE WS-SIGN-READ-COUNT TO TOTL-COUNT.
009300     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009310     MOVE "  SIGNED OFF - ACCEPTED" TO TOTL-LABEL.
009320     MOVE WS-SIGN-APPROVED-COUNT TO TOTL-COUNT.
009330     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009340     MOVE "  SIGNED OFF - REJECTED" TO TOTL-LABEL.
009350     MOVE WS-SIGN-REJECTED-COUNT TO TOTL-COUNT.
009360     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009370     MOVE "  REFUSED" TO TOTL-LABEL.
009380     MOVE WS-SIGN-REFUSED-COUNT TO TOTL-COUNT.
009390     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009400     MOVE "INCOMING RATES READ" TO TOTL-LABEL.
009410     MOVE WS-IN-READ-COUNT TO TOTL-COUNT.
009420     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009430     MOVE "  ACCEPTED WITHIN TOLERANCE" TO TOTL-LABEL.
009440     MOVE WS-ACCEPTED-COUNT TO TOTL-COUNT.
009450     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009460     MOVE "  ALREADY ON FXHIST" TO TOTL-LABEL.
009470     MOVE WS-ALREADY-COUNT TO TOTL-COUNT.
009480     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009490     MOVE "  HELD FOR SIGN-OFF" TO TOTL-LABEL.
009500     MOVE WS-HELD-COUNT TO TOTL-COUNT.
009510     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009520     MOVE "  REJECTED" TO TOTL-LABEL.
009530     MOVE WS-REJECTED-COUNT TO TOTL-COUNT.
009540     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009550     MOVE "RATES RELEASED TO FXRATES" TO TOTL-LABEL.
009560     MOVE WS-RELEASED-COUNT TO TOTL-COUNT.
009570     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009580     MOVE "RATES STILL WAITING FOR SIGN-OFF" TO TOTL-LABEL.
009590     MOVE WS-STILL-HELD-COUNT TO TOTL-COUNT.
009600     WRITE FXL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
009610     CLOSE FX-IN-FILE.
009620     CLOSE FX-SIGN-FILE.
009630     CLOSE FX-HIST-FILE.
009640     CLOSE FX-HOLD-FILE.
009650     CLOSE FXL-RPT-FILE.
009660     DISPLAY "FX RATES RELEASED TO FXRATES: " WS-RELEASED-COUNT.
009670     DISPLAY "FX RATES HELD FOR SIGN-OFF:   " WS-HELD-COUNT.
009680     DISPLAY "FX RATES REJECTED:            " WS-REJECTED-COUNT.
009690     DISPLAY "FX SIGN-OFFS REFUSED:         "
009700         WS-SIGN-REFUSED-COUNT.
009710     IF WS-HELD-COUNT > 0
009720             OR WS-REJECTED-COUNT > 0
009730             OR WS-SIGN-REFUSED-COUNT > 0
009740             OR WS-HELD-TODAY-COUNT > 0
009750         MOVE 8 TO RETURN-CODE
009760     ELSE
009770         MOVE 0 TO RETURN-CODE
009780     END-IF.
009790 9000-EXIT.
009800     EXIT.
