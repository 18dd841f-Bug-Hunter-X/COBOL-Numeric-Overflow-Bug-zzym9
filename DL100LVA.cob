000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100LVA.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100LVA - PER-ACCOUNT DAILY LARGE-VALUE AGGREGATE
000090*-----------------------------------------------------------------
000100*  READS THE DAY'S ACCEPTED-TRANSACTIONS POSTING EXTRACT
000110*  (ACCTRANS, EVERY CYCLE RUN SO FAR) AND TOTALS EACH
000120*  ORIGINATING ACCOUNT'S ACCEPTED ACTIVITY IN USD FROM
000130*  ACCT-BASE-AMOUNT, ACROSS ALL CURRENCIES.  ACTIVITY IS GROSS
000140*  -- A REVERSAL ADDS ITS AMOUNT LIKE ANY OTHER ENTRY, SO NOTHING
000150*  NETS AN ACCOUNT BACK UNDER THE LINE.  EVERY ACCOUNT WHOSE
000160*  TOTAL MEETS OR EXCEEDS THE REPORTING THRESHOLD IS LISTED ON
000170*  LVARPT WITH THE TRANSACTIONS THAT MAKE IT UP AND WRITTEN TO
000180*  THE FIXED-FORMAT LVAFILE FILING EXTRACT (DL100LVF).
000190*
000200*  AN ACCOUNT WHOSE TOTAL FALLS IN THE WATCH BAND JUST UNDER THE
000210*  THRESHOLD HAS THE DAY RECORDED ON THE PERMANENT LVAHIST FILE
000220*  (DL100LVH).  ONE THAT HAS DONE SO ON AT LEAST THE WATCH-DAYS
000230*  NUMBER OF BUSINESS DATES WITHIN THE LOOKBACK WINDOW, TODAY
000240*  INCLUDED, GOES ON THE STRUCTURING WATCH LIST.  ACCOUNTS WITH
000250*  TRANSACTIONS THE RUN COULD NOT CONVERT TO USD (NO VALID FX
000260*  RATE, ACCT-BASE-AMOUNT ZERO) ARE LISTED SEPARATELY -- THEIR
000270*  TRUE TOTAL IS UNKNOWN.
000280*
000290*  THE THRESHOLD, WATCH BAND PERCENTAGE, WATCH DAYS, WINDOW AND
000300*  BUSINESS DATE COME FROM THE OPTIONAL LVAPARM CARD; A FIELD
000310*  LEFT ZERO OR BLANK, OR NO CARD AT ALL, TAKES THE HOUSE
000320*  DEFAULT (USD 10,000.00, 10 PERCENT, 3 DAYS IN 30, RUN DATE).
000330*  SAFE TO RUN AFTER EVERY CYCLE:  THE REPORT AND EXTRACT ARE
000340*  REBUILT FROM THE WHOLE DAY'S ACCTRANS AND THE DAY'S LVAHIST
000350*  ROWS ARE REWRITTEN, SO THE LAST RUN OF THE DAY IS THE FILING.
000360*
000370*  RETURN-CODE 8 WHEN ANY ACCOUNT IS ON THE WATCH LIST, OR ANY
000380*  DETAIL HAS NO ACCOUNT ID OR NO USD EQUIVALENT.  RETURN-CODE
000390*  12 WHEN LVAHIST CANNOT BE OPENED OR UPDATED, OR THE ACCOUNT OR
000400*  TRANSACTION TABLE FILLED -- THE FILING IS INCOMPLETE AND MUST
000410*  NOT BE SUBMITTED.
000420*-----------------------------------------------------------------
000430*  MODIFICATION HISTORY
000440*  -------- ---- -------------------------------------------------
000450*  10/15/26 RH   ORIGINAL VERSION.
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ACCTRANS-FILE ASSIGN TO ACCTRANS
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL LVA-PARM-FILE ASSIGN TO LVAPARM
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT OPTIONAL LVA-HIST-FILE ASSIGN TO LVAHIST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LVH-RECORD-KEY
000610         FILE STATUS IS WS-LVH-FILE-STATUS.
000620     SELECT LVA-FILING-FILE ASSIGN TO LVAFILE
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT LVA-RPT-FILE ASSIGN TO LVARPT
000650         ORGANIZATION IS SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ACCTRANS-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710     COPY DL100ACC.
000720*----------------------------------------------------------------*
000730 FD  LVA-PARM-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  LVA-PARM-RECORD.
000770     05  LVP-THRESHOLD           PIC 9(11)V99.
000780     05  LVP-WATCH-PCT           PIC 9(03)V99.
000790     05  LVP-WATCH-DAYS          PIC 9(03).
000800     05  LVP-WINDOW-DAYS         PIC 9(03).
000810     05  LVP-BUSINESS-DATE       PIC 9(08).
000820     05  FILLER                  PIC X(48).
000830*----------------------------------------------------------------*
000840 FD  LVA-HIST-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 01  LVA-HIST-RECORD.
000880     COPY DL100LVH.
000890*----------------------------------------------------------------*
000900 FD  LVA-FILING-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930     COPY DL100LVF.
000940*----------------------------------------------------------------*
000950 FD  LVA-RPT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 01  LVA-RPT-RECORD              PIC X(80).
000990*----------------------------------------------------------------*
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------*
001020 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
001030 01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROES.
001040 01  WS-BUS-DATE-INT             PIC 9(7) COMP VALUE ZERO.
001050 01  WS-WINDOW-START-INT         PIC 9(7) COMP VALUE ZERO.
001060 01  WS-WINDOW-START-DATE        PIC 9(8) VALUE ZEROES.
001070*    MUST MATCH THE TRAILER LABEL DL100AMT WRITES IN ITS
001080*    8800-WRITE-ACCTRANS-TRAILERS PARAGRAPH -- IT IS HOW A
001090*    TRAILER IS TOLD APART FROM A DETAIL RECORD ON THE EXTRACT.
001100 01  WS-ACCTRANS-TRL-LABEL       PIC X(30) VALUE
001110     "ACCEPTED TOTALS BY CURRENCY:".
001120 01  WS-LVF-HDR-TYPE             PIC X(08) VALUE "LVAHDR".
001130 01  WS-LVF-ACC-TYPE             PIC X(08) VALUE "LVAACCT".
001140 01  WS-LVF-TRN-TYPE             PIC X(08) VALUE "LVATRAN".
001150 01  WS-LVF-TRL-TYPE             PIC X(08) VALUE "LVATRL".
001160 01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
001170*----------------------------------------------------------------*
001180*    HOUSE DEFAULTS -- TAKEN FOR ANY LVAPARM FIELD THAT IS ZERO OR
001190*    NOT NUMERIC, OR FOR ALL OF THEM WHEN THERE IS NO CARD.  THE
001200*    WATCH BAND RUNS FROM WS-WATCH-PCT PERCENT BELOW THE THRESHOLD
001210*    UP TO (BUT NOT INCLUDING) THE THRESHOLD ITSELF.
001220 01  WS-DEFAULT-THRESHOLD        PIC 9(11)V99 VALUE 10000.00.
001230 01  WS-DEFAULT-WATCH-PCT        PIC 9(03)V99 VALUE 10.00.
001240 01  WS-DEFAULT-WATCH-DAYS       PIC 9(03) VALUE 3.
001250 01  WS-DEFAULT-WINDOW-DAYS      PIC 9(03) VALUE 30.
001260 01  WS-THRESHOLD                PIC 9(11)V99 VALUE ZERO.
001270 01  WS-WATCH-PCT                PIC 9(03)V99 VALUE ZERO.
001280 01  WS-WATCH-DAYS               PIC 9(03) VALUE ZERO.
001290 01  WS-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
001300 01  WS-WATCH-FLOOR              PIC 9(11)V99 VALUE ZERO.
001310*----------------------------------------------------------------*
001320 01  WS-LVH-FILE-STATUS          PIC X(02) VALUE SPACES.
001330 01  WS-ACC-EOF-SWITCH           PIC X(01) VALUE 'N'.
001340     88  WS-ACC-END-OF-FILE             VALUE 'Y'.
001350 01  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
001360     88  WS-PARM-END-OF-FILE            VALUE 'Y'.
001370 01  WS-LVH-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001380     88  WS-LVH-SCAN-END                VALUE 'Y'.
001390     88  WS-LVH-SCAN-MORE               VALUE 'N'.
001400 01  WS-AGG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001410     88  WS-AGG-FOUND                   VALUE 'Y'.
001420     88  WS-AGG-NOT-FOUND               VALUE 'N'.
001430 01  WS-AGG-MATCH-IDX            PIC 9(05) COMP VALUE ZERO.
001440 01  WS-AGG-CUR-NO               PIC 9(05) COMP VALUE ZERO.
001450 01  WS-LIST-SWITCH              PIC X(01) VALUE 'Y'.
001460     88  WS-LIST-COMPLETE               VALUE 'Y'.
001470     88  WS-LIST-INCOMPLETE             VALUE 'N'.
001480*----------------------------------------------------------------*
001490*    ONE ENTRY PER ACCOUNT WITH ACCEPTED ACTIVITY ON THE DAY'S
001500*    ACCTRANS.  WS-AGG-CLASS IS SET ONCE THE WHOLE DAY IS IN:
001510*    'R' REPORTABLE (AT OR OVER THE THRESHOLD), 'N' NEAR (IN THE
001520*    WATCH BAND), 'B' BELOW THE BAND.
001530 01  WS-AGG-TABLE.
001540     05  WS-AGG-COUNT            PIC 9(05) VALUE ZERO.
001550     05  WS-AGG-ENTRY OCCURS 1 TO 5000 TIMES
001560             DEPENDING ON WS-AGG-COUNT
001570             INDEXED BY WS-AGG-IDX.
001580         10  WS-AGG-ACCOUNT-ID   PIC X(10).
001590         10  WS-AGG-TRANS-COUNT  PIC 9(7) COMP.
001600         10  WS-AGG-BASE-TOTAL   PIC 9(13)V99.
001610         10  WS-AGG-UNCONV-COUNT PIC 9(7) COMP.
001620         10  WS-AGG-CLASS        PIC X(01).
001630             88  WS-AGG-REPORTABLE          VALUE 'R'.
001640             88  WS-AGG-NEAR                VALUE 'N'.
001650             88  WS-AGG-BELOW               VALUE 'B'.
001660         10  WS-AGG-NEAR-DAYS    PIC 9(03) COMP.
001670         10  WS-AGG-WATCH-SW     PIC X(01).
001680             88  WS-AGG-ON-WATCH            VALUE 'Y'.
001690*----------------------------------------------------------------*
001700*    THE INDIVIDUAL TRANSACTIONS OF THE REPORTABLE ACCOUNTS ONLY,
001710*    GATHERED ON A SECOND PASS OF ACCTRANS.  WS-TXN-AGG-NO POINTS
001720*    BACK AT THE ACCOUNT'S WS-AGG-ENTRY.
001730 01  WS-TXN-TABLE.
001740     05  WS-TXN-COUNT            PIC 9(05) VALUE ZERO.
001750     05  WS-TXN-ENTRY OCCURS 1 TO 9999 TIMES
001760             DEPENDING ON WS-TXN-COUNT
001770             INDEXED BY WS-TXN-IDX.
001780         10  WS-TXN-AGG-NO       PIC 9(05) COMP.
001790         10  WS-TXN-RECORD-KEY   PIC X(10).
001800         10  WS-TXN-TIMESTAMP    PIC X(14).
001810         10  WS-TXN-CURRENCY-CODE
001820                                 PIC X(03).
001830         10  WS-TXN-AMOUNT       PIC 9(7)V99.
001840         10  WS-TXN-BASE-AMOUNT  PIC 9(11)V99.
001850         10  WS-TXN-ENTRY-TYPE   PIC X(01).
001860         10  WS-TXN-VALUE-DATE   PIC 9(08).
001870*----------------------------------------------------------------*
001880 01  WS-COUNTERS.
001890     05  WS-DETAIL-COUNT         PIC 9(7) COMP VALUE ZERO.
001900     05  WS-NO-ACCOUNT-COUNT     PIC 9(7) COMP VALUE ZERO.
001910     05  WS-UNCONV-COUNT         PIC 9(7) COMP VALUE ZERO.
001920     05  WS-UNCONV-ACCT-COUNT    PIC 9(7) COMP VALUE ZERO.
001930     05  WS-REPORT-ACCT-COUNT    PIC 9(7) COMP VALUE ZERO.
001940     05  WS-REPORT-TRANS-COUNT   PIC 9(7) COMP VALUE ZERO.
001950     05  WS-FILED-TRANS-COUNT    PIC 9(7) COMP VALUE ZERO.
001960     05  WS-NEAR-ACCT-COUNT      PIC 9(7) COMP VALUE ZERO.
001970     05  WS-WATCH-ACCT-COUNT     PIC 9(7) COMP VALUE ZERO.
001980     05  WS-DROPPED-COUNT        PIC 9(7) COMP VALUE ZERO.
001990     05  WS-HIST-ERROR-COUNT     PIC 9(7) COMP VALUE ZERO.
002000 01  WS-REPORT-BASE-TOTAL        PIC 9(13)V99 VALUE ZERO.
002010*----------------------------------------------------------------*
002020 01  WS-RPT-HEADER-LINE.
002030     05  FILLER                  PIC X(40) VALUE
002040         "LARGE-VALUE AGGREGATE REPORT".
002050     05  FILLER                  PIC X(09) VALUE "BUS DATE ".
002060     05  HDR-BUSINESS-DATE       PIC 9(08).
002070     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  HDR-RUN-DATE            PIC 9(08).
002100     05  FILLER                  PIC X(04) VALUE SPACES.
002110 01  WS-RPT-PARM-LINE.
002120     05  PARM-LABEL              PIC X(40).
002130     05  PARM-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(23) VALUE SPACES.
002150 01  WS-RPT-RULE-LINE.
002160     05  FILLER                  PIC X(40) VALUE
002170         "WATCH LIST - NEAR-THRESHOLD DAYS".
002180     05  RULE-WATCH-DAYS         PIC ZZ9.
002190     05  FILLER                  PIC X(04) VALUE " IN ".
002200     05  RULE-WINDOW-DAYS        PIC ZZ9.
002210     05  FILLER                  PIC X(05) VALUE " DAYS".
002220     05  FILLER                  PIC X(25) VALUE SPACES.
002230 01  WS-RPT-SECTION-LINE.
002240     05  SECT-TITLE              PIC X(60).
002250     05  FILLER                  PIC X(20) VALUE SPACES.
002260 01  WS-RPT-ACCOUNT-LINE.
002270     05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
002280     05  ACCL-ACCOUNT-ID         PIC X(10).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  ACCL-TRANS-COUNT        PIC ZZZZZZ9.
002310     05  FILLER                  PIC X(19) VALUE
002320         " TRANSACTIONS  USD ".
002330     05  ACCL-BASE-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002340     05  FILLER                  PIC X(13) VALUE SPACES.
002350 01  WS-RPT-UNCONV-NOTE-LINE.
002360     05  FILLER                  PIC X(11) VALUE "  INCLUDES ".
002370     05  UNCN-COUNT              PIC ZZZZZZ9.
002380     05  FILLER                  PIC X(50) VALUE
002390         " NOT CONVERTED (NO FX RATE), USD TOTAL UNDERSTATED".
002400     05  FILLER                  PIC X(12) VALUE SPACES.
002410 01  WS-RPT-TXN-COLUMN-LINE.
002420     05  FILLER                  PIC X(13) VALUE "  KEY".
002430     05  FILLER                  PIC X(15) VALUE "TIMESTAMP".
002440     05  FILLER                  PIC X(04) VALUE "CCY".
002450     05  FILLER                  PIC X(11) VALUE "    AMOUNT".
002460     05  FILLER                  PIC X(02) VALUE "T".
002470     05  FILLER                  PIC X(17) VALUE
002480         "   USD EQUIVALENT".
002490     05  FILLER                  PIC X(18) VALUE SPACES.
002500 01  WS-RPT-TXN-LINE.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  TXNL-RECORD-KEY         PIC X(10).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  TXNL-TIMESTAMP          PIC X(14).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  TXNL-CURRENCY-CODE      PIC X(03).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  TXNL-AMOUNT             PIC ZZZZZZ9.99.
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  TXNL-ENTRY-TYPE         PIC X(01).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  TXNL-BASE-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                  PIC X(18) VALUE SPACES.
002640 01  WS-RPT-ACCT-COLUMN-LINE.
002650     05  FILLER                  PIC X(13) VALUE "  ACCOUNT".
002660     05  FILLER                  PIC X(21) VALUE
002670         "            USD TOTAL".
002680     05  FILLER                  PIC X(08) VALUE "   TRANS".
002690     05  ACLC-LAST-HEADING       PIC X(10).
002700     05  FILLER                  PIC X(28) VALUE SPACES.
002710 01  WS-RPT-ACCT-LINE.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  ACTL-ACCOUNT-ID         PIC X(10).
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  ACTL-BASE-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  ACTL-TRANS-COUNT        PIC ZZZZZZ9.
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  ACTL-LAST-COUNT         PIC ZZZZZZZZ9.
002800     05  FILLER                  PIC X(29) VALUE SPACES.
002810 01  WS-RPT-NONE-LINE.
002820     05  NONE-TEXT               PIC X(60).
002830     05  FILLER                  PIC X(20) VALUE SPACES.
002840 01  WS-RPT-TOTAL-LINE.
002850     05  TOTL-LABEL              PIC X(40).
002860     05  TOTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER                  PIC X(29) VALUE SPACES.
002880 01  WS-RPT-TOTAL-AMOUNT-LINE.
002890     05  TOTA-LABEL              PIC X(40).
002900     05  TOTA-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002910     05  FILLER                  PIC X(20) VALUE SPACES.
002920 01  WS-RPT-INCOMPLETE-LINE.
002930     05  FILLER                  PIC X(60) VALUE
002940         "** FILING INCOMPLETE - DO NOT SUBMIT LVAFILE **".
002950     05  FILLER                  PIC X(20) VALUE SPACES.
002960 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002970*----------------------------------------------------------------*
002980 PROCEDURE DIVISION.
002990*----------------------------------------------------------------*
003000 0000-MAINLINE.
003010*----------------------------------------------------------------*
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 2000-ACCUMULATE-DETAIL THRU 2000-EXIT
003040         UNTIL WS-ACC-END-OF-FILE.
003050     CLOSE ACCTRANS-FILE.
003060     PERFORM 3000-CLASSIFY-ACCOUNT THRU 3000-EXIT
003070         VARYING WS-AGG-IDX FROM 1 BY 1
003080         UNTIL WS-AGG-IDX > WS-AGG-COUNT.
003090     IF WS-REPORT-ACCT-COUNT > 0
003100         PERFORM 4000-COLLECT-TRANSACTIONS THRU 4000-EXIT
003110     END-IF.
003120     PERFORM 5000-WRITE-FILING THRU 5000-EXIT.
003130     PERFORM 6000-WRITE-WATCH-LIST THRU 6000-EXIT.
003140     PERFORM 7000-WRITE-UNCONVERTED THRU 7000-EXIT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     STOP RUN.
003170*----------------------------------------------------------------*
003180 1000-INITIALIZE.
003190*----------------------------------------------------------------*
003200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003210     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003220     COMPUTE WS-WATCH-FLOOR ROUNDED =
003230         WS-THRESHOLD * (100 - WS-WATCH-PCT) / 100.
003240     COMPUTE WS-BUS-DATE-INT =
003250         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
003260     COMPUTE WS-WINDOW-START-INT =
003270         WS-BUS-DATE-INT - WS-WINDOW-DAYS + 1.
003280     COMPUTE WS-WINDOW-START-DATE =
003290         FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).
003300*    LVAHIST IS PERMANENT AND CREATED EMPTY ON FIRST USE.  WITHOUT
003310*    IT NO WATCH LIST CAN BE BUILT, SO NOTHING IS WRITTEN AND THE
003320*    STEP ENDS RC 12.
003330     OPEN I-O LVA-HIST-FILE.
003340     IF WS-LVH-FILE-STATUS NOT = "00"
003350             AND WS-LVH-FILE-STATUS NOT = "05"
003360         DISPLAY "LVAHIST OPEN FAILED - STATUS "
003370             WS-LVH-FILE-STATUS
003380         MOVE 12 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     OPEN INPUT ACCTRANS-FILE.
003420     OPEN OUTPUT LVA-FILING-FILE.
003430     OPEN OUTPUT LVA-RPT-FILE.
003440     MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
003450     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003460     WRITE LVA-RPT-RECORD FROM WS-RPT-HEADER-LINE.
003470     WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE.
003480     MOVE "REPORTING THRESHOLD (USD)" TO PARM-LABEL.
003490     MOVE WS-THRESHOLD TO PARM-AMOUNT.
003500     WRITE LVA-RPT-RECORD FROM WS-RPT-PARM-LINE.
003510     MOVE "WATCH BAND FLOOR (USD)" TO PARM-LABEL.
003520     MOVE WS-WATCH-FLOOR TO PARM-AMOUNT.
003530     WRITE LVA-RPT-RECORD FROM WS-RPT-PARM-LINE.
003540     MOVE WS-WATCH-DAYS TO RULE-WATCH-DAYS.
003550     MOVE WS-WINDOW-DAYS TO RULE-WINDOW-DAYS.
003560     WRITE LVA-RPT-RECORD FROM WS-RPT-RULE-LINE.
003570     PERFORM 1900-READ-ACCTRANS THRU 1900-EXIT.
003580 1000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610 1100-READ-PARM.
003620*----------------------------------------------------------------*
003630*    ONE CARD AT MOST.  EACH FIELD IS TAKEN ONLY WHEN NUMERIC AND
003640*    NONZERO (AND, FOR THE BAND, UNDER 100 PERCENT); ANYTHING ELSE
003650*    LEAVES THE HOUSE DEFAULT IN PLACE.  THE BUSINESS DATE IS SET
003660*    ONLY TO RERUN A DAY AFTER MIDNIGHT.
003670     MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD.
003680     MOVE WS-DEFAULT-WATCH-PCT TO WS-WATCH-PCT.
003690     MOVE WS-DEFAULT-WATCH-DAYS TO WS-WATCH-DAYS.
003700     MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS.
003710     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003720     OPEN INPUT LVA-PARM-FILE.
003730     READ LVA-PARM-FILE
003740         AT END
003750             SET WS-PARM-END-OF-FILE TO TRUE
003760     END-READ.
003770     IF WS-PARM-END-OF-FILE
003780         GO TO 1100-CLOSE-PARM
003790     END-IF.
003800     IF LVP-THRESHOLD IS NUMERIC AND LVP-THRESHOLD > 0
003810         MOVE LVP-THRESHOLD TO WS-THRESHOLD
003820     END-IF.
003830     IF LVP-WATCH-PCT IS NUMERIC AND LVP-WATCH-PCT > 0
003840             AND LVP-WATCH-PCT < 100
003850         MOVE LVP-WATCH-PCT TO WS-WATCH-PCT
003860     END-IF.
003870     IF LVP-WATCH-DAYS IS NUMERIC AND LVP-WATCH-DAYS > 0
003880         MOVE LVP-WATCH-DAYS TO WS-WATCH-DAYS
003890     END-IF.
003900     IF LVP-WINDOW-DAYS IS NUMERIC AND LVP-WINDOW-DAYS > 0
003910         MOVE LVP-WINDOW-DAYS TO WS-WINDOW-DAYS
003920     END-IF.
003930     IF LVP-BUSINESS-DATE IS NUMERIC AND LVP-BUSINESS-DATE > 0
003940         MOVE LVP-BUSINESS-DATE TO WS-BUSINESS-DATE
003950     END-IF.
003960 1100-CLOSE-PARM.
003970     CLOSE LVA-PARM-FILE.
003980 1100-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------*
004010 1900-READ-ACCTRANS.
004020*----------------------------------------------------------------*
004030     READ ACCTRANS-FILE
004040         AT END
004050             SET WS-ACC-END-OF-FILE TO TRUE
004060     END-READ.
004070 1900-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100 2000-ACCUMULATE-DETAIL.
004110*----------------------------------------------------------------*
004120*    FIRST PASS -- ONE TABLE ENTRY PER ACCOUNT, CARRYING ITS
004130*    TRANSACTION COUNT AND GROSS USD TOTAL FOR THE DAY.  THE
004140*    PER-CURRENCY TRAILERS ARE SKIPPED.
004150     IF ACCT-TRL-LABEL = WS-ACCTRANS-TRL-LABEL
004160         GO TO 2000-READ-NEXT
004170     END-IF.
004180     ADD 1 TO WS-DETAIL-COUNT.
004190*    EXTRACTS WRITTEN BEFORE ACCT-ACCOUNT-ID EXISTED CARRY SPACES.
004200     IF ACCT-ACCOUNT-ID = SPACES
004210         ADD 1 TO WS-NO-ACCOUNT-COUNT
004220         DISPLAY "ACCTRANS DETAIL HAS NO ACCOUNT ID - KEY "
004230             ACCT-RECORD-KEY
004240         GO TO 2000-READ-NEXT
004250     END-IF.
004260     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
004270     IF WS-AGG-NOT-FOUND
004280         IF WS-AGG-COUNT < 5000
004290             ADD 1 TO WS-AGG-COUNT
004300             SET WS-AGG-IDX TO WS-AGG-COUNT
004310             MOVE ACCT-ACCOUNT-ID TO WS-AGG-ACCOUNT-ID(WS-AGG-IDX)
004320             MOVE ZERO TO WS-AGG-TRANS-COUNT(WS-AGG-IDX)
004330             MOVE ZERO TO WS-AGG-BASE-TOTAL(WS-AGG-IDX)
004340             MOVE ZERO TO WS-AGG-UNCONV-COUNT(WS-AGG-IDX)
004350             MOVE ZERO TO WS-AGG-NEAR-DAYS(WS-AGG-IDX)
004360             MOVE 'B' TO WS-AGG-CLASS(WS-AGG-IDX)
004370             MOVE 'N' TO WS-AGG-WATCH-SW(WS-AGG-IDX)
004380             SET WS-AGG-MATCH-IDX TO WS-AGG-IDX
004390         ELSE
004400             ADD 1 TO WS-DROPPED-COUNT
004410             SET WS-LIST-INCOMPLETE TO TRUE
004420             DISPLAY "ACCOUNT TABLE FULL - NOT AGGREGATED: "
004430                 ACCT-ACCOUNT-ID " KEY " ACCT-RECORD-KEY
004440             GO TO 2000-READ-NEXT
004450         END-IF
004460     END-IF.
004470     SET WS-AGG-IDX TO WS-AGG-MATCH-IDX.
004480     ADD 1 TO WS-AGG-TRANS-COUNT(WS-AGG-IDX).
004490     ADD ACCT-BASE-AMOUNT TO WS-AGG-BASE-TOTAL(WS-AGG-IDX).
004500*    A ZERO USD EQUIVALENT ON A NONZERO AMOUNT MEANS THE RUN HAD
004510*    NO VALID RATE -- THE ACCOUNT'S TRUE TOTAL IS UNKNOWN.
004520     IF ACCT-BASE-AMOUNT = ZERO AND ACCT-AMOUNT > ZERO
004530         ADD 1 TO WS-AGG-UNCONV-COUNT(WS-AGG-IDX)
004540         ADD 1 TO WS-UNCONV-COUNT
004550     END-IF.
004560 2000-READ-NEXT.
004570     PERFORM 1900-READ-ACCTRANS THRU 1900-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------*
004610 2100-FIND-ACCOUNT.
004620*----------------------------------------------------------------*
004630     SET WS-AGG-NOT-FOUND TO TRUE.
004640     PERFORM 2110-SEARCH-ACCOUNT THRU 2110-EXIT
004650         VARYING WS-AGG-IDX FROM 1 BY 1
004660         UNTIL WS-AGG-IDX > WS-AGG-COUNT
004670            OR WS-AGG-FOUND.
004680 2100-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------*
004710 2110-SEARCH-ACCOUNT.
004720*----------------------------------------------------------------*
004730     IF WS-AGG-ACCOUNT-ID(WS-AGG-IDX) = ACCT-ACCOUNT-ID
004740         SET WS-AGG-MATCH-IDX TO WS-AGG-IDX
004750         SET WS-AGG-FOUND TO TRUE
004760     END-IF.
004770 2110-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------*
004800 3000-CLASSIFY-ACCOUNT.
004810*----------------------------------------------------------------*
004820*    ONLY A DAY IN THE WATCH BAND IS KEPT ON LVAHIST.  ANY OTHER
004830*    OUTCOME REMOVES A ROW AN EARLIER RUN OF THE SAME BUSINESS
004840*    DATE MAY HAVE LEFT, SO THE FILE HOLDS THE DAY'S FINAL STATE.
004850     IF WS-AGG-BASE-TOTAL(WS-AGG-IDX) NOT < WS-THRESHOLD
004860         SET WS-AGG-REPORTABLE(WS-AGG-IDX) TO TRUE
004870         ADD 1 TO WS-REPORT-ACCT-COUNT
004880         ADD WS-AGG-TRANS-COUNT(WS-AGG-IDX)
004890             TO WS-REPORT-TRANS-COUNT
004900         ADD WS-AGG-BASE-TOTAL(WS-AGG-IDX)
004910             TO WS-REPORT-BASE-TOTAL
004920         PERFORM 3200-CLEAR-NEAR-DAY THRU 3200-EXIT
004930     ELSE
004940         IF WS-AGG-BASE-TOTAL(WS-AGG-IDX) NOT < WS-WATCH-FLOOR
004950             SET WS-AGG-NEAR(WS-AGG-IDX) TO TRUE
004960             ADD 1 TO WS-NEAR-ACCT-COUNT
004970             PERFORM 3100-RECORD-NEAR-DAY THRU 3100-EXIT
004980             PERFORM 3300-COUNT-NEAR-DAYS THRU 3300-EXIT
004990             IF WS-AGG-NEAR-DAYS(WS-AGG-IDX) NOT < WS-WATCH-DAYS
005000                 SET WS-AGG-ON-WATCH(WS-AGG-IDX) TO TRUE
005010                 ADD 1 TO WS-WATCH-ACCT-COUNT
005020             END-IF
005030         ELSE
005040             SET WS-AGG-BELOW(WS-AGG-IDX) TO TRUE
005050             PERFORM 3200-CLEAR-NEAR-DAY THRU 3200-EXIT
005060         END-IF
005070     END-IF.
005080     IF WS-AGG-UNCONV-COUNT(WS-AGG-IDX) > 0
005090         ADD 1 TO WS-UNCONV-ACCT-COUNT
005100     END-IF.
005110 3000-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------*
005140 3100-RECORD-NEAR-DAY.
005150*----------------------------------------------------------------*
005160*    A ROW FROM AN EARLIER RUN OF THE SAME DAY IS REPLACED.
005170     MOVE SPACES TO LVA-HIST-RECORD.
005180     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO LVH-ACCOUNT-ID.
005190     MOVE WS-BUSINESS-DATE TO LVH-BUSINESS-DATE.
005200     MOVE WS-AGG-BASE-TOTAL(WS-AGG-IDX) TO LVH-DAY-TOTAL.
005210     MOVE WS-AGG-TRANS-COUNT(WS-AGG-IDX) TO LVH-TRANS-COUNT.
005220     MOVE WS-THRESHOLD TO LVH-THRESHOLD.
005230     MOVE WS-WATCH-FLOOR TO LVH-WATCH-FLOOR.
005240     MOVE WS-RUN-DATE TO LVH-RUN-DATE.
005250     WRITE LVA-HIST-RECORD
005260         INVALID KEY
005270             REWRITE LVA-HIST-RECORD
005280                 INVALID KEY
005290                     DISPLAY "LVAHIST REWRITE FAILED - KEY "
005300                         LVH-RECORD-KEY " STATUS "
005310                         WS-LVH-FILE-STATUS
005320                     ADD 1 TO WS-HIST-ERROR-COUNT
005330             END-REWRITE
005340     END-WRITE.
005350 3100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380 3200-CLEAR-NEAR-DAY.
005390*----------------------------------------------------------------*
005400     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO LVH-ACCOUNT-ID.
005410     MOVE WS-BUSINESS-DATE TO LVH-BUSINESS-DATE.
005420     DELETE LVA-HIST-FILE RECORD
005430         INVALID KEY
005440             IF WS-LVH-FILE-STATUS NOT = "23"
005450                 DISPLAY "LVAHIST DELETE FAILED - KEY "
005460                     LVH-RECORD-KEY " STATUS "
005470                     WS-LVH-FILE-STATUS
005480                 ADD 1 TO WS-HIST-ERROR-COUNT
005490             END-IF
005500     END-DELETE.
005510 3200-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540 3300-COUNT-NEAR-DAYS.
005550*----------------------------------------------------------------*
005560*    COUNTS THIS ACCOUNT'S LVAHIST ROWS FROM THE FIRST DAY OF THE
005570*    LOOKBACK WINDOW THROUGH THE BUSINESS DATE.  TODAY'S ROW HAS
005580*    JUST BEEN WRITTEN, SO IT IS ALWAYS ONE OF THEM.
005590     MOVE ZERO TO WS-AGG-NEAR-DAYS(WS-AGG-IDX).
005600     SET WS-LVH-SCAN-MORE TO TRUE.
005610     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO LVH-ACCOUNT-ID.
005620     MOVE WS-WINDOW-START-DATE TO LVH-BUSINESS-DATE.
005630     START LVA-HIST-FILE KEY NOT < LVH-RECORD-KEY
005640         INVALID KEY
005650             SET WS-LVH-SCAN-END TO TRUE
005660     END-START.
005670     IF NOT WS-LVH-SCAN-END
005680         PERFORM 3310-READ-HIST-NEXT THRU 3310-EXIT
005690     END-IF.
005700     PERFORM 3320-COUNT-HIST-ROW THRU 3320-EXIT
005710         UNTIL WS-LVH-SCAN-END.
005720 3300-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------*
005750 3310-READ-HIST-NEXT.
005760*----------------------------------------------------------------*
005770     READ LVA-HIST-FILE NEXT
005780         AT END
005790             SET WS-LVH-SCAN-END TO TRUE
005800         NOT AT END
005810             IF LVH-ACCOUNT-ID NOT = WS-AGG-ACCOUNT-ID(WS-AGG-IDX)
005820                     OR LVH-BUSINESS-DATE > WS-BUSINESS-DATE
005830                 SET WS-LVH-SCAN-END TO TRUE
005840             END-IF
005850     END-READ.
005860 3310-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------*
005890 3320-COUNT-HIST-ROW.
005900*----------------------------------------------------------------*
005910     ADD 1 TO WS-AGG-NEAR-DAYS(WS-AGG-IDX).
005920     PERFORM 3310-READ-HIST-NEXT THRU 3310-EXIT.
005930 3320-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960 4000-COLLECT-TRANSACTIONS.
005970*----------------------------------------------------------------*
005980*    SECOND PASS -- TABLES THE INDIVIDUAL TRANSACTIONS OF THE
005990*    REPORTABLE ACCOUNTS SO EACH CAN BE LISTED UNDER ITS ACCOUNT.
006000     MOVE 'N' TO WS-ACC-EOF-SWITCH.
006010     OPEN INPUT ACCTRANS-FILE.
006020     PERFORM 1900-READ-ACCTRANS THRU 1900-EXIT.
006030     PERFORM 4100-COLLECT-DETAIL THRU 4100-EXIT
006040         UNTIL WS-ACC-END-OF-FILE.
006050     CLOSE ACCTRANS-FILE.
006060 4000-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------*
006090 4100-COLLECT-DETAIL.
006100*----------------------------------------------------------------*
006110     IF ACCT-TRL-LABEL = WS-ACCTRANS-TRL-LABEL
006120             OR ACCT-ACCOUNT-ID = SPACES
006130         GO TO 4100-READ-NEXT
006140     END-IF.
006150     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
006160     IF WS-AGG-NOT-FOUND
006170         GO TO 4100-READ-NEXT
006180     END-IF.
006190     IF NOT WS-AGG-REPORTABLE(WS-AGG-MATCH-IDX)
006200         GO TO 4100-READ-NEXT
006210     END-IF.
006220     IF WS-TXN-COUNT NOT < 9999
006230         ADD 1 TO WS-DROPPED-COUNT
006240         SET WS-LIST-INCOMPLETE TO TRUE
006250         DISPLAY "TRANSACTION TABLE FULL - NOT LISTED: "
006260             ACCT-ACCOUNT-ID " KEY " ACCT-RECORD-KEY
006270         GO TO 4100-READ-NEXT
006280     END-IF.
006290     ADD 1 TO WS-TXN-COUNT.
006300     SET WS-TXN-IDX TO WS-TXN-COUNT.
006310     MOVE WS-AGG-MATCH-IDX TO WS-TXN-AGG-NO(WS-TXN-IDX).
006320     MOVE ACCT-RECORD-KEY TO WS-TXN-RECORD-KEY(WS-TXN-IDX).
006330     MOVE ACCT-TIMESTAMP TO WS-TXN-TIMESTAMP(WS-TXN-IDX).
006340     MOVE ACCT-CURRENCY-CODE TO WS-TXN-CURRENCY-CODE(WS-TXN-IDX).
006350     MOVE ACCT-AMOUNT TO WS-TXN-AMOUNT(WS-TXN-IDX).
006360     MOVE ACCT-BASE-AMOUNT TO WS-TXN-BASE-AMOUNT(WS-TXN-IDX).
006370     MOVE ACCT-ENTRY-TYPE TO WS-TXN-ENTRY-TYPE(WS-TXN-IDX).
006380*    OLDER EXTRACTS CARRY SPACES WHERE ACCT-VALUE-DATE NOW IS.
006390     IF ACCT-VALUE-DATE IS NUMERIC
006400         MOVE ACCT-VALUE-DATE TO WS-TXN-VALUE-DATE(WS-TXN-IDX)
006410     ELSE
006420         MOVE ZERO TO WS-TXN-VALUE-DATE(WS-TXN-IDX)
006430     END-IF.
006440 4100-READ-NEXT.
006450     PERFORM 1900-READ-ACCTRANS THRU 1900-EXIT.
006460 4100-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------*
006490 5000-WRITE-FILING.
006500*----------------------------------------------------------------*
006510     MOVE SPACES TO LVA-FILING-HEADER.
006520     MOVE WS-LVF-HDR-TYPE TO LVF-HDR-RECORD-TYPE.
006530     MOVE WS-BUSINESS-DATE TO LVF-HDR-BUSINESS-DATE.
006540     MOVE WS-RUN-DATE TO LVF-HDR-RUN-DATE.
006550     MOVE WS-BASE-CURRENCY TO LVF-HDR-BASE-CURRENCY.
006560     MOVE WS-THRESHOLD TO LVF-HDR-THRESHOLD.
006570     WRITE LVA-FILING-HEADER.
006580     WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE.
006590     MOVE "ACCOUNTS AT OR OVER THE REPORTING THRESHOLD (FILED)"
006600         TO SECT-TITLE.
006610     WRITE LVA-RPT-RECORD FROM WS-RPT-SECTION-LINE.
006620     IF WS-REPORT-ACCT-COUNT = 0
006630         MOVE "  NO ACCOUNT MET THE REPORTING THRESHOLD"
006640             TO NONE-TEXT
006650         WRITE LVA-RPT-RECORD FROM WS-RPT-NONE-LINE
006660     END-IF.
006670     PERFORM 5100-WRITE-ACCOUNT THRU 5100-EXIT
006680         VARYING WS-AGG-IDX FROM 1 BY 1
006690         UNTIL WS-AGG-IDX > WS-AGG-COUNT.
006700     MOVE SPACES TO LVA-FILING-TRAILER.
006710     MOVE WS-LVF-TRL-TYPE TO LVF-TRL-RECORD-TYPE.
006720     MOVE WS-BUSINESS-DATE TO LVF-TRL-BUSINESS-DATE.
006730     MOVE WS-REPORT-ACCT-COUNT TO LVF-TRL-ACCOUNT-COUNT.
006740     MOVE WS-FILED-TRANS-COUNT TO LVF-TRL-TRANS-COUNT.
006750     MOVE WS-REPORT-BASE-TOTAL TO LVF-TRL-BASE-TOTAL.
006760     WRITE LVA-FILING-TRAILER.
006770 5000-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------*
006800 5100-WRITE-ACCOUNT.
006810*----------------------------------------------------------------*
006820     IF NOT WS-AGG-REPORTABLE(WS-AGG-IDX)
006830         GO TO 5100-EXIT
006840     END-IF.
006850     WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE.
006860     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO ACCL-ACCOUNT-ID.
006870     MOVE WS-AGG-TRANS-COUNT(WS-AGG-IDX) TO ACCL-TRANS-COUNT.
006880     MOVE WS-AGG-BASE-TOTAL(WS-AGG-IDX) TO ACCL-BASE-TOTAL.
006890     WRITE LVA-RPT-RECORD FROM WS-RPT-ACCOUNT-LINE.
006900     IF WS-AGG-UNCONV-COUNT(WS-AGG-IDX) > 0
006910         MOVE WS-AGG-UNCONV-COUNT(WS-AGG-IDX) TO UNCN-COUNT
006920         WRITE LVA-RPT-RECORD FROM WS-RPT-UNCONV-NOTE-LINE
006930     END-IF.
006940     WRITE LVA-RPT-RECORD FROM WS-RPT-TXN-COLUMN-LINE.
006950     MOVE SPACES TO LVA-FILING-ACCOUNT.
006960     MOVE WS-LVF-ACC-TYPE TO LVF-ACC-RECORD-TYPE.
006970     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO LVF-ACC-ACCOUNT-ID.
006980     MOVE WS-BUSINESS-DATE TO LVF-ACC-BUSINESS-DATE.
006990     MOVE WS-AGG-TRANS-COUNT(WS-AGG-IDX) TO LVF-ACC-TRANS-COUNT.
007000     MOVE WS-AGG-BASE-TOTAL(WS-AGG-IDX) TO LVF-ACC-BASE-TOTAL.
007010     MOVE WS-AGG-UNCONV-COUNT(WS-AGG-IDX) TO LVF-ACC-UNCONV-COUNT.
007020     WRITE LVA-FILING-ACCOUNT.
007030     SET WS-AGG-CUR-NO TO WS-AGG-IDX.
007040     PERFORM 5200-WRITE-TRANSACTION THRU 5200-EXIT
007050         VARYING WS-TXN-IDX FROM 1 BY 1
007060         UNTIL WS-TXN-IDX > WS-TXN-COUNT.
007070 5100-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------*
007100 5200-WRITE-TRANSACTION.
007110*----------------------------------------------------------------*
007120     IF WS-TXN-AGG-NO(WS-TXN-IDX) NOT = WS-AGG-CUR-NO
007130         GO TO 5200-EXIT
007140     END-IF.
007150     MOVE WS-TXN-RECORD-KEY(WS-TXN-IDX) TO TXNL-RECORD-KEY.
007160     MOVE WS-TXN-TIMESTAMP(WS-TXN-IDX) TO TXNL-TIMESTAMP.
007170     MOVE WS-TXN-CURRENCY-CODE(WS-TXN-IDX) TO TXNL-CURRENCY-CODE.
007180     MOVE WS-TXN-AMOUNT(WS-TXN-IDX) TO TXNL-AMOUNT.
007190     MOVE WS-TXN-ENTRY-TYPE(WS-TXN-IDX) TO TXNL-ENTRY-TYPE.
007200     MOVE WS-TXN-BASE-AMOUNT(WS-TXN-IDX) TO TXNL-BASE-AMOUNT.
007210     WRITE LVA-RPT-RECORD FROM WS-RPT-TXN-LINE.
007220     MOVE SPACES TO LVA-FILING-TRANS.
007230     MOVE WS-LVF-TRN-TYPE TO LVF-TRN-RECORD-TYPE.
007240     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO LVF-TRN-ACCOUNT-ID.
007250     MOVE WS-TXN-RECORD-KEY(WS-TXN-IDX) TO LVF-TRN-RECORD-KEY.
007260     MOVE WS-TXN-TIMESTAMP(WS-TXN-IDX) TO LVF-TRN-TIMESTAMP.
007270     MOVE WS-TXN-CURRENCY-CODE(WS-TXN-IDX)
007280         TO LVF-TRN-CURRENCY-CODE.
007290     MOVE WS-TXN-AMOUNT(WS-TXN-IDX) TO LVF-TRN-AMOUNT.
007300     MOVE WS-TXN-BASE-AMOUNT(WS-TXN-IDX) TO LVF-TRN-BASE-AMOUNT.
007310     MOVE WS-TXN-ENTRY-TYPE(WS-TXN-IDX) TO LVF-TRN-ENTRY-TYPE.
007320     MOVE WS-TXN-VALUE-DATE(WS-TXN-IDX) TO LVF-TRN-VALUE-DATE.
007330     WRITE LVA-FILING-TRANS.
007340     ADD 1 TO WS-FILED-TRANS-COUNT.
007350 5200-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------*
007380 6000-WRITE-WATCH-LIST.
007390*----------------------------------------------------------------*
007400     WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE.
007410     MOVE "STRUCTURING WATCH LIST - REPEATED NEAR-THRESHOLD DAYS"
007420         TO SECT-TITLE.
007430     WRITE LVA-RPT-RECORD FROM WS-RPT-SECTION-LINE.
007440     IF WS-WATCH-ACCT-COUNT = 0
007450         MOVE "  NO ACCOUNT ON THE WATCH LIST" TO NONE-TEXT
007460         WRITE LVA-RPT-RECORD FROM WS-RPT-NONE-LINE
007470         GO TO 6000-EXIT
007480     END-IF.
007490     MOVE " NEAR DAYS" TO ACLC-LAST-HEADING.
007500     WRITE LVA-RPT-RECORD FROM WS-RPT-ACCT-COLUMN-LINE.
007510     PERFORM 6100-WRITE-WATCH-ACCOUNT THRU 6100-EXIT
007520         VARYING WS-AGG-IDX FROM 1 BY 1
007530         UNTIL WS-AGG-IDX > WS-AGG-COUNT.
007540 6000-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------*
007570 6100-WRITE-WATCH-ACCOUNT.
007580*----------------------------------------------------------------*
007590     IF NOT WS-AGG-ON-WATCH(WS-AGG-IDX)
007600         GO TO 6100-EXIT
007610     END-IF.
007620     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO ACTL-ACCOUNT-ID.
007630     MOVE WS-AGG-BASE-TOTAL(WS-AGG-IDX) TO ACTL-BASE-TOTAL.
007640     MOVE WS-AGG-TRANS-COUNT(WS-AGG-IDX) TO ACTL-TRANS-COUNT.
007650     MOVE WS-AGG-NEAR-DAYS(WS-AGG-IDX) TO ACTL-LAST-COUNT.
007660     WRITE LVA-RPT-RECORD FROM WS-RPT-ACCT-LINE.
007670 6100-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------*
007700 7000-WRITE-UNCONVERTED.
007710*----------------------------------------------------------------*
007720*    AN ACCOUNT BELOW THE THRESHOLD ON WHAT COULD BE CONVERTED MAY
007730*    STILL BE OVER IT -- COMPLIANCE DECIDES THESE BY HAND.
007740     WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE.
007750     MOVE "ACCOUNTS WITH TRANSACTIONS NOT CONVERTED TO USD"
007760         TO SECT-TITLE.
007770     WRITE LVA-RPT-RECORD FROM WS-RPT-SECTION-LINE.
007780     IF WS-UNCONV-ACCT-COUNT = 0
007790         MOVE "  NONE - EVERY TRANSACTION HAD A USD EQUIVALENT"
007800             TO NONE-TEXT
007810         WRITE LVA-RPT-RECORD FROM WS-RPT-NONE-LINE
007820         GO TO 7000-EXIT
007830     END-IF.
007840     MOVE "   NO RATE" TO ACLC-LAST-HEADING.
007850     WRITE LVA-RPT-RECORD FROM WS-RPT-ACCT-COLUMN-LINE.
007860     PERFORM 7100-WRITE-UNCONV-ACCOUNT THRU 7100-EXIT
007870         VARYING WS-AGG-IDX FROM 1 BY 1
007880         UNTIL WS-AGG-IDX > WS-AGG-COUNT.
007890 7000-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------*
007920 7100-WRITE-UNCONV-ACCOUNT.
007930*----------------------------------------------------------------*
007940     IF WS-AGG-UNCONV-COUNT(WS-AGG-IDX) = 0
007950         GO TO 7100-EXIT
007960     END-IF.
007970     MOVE WS-AGG-ACCOUNT-ID(WS-AGG-IDX) TO ACTL-ACCOUNT-ID.
007980     MOVE WS-AGG-BASE-TOTAL(WS-AGG-IDX) TO ACTL-BASE-TOTAL.
007990     MOVE WS-AGG-TRANS-COUNT(WS-AGG-IDX) TO ACTL-TRANS-COUNT.
008000     MOVE WS-AGG-UNCONV-COUNT(WS-AGG-IDX) TO ACTL-LAST-COUNT.
008010     WRITE LVA-RPT-RECORD FROM WS-RPT-ACCT-LINE.
008020 7100-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------*
008050 9000-TERMINATE.
008060*----------------------------------------------------------------*
008070     WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE.
008080     MOVE "ACCTRANS DETAILS READ" TO TOTL-LABEL.
008090     MOVE WS-DETAIL-COUNT TO TOTL-COUNT.
008100     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008110     MOVE "  WITH NO ACCOUNT ID" TO TOTL-LABEL.
008120     MOVE WS-NO-ACCOUNT-COUNT TO TOTL-COUNT.
008130     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008140     MOVE "  NOT CONVERTED TO USD" TO TOTL-LABEL.
008150     MOVE WS-UNCONV-COUNT TO TOTL-COUNT.
008160     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008170     MOVE "ACCOUNTS WITH ACTIVITY" TO TOTL-LABEL.
008180     MOVE WS-AGG-COUNT TO TOTL-COUNT.
008190     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008200     MOVE "ACCOUNTS FILED (AT OR OVER THRESHOLD)" TO TOTL-LABEL.
008210     MOVE WS-REPORT-ACCT-COUNT TO TOTL-COUNT.
008220     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008230     MOVE "  TRANSACTIONS FILED" TO TOTL-LABEL.
008240     MOVE WS-FILED-TRANS-COUNT TO TOTL-COUNT.
008250     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008260     MOVE "  USD TOTAL FILED" TO TOTA-LABEL.
008270     MOVE WS-REPORT-BASE-TOTAL TO TOTA-AMOUNT.
008280     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-AMOUNT-LINE.
008290     MOVE "ACCOUNTS JUST UNDER THRESHOLD TODAY" TO TOTL-LABEL.
008300     MOVE WS-NEAR-ACCT-COUNT TO TOTL-COUNT.
008310     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008320     MOVE "ACCOUNTS ON THE STRUCTURING WATCH LIST" TO TOTL-LABEL.
008330     MOVE WS-WATCH-ACCT-COUNT TO TOTL-COUNT.
008340     WRITE LVA-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
008350     IF WS-LIST-INCOMPLETE OR WS-HIST-ERROR-COUNT > 0
008360         WRITE LVA-RPT-RECORD FROM WS-RPT-BLANK-LINE
008370         WRITE LVA-RPT-RECORD FROM WS-RPT-INCOMPLETE-LINE
008380     END-IF.
008390     CLOSE LVA-HIST-FILE.
008400     CLOSE LVA-FILING-FILE.
008410     CLOSE LVA-RPT-FILE.
008420     DISPLAY "ACCTRANS DETAILS READ:       " WS-DETAIL-COUNT.
008430     DISPLAY "ACCOUNTS FILED:              " WS-REPORT-ACCT-COUNT.
008440     DISPLAY "TRANSACTIONS FILED:          " WS-FILED-TRANS-COUNT.
008450     DISPLAY "ACCOUNTS ON WATCH LIST:      " WS-WATCH-ACCT-COUNT.
008460     DISPLAY "DETAILS NOT CONVERTED:       " WS-UNCONV-COUNT.
008470     DISPLAY "DETAILS WITH NO ACCOUNT ID:  " WS-NO-ACCOUNT-COUNT.
008480     IF WS-LIST-INCOMPLETE OR WS-HIST-ERROR-COUNT > 0
008490         DISPLAY "FILING INCOMPLETE - "
008500             WS-DROPPED-COUNT " NOT TABLED, "
008510             WS-HIST-ERROR-COUNT " LVAHIST ERRORS"
008520         MOVE 12 TO RETURN-CODE
008530     ELSE
008540         IF WS-WATCH-ACCT-COUNT > 0
008550                 OR WS-UNCONV-COUNT > 0
008560                 OR WS-NO-ACCOUNT-COUNT > 0
008570             MOVE 8 TO RETURN-CODE
008580         ELSE
008590             MOVE 0 TO RETURN-CODE
008600         END-IF
008610     END-IF.
008620 9000-EXIT.
008630     EXIT.
