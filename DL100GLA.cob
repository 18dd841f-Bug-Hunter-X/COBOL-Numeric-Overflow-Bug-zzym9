000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100GLA.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100GLA - GL LOAD ACKNOWLEDGEMENT RECONCILIATION
000090*-----------------------------------------------------------------
000100*  DL100GLP PROVES THE GLJRNL JOURNAL BALANCES BEFORE IT IS
000110*  RELEASED, BUT NOT WHAT THE GENERAL LEDGER ACTUALLY TOOK.
000120*  THIS PROGRAM READS THE GL LOAD'S ACKNOWLEDGEMENT FILE (GLACK
000130*  -- ONE RECORD PER JOURNAL LINE THE GL SAW, MARKED POSTED OR
000140*  REJECTED) INTO A TABLE, THEN READS THE SAME GLJRNL JOURNAL
000150*  BACK AND MATCHES EVERY DETAIL LINE ON TRANSACTION KEY AND
000160*  DEBIT/CREDIT SIDE.  EACH JOURNAL LINE ENDS UP POSTED,
000170*  REJECTED (WITH THE GL'S REJECT CODE AND TEXT), ALTERED (THE
000180*  GL POSTED A DIFFERENT ACCOUNT OR AMOUNT) OR MISSING (NO
000190*  ACKNOWLEDGEMENT AT ALL -- THE GL DROPPED IT).  ANY
000200*  ACKNOWLEDGEMENT LEFT OVER AFTER THE JOURNAL IS EXHAUSTED IS
000210*  REPORTED AS UNEXPECTED.  EVERY EXCEPTION IS LISTED WITH ITS
000220*  TRANSACTION KEY, GL ACCOUNT AND AMOUNT, FOLLOWED BY COUNT AND
000230*  AMOUNT TOTALS PER OUTCOME, SO A HALF-LOADED JOURNAL SHOWS UP
000240*  THE MORNING AFTER INSTEAD OF AT MONTH-END CLOSE.
000250*
000260*  RETURN-CODE 8 WHEN THE GL DID NOT TAKE THE JOURNAL CLEANLY.
000270*  RETURN-CODE 12 WHEN THE RECONCILIATION ITSELF CANNOT BE
000280*  TRUSTED -- THE ACKNOWLEDGEMENT IS FOR A DIFFERENT JOURNAL
000290*  DATE, THE JOURNAL IS SHORT OF ITS OWN TRAILER COUNT, OR THE
000300*  ACKNOWLEDGEMENT TABLE OVERFLOWED.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  -------- ---- -------------------------------------------------
000340*  10/15/26 RH   ORIGINAL VERSION.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT OPTIONAL GL-ACK-FILE ASSIGN TO GLACK
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT GL-ACK-RPT-FILE ASSIGN TO GLACKRPT
000470         ORGANIZATION IS SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  GL-JOURNAL-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530     COPY DL100JRN.
000540*----------------------------------------------------------------*
000550*    RETURNED BY THE GL LOAD.  AN OPTIONAL GLACKHDR HEADER NAMES
000560*    THE JOURNAL (BY ITS JRNLHDR RUN DATE) THE FILE ANSWERS FOR.
000570 FD  GL-ACK-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 01  GL-ACK-RECORD.
000610     05  GACK-TRANS-KEY          PIC X(10).
000620     05  GACK-DR-CR              PIC X(02).
000630     05  GACK-GL-ACCOUNT         PIC X(08).
000640     05  GACK-CURRENCY-CODE      PIC X(03).
000650     05  GACK-AMOUNT             PIC 9(09)V99.
000660     05  GACK-STATUS             PIC X(01).
000670         88  GACK-STATUS-POSTED         VALUE 'P'.
000680         88  GACK-STATUS-REJECTED       VALUE 'R'.
000690     05  GACK-REJECT-CODE        PIC X(04).
000700     05  GACK-REJECT-TEXT        PIC X(30).
000710     05  FILLER                  PIC X(11).
000720 01  GL-ACK-HEADER.
000730     05  GACK-HDR-LABEL          PIC X(08).
000740     05  GACK-HDR-JRNL-DATE      PIC 9(08).
000750     05  GACK-HDR-SOURCE         PIC X(08).
000760     05  FILLER                  PIC X(56).
000770*----------------------------------------------------------------*
000780 FD  GL-ACK-RPT-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810 01  GL-ACK-RPT-RECORD           PIC X(80).
000820*----------------------------------------------------------------*
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------*
000850 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
000860*    MUST MATCH THE LABELS DL100GLP WRITES ON GLJRNL.
000870 01  WS-JRNL-HDR-LABEL           PIC X(08) VALUE "JRNLHDR".
000880 01  WS-JRNL-TRL-LABEL           PIC X(08) VALUE "JRNLTRL".
000890 01  WS-ACK-HDR-LABEL            PIC X(08) VALUE "GLACKHDR".
000900*----------------------------------------------------------------*
000910 01  WS-JRNL-EOF-SWITCH          PIC X(01) VALUE 'N'.
000920     88  WS-JRNL-END-OF-FILE            VALUE 'Y'.
000930 01  WS-ACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
000940     88  WS-ACK-END-OF-FILE             VALUE 'Y'.
000950 01  WS-ACK-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000960     88  WS-ACK-FOUND                   VALUE 'Y'.
000970     88  WS-ACK-NOT-FOUND               VALUE 'N'.
000980 01  WS-ACK-MATCH-IDX            PIC 9(05) COMP VALUE ZERO.
000990 01  WS-ACK-HDR-SWITCH           PIC X(01) VALUE 'N'.
001000     88  WS-ACK-HDR-SEEN                VALUE 'Y'.
001010 01  WS-JRNL-TRL-SWITCH          PIC X(01) VALUE 'N'.
001020     88  WS-JRNL-TRL-SEEN               VALUE 'Y'.
001030 01  WS-UNTRUSTED-SWITCH         PIC X(01) VALUE 'N'.
001040     88  WS-RECON-UNTRUSTED             VALUE 'Y'.
001050 01  WS-JRNL-DATE                PIC 9(08) VALUE ZEROES.
001060 01  WS-JRNL-SOURCE              PIC X(08) VALUE SPACES.
001070 01  WS-JRNL-TRL-LINE-COUNT      PIC 9(07) VALUE ZERO.
001080 01  WS-JRNL-TRL-STATUS          PIC X(12) VALUE SPACES.
001090 01  WS-ACK-JRNL-DATE            PIC 9(08) VALUE ZEROES.
001100 01  WS-EXCEPTION-STATUS         PIC X(10) VALUE SPACES.
001110*----------------------------------------------------------------*
001120*    ONE ENTRY PER ACKNOWLEDGEMENT RECORD.  WS-ACK-USED IS SET
001130*    WHEN A JOURNAL LINE CLAIMS THE ENTRY, SO A SECOND JOURNAL
001140*    LINE WITH THE SAME KEY AND SIDE CANNOT CLAIM IT AGAIN AND
001150*    WHATEVER IS LEFT UNCLAIMED AT THE END IS UNEXPECTED.
001160 01  WS-ACK-TABLE.
001170     05  WS-ACK-COUNT            PIC 9(05) COMP VALUE ZERO.
001180     05  WS-ACK-ENTRY OCCURS 1 TO 9999 TIMES
001190             DEPENDING ON WS-ACK-COUNT
001200             INDEXED BY WS-ACK-IDX.
001210         10  WS-ACK-TRANS-KEY    PIC X(10).
001220         10  WS-ACK-DR-CR        PIC X(02).
001230         10  WS-ACK-GL-ACCOUNT   PIC X(08).
001240         10  WS-ACK-CURRENCY     PIC X(03).
001250         10  WS-ACK-AMOUNT       PIC 9(09)V99.
001260         10  WS-ACK-STATUS       PIC X(01).
001270             88  WS-ACK-POSTED           VALUE 'P'.
001280             88  WS-ACK-REJECTED         VALUE 'R'.
001290         10  WS-ACK-REJECT-CODE  PIC X(04).
001300         10  WS-ACK-REJECT-TEXT  PIC X(30).
001310         10  WS-ACK-USED-SW      PIC X(01).
001320             88  WS-ACK-USED             VALUE 'Y'.
001330*----------------------------------------------------------------*
001340 01  WS-COUNTERS.
001350     05  WS-JRNL-LINE-COUNT      PIC 9(7) COMP VALUE ZERO.
001360     05  WS-POSTED-COUNT         PIC 9(7) COMP VALUE ZERO.
001370     05  WS-REJECTED-COUNT       PIC 9(7) COMP VALUE ZERO.
001380     05  WS-ALTERED-COUNT        PIC 9(7) COMP VALUE ZERO.
001390     05  WS-MISSING-COUNT        PIC 9(7) COMP VALUE ZERO.
001400     05  WS-UNEXPECTED-COUNT     PIC 9(7) COMP VALUE ZERO.
001410     05  WS-ACK-OVERFLOW-COUNT   PIC 9(7) COMP VALUE ZERO.
001420 01  WS-JRNL-LINE-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001430 01  WS-POSTED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
001440 01  WS-REJECTED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001450 01  WS-ALTERED-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001460 01  WS-MISSING-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001470 01  WS-UNEXPECTED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
001480*----------------------------------------------------------------*
001490 01  WS-RPT-HEADER-LINE.
001500     05  FILLER                  PIC X(40) VALUE
001510         "GL LOAD ACKNOWLEDGEMENT RECONCILIATION".
001520     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001530     05  HDR-RUN-DATE            PIC 9(08).
001540     05  FILLER                  PIC X(23) VALUE SPACES.
001550 01  WS-RPT-JOURNAL-LINE.
001560     05  FILLER                  PIC X(13) VALUE
001570         "JOURNAL DATE ".
001580     05  JRNLL-DATE              PIC 9(08).
001590     05  FILLER                  PIC X(08) VALUE " SOURCE ".
001600     05  JRNLL-SOURCE            PIC X(08).
001610     05  FILLER                  PIC X(08) VALUE " STATUS ".
001620     05  JRNLL-STATUS            PIC X(12).
001630     05  FILLER                  PIC X(23) VALUE SPACES.
001640 01  WS-RPT-COLUMN-LINE.
001650     05  FILLER                  PIC X(11) VALUE "OUTCOME".
001660     05  FILLER                  PIC X(11) VALUE "TRANS KEY".
001670     05  FILLER                  PIC X(09) VALUE "GL ACCT".
001680     05  FILLER                  PIC X(03) VALUE "DC".
001690     05  FILLER                  PIC X(04) VALUE "CCY".
001700     05  FILLER                  PIC X(13) VALUE "      AMOUNT".
001710     05  FILLER                  PIC X(05) VALUE "CODE".
001720     05  FILLER                  PIC X(24) VALUE "GL REASON".
001730 01  WS-RPT-EXCEPTION-LINE.
001740     05  EXCL-STATUS             PIC X(10).
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  EXCL-TRANS-KEY          PIC X(10).
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  EXCL-GL-ACCOUNT         PIC X(08).
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  EXCL-DR-CR              PIC X(02).
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  EXCL-CURRENCY           PIC X(03).
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  EXCL-AMOUNT             PIC ZZZZZZZZ9.99.
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  EXCL-REJECT-CODE        PIC X(04).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  EXCL-REJECT-TEXT        PIC X(24).
001890 01  WS-RPT-TOTAL-LINE.
001900     05  TOTL-LABEL              PIC X(30).
001910     05  TOTL-COUNT              PIC ZZZZZZ9.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  TOTL-AMOUNT             PIC ZZZZZZZZZZ9.99.
001940     05  FILLER                  PIC X(27) VALUE SPACES.
001950 01  WS-RPT-MESSAGE-LINE.
001960     05  MSGL-TEXT               PIC X(60).
001970     05  FILLER                  PIC X(20) VALUE SPACES.
001980 01  WS-RPT-NONE-LINE.
001990     05  FILLER                  PIC X(40) VALUE
002000         "NO EXCEPTIONS - JOURNAL FULLY LOADED".
002010     05  FILLER                  PIC X(40) VALUE SPACES.
002020 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002030*----------------------------------------------------------------*
002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------*
002060 0000-MAINLINE.
002070*----------------------------------------------------------------*
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
002100         UNTIL WS-JRNL-END-OF-FILE.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002130*----------------------------------------------------------------*
002140 1000-INITIALIZE.
002150*----------------------------------------------------------------*
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002170     OPEN INPUT GL-JOURNAL-FILE.
002180     OPEN OUTPUT GL-ACK-RPT-FILE.
002190     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002200     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-HEADER-LINE.
002210     PERFORM 1100-LOAD-ACK THRU 1100-EXIT.
002220     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-BLANK-LINE.
002230     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-COLUMN-LINE.
002240     PERFORM 1900-READ-JOURNAL THRU 1900-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------*
002280 1100-LOAD-ACK.
002290*----------------------------------------------------------------*
002300*    A MISSING OR EMPTY GLACK LEAVES THE TABLE EMPTY, SO EVERY
002310*    JOURNAL LINE COMES OUT MISSING -- WHICH IS EXACTLY WHAT A
002320*    LOAD THAT NEVER RAN LOOKS LIKE.
002330     OPEN INPUT GL-ACK-FILE.
002340     PERFORM 1150-READ-ACK THRU 1150-EXIT
002350         UNTIL WS-ACK-END-OF-FILE.
002360     CLOSE GL-ACK-FILE.
002370     IF WS-ACK-OVERFLOW-COUNT > 0
002380         SET WS-RECON-UNTRUSTED TO TRUE
002390         DISPLAY "GLACK TABLE FULL - ACKNOWLEDGEMENTS DROPPED: "
002400             WS-ACK-OVERFLOW-COUNT
002410     END-IF.
002420 1100-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------*
002450 1150-READ-ACK.
002460*----------------------------------------------------------------*
002470     READ GL-ACK-FILE
002480         AT END
002490             SET WS-ACK-END-OF-FILE TO TRUE
002500             GO TO 1150-EXIT
002510     END-READ.
002520     IF GACK-HDR-LABEL = WS-ACK-HDR-LABEL
002530         SET WS-ACK-HDR-SEEN TO TRUE
002540         MOVE GACK-HDR-JRNL-DATE TO WS-ACK-JRNL-DATE
002550         GO TO 1150-EXIT
002560     END-IF.
002570     IF WS-ACK-COUNT = 9999
002580         ADD 1 TO WS-ACK-OVERFLOW-COUNT
002590         GO TO 1150-EXIT
002600     END-IF.
002610     ADD 1 TO WS-ACK-COUNT.
002620     SET WS-ACK-IDX TO WS-ACK-COUNT.
002630     MOVE GACK-TRANS-KEY TO WS-ACK-TRANS-KEY(WS-ACK-IDX).
002640     MOVE GACK-DR-CR TO WS-ACK-DR-CR(WS-ACK-IDX).
002650     MOVE GACK-GL-ACCOUNT TO WS-ACK-GL-ACCOUNT(WS-ACK-IDX).
002660     MOVE GACK-CURRENCY-CODE TO WS-ACK-CURRENCY(WS-ACK-IDX).
002670     MOVE GACK-AMOUNT TO WS-ACK-AMOUNT(WS-ACK-IDX).
002680     MOVE GACK-STATUS TO WS-ACK-STATUS(WS-ACK-IDX).
002690     MOVE GACK-REJECT-CODE TO WS-ACK-REJECT-CODE(WS-ACK-IDX).
002700     MOVE GACK-REJECT-TEXT TO WS-ACK-REJECT-TEXT(WS-ACK-IDX).
002710     MOVE 'N' TO WS-ACK-USED-SW(WS-ACK-IDX).
002720 1150-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------*
002750 1900-READ-JOURNAL.
002760*----------------------------------------------------------------*
002770     READ GL-JOURNAL-FILE
002780         AT END
002790             SET WS-JRNL-END-OF-FILE TO TRUE
002800     END-READ.
002810 1900-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------*
002840 2000-PROCESS-JOURNAL.
002850*----------------------------------------------------------------*
002860     EVALUATE TRUE
002870         WHEN JRNL-HDR-LABEL = WS-JRNL-HDR-LABEL
002880             MOVE JRNL-HDR-RUN-DATE TO WS-JRNL-DATE
002890             MOVE JRNL-HDR-SOURCE TO WS-JRNL-SOURCE
002900         WHEN JRNL-TRL-LABEL = WS-JRNL-TRL-LABEL
002910             SET WS-JRNL-TRL-SEEN TO TRUE
002920             MOVE JRNL-TRL-LINE-COUNT TO WS-JRNL-TRL-LINE-COUNT
002930             MOVE JRNL-TRL-STATUS TO WS-JRNL-TRL-STATUS
002940         WHEN OTHER
002950             PERFORM 2100-MATCH-JOURNAL-LINE THRU 2100-EXIT
002960     END-EVALUATE.
002970     PERFORM 1900-READ-JOURNAL THRU 1900-EXIT.
002980 2000-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010 2100-MATCH-JOURNAL-LINE.
003020*----------------------------------------------------------------*
003030*    A JOURNAL LINE IS IDENTIFIED BY ITS TRANSACTION KEY AND ITS
003040*    DEBIT/CREDIT SIDE -- DL100GLP WRITES EXACTLY ONE OF EACH
003050*    PER TRANSACTION.
003060     ADD 1 TO WS-JRNL-LINE-COUNT.
003070     ADD JRNL-AMOUNT TO WS-JRNL-LINE-AMOUNT.
003080     SET WS-ACK-NOT-FOUND TO TRUE.
003090     PERFORM 2150-SEARCH-ACK THRU 2150-EXIT
003100         VARYING WS-ACK-IDX FROM 1 BY 1
003110         UNTIL WS-ACK-IDX > WS-ACK-COUNT
003120            OR WS-ACK-FOUND.
003130     IF WS-ACK-NOT-FOUND
003140         ADD 1 TO WS-MISSING-COUNT
003150         ADD JRNL-AMOUNT TO WS-MISSING-AMOUNT
003160         MOVE "MISSING" TO WS-EXCEPTION-STATUS
003170         PERFORM 2200-WRITE-JOURNAL-EXCEPTION THRU 2200-EXIT
003180         GO TO 2100-EXIT
003190     END-IF.
003200     SET WS-ACK-IDX TO WS-ACK-MATCH-IDX.
003210     SET WS-ACK-USED(WS-ACK-IDX) TO TRUE.
003220     IF NOT WS-ACK-POSTED(WS-ACK-IDX)
003230         ADD 1 TO WS-REJECTED-COUNT
003240         ADD JRNL-AMOUNT TO WS-REJECTED-AMOUNT
003250         MOVE "REJECTED" TO WS-EXCEPTION-STATUS
003260         PERFORM 2200-WRITE-JOURNAL-EXCEPTION THRU 2200-EXIT
003270         GO TO 2100-EXIT
003280     END-IF.
003290     IF WS-ACK-GL-ACCOUNT(WS-ACK-IDX) NOT = JRNL-GL-ACCOUNT
003300             OR WS-ACK-AMOUNT(WS-ACK-IDX) NOT = JRNL-AMOUNT
003310         ADD 1 TO WS-ALTERED-COUNT
003320         ADD JRNL-AMOUNT TO WS-ALTERED-AMOUNT
003330         MOVE "ALTERED" TO WS-EXCEPTION-STATUS
003340         PERFORM 2200-WRITE-JOURNAL-EXCEPTION THRU 2200-EXIT
003350         PERFORM 2250-WRITE-ACK-AS-POSTED THRU 2250-EXIT
003360         GO TO 2100-EXIT
003370     END-IF.
003380     ADD 1 TO WS-POSTED-COUNT.
003390     ADD JRNL-AMOUNT TO WS-POSTED-AMOUNT.
003400 2100-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------*
003430 2150-SEARCH-ACK.
003440*----------------------------------------------------------------*
003450     IF WS-ACK-TRANS-KEY(WS-ACK-IDX) = JRNL-TRANS-KEY
003460             AND WS-ACK-DR-CR(WS-ACK-IDX) = JRNL-DR-CR
003470             AND NOT WS-ACK-USED(WS-ACK-IDX)
003480         SET WS-ACK-MATCH-IDX TO WS-ACK-IDX
003490         SET WS-ACK-FOUND TO TRUE
003500     END-IF.
003510 2150-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------*
003540 2200-WRITE-JOURNAL-EXCEPTION.
003550*----------------------------------------------------------------*
003560*    THE JOURNAL'S OWN VIEW OF THE LINE.  A REJECTED LINE ALSO
003570*    CARRIES THE GL'S REJECT CODE AND TEXT -- THE CALLER HAS
003580*    WS-ACK-IDX ON THE MATCHING ACKNOWLEDGEMENT WHEN THERE IS ONE.
003590     MOVE SPACES TO WS-RPT-EXCEPTION-LINE.
003600     MOVE WS-EXCEPTION-STATUS TO EXCL-STATUS.
003610     MOVE JRNL-TRANS-KEY TO EXCL-TRANS-KEY.
003620     MOVE JRNL-GL-ACCOUNT TO EXCL-GL-ACCOUNT.
003630     MOVE JRNL-DR-CR TO EXCL-DR-CR.
003640     MOVE JRNL-CURRENCY-CODE TO EXCL-CURRENCY.
003650     MOVE JRNL-AMOUNT TO EXCL-AMOUNT.
003660     IF WS-ACK-FOUND
003670         MOVE WS-ACK-REJECT-CODE(WS-ACK-IDX) TO EXCL-REJECT-CODE
003680         MOVE WS-ACK-REJECT-TEXT(WS-ACK-IDX) TO EXCL-REJECT-TEXT
003690     END-IF.
003700     IF WS-ACK-FOUND AND WS-ACK-POSTED(WS-ACK-IDX)
003710         MOVE "SENT" TO EXCL-REJECT-TEXT
003720     END-IF.
003730     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-EXCEPTION-LINE.
003740 2200-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------*
003770 2250-WRITE-ACK-AS-POSTED.
003780*----------------------------------------------------------------*
003790*    FOLLOWS AN ALTERED LINE WITH WHAT THE GL SAYS IT POSTED.
003800     MOVE SPACES TO WS-RPT-EXCEPTION-LINE.
003810     MOVE WS-ACK-TRANS-KEY(WS-ACK-IDX) TO EXCL-TRANS-KEY.
003820     MOVE WS-ACK-GL-ACCOUNT(WS-ACK-IDX) TO EXCL-GL-ACCOUNT.
003830     MOVE WS-ACK-DR-CR(WS-ACK-IDX) TO EXCL-DR-CR.
003840     MOVE WS-ACK-CURRENCY(WS-ACK-IDX) TO EXCL-CURRENCY.
003850     MOVE WS-ACK-AMOUNT(WS-ACK-IDX) TO EXCL-AMOUNT.
003860     MOVE "GL POSTED" TO EXCL-REJECT-TEXT.
003870     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-EXCEPTION-LINE.
003880 2250-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910 8100-LIST-UNEXPECTED.
003920*----------------------------------------------------------------*
003930*    AN ACKNOWLEDGEMENT NO JOURNAL LINE CLAIMED -- THE GL POSTED
003940*    (OR REFUSED) SOMETHING THIS JOURNAL NEVER SENT.
003950     IF WS-ACK-USED(WS-ACK-IDX)
003960         GO TO 8100-EXIT
003970     END-IF.
003980     ADD 1 TO WS-UNEXPECTED-COUNT.
003990     ADD WS-ACK-AMOUNT(WS-ACK-IDX) TO WS-UNEXPECTED-AMOUNT.
004000     MOVE SPACES TO WS-RPT-EXCEPTION-LINE.
004010     MOVE "UNEXPECTED" TO EXCL-STATUS.
004020     MOVE WS-ACK-TRANS-KEY(WS-ACK-IDX) TO EXCL-TRANS-KEY.
004030     MOVE WS-ACK-GL-ACCOUNT(WS-ACK-IDX) TO EXCL-GL-ACCOUNT.
004040     MOVE WS-ACK-DR-CR(WS-ACK-IDX) TO EXCL-DR-CR.
004050     MOVE WS-ACK-CURRENCY(WS-ACK-IDX) TO EXCL-CURRENCY.
004060     MOVE WS-ACK-AMOUNT(WS-ACK-IDX) TO EXCL-AMOUNT.
004070     MOVE WS-ACK-REJECT-CODE(WS-ACK-IDX) TO EXCL-REJECT-CODE.
004080     MOVE WS-ACK-REJECT-TEXT(WS-ACK-IDX) TO EXCL-REJECT-TEXT.
004090     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-EXCEPTION-LINE.
004100 8100-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------*
004130 8200-CHECK-CONTROLS.
004140*----------------------------------------------------------------*
004150*    THE RECONCILIATION ONLY MEANS SOMETHING IF THE JOURNAL WAS
004160*    READ WHOLE AND THE ACKNOWLEDGEMENT ANSWERS FOR IT.
004170     IF NOT WS-JRNL-TRL-SEEN
004180         SET WS-RECON-UNTRUSTED TO TRUE
004190         MOVE "GLJRNL HAS NO JRNLTRL TRAILER - JOURNAL INCOMPLETE"
004200             TO MSGL-TEXT
004210         WRITE GL-ACK-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
004220     ELSE
004230         IF WS-JRNL-TRL-LINE-COUNT NOT = WS-JRNL-LINE-COUNT
004240             SET WS-RECON-UNTRUSTED TO TRUE
004250             MOVE "GLJRNL LINES READ DO NOT MATCH JRNLTRL COUNT"
004260                 TO MSGL-TEXT
004270             WRITE GL-ACK-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
004280         END-IF
004290     END-IF.
004300     IF WS-ACK-HDR-SEEN
004310         AND WS-ACK-JRNL-DATE NOT = WS-JRNL-DATE
004320         SET WS-RECON-UNTRUSTED TO TRUE
004330         MOVE "GLACK ANSWERS FOR A DIFFERENT JOURNAL DATE"
004340             TO MSGL-TEXT
004350         WRITE GL-ACK-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
004360     END-IF.
004370     IF WS-ACK-OVERFLOW-COUNT > 0
004380         MOVE "GLACK TABLE FULL - ACKNOWLEDGEMENTS DROPPED"
004390             TO MSGL-TEXT
004400         WRITE GL-ACK-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
004410     END-IF.
004420 8200-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450 8300-WRITE-TOTALS.
004460*----------------------------------------------------------------*
004470     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-BLANK-LINE.
004480     MOVE WS-JRNL-DATE TO JRNLL-DATE.
004490     MOVE WS-JRNL-SOURCE TO JRNLL-SOURCE.
004500     MOVE WS-JRNL-TRL-STATUS TO JRNLL-STATUS.
004510     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-JOURNAL-LINE.
004520     MOVE "JOURNAL LINES SENT" TO TOTL-LABEL.
004530     MOVE WS-JRNL-LINE-COUNT TO TOTL-COUNT.
004540     MOVE WS-JRNL-LINE-AMOUNT TO TOTL-AMOUNT.
004550     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
004560     MOVE "  POSTED BY GL" TO TOTL-LABEL.
004570     MOVE WS-POSTED-COUNT TO TOTL-COUNT.
004580     MOVE WS-POSTED-AMOUNT TO TOTL-AMOUNT.
004590     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
004600     MOVE "  REJECTED BY GL" TO TOTL-LABEL.
004610     MOVE WS-REJECTED-COUNT TO TOTL-COUNT.
004620     MOVE WS-REJECTED-AMOUNT TO TOTL-AMOUNT.
004630     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
004640     MOVE "  ALTERED BY GL" TO TOTL-LABEL.
004650     MOVE WS-ALTERED-COUNT TO TOTL-COUNT.
004660     MOVE WS-ALTERED-AMOUNT TO TOTL-AMOUNT.
004670     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
004680     MOVE "  MISSING FROM GL" TO TOTL-LABEL.
004690     MOVE WS-MISSING-COUNT TO TOTL-COUNT.
004700     MOVE WS-MISSING-AMOUNT TO TOTL-AMOUNT.
004710     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
004720     MOVE "UNEXPECTED ACKNOWLEDGEMENTS" TO TOTL-LABEL.
004730     MOVE WS-UNEXPECTED-COUNT TO TOTL-COUNT.
004740     MOVE WS-UNEXPECTED-AMOUNT TO TOTL-AMOUNT.
004750     WRITE GL-ACK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
004760 8300-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790 9000-TERMINATE.
004800*----------------------------------------------------------------*
004810     PERFORM 8100-LIST-UNEXPECTED THRU 8100-EXIT
004820         VARYING WS-ACK-IDX FROM 1 BY 1
004830         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
004840     IF WS-REJECTED-COUNT = 0
004850         AND WS-ALTERED-COUNT = 0
004860         AND WS-MISSING-COUNT = 0
004870         AND WS-UNEXPECTED-COUNT = 0
004880         WRITE GL-ACK-RPT-RECORD FROM WS-RPT-NONE-LINE
004890     ELSE
004900         MOVE 8 TO RETURN-CODE
004910         DISPLAY "GL LOAD INCOMPLETE - SEE GLACKRPT"
004920     END-IF.
004930     PERFORM 8200-CHECK-CONTROLS THRU 8200-EXIT.
004940     IF WS-RECON-UNTRUSTED
004950         MOVE 12 TO RETURN-CODE
004960         DISPLAY "GL ACKNOWLEDGEMENT RECONCILIATION NOT RELIABLE"
004970     END-IF.
004980     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.
004990     DISPLAY "JOURNAL LINES SENT:    " WS-JRNL-LINE-COUNT.
005000     DISPLAY "POSTED BY GL:          " WS-POSTED-COUNT.
005010     DISPLAY "REJECTED BY GL:        " WS-REJECTED-COUNT.
005020     DISPLAY "ALTERED BY GL:         " WS-ALTERED-COUNT.
005030     DISPLAY "MISSING FROM GL:       " WS-MISSING-COUNT.
005040     DISPLAY "UNEXPECTED ACKS:       " WS-UNEXPECTED-COUNT.
005050     CLOSE GL-JOURNAL-FILE.
005060     CLOSE GL-ACK-RPT-FILE.
005070 9000-EXIT.
005080     EXIT.
