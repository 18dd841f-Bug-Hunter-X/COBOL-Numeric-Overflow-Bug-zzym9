000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100AMM.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100AMM - ACCOUNT MASTER MAINTENANCE
000090*-----------------------------------------------------------------
000100*  APPLIES ADD/UPDATE/CLOSE/FREEZE/DORMANT/REOPEN MAINTENANCE
000110*  TRANSACTIONS AGAINST THE KEYED ACCTMAST ACCOUNT MASTER THAT
000120*  DL100AMT READS FOR EVERY TRANSACTION'S ORIGINATING ACCOUNT.
000130*  EACH TRANSACTION IS APPLIED DIRECTLY IN PLACE BY ACCOUNT KEY,
000140*  THE SAME AS DL100CTM, WITH AN APPROVER ID AND APPROVAL DATE
000150*  CARRIED ON EVERY TRANSACTION.  SAME APPROVER-AND-CHANGE-LOG
000160*  DISCIPLINE AS DL100ACM:  EVERY TRANSACTION -- APPLIED OR
000170*  REJECTED -- GOES TO A CHANGE LOG WITH THE BEFORE AND AFTER
000180*  STATUS, SO AN ACCOUNT CLOSURE OR FREEZE IS TRACEABLE BACK TO
000190*  WHO ASKED FOR IT AND WHEN.  A TRANSACTION WITH NO APPROVER
000200*  IS REFUSED OUTRIGHT.  CLOSURE IS FINAL -- A CLOSED ACCOUNT
000210*  CANNOT BE REOPENED, FROZEN OR MADE DORMANT.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  -------- ---- -------------------------------------------------
000250*  10/15/26 RH   ORIGINAL VERSION, MODELED ON DL100CTM AND
000260*                DL100ACM.
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL ACCT-MASTER-FILE ASSIGN TO ACCTMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS ACT-ACCOUNT-ID
000380         FILE STATUS IS WS-ACT-FILE-STATUS.
000390     SELECT OPTIONAL AMM-TRANS-FILE ASSIGN TO AMMTRAN
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT AMM-LOG-FILE ASSIGN TO AMMRPT
000420         ORGANIZATION IS SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ACCT-MASTER-FILE
000460     LABEL RECORDS ARE STANDARD
000470     RECORDING MODE IS F.
000480 01  ACCT-MASTER-RECORD.
000490     COPY DL100ACT.
000500*----------------------------------------------------------------*
000510 FD  AMM-TRANS-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORDING MODE IS F.
000540 01  AMM-TRANS-RECORD.
000550     05  AMM-ACTION-CODE         PIC X(01).
000560         88  AMM-ACTION-ADD              VALUE 'A'.
000570         88  AMM-ACTION-UPDATE           VALUE 'U'.
000580         88  AMM-ACTION-CLOSE            VALUE 'C'.
000590         88  AMM-ACTION-FREEZE           VALUE 'F'.
000600         88  AMM-ACTION-DORMANT          VALUE 'D'.
000610         88  AMM-ACTION-REOPEN           VALUE 'R'.
000620     05  AMM-ACCOUNT-ID          PIC X(10).
000630     05  AMM-OPEN-DATE           PIC 9(08).
000640     05  AMM-APPROVER-ID         PIC X(08).
000650     05  AMM-APPROVAL-DATE       PIC 9(08).
000660     05  FILLER                  PIC X(45).
000670*----------------------------------------------------------------*
000680 FD  AMM-LOG-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710 01  AMM-LOG-RECORD.
000720     05  LOG-ACCOUNT-ID          PIC X(10).
000730     05  LOG-ACTION              PIC X(12).
000740     05  LOG-OLD-STATUS          PIC X(01).
000750     05  LOG-NEW-STATUS          PIC X(01).
000760     05  LOG-OLD-OPEN-DATE       PIC 9(08).
000770     05  LOG-NEW-OPEN-DATE       PIC 9(08).
000780     05  LOG-APPROVER-ID         PIC X(08).
000790     05  LOG-APPROVAL-DATE       PIC 9(08).
000800     05  LOG-DISPOSITION         PIC X(20).
000810     05  FILLER                  PIC X(04).
000820 01  AMM-LOG-HEADER.
000830     05  LOG-HDR-TITLE           PIC X(40).
000840     05  LOG-HDR-RUN-DATE        PIC X(14).
000850     05  FILLER                  PIC X(26).
000860 01  AMM-LOG-TRAILER.
000870     05  LOG-TRL-LABEL           PIC X(30).
000880     05  LOG-TRL-APPLIED-COUNT   PIC ZZZZZZ9.
000890     05  LOG-TRL-REJECTED-COUNT  PIC ZZZZZZ9.
000900     05  FILLER                  PIC X(36).
000910*----------------------------------------------------------------*
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
000940 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
000950 01  WS-LOG-RPT-TITLE            PIC X(40)
000960         VALUE "ACCOUNT MASTER MAINTENANCE CHANGE LOG".
000970 01  WS-APPLIED-COUNT            PIC 9(7) COMP VALUE ZERO.
000980 01  WS-REJECTED-COUNT           PIC 9(7) COMP VALUE ZERO.
000990*----------------------------------------------------------------*
001000 01  WS-ACT-FILE-STATUS          PIC X(02) VALUE SPACES.
001010 01  WS-AMM-EOF-SWITCH           PIC X(01) VALUE 'N'.
001020     88  WS-AMM-END-OF-FILE             VALUE 'Y'.
001030 01  WS-MAS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001040     88  WS-MAS-FOUND                   VALUE 'Y'.
001050     88  WS-MAS-NOT-FOUND               VALUE 'N'.
001060 01  WS-REWRITE-FAIL-SWITCH      PIC X(01) VALUE 'N'.
001070     88  WS-REWRITE-FAILED              VALUE 'Y'.
001080     88  WS-REWRITE-OK                  VALUE 'N'.
001090 01  WS-NEW-STATUS               PIC X(01) VALUE SPACES.
001100 01  WS-LOG-OLD-STATUS           PIC X(01) VALUE SPACES.
001110 01  WS-LOG-NEW-STATUS           PIC X(01) VALUE SPACES.
001120 01  WS-LOG-OLD-OPEN-DATE        PIC 9(08) VALUE ZEROES.
001130 01  WS-LOG-NEW-OPEN-DATE        PIC 9(08) VALUE ZEROES.
001140 01  WS-LOG-DISPOSITION          PIC X(20) VALUE SPACES.
001150*----------------------------------------------------------------*
001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------------*
001180 0000-MAINLINE.
001190*----------------------------------------------------------------*
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001220         UNTIL WS-AMM-END-OF-FILE.
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001240     STOP RUN.
001250*----------------------------------------------------------------*
001260 1000-INITIALIZE.
001270*----------------------------------------------------------------*
001280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001290     OPEN INPUT AMM-TRANS-FILE.
001300     OPEN OUTPUT AMM-LOG-FILE.
001310     MOVE SPACES TO AMM-LOG-RECORD.
001320     MOVE WS-LOG-RPT-TITLE TO LOG-HDR-TITLE.
001330     MOVE WS-RUN-DATE TO LOG-HDR-RUN-DATE.
001340     WRITE AMM-LOG-HEADER.
001350     OPEN I-O ACCT-MASTER-FILE.
001360     IF WS-ACT-FILE-STATUS NOT = "00"
001370             AND WS-ACT-FILE-STATUS NOT = "05"
001380         DISPLAY "ACCTMAST OPEN FAILED - STATUS "
001390             WS-ACT-FILE-STATUS
001400         MOVE 12 TO RETURN-CODE
001410         STOP RUN
001420     END-IF.
001430     PERFORM 1900-READ-TRANS THRU 1900-EXIT.
001440 1000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------------*
001470 1900-READ-TRANS.
001480*----------------------------------------------------------------*
001490     READ AMM-TRANS-FILE
001500         AT END
001510             SET WS-AMM-END-OF-FILE TO TRUE
001520     END-READ.
001530 1900-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------*
001560 2000-PROCESS-TRANS.
001570*----------------------------------------------------------------*
001580     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001590     MOVE SPACES TO WS-LOG-OLD-STATUS.
001600     MOVE SPACES TO WS-LOG-NEW-STATUS.
001610     MOVE ZEROES TO WS-LOG-OLD-OPEN-DATE.
001620     MOVE ZEROES TO WS-LOG-NEW-OPEN-DATE.
001630     IF WS-MAS-FOUND
001640         MOVE ACT-STATUS-CODE TO WS-LOG-OLD-STATUS
001650         MOVE ACT-OPEN-DATE TO WS-LOG-OLD-OPEN-DATE
001660     END-IF.
001670*    NO CHANGE REACHES THE MASTER WITHOUT A NAMED APPROVER.
001680     EVALUATE TRUE
001690         WHEN AMM-APPROVER-ID = SPACES
001700             MOVE "NO APPROVER ID" TO LOG-DISPOSITION
001710             PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
001720         WHEN AMM-ACTION-ADD
001730             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
001740         WHEN AMM-ACTION-UPDATE
001750             PERFORM 3100-APPLY-UPDATE THRU 3100-EXIT
001760         WHEN AMM-ACTION-CLOSE
001770             PERFORM 3200-APPLY-CLOSE THRU 3200-EXIT
001780         WHEN AMM-ACTION-FREEZE
001790             PERFORM 3300-APPLY-FREEZE THRU 3300-EXIT
001800         WHEN AMM-ACTION-DORMANT
001810             PERFORM 3400-APPLY-DORMANT THRU 3400-EXIT
001820         WHEN AMM-ACTION-REOPEN
001830             PERFORM 3500-APPLY-REOPEN THRU 3500-EXIT
001840         WHEN OTHER
001850             MOVE "INVALID ACTION CODE" TO LOG-DISPOSITION
001860             PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
001870     END-EVALUATE.
001880     PERFORM 1900-READ-TRANS THRU 1900-EXIT.
001890 2000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------*
001920 2100-READ-MASTER.
001930*----------------------------------------------------------------*
001940*    DIRECT KEYED READ -- THE ROW, WHEN FOUND, SITS IN
001950*    ACCT-MASTER-RECORD FOR THE APPLY PARAGRAPH TO WORK ON.
001960     SET WS-MAS-NOT-FOUND TO TRUE.
001970     MOVE AMM-ACCOUNT-ID TO ACT-ACCOUNT-ID.
001980     READ ACCT-MASTER-FILE
001990         INVALID KEY
002000             CONTINUE
002010         NOT INVALID KEY
002020             SET WS-MAS-FOUND TO TRUE
002030     END-READ.
002040 2100-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------*
002070 3000-APPLY-ADD.
002080*----------------------------------------------------------------*
002090*    A NEW ACCOUNT ALWAYS COMES ON OPEN, FROM ITS OPEN DATE.
002100     IF WS-MAS-FOUND
002110         MOVE "ALREADY EXISTS" TO LOG-DISPOSITION
002120         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002130         GO TO 3000-EXIT
002140     END-IF.
002150     IF AMM-OPEN-DATE NOT NUMERIC OR AMM-OPEN-DATE = 0
002160         MOVE "OPEN DATE INVALID" TO LOG-DISPOSITION
002170         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002180         GO TO 3000-EXIT
002190     END-IF.
002200     MOVE SPACES TO ACCT-MASTER-RECORD.
002210     MOVE AMM-ACCOUNT-ID TO ACT-ACCOUNT-ID.
002220     SET ACT-STATUS-OPEN TO TRUE.
002230     MOVE AMM-OPEN-DATE TO ACT-OPEN-DATE.
002240     MOVE WS-RUN-DATE TO ACT-STATUS-DATE.
002250     MOVE AMM-APPROVER-ID TO ACT-APPROVER-ID.
002260     MOVE ACT-STATUS-CODE TO WS-LOG-NEW-STATUS.
002270     MOVE ACT-OPEN-DATE TO WS-LOG-NEW-OPEN-DATE.
002280     WRITE ACCT-MASTER-RECORD
002290         INVALID KEY
002300             MOVE "WRITE FAILED" TO LOG-DISPOSITION
002310             PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002320         NOT INVALID KEY
002330             MOVE "ADDED" TO LOG-DISPOSITION
002340             PERFORM 3800-LOG-APPLIED THRU 3800-EXIT
002350     END-WRITE.
002360 3000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------*
002390 3100-APPLY-UPDATE.
002400*----------------------------------------------------------------*
002410*    CORRECTS THE OPEN DATE ONLY -- STATUS MOVES HAVE THEIR OWN
002420*    ACTION CODES SO THE LOG SAYS PLAINLY WHAT WAS DONE.
002430     IF WS-MAS-NOT-FOUND
002440         MOVE "NOT ON FILE" TO LOG-DISPOSITION
002450         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002460         GO TO 3100-EXIT
002470     END-IF.
002480     IF AMM-OPEN-DATE NOT NUMERIC OR AMM-OPEN-DATE = 0
002490         MOVE "OPEN DATE INVALID" TO LOG-DISPOSITION
002500         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002510         GO TO 3100-EXIT
002520     END-IF.
002530     MOVE AMM-OPEN-DATE TO ACT-OPEN-DATE.
002540     MOVE AMM-APPROVER-ID TO ACT-APPROVER-ID.
002550     MOVE ACT-STATUS-CODE TO WS-LOG-NEW-STATUS.
002560     MOVE ACT-OPEN-DATE TO WS-LOG-NEW-OPEN-DATE.
002570     PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT.
002580     IF WS-REWRITE-FAILED
002590         MOVE "REWRITE FAILED" TO LOG-DISPOSITION
002600         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002610     ELSE
002620         MOVE "UPDATED" TO LOG-DISPOSITION
002630         PERFORM 3800-LOG-APPLIED THRU 3800-EXIT
002640     END-IF.
002650 3100-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------*
002680 3200-APPLY-CLOSE.
002690*----------------------------------------------------------------*
002700     IF WS-MAS-NOT-FOUND
002710         MOVE "NOT ON FILE" TO LOG-DISPOSITION
002720         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002730         GO TO 3200-EXIT
002740     END-IF.
002750     IF ACT-STATUS-CLOSED
002760         MOVE "ALREADY CLOSED" TO LOG-DISPOSITION
002770         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002780         GO TO 3200-EXIT
002790     END-IF.
002800     MOVE 'C' TO WS-NEW-STATUS.
002810     MOVE "CLOSED" TO LOG-DISPOSITION.
002820     PERFORM 3600-CHANGE-STATUS THRU 3600-EXIT.
002830 3200-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------*
002860 3300-APPLY-FREEZE.
002870*----------------------------------------------------------------*
002880     IF WS-MAS-NOT-FOUND
002890         MOVE "NOT ON FILE" TO LOG-DISPOSITION
002900         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002910         GO TO 3300-EXIT
002920     END-IF.
002930     IF ACT-STATUS-CLOSED
002940         MOVE "ACCOUNT IS CLOSED" TO LOG-DISPOSITION
002950         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002960         GO TO 3300-EXIT
002970     END-IF.
002980     IF ACT-STATUS-FROZEN
002990         MOVE "ALREADY FROZEN" TO LOG-DISPOSITION
003000         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003010         GO TO 3300-EXIT
003020     END-IF.
003030     MOVE 'F' TO WS-NEW-STATUS.
003040     MOVE "FROZEN" TO LOG-DISPOSITION.
003050     PERFORM 3600-CHANGE-STATUS THRU 3600-EXIT.
003060 3300-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------*
003090 3400-APPLY-DORMANT.
003100*----------------------------------------------------------------*
003110*    ONLY AN OPEN ACCOUNT GOES DORMANT -- A FROZEN ONE STAYS
003120*    FROZEN UNTIL IT IS DELIBERATELY REOPENED.
003130     IF WS-MAS-NOT-FOUND
003140         MOVE "NOT ON FILE" TO LOG-DISPOSITION
003150         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003160         GO TO 3400-EXIT
003170     END-IF.
003180     IF NOT ACT-STATUS-OPEN
003190         MOVE "ACCOUNT NOT OPEN" TO LOG-DISPOSITION
003200         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003210         GO TO 3400-EXIT
003220     END-IF.
003230     MOVE 'D' TO WS-NEW-STATUS.
003240     MOVE "MADE DORMANT" TO LOG-DISPOSITION.
003250     PERFORM 3600-CHANGE-STATUS THRU 3600-EXIT.
003260 3400-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290 3500-APPLY-REOPEN.
003300*----------------------------------------------------------------*
003310*    BRINGS A FROZEN OR DORMANT ACCOUNT BACK TO OPEN.  CLOSURE IS
003320*    FINAL -- MONEY FOR A CLOSED ACCOUNT NEEDS A NEW ACCOUNT.
003330     IF WS-MAS-NOT-FOUND
003340         MOVE "NOT ON FILE" TO LOG-DISPOSITION
003350         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003360         GO TO 3500-EXIT
003370     END-IF.
003380     IF ACT-STATUS-CLOSED
003390         MOVE "ACCOUNT IS CLOSED" TO LOG-DISPOSITION
003400         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003410         GO TO 3500-EXIT
003420     END-IF.
003430     IF ACT-STATUS-OPEN
003440         MOVE "ALREADY OPEN" TO LOG-DISPOSITION
003450         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003460         GO TO 3500-EXIT
003470     END-IF.
003480     MOVE 'O' TO WS-NEW-STATUS.
003490     MOVE "REOPENED" TO LOG-DISPOSITION.
003500     PERFORM 3600-CHANGE-STATUS THRU 3600-EXIT.
003510 3500-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------*
003540 3600-CHANGE-STATUS.
003550*----------------------------------------------------------------*
003560*    THE CALLER HAS PROVED THE MOVE IS ALLOWED, PUT THE NEW
003570*    STATUS IN WS-NEW-STATUS AND THE APPLIED DISPOSITION IN
003580*    LOG-DISPOSITION.  THE ROW IS STAMPED WITH THE RUN DATE AND
003590*    THE APPROVER.
003600     MOVE LOG-DISPOSITION TO WS-LOG-DISPOSITION.
003610     MOVE WS-NEW-STATUS TO ACT-STATUS-CODE.
003620     MOVE WS-RUN-DATE TO ACT-STATUS-DATE.
003630     MOVE AMM-APPROVER-ID TO ACT-APPROVER-ID.
003640     MOVE ACT-STATUS-CODE TO WS-LOG-NEW-STATUS.
003650     MOVE ACT-OPEN-DATE TO WS-LOG-NEW-OPEN-DATE.
003660     PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT.
003670     IF WS-REWRITE-FAILED
003680         MOVE "REWRITE FAILED" TO LOG-DISPOSITION
003690         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
003700     ELSE
003710         MOVE WS-LOG-DISPOSITION TO LOG-DISPOSITION
003720         PERFORM 3800-LOG-APPLIED THRU 3800-EXIT
003730     END-IF.
003740 3600-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------*
003770 3700-REWRITE-MASTER.
003780*----------------------------------------------------------------*
003790*    THE CALLER MUST TEST WS-REWRITE-FAILED AND LOG THE
003800*    TRANSACTION AS REJECTED -- NOT APPLIED -- WHEN IT IS ON.
003810     SET WS-REWRITE-OK TO TRUE.
003820     REWRITE ACCT-MASTER-RECORD
003830         INVALID KEY
003840             SET WS-REWRITE-FAILED TO TRUE
003850             DISPLAY "ACCTMAST REWRITE FAILED - KEY "
003860                 ACT-ACCOUNT-ID " STATUS " WS-ACT-FILE-STATUS
003870             MOVE 12 TO RETURN-CODE
003880     END-REWRITE.
003890 3700-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------*
003920 3800-LOG-APPLIED.
003930*----------------------------------------------------------------*
003940     ADD 1 TO WS-APPLIED-COUNT.
003950     PERFORM 3850-WRITE-LOG-LINE THRU 3850-EXIT.
003960 3800-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------*
003990 3850-WRITE-LOG-LINE.
004000*----------------------------------------------------------------*
004010*    THE CALLER SET THE DISPOSITION IN LOG-DISPOSITION -- HOLD IT
004020*    ACROSS THE RECORD CLEAR, SAME AS 3900-REJECT-TRANS.
004030     MOVE LOG-DISPOSITION TO WS-LOG-DISPOSITION.
004040     MOVE SPACES TO AMM-LOG-RECORD.
004050     MOVE AMM-ACCOUNT-ID TO LOG-ACCOUNT-ID.
004060     MOVE WS-LOG-DISPOSITION TO LOG-ACTION.
004070     MOVE WS-LOG-OLD-STATUS TO LOG-OLD-STATUS.
004080     MOVE WS-LOG-NEW-STATUS TO LOG-NEW-STATUS.
004090     MOVE WS-LOG-OLD-OPEN-DATE TO LOG-OLD-OPEN-DATE.
004100     MOVE WS-LOG-NEW-OPEN-DATE TO LOG-NEW-OPEN-DATE.
004110     MOVE AMM-APPROVER-ID TO LOG-APPROVER-ID.
004120     MOVE AMM-APPROVAL-DATE TO LOG-APPROVAL-DATE.
004130     MOVE WS-LOG-DISPOSITION TO LOG-DISPOSITION.
004140     WRITE AMM-LOG-RECORD.
004150 3850-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------*
004180 3900-REJECT-TRANS.
004190*----------------------------------------------------------------*
004200     ADD 1 TO WS-REJECTED-COUNT.
004210*    THE CALLER SET THE REJECT REASON IN LOG-DISPOSITION -- HOLD
004220*    IT ACROSS THE RECORD CLEAR OR THE LOG LINE LOSES IT.
004230     MOVE LOG-DISPOSITION TO WS-LOG-DISPOSITION.
004240     MOVE SPACES TO AMM-LOG-RECORD.
004250     MOVE AMM-ACCOUNT-ID TO LOG-ACCOUNT-ID.
004260     MOVE "REJECTED" TO LOG-ACTION.
004270     MOVE WS-LOG-OLD-STATUS TO LOG-OLD-STATUS.
004280     MOVE WS-LOG-OLD-OPEN-DATE TO LOG-OLD-OPEN-DATE.
004290     MOVE AMM-OPEN-DATE TO LOG-NEW-OPEN-DATE.
004300     MOVE AMM-APPROVER-ID TO LOG-APPROVER-ID.
004310     MOVE AMM-APPROVAL-DATE TO LOG-APPROVAL-DATE.
004320     MOVE WS-LOG-DISPOSITION TO LOG-DISPOSITION.
004330     WRITE AMM-LOG-RECORD.
004340 3900-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370 9000-TERMINATE.
004380*----------------------------------------------------------------*
004390     CLOSE ACCT-MASTER-FILE.
004400     MOVE SPACES TO AMM-LOG-RECORD.
004410     MOVE "ACCTMAST MAINTENANCE TOTALS" TO LOG-TRL-LABEL.
004420     MOVE WS-APPLIED-COUNT TO LOG-TRL-APPLIED-COUNT.
004430     MOVE WS-REJECTED-COUNT TO LOG-TRL-REJECTED-COUNT.
004440     WRITE AMM-LOG-TRAILER.
004450     CLOSE AMM-TRANS-FILE.
004460     CLOSE AMM-LOG-FILE.
004470     DISPLAY "ACCTMAST CHANGES APPLIED: " WS-APPLIED-COUNT.
004480     DISPLAY "ACCTMAST CHANGES REJECTED: " WS-REJECTED-COUNT.
004490 9000-EXIT.
004500     EXIT.
