002620*                AMOUNT AT THE LARGEST FX RATE OVERFLOWED THE
002630*                OLD 9(09)V99 PICTURE AND WOULD HAVE TRUNCATED
002640*                SILENTLY.
002641*  10/15/26 RH   REVERSAL TRANSACTIONS.  A PFX-RECORD-TYPE 'R'
002642*                RECORD NAMES AN EARLIER POSTED KEY IN PFX-ORIG-
002643*                RECORD-KEY AND CARRIES A '-' SIGN.  EVERY RECORD
002644*                WRITTEN TO ACCTRANS IS NOW ALSO ENTERED ON THE
002645*                KEYED POSTED-ITEM REGISTER (POSTREG), AND
002646*                3070-VALIDATE-REVERSAL CHECKS THE ORIGINAL IS ON
002647*                IT, IS NOT ALREADY REVERSED, AND MATCHES ON
002648*                CURRENCY AND AMOUNT.  A GOOD REVERSAL POSTS TO
002649*                ACCTRANS FLAGGED 'R' WITH THE ORIGINAL KEY (SO
002650*                DL100GLP POSTS THE MIRROR-IMAGE PAIR) AND MARKS
002651*                THE REGISTER ENTRY REVERSED; A BAD ONE GOES TO
002652*                SUSPENSE WITH ITS OWN REASON.  A '-' SIGN ON
002653*                ANYTHING ELSE IS STILL REJECTED.  SUSPENSE
002654*                ENTRIES NOW ALSO CARRY THE ACCOUNT, RECORD TYPE
002655*                AND ORIGINAL KEY SO A SUSPENDED REVERSAL CAN BE
002656*                CORRECTED AND RESUBMITTED THROUGH CORRTRAN.
002657*  10/15/26 RH   ACCOUNT MASTER STATUS CHECK.  EVERY TRANSACTION'S
002658*                PFX-ACCOUNT-ID IS NOW READ AGAINST THE KEYED
002659*                ACCTMAST ACCOUNT MASTER (MAINTAINED BY DL100AMM)
002660*                IN 3080-CHECK-ACCOUNT-STATUS.  A MISSING OR
002661*                UNKNOWN ACCOUNT, A CLOSED OR FROZEN ACCOUNT, OR
002662*                ONE NOT YET AT ITS OPEN DATE GOES TO SUSPENSE
002663*                WITH ITS OWN REASON.  DORMANT ACCOUNTS STILL
002664*                POST.  ACCTMAST IS REQUIRED -- A RUN THAT CANNOT
002665*                OPEN IT STOPS WITH RETURN-CODE 12 RATHER THAN
002666*                REJECT THE WHOLE FEED.
002667*  10/15/26 RH   LARGE-VALUE HOLD QUEUE.  A CLEAN TRANSACTION OVER
002668*                ITS CURRENCY'S CTL-REVIEW-AMOUNT NO LONGER POSTS
002669*                -- IT IS WRITTEN TO THE KEYED HOLDQ FILE AND
002670*                COUNTED AS HELD, NEITHER ACCEPTED NOR REJECTED.
002671*                A RELTRAN RELEASE ON A LATER CYCLE POSTS IT
002672*                ONLY WHEN THE APPROVER IS NAMED AND IS NOT THE
002673*                PFX-SUBMITTER-ID THAT SENT IT; THE RELEASED ITEM
002674*                IS RE-VALIDATED (BAR THE STALE-TIMESTAMP LIMIT)
002675*                AND EVERY RELEASE OR REFUSAL IS TRACED ON
002676*                CORRAUDT.  ITEMS STILL HELD AT THE END OF EACH
002677*                CYCLE ARE LISTED ON THE NEW HOLDRPT REPORT, AND
002678*                HELD / RELEASED / REFUSED COUNTS HAVE THEIR OWN
002679*                OPERATIONS SUMMARY LINES.
002680*  10/15/26 RH   FXRATES RECORD LAYOUT PULLED OUT INTO THE
002681*                DL100FXR COPYBOOK SO DL100SAJ CAN READ THE SAME
002682*                RATE FILE.
002683*  10/15/26 RH   TRANSMISSION SEQUENCE CONTROL.  AMTTRANS NOW
002684*                STARTS WITH AN AMTHDR HEADER RECORD (SOURCE ID,
002685*                TRANSMISSION SEQUENCE NUMBER, BUSINESS DATE),
002686*                CHECKED IN 1060-CHECK-TRANSMISSION AGAINST THE
002687*                KEYED TXREG TRANSMISSION REGISTER BEFORE ANY
002688*                OUTPUT IS OPENED.  A MISSING OR INVALID HEADER, A
002689*                SEQUENCE ALREADY PROCESSED, ONE BEHIND THE LAST
002690*                RECEIVED, A GAP IN THE SEQUENCE, OR A BUSINESS
002691*                DATE BEHIND THE LAST ONE RECEIVED STOPS THE RUN
002692*                WITH RETURN-CODE 16 -- NOTHING IS POSTED,
002693*                RELEASED, WRITTEN OFF OR CORRECTED, AND A
002694*                REFUSAL BLOCK IS ADDED TO OPSUMRY.  A GAP MAY BE
002695*                LET THROUGH BY A NAMED APPROVER ON THE OPTIONAL
002696*                TXOVRD FILE.  A RERUN OF THE SAME RUN DATE AND
002697*                CYCLE MAY PICK UP A TRANSMISSION STILL IN
002698*                PROGRESS.  THE REGISTER ROW IS MARKED COMPLETE
002699*                WITH ITS COUNTS AT THE END OF ANY RUN BELOW RC
002700*                12.  THE HEADER IS NOT COUNTED AS A
002701*                TRANSACTION.
002702*  10/15/26 RH   REJECT-RETURN FILE.  EVERY REJECTED TRANSACTION
002703*                IS NOW ALSO WRITTEN TO THE OUTBOUND REJRETN FILE
002704*                FOR THE ORIGINATING SYSTEM -- KEY, ACCOUNT,
002705*                CURRENCY, AMOUNT AND A STANDARD NUMERIC REASON
002706*                CODE LOOKED UP IN THE DL100RJC REFERENCE TABLE
002707*                (999 WHEN A REASON HAS NO ENTRY).  EACH CYCLE'S
002708*                BLOCK HAS AN RJRHDR HEADER AND AN RJRTRL CONTROL
002709*                TRAILER (COUNT, GROSS AMOUNT, CODE HASH TOTAL).
002710*                REWRITTEN ON CYCLE 1, EXTENDED ON LATER CYCLES.
002711*  10/15/26 RH   ACCEPTED TRANSACTIONS NOW CARRY THE FEED'S
002712*                ACCOUNT ID ONTO ACCTRANS IN ACCT-ACCOUNT-ID, SO
002713*                DL100LVA CAN AGGREGATE THE DAY'S ACTIVITY BY
002714*                ORIGINATING ACCOUNT FOR LARGE-VALUE REPORTING.
002715*  10/15/26 RH   AN OVER-THRESHOLD ITEM WITH NO SUBMITTER ID IS
002716*                NO LONGER HELD -- IT GOES TO SUSPENSE AS
002717*                SUBMITTER ID MISSING (REJECT CODE 502), SINCE NO
002718*                RELEASE COULD PROVE A SECOND PERSON.  A RELEASE
002719*                AGAINST A HELD ITEM WITH NO SUBMITTER IS REFUSED.
002720*  10/15/26 RH   POSTREG NOW KEEPS THE CYCLE OF THE REVERSAL
002721*                (PREG-REVERSAL-CYCLE, FROM FILLER).  A REVERSAL
002722*                OF AN ALREADY REVERSED ORIGINAL IS LET THROUGH
002723*                ONLY AS A RERUN OF THE SAME DATE AND CYCLE; THE
002724*                SAME REVERSAL RESENT LATER IS REJECTED.
002725*  10/15/26 RH   A RELEASED ITEM THAT FAILS RE-VALIDATION IS NOW
002726*                MARKED 'S' ON HOLDQ, NOT 'R'.  A CORRECTION OF
002727*                THAT KEY STILL OVER THE REVIEW AMOUNT IS HELD
002728*                AGAIN INSTEAD OF BEING REFUSED FOR GOOD AS
002729*                ALREADY RELEASED.
002730*----------------------------------------------------------------*
002731 ENVIRONMENT DIVISION.
002732 CONFIGURATION SECTION.
002733 SOURCE-COMPUTER. IBM-370.
002734 OBJECT-COMPUTER. IBM-370.
002735 INPUT-OUTPUT SECTION.
002736 FILE-CONTROL.
002737     SELECT AMOUNT-TRANS-FILE ASSIGN TO AMTTRANS
002738         ORGANIZATION IS SEQUENTIAL.
002740     SELECT EXCEPTION-RPT-FILE ASSIGN TO EXCPRPT
002750         ORGANIZATION IS SEQUENTIAL.
002760     SELECT OPTIONAL CTL-PARM-FILE ASSIGN TO CTLPARM
003240         ORGANIZATION IS SEQUENTIAL.
003250     SELECT OPTIONAL DAY-TOTALS-FILE ASSIGN TO DAYTOTAL
003260         ORGANIZATION IS SEQUENTIAL.
003261     SELECT OPTIONAL POSTED-REG-FILE ASSIGN TO POSTREG
003262         ORGANIZATION IS INDEXED
003263         ACCESS MODE IS RANDOM
003264         RECORD KEY IS PREG-RECORD-KEY
003265         FILE STATUS IS WS-PREG-FILE-STATUS.
003266     SELECT ACCT-MASTER-FILE ASSIGN TO ACCTMAST
003267         ORGANIZATION IS INDEXED
003268         ACCESS MODE IS RANDOM
003269         RECORD KEY IS ACT-ACCOUNT-ID
003270         FILE STATUS IS WS-ACT-FILE-STATUS.
003271     SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO HOLDQ
003272         ORGANIZATION IS INDEXED
003273         ACCESS MODE IS DYNAMIC
003274         RECORD KEY IS HOLD-RECORD-KEY
003275         FILE STATUS IS WS-HOLD-FILE-STATUS.
003276     SELECT OPTIONAL RELEASE-TRANS-FILE ASSIGN TO RELTRAN
003277         ORGANIZATION IS SEQUENTIAL.
003278     SELECT HOLD-RPT-FILE ASSIGN TO HOLDRPT
003279         ORGANIZATION IS SEQUENTIAL.
003280     SELECT OPTIONAL TRANS-REGISTER-FILE ASSIGN TO TXREG
003281         ORGANIZATION IS INDEXED
003282         ACCESS MODE IS DYNAMIC
003283         RECORD KEY IS TRG-RECORD-KEY
003284         FILE STATUS IS WS-TRG-FILE-STATUS.
003285     SELECT OPTIONAL TRANS-OVERRIDE-FILE ASSIGN TO TXOVRD
003286         ORGANIZATION IS SEQUENTIAL.
003287     SELECT REJECT-RETURN-FILE ASSIGN TO REJRETN
003288         ORGANIZATION IS SEQUENTIAL.
003289 DATA DIVISION.
003290 FILE SECTION.
003291 FD  AMOUNT-TRANS-FILE
003300     LABEL RECORDS ARE STANDARD
003310     RECORDING MODE IS F.
003320 01  AMOUNT-TRANS-RECORD.
003330     COPY DL100TRN REPLACING LEADING ==PFX== BY ==TRANS==.
003331*    FIRST RECORD OF EVERY TRANSMISSION.  IDENTIFIES THE SENDING
003332*    SYSTEM, ITS RUNNING TRANSMISSION SEQUENCE NUMBER AND THE
003333*    BUSINESS DATE THE TRANSACTIONS BELONG TO.
003334 01  AMOUNT-TRANS-HEADER.
003335     05  TRNH-LABEL              PIC X(08).
003336     05  TRNH-SOURCE-ID          PIC X(08).
003337     05  TRNH-SEQUENCE-NUMBER    PIC 9(07).
003338     05  TRNH-BUSINESS-DATE      PIC 9(08).
003339     05  FILLER                  PIC X(49).
003340 FD  SUSPENSE-FILE
003350     LABEL RECORDS ARE STANDARD
003360     RECORDING MODE IS F.
005270     LABEL RECORDS ARE STANDARD
005280     RECORDING MODE IS F.
005290 01  FX-RATE-RECORD.
005300     COPY DL100FXR.
005340 FD  BALANCE-RPT-FILE
005350     LABEL RECORDS ARE STANDARD
005360     RECORDING MODE IS F.
005600     05  CSUM-HDR-RUN-DATE       PIC X(14).
005610     05  CSUM-HDR-CYCLE          PIC 9(02).
005620     05  FILLER                  PIC X(24).
005621*    ONE ENTRY PER TRANSACTION EVER WRITTEN TO AN ACCTRANS
005622*    EXTRACT, KEYED BY ITS RECORD KEY.  A REVERSAL IS PROVED
005623*    AGAINST IT AND FLIPS THE ENTRY TO 'R'.
005624 FD  POSTED-REG-FILE
005625     LABEL RECORDS ARE STANDARD
005626     RECORDING MODE IS F.
005627 01  POSTED-REG-RECORD.
005628     05  PREG-RECORD-KEY         PIC X(10).
005629     05  PREG-CURRENCY-CODE      PIC X(03).
005630     05  PREG-AMOUNT             PIC 9(7)V99.
005631     05  PREG-ACCOUNT-ID         PIC X(10).
005632     05  PREG-POST-DATE          PIC 9(08).
005633     05  PREG-CYCLE-NUMBER       PIC 9(02).
005634     05  PREG-STATUS             PIC X(01).
005635         88  PREG-STATUS-POSTED         VALUE 'P'.
005636         88  PREG-STATUS-REVERSED       VALUE 'R'.
005637     05  PREG-REVERSAL-KEY       PIC X(10).
005638     05  PREG-REVERSAL-DATE      PIC 9(08).
005639     05  PREG-REVERSAL-CYCLE     PIC 9(02).
005640     05  FILLER                  PIC X(17).
005641 FD  ACCT-MASTER-FILE
005642     LABEL RECORDS ARE STANDARD
005643     RECORDING MODE IS F.
005644 01  ACCT-MASTER-RECORD.
005645     COPY DL100ACT.
005646*    ONE ENTRY PER TRANSACTION HELD OVER ITS CURRENCY'S REVIEW
005647*    AMOUNT, KEYED BY ITS RECORD KEY AND CARRYING THE FEED RECORD
005648*    AS IT ARRIVED.  A RELEASE FLIPS THE ENTRY TO 'R' AND RECORDS
005649*    WHO RELEASED IT AND WHEN -- THE ENTRY IS KEPT, NOT DELETED,
005650*    SO A REPEATED RELEASE OR A RESUBMITTED KEY IS RECOGNIZED.
005651*    A RELEASE THAT RE-VALIDATION SENT TO SUSPENSE IS MARKED 'S'
005652*    INSTEAD -- NOTHING POSTED, SO THE KEY MAY BE HELD AGAIN.
005653 FD  HOLD-QUEUE-FILE
005654     LABEL RECORDS ARE STANDARD
005655     RECORDING MODE IS F.
005656 01  HOLD-QUEUE-RECORD.
005657     COPY DL100TRN REPLACING LEADING ==PFX== BY ==HOLD==.
005658     05  HOLD-HELD-DATE          PIC 9(08).
005659     05  HOLD-HELD-CYCLE         PIC 9(02).
005660     05  HOLD-REVIEW-AMOUNT      PIC 9(7)V99.
005661     05  HOLD-QUEUE-STATUS       PIC X(01).
005662         88  HOLD-QUEUE-HELD            VALUE 'H'.
005663         88  HOLD-QUEUE-RELEASED        VALUE 'R'.
005664         88  HOLD-QUEUE-SUSPENDED       VALUE 'S'.
005665     05  HOLD-RELEASE-DATE       PIC 9(08).
005666     05  HOLD-RELEASE-CYCLE      PIC 9(02).
005667     05  HOLD-APPROVER-ID        PIC X(08).
005668     05  FILLER                  PIC X(10).
005669 FD  RELEASE-TRANS-FILE
005670     LABEL RECORDS ARE STANDARD
005671     RECORDING MODE IS F.
005672 01  RELEASE-TRANS-RECORD.
005673     05  REL-RECORD-KEY          PIC X(10).
005674     05  REL-APPROVER-ID         PIC X(08).
005675     05  REL-APPROVAL-DATE       PIC 9(08).
005676     05  FILLER                  PIC X(54).
005677 FD  HOLD-RPT-FILE
005678     LABEL RECORDS ARE STANDARD
005679     RECORDING MODE IS F.
005680 01  HOLD-RPT-RECORD.
005681     05  HRPT-RECORD-KEY         PIC X(10).
005682     05  HRPT-ACCOUNT-ID         PIC X(10).
005683     05  HRPT-CURRENCY-CODE      PIC X(03).
005684     05  HRPT-AMOUNT             PIC 9(7)V99.
005685     05  HRPT-SUBMITTER-ID       PIC X(08).
005686     05  HRPT-HELD-DATE          PIC 9(08).
005687     05  HRPT-HELD-CYCLE         PIC 9(02).
005688     05  HRPT-DAYS-HELD          PIC 9(05).
005689     05  FILLER                  PIC X(25).
005690 01  HOLD-RPT-HEADER.
005691     05  HRPT-HDR-TITLE          PIC X(40).
005692     05  HRPT-HDR-RUN-DATE       PIC X(14).
005693     05  HRPT-HDR-CYCLE          PIC 9(02).
005694     05  FILLER                  PIC X(24).
005695 01  HOLD-RPT-TRAILER.
005696     05  HRPT-TRL-LABEL          PIC X(30).
005697     05  HRPT-TRL-COUNT          PIC ZZZZZZ9.
005698     05  HRPT-TRL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
005699     05  FILLER                  PIC X(29).
005700 FD  TRANS-REGISTER-FILE
005701     LABEL RECORDS ARE STANDARD
005702     RECORDING MODE IS F.
005703 01  TRANS-REGISTER-RECORD.
005704     COPY DL100TRG.
005705*    ONE RECORD NAMING THE TRANSMISSION A SEQUENCE GAP IS BEING
005706*    LET THROUGH FOR AND WHO AUTHORIZED IT.  IT APPLIES ONLY TO
005707*    THAT SOURCE AND SEQUENCE NUMBER.
005708 FD  TRANS-OVERRIDE-FILE
005709     LABEL RECORDS ARE STANDARD
005710     RECORDING MODE IS F.
005711 01  TRANS-OVERRIDE-RECORD.
005712     05  TXO-SOURCE-ID           PIC X(08).
005713     05  TXO-SEQUENCE-NUMBER     PIC 9(07).
005714     05  TXO-APPROVER-ID         PIC X(08).
005715     05  TXO-APPROVAL-DATE       PIC 9(08).
005716     05  FILLER                  PIC X(49).
005717 FD  REJECT-RETURN-FILE
005718     LABEL RECORDS ARE STANDARD
005719     RECORDING MODE IS F.
005720     COPY DL100RJR.
005721 WORKING-STORAGE SECTION.
005722     COPY DL100AMT.
005723     COPY DL100RJC.
005724 01  WS-CURRENT-TRANS.
005725     COPY DL100TRN REPLACING LEADING ==PFX== BY ==WS-CUR==.
005726 01  WS-MAX-AMOUNT               PIC 9(7)V99 VALUE 999999.99.
005727 01  WS-MIN-AMOUNT               PIC 9(7)V99 VALUE 0.01.
005728*    ZERO WHEN THE TRANSACTION'S CURRENCY HAS NO REVIEW LEVEL.
005729 01  WS-REVIEW-AMOUNT            PIC 9(7)V99 VALUE ZERO.
005730 01  WS-DEFAULT-MAX-AMOUNT       PIC 9(7)V99 VALUE 999999.99.
005731 01  WS-DEFAULT-MIN-AMOUNT       PIC 9(7)V99 VALUE 0.01.
005732 01  WS-REJECT-RATE-THRESHOLD    PIC 9(03)V9(02) VALUE 025.00.
005733 01  WS-CUR-CCY-DECIMALS         PIC 9(01) VALUE ZERO.
005734 01  WS-CURRENCY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
005740     88  WS-CURRENCY-FOUND              VALUE 'Y'.
005750     88  WS-CURRENCY-NOT-FOUND          VALUE 'N'.
005760 01  WS-CURR-MATCH-IDX           PIC 9(03) COMP VALUE ZERO.
005920         10  WS-CURR-CODE        PIC X(03).
005930         10  WS-CURR-MAX         PIC 9(7)V99.
005940         10  WS-CURR-MIN         PIC 9(7)V99.
005945         10  WS-CURR-REVIEW      PIC 9(7)V99.
005950         10  WS-CURR-DEC         PIC 9(01).
005960         10  WS-CURR-ACC-COUNT   PIC 9(07) COMP VALUE ZERO.
005970         10  WS-CURR-ACC-AMOUNT  PIC 9(09)V99 VALUE ZERO.
006630 01  WS-CORR-SUSP-FOUND-SWITCH   PIC X(01) VALUE 'N'.
006640     88  WS-CORR-SUSP-FOUND             VALUE 'Y'.
006650     88  WS-CORR-SUSP-NOT-FOUND         VALUE 'N'.
006651 01  WS-PREG-FILE-STATUS         PIC X(02) VALUE SPACES.
006652 01  WS-PREG-FOUND-SWITCH        PIC X(01) VALUE 'N'.
006653     88  WS-PREG-FOUND                  VALUE 'Y'.
006654     88  WS-PREG-NOT-FOUND              VALUE 'N'.
006655 01  WS-REVERSAL-SWITCH          PIC X(01) VALUE 'N'.
006656     88  WS-REVERSAL-INVALID            VALUE 'Y'.
006657     88  WS-REVERSAL-OK                 VALUE 'N'.
006658 01  WS-REVERSAL-REJECT-REASON   PIC X(33) VALUE SPACES.
006659 01  WS-REVERSAL-COUNT           PIC 9(7) COMP VALUE ZERO.
006660 01  WS-REVERSAL-AMOUNT          PIC 9(09)V99 VALUE ZERO.
006661 01  WS-ACT-FILE-STATUS          PIC X(02) VALUE SPACES.
006662 01  WS-ACT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
006663     88  WS-ACT-FOUND                   VALUE 'Y'.
006664     88  WS-ACT-NOT-FOUND               VALUE 'N'.
006665 01  WS-ACCOUNT-SWITCH           PIC X(01) VALUE 'N'.
006666     88  WS-ACCOUNT-REFUSED             VALUE 'Y'.
006667     88  WS-ACCOUNT-OK                  VALUE 'N'.
006668 01  WS-ACCOUNT-REJECT-REASON    PIC X(33) VALUE SPACES.
006669 01  WS-HOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
006670 01  WS-HOLD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
006671     88  WS-HOLD-FOUND                  VALUE 'Y'.
006672     88  WS-HOLD-NOT-FOUND              VALUE 'N'.
006673 01  WS-HOLD-REVIEW-SWITCH       PIC X(01) VALUE 'N'.
006674     88  WS-HOLD-FOR-REVIEW             VALUE 'Y'.
006675     88  WS-HOLD-NOT-REQUIRED           VALUE 'N'.
006676*    ON ONLY WHILE A RELEASED ITEM IS RUN BACK THROUGH 3000.
006677 01  WS-RELEASE-SWITCH           PIC X(01) VALUE 'N'.
006678     88  WS-RELEASING                   VALUE 'Y'.
006679     88  WS-NOT-RELEASING               VALUE 'N'.
006680 01  WS-REL-EOF-SWITCH           PIC X(01) VALUE 'N'.
006681     88  WS-REL-END-OF-FILE             VALUE 'Y'.
006682 01  WS-HOLD-READ-EOF-SWITCH     PIC X(01) VALUE 'N'.
006683     88  WS-HOLD-READ-END-OF-FILE       VALUE 'Y'.
006684 01  WS-REL-REFUSE-REASON        PIC X(33) VALUE SPACES.
006685 01  WS-HELD-COUNT               PIC 9(7) COMP VALUE ZERO.
006686 01  WS-HELD-AMOUNT              PIC 9(09)V99 VALUE ZERO.
006687 01  WS-RELEASED-COUNT           PIC 9(7) COMP VALUE ZERO.
006688 01  WS-RELEASED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
006689 01  WS-RELEASE-REFUSED-COUNT    PIC 9(7) COMP VALUE ZERO.
006690 01  WS-OPEN-HOLD-COUNT          PIC 9(7) COMP VALUE ZERO.
006691 01  WS-OPEN-HOLD-AMOUNT         PIC 9(09)V99 VALUE ZERO.
006692 01  WS-DAYS-HELD                PIC 9(05) COMP VALUE ZERO.
006693 01  WS-HOLD-RPT-TITLE           PIC X(40) VALUE
006694     "LARGE-VALUE HOLD QUEUE - UNRELEASED".
006695 01  WS-HOLD-RPT-TRL-LABEL       PIC X(30) VALUE
006696     "TOTAL ITEMS STILL HELD:".
006697 01  WS-HOLD-AUDIT-REASON        PIC X(33) VALUE
006698     "HELD FOR SECOND-PERSON RELEASE".
006699 01  WS-TRG-FILE-STATUS          PIC X(02) VALUE SPACES.
006700 01  WS-TRG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
006701     88  WS-TRG-FOUND                   VALUE 'Y'.
006702     88  WS-TRG-NOT-FOUND               VALUE 'N'.
006703 01  WS-TRG-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
006704     88  WS-TRG-SCAN-END                VALUE 'Y'.
006705     88  WS-TRG-SCAN-MORE               VALUE 'N'.
006706 01  WS-TX-SOURCE-SWITCH         PIC X(01) VALUE 'N'.
006707     88  WS-TX-NEW-SOURCE               VALUE 'N'.
006708     88  WS-TX-KNOWN-SOURCE             VALUE 'Y'.
006709 01  WS-TX-GAP-SWITCH            PIC X(01) VALUE 'N'.
006710     88  WS-TX-GAP-RELEASED             VALUE 'Y'.
006711     88  WS-TX-GAP-NOT-RELEASED         VALUE 'N'.
006712 01  WS-TX-HEADER-LABEL          PIC X(08) VALUE "AMTHDR".
006713 01  WS-TX-SOURCE-ID             PIC X(08) VALUE SPACES.
006714 01  WS-TX-SEQUENCE-NUMBER       PIC 9(07) VALUE ZERO.
006715 01  WS-TX-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
006716 01  WS-TX-LAST-SEQUENCE         PIC 9(07) VALUE ZERO.
006717 01  WS-TX-LAST-BUS-DATE         PIC 9(08) VALUE ZERO.
006718 01  WS-TX-EXPECTED-SEQUENCE     PIC 9(07) VALUE ZERO.
006719 01  WS-TX-GAP-APPROVER-ID       PIC X(08) VALUE SPACES.
006720 01  WS-TX-REFUSE-REASON         PIC X(60) VALUE SPACES.
006721 01  WS-TX-CONDITION             PIC X(60) VALUE SPACES.
006722*    SOURCE / SEQUENCE / BUSINESS DATE AS SHOWN ON THE OPERATIONS
006723*    SUMMARY.  ALPHANUMERIC SO A DAMAGED HEADER STILL PRINTS.
006724 01  WS-TX-ID-TEXT.
006725     05  FILLER                  PIC X(07) VALUE "SOURCE ".
006726     05  TXID-SOURCE-ID          PIC X(08).
006727     05  FILLER                  PIC X(05) VALUE " SEQ ".
006728     05  TXID-SEQUENCE-NUMBER    PIC X(07).
006729     05  FILLER                  PIC X(10) VALUE " BUS DATE ".
006730     05  TXID-BUSINESS-DATE      PIC X(08).
006731     05  FILLER                  PIC X(15) VALUE SPACES.
006732 01  WS-TX-LAST-TEXT.
006733     05  FILLER                  PIC X(04) VALUE "SEQ ".
006734     05  TXLT-SEQUENCE-NUMBER    PIC 9(07).
006735     05  FILLER                  PIC X(10) VALUE " BUS DATE ".
006736     05  TXLT-BUSINESS-DATE      PIC 9(08).
006737     05  FILLER                  PIC X(31) VALUE SPACES.
006738 01  WS-TX-GAP-TEXT.
006739     05  FILLER                  PIC X(16) VALUE
006740         "GAP RELEASED BY ".
006741     05  TXGT-APPROVER-ID        PIC X(08).
006742     05  FILLER                  PIC X(16) VALUE
006743         " - EXPECTED SEQ ".
006744     05  TXGT-EXPECTED-SEQUENCE  PIC 9(07).
006745     05  FILLER                  PIC X(13) VALUE SPACES.
006746 01  WS-RJR-HDR-LABEL            PIC X(08) VALUE "RJRHDR".
006747 01  WS-RJR-TRL-LABEL            PIC X(08) VALUE "RJRTRL".
006748 01  WS-RJC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
006749     88  WS-RJC-FOUND                   VALUE 'Y'.
006750     88  WS-RJC-NOT-FOUND               VALUE 'N'.
006751 01  WS-RJC-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
006752 01  WS-RJR-COUNT                PIC 9(7) COMP VALUE ZERO.
006753 01  WS-RJR-AMOUNT               PIC 9(11)V99 VALUE ZERO.
006754 01  WS-RJR-CODE-HASH            PIC 9(09) VALUE ZERO.
006755 01  WS-RJR-UNCLASSIFIED-COUNT   PIC 9(7) COMP VALUE ZERO.
006756 01  WS-BATCH-EXPECTED-COUNT     PIC 9(7) COMP VALUE ZERO.
006757 01  WS-BATCH-EXPECTED-AMOUNT    PIC 9(9)V99 VALUE ZERO.
006758 01  WS-BATCH-READ-COUNT         PIC 9(7) COMP VALUE ZERO.
006759 01  WS-BATCH-READ-AMOUNT        PIC 9(9)V99 VALUE ZERO.
006760 01  WS-BATCH-CTL-SWITCH         PIC X(01) VALUE 'N'.
006761     88  WS-BATCH-CTL-SUPPLIED          VALUE 'Y'.
006762     88  WS-BATCH-CTL-NOT-SUPPLIED      VALUE 'N'.
006763 01  WS-BATCH-MISMATCH-SWITCH    PIC X(01) VALUE 'N'.
006764     88  WS-BATCH-MISMATCH              VALUE 'Y'.
006765     88  WS-BATCH-BALANCED              VALUE 'N'.
006766 01  WS-CCY-SUMMARY-RPT-TITLE    PIC X(40) VALUE
006770     "PER-CURRENCY RECONCILIATION SUMMARY".
006780 01  WS-FX-EOF-SWITCH            PIC X(01) VALUE 'N'.
006790     88  WS-FX-END-OF-FILE              VALUE 'Y'.
008240 01  WS-VALIDATE-SWITCH          PIC X(01) VALUE 'N'.
008250     88  WS-VALIDATE-ACCEPTED           VALUE 'Y'.
008260     88  WS-VALIDATE-REJECTED           VALUE 'N'.
008265     88  WS-VALIDATE-HELD               VALUE 'H'.
008270 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
008280 01  WS-RPT-TITLE                PIC X(40) VALUE
008290     "DAILY AMOUNT VALIDATION EXCEPTION RPT".
008490 0000-MAINLINE.
008500*----------------------------------------------------------------*
008510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008513     PERFORM 1600-PROCESS-RELEASE THRU 1600-EXIT
008516         UNTIL WS-REL-END-OF-FILE.
008520     PERFORM 1700-PROCESS-WRITEOFF THRU 1700-EXIT
008530         UNTIL WS-WOFF-END-OF-FILE.
008540     PERFORM 1800-PROCESS-CORRECTED THRU 1800-EXIT
008630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008640     PERFORM 1050-LOAD-CYCLE-NUMBER THRU 1050-EXIT.
008650     OPEN INPUT AMOUNT-TRANS-FILE.
008652*    THE TRANSMISSION IS CHECKED BEFORE ANYTHING ELSE IS OPENED
008654*    OR READ -- A REFUSED FEED STOPS THE RUN WITH NO OUTPUT
008656*    TOUCHED BUT THE OPERATIONS SUMMARY.
008658     PERFORM 1060-CHECK-TRANSMISSION THRU 1060-EXIT.
008660     OPEN INPUT CORRECTED-TRANS-FILE.
008670     OPEN INPUT WRITEOFF-TRANS-FILE.
008675     OPEN INPUT RELEASE-TRANS-FILE.
008680*    ON CYCLE 2+ THE REPORT AND EXTRACT FILES EXTEND SO A LATER
008690*    CYCLE DOES NOT WIPE OUT AN EARLIER ONE'S OUTPUT.  EACH
008700*    CYCLE STILL WRITES ITS OWN HEADER, STAMPED WITH THE CYCLE.
008720         OPEN EXTEND EXCEPTION-RPT-FILE
008730         OPEN EXTEND ACCTRANS-FILE
008740         OPEN EXTEND CORR-AUDIT-FILE
008745         OPEN EXTEND REJECT-RETURN-FILE
008750     ELSE
008760         OPEN OUTPUT EXCEPTION-RPT-FILE
008770         OPEN OUTPUT ACCTRANS-FILE
008780         OPEN OUTPUT CORR-AUDIT-FILE
008785         OPEN OUTPUT REJECT-RETURN-FILE
008790     END-IF.
008800     MOVE SPACES TO CORR-AUDIT-RECORD.
008810     MOVE WS-CORR-AUDIT-RPT-TITLE TO CAUD-HDR-TITLE.
008820     MOVE WS-RUN-DATE TO CAUD-HDR-RUN-DATE.
008830     MOVE WS-RUN-CYCLE TO CAUD-HDR-CYCLE.
008840     WRITE CORR-AUDIT-HEADER.
008841     MOVE SPACES TO REJECT-RETURN-HEADER.
008842     MOVE WS-RJR-HDR-LABEL TO RJR-HDR-LABEL.
008843     MOVE WS-RUN-DATE TO RJR-HDR-RUN-DATE.
008844     MOVE WS-RUN-CYCLE TO RJR-HDR-RUN-CYCLE.
008845     MOVE WS-TX-SOURCE-ID TO RJR-HDR-SOURCE-ID.
008846     MOVE WS-TX-SEQUENCE-NUMBER TO RJR-HDR-SEQUENCE-NUMBER.
008847     MOVE WS-TX-BUSINESS-DATE TO RJR-HDR-BUSINESS-DATE.
008848     WRITE REJECT-RETURN-HEADER.
008850     PERFORM 1175-OPEN-SUSPENSE-FILE THRU 1175-EXIT.
008855     PERFORM 1180-OPEN-POSTED-REGISTER THRU 1180-EXIT.
008857     PERFORM 1185-OPEN-ACCOUNT-MASTER THRU 1185-EXIT.
008858     PERFORM 1187-OPEN-HOLD-QUEUE THRU 1187-EXIT.
008860     MOVE SPACES TO EXCEPTION-RPT-RECORD.
008870     MOVE WS-RPT-TITLE TO RPT-HDR-TITLE.
008880     MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE.
008980     PERFORM 1195-LOAD-THRESHOLD-CONTROL THRU 1195-EXIT.
008990     PERFORM 1130-LOAD-BUS-CALENDAR THRU 1130-EXIT.
009000     PERFORM 1140-SET-VALUE-DATE THRU 1140-EXIT.
009005     PERFORM 1650-READ-RELEASE THRU 1650-EXIT.
009010     PERFORM 1750-READ-WRITEOFF THRU 1750-EXIT.
009020     PERFORM 1850-READ-CORRECTED THRU 1850-EXIT.
009030     PERFORM 1900-READ-TRANS THRU 1900-EXIT.
009200     END-READ.
009210     CLOSE CYCLE-CTL-FILE.
009220 1050-EXIT.
009221     EXIT.
009222*----------------------------------------------------------------*
009223 1060-CHECK-TRANSMISSION.
009224*----------------------------------------------------------------*
009225*    THE FIRST AMTTRANS RECORD MUST BE THE AMTHDR HEADER.  ITS
009226*    SOURCE AND SEQUENCE ARE CHECKED AGAINST THE TXREG REGISTER:
009227*    A SEQUENCE ALREADY ON FILE IS A RESEND (UNLESS IT IS THIS
009228*    SAME RUN DATE AND CYCLE COMING BACK AFTER A FAILURE), ONE
009229*    BELOW THE LAST RECEIVED OR WITH AN EARLIER BUSINESS DATE IS
009230*    OUT OF ORDER, AND ONE PAST THE NEXT EXPECTED NUMBER MEANS A
009231*    TRANSMISSION WENT MISSING.  ANY OF THESE REFUSES THE WHOLE
009232*    FEED.  AN ACCEPTED TRANSMISSION IS ENTERED ON THE REGISTER
009233*    IN PROGRESS BEFORE THE FIRST TRANSACTION IS READ.
009234     PERFORM 1061-OPEN-TRANS-REGISTER THRU 1061-EXIT.
009235     READ AMOUNT-TRANS-FILE
009236         AT END
009237             MOVE SPACES TO AMOUNT-TRANS-HEADER
009238     END-READ.
009239     MOVE TRNH-SOURCE-ID TO TXID-SOURCE-ID.
009240     MOVE TRNH-SEQUENCE-NUMBER TO TXID-SEQUENCE-NUMBER.
009241     MOVE TRNH-BUSINESS-DATE TO TXID-BUSINESS-DATE.
009242     IF TRNH-LABEL NOT = WS-TX-HEADER-LABEL
009243         MOVE "NO AMTHDR HEADER - FEED EMPTY OR HEADER MISSING"
009244             TO WS-TX-REFUSE-REASON
009245         GO TO 1060-REFUSE
009246     END-IF.
009247     IF TRNH-SOURCE-ID = SPACES
009248             OR TRNH-SEQUENCE-NUMBER NOT NUMERIC
009249             OR TRNH-BUSINESS-DATE NOT NUMERIC
009250         MOVE "AMTHDR HEADER INVALID - SOURCE, SEQUENCE OR DATE"
009251             TO WS-TX-REFUSE-REASON
009252         GO TO 1060-REFUSE
009253     END-IF.
009254     IF TRNH-SEQUENCE-NUMBER = ZERO
009255             OR TRNH-BUSINESS-DATE = ZERO
009256         MOVE "AMTHDR HEADER INVALID - SOURCE, SEQUENCE OR DATE"
009257             TO WS-TX-REFUSE-REASON
009258         GO TO 1060-REFUSE
009259     END-IF.
009260     MOVE TRNH-SOURCE-ID TO WS-TX-SOURCE-ID.
009261     MOVE TRNH-SEQUENCE-NUMBER TO WS-TX-SEQUENCE-NUMBER.
009262     MOVE TRNH-BUSINESS-DATE TO WS-TX-BUSINESS-DATE.
009263     PERFORM 1063-FIND-LAST-TRANSMISSION THRU 1063-EXIT.
009264     MOVE WS-TX-SOURCE-ID TO TRG-SOURCE-ID.
009265     MOVE WS-TX-SEQUENCE-NUMBER TO TRG-SEQUENCE-NUMBER.
009266     PERFORM 1062-READ-TRANS-REGISTER THRU 1062-EXIT.
009267     IF WS-TRG-FOUND
009268         IF TRG-IN-PROGRESS
009269                 AND TRG-RUN-DATE = WS-RUN-DATE
009270                 AND TRG-RUN-CYCLE = WS-RUN-CYCLE
009271             MOVE "RESTART - TRANSMISSION STILL IN PROGRESS"
009272                 TO WS-TX-CONDITION
009273             GO TO 1060-EXIT
009274         END-IF
009275         MOVE "RESENT - THIS SEQUENCE WAS ALREADY RECEIVED"
009276             TO WS-TX-REFUSE-REASON
009277         GO TO 1060-REFUSE
009278     END-IF.
009279     IF WS-TX-NEW-SOURCE
009280         MOVE "FIRST TRANSMISSION FROM THIS SOURCE"
009281             TO WS-TX-CONDITION
009282         GO TO 1060-REGISTER
009283     END-IF.
009284     IF WS-TX-SEQUENCE-NUMBER < WS-TX-LAST-SEQUENCE
009285         MOVE "OUT OF SEQUENCE - BEHIND LAST RECEIVED FOR SOURCE"
009286             TO WS-TX-REFUSE-REASON
009287         GO TO 1060-REFUSE
009288     END-IF.
009289     IF WS-TX-BUSINESS-DATE < WS-TX-LAST-BUS-DATE
009290         MOVE "OUT OF ORDER - BUSINESS DATE BEHIND LAST RECEIVED"
009291             TO WS-TX-REFUSE-REASON
009292         GO TO 1060-REFUSE
009293     END-IF.
009294     COMPUTE WS-TX-EXPECTED-SEQUENCE = WS-TX-LAST-SEQUENCE + 1.
009295     IF WS-TX-SEQUENCE-NUMBER = WS-TX-EXPECTED-SEQUENCE
009296         MOVE "IN SEQUENCE" TO WS-TX-CONDITION
009297         GO TO 1060-REGISTER
009298     END-IF.
009299     PERFORM 1064-CHECK-GAP-OVERRIDE THRU 1064-EXIT.
009300     IF WS-TX-GAP-NOT-RELEASED
009301         MOVE "SEQUENCE GAP - EARLIER TRANSMISSION NOT RECEIVED"
009302             TO WS-TX-REFUSE-REASON
009303         GO TO 1060-REFUSE
009304     END-IF.
009305     MOVE WS-TX-GAP-APPROVER-ID TO TXGT-APPROVER-ID.
009306     MOVE WS-TX-EXPECTED-SEQUENCE TO TXGT-EXPECTED-SEQUENCE.
009307     MOVE WS-TX-GAP-TEXT TO WS-TX-CONDITION.
009308 1060-REGISTER.
009309     MOVE SPACES TO TRANS-REGISTER-RECORD.
009310     MOVE WS-TX-SOURCE-ID TO TRG-SOURCE-ID.
009311     MOVE WS-TX-SEQUENCE-NUMBER TO TRG-SEQUENCE-NUMBER.
009312     MOVE WS-TX-BUSINESS-DATE TO TRG-BUSINESS-DATE.
009313     MOVE WS-RUN-DATE TO TRG-RUN-DATE.
009314     MOVE WS-RUN-CYCLE TO TRG-RUN-CYCLE.
009315     SET TRG-IN-PROGRESS TO TRUE.
009316     MOVE WS-TX-LAST-SEQUENCE TO TRG-PRIOR-SEQUENCE.
009317     MOVE WS-TX-GAP-APPROVER-ID TO TRG-GAP-APPROVER-ID.
009318     MOVE ZERO TO TRG-RECORD-COUNT.
009319     MOVE ZERO TO TRG-AMOUNT.
009320     MOVE ZERO TO TRG-RETURN-CODE.
009321     WRITE TRANS-REGISTER-RECORD
009322         INVALID KEY
009323             DISPLAY "TXREG WRITE FAILED - STATUS "
009324                 WS-TRG-FILE-STATUS
009325             MOVE 12 TO RETURN-CODE
009326             STOP RUN
009327     END-WRITE.
009328     GO TO 1060-EXIT.
009329 1060-REFUSE.
009330     PERFORM 1068-REFUSE-TRANSMISSION THRU 1068-EXIT.
009331 1060-EXIT.
009332     EXIT.
009333*----------------------------------------------------------------*
009334 1061-OPEN-TRANS-REGISTER.
009335*----------------------------------------------------------------*
009336*    THE REGISTER IS PERMANENT AND IS CREATED EMPTY ON FIRST USE.
009337*    IT STAYS OPEN I-O UNTIL 8920 MARKS THE TRANSMISSION DONE.
009338     OPEN I-O TRANS-REGISTER-FILE.
009339     IF WS-TRG-FILE-STATUS NOT = "00"
009340             AND WS-TRG-FILE-STATUS NOT = "05"
009341         DISPLAY "TXREG OPEN FAILED - STATUS "
009342             WS-TRG-FILE-STATUS
009343         MOVE 12 TO RETURN-CODE
009344         STOP RUN
009345     END-IF.
009346 1061-EXIT.
009347     EXIT.
009348*----------------------------------------------------------------*
009349 1062-READ-TRANS-REGISTER.
009350*----------------------------------------------------------------*
009351*    DIRECT KEYED READ -- THE CALLER SETS TRG-RECORD-KEY FIRST.
009352     SET WS-TRG-NOT-FOUND TO TRUE.
009353     READ TRANS-REGISTER-FILE
009354         INVALID KEY
009355             CONTINUE
009356         NOT INVALID KEY
009357             SET WS-TRG-FOUND TO TRUE
009358     END-READ.
009359 1062-EXIT.
009360     EXIT.
009361*----------------------------------------------------------------*
009362 1063-FIND-LAST-TRANSMISSION.
009363*----------------------------------------------------------------*
009364*    WALKS THIS SOURCE'S REGISTER ROWS IN KEY ORDER.  THE LAST ONE
009365*    READ CARRIES THE HIGHEST SEQUENCE RECEIVED; THE LATEST
009366*    BUSINESS DATE SEEN ON ANY OF THEM IS KEPT FOR THE DATE
009367*    ORDER CHECK.
009368     SET WS-TX-NEW-SOURCE TO TRUE.
009369     MOVE ZERO TO WS-TX-LAST-SEQUENCE.
009370     MOVE ZERO TO WS-TX-LAST-BUS-DATE.
009371     SET WS-TRG-SCAN-MORE TO TRUE.
009372     MOVE WS-TX-SOURCE-ID TO TRG-SOURCE-ID.
009373     MOVE ZERO TO TRG-SEQUENCE-NUMBER.
009374     START TRANS-REGISTER-FILE KEY NOT < TRG-RECORD-KEY
009375         INVALID KEY
009376             SET WS-TRG-SCAN-END TO TRUE
009377     END-START.
009378     IF NOT WS-TRG-SCAN-END
009379         PERFORM 1065-READ-REGISTER-NEXT THRU 1065-EXIT
009380     END-IF.
009381     PERFORM 1066-NOTE-SOURCE-ROW THRU 1066-EXIT
009382         UNTIL WS-TRG-SCAN-END.
009383     MOVE WS-TX-LAST-SEQUENCE TO TXLT-SEQUENCE-NUMBER.
009384     MOVE WS-TX-LAST-BUS-DATE TO TXLT-BUSINESS-DATE.
009385 1063-EXIT.
009386     EXIT.
009387*----------------------------------------------------------------*
009388 1064-CHECK-GAP-OVERRIDE.
009389*----------------------------------------------------------------*
009390*    A GAP IS LET THROUGH ONLY WHEN TXOVRD NAMES THIS SOURCE AND
009391*    THIS SEQUENCE NUMBER AND CARRIES AN APPROVER.  NO FILE, OR A
009392*    RECORD FOR ANY OTHER TRANSMISSION, LEAVES THE GAP REFUSED.
009393     SET WS-TX-GAP-NOT-RELEASED TO TRUE.
009394     OPEN INPUT TRANS-OVERRIDE-FILE.
009395     READ TRANS-OVERRIDE-FILE
009396         AT END
009397             CONTINUE
009398         NOT AT END
009399             IF TXO-SOURCE-ID = WS-TX-SOURCE-ID
009400                     AND TXO-SEQUENCE-NUMBER IS NUMERIC
009401                     AND TXO-SEQUENCE-NUMBER =
009402                  WS-TX-SEQUENCE-NUMBER
009403                     AND TXO-APPROVER-ID NOT = SPACES
009404                 SET WS-TX-GAP-RELEASED TO TRUE
009405                 MOVE TXO-APPROVER-ID TO WS-TX-GAP-APPROVER-ID
009406             END-IF
009407     END-READ.
009408     CLOSE TRANS-OVERRIDE-FILE.
009409 1064-EXIT.
009410     EXIT.
009411*----------------------------------------------------------------*
009412 1065-READ-REGISTER-NEXT.
009413*----------------------------------------------------------------*
009414     READ TRANS-REGISTER-FILE NEXT
009415         AT END
009416             SET WS-TRG-SCAN-END TO TRUE
009417         NOT AT END
009418             IF TRG-SOURCE-ID NOT = WS-TX-SOURCE-ID
009419                 SET WS-TRG-SCAN-END TO TRUE
009420             END-IF
009421     END-READ.
009422 1065-EXIT.
009423     EXIT.
009424*----------------------------------------------------------------*
009425 1066-NOTE-SOURCE-ROW.
009426*----------------------------------------------------------------*
009427     SET WS-TX-KNOWN-SOURCE TO TRUE.
009428     MOVE TRG-SEQUENCE-NUMBER TO WS-TX-LAST-SEQUENCE.
009429     IF TRG-BUSINESS-DATE > WS-TX-LAST-BUS-DATE
009430         MOVE TRG-BUSINESS-DATE TO WS-TX-LAST-BUS-DATE
009431     END-IF.
009432     PERFORM 1065-READ-REGISTER-NEXT THRU 1065-EXIT.
009433 1066-EXIT.
009434     EXIT.
009435*----------------------------------------------------------------*
009436 1068-REFUSE-TRANSMISSION.
009437*----------------------------------------------------------------*
009438*    NOTHING HAS BEEN OPENED BUT THE FEED AND THE REGISTER, SO THE
009439*    RUN STOPS HERE WITH NO POSTING, RELEASE, WRITE-OFF OR
009440*    CORRECTION DONE.  THE REFUSAL IS ALWAYS ADDED TO THE END OF
009441*    OPSUMRY -- EVEN ON CYCLE 1 -- SO A RESENT FILE NEVER WIPES
009442*    THE SUMMARY OF THE RUN THAT TOOK THE ORIGINAL IN.
009443     DISPLAY "AMTTRANS TRANSMISSION REFUSED - "
009444           WS-TX-REFUSE-REASON.
009445     DISPLAY "AMTTRANS " WS-TX-ID-TEXT.
009446     MOVE 16 TO RETURN-CODE.
009447     OPEN EXTEND OPS-SUMMARY-FILE.
009448     MOVE WS-RUN-DATE TO OPS-HDR-RUN-DATE.
009449     MOVE WS-RUN-CYCLE TO OPS-HDR-CYCLE.
009450     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-HEADER-LINE.
009451     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-BLANK-LINE.
009452     MOVE "TRANSMISSION" TO OPST-LABEL.
009453     MOVE WS-TX-ID-TEXT TO OPST-TEXT.
009454     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE.
009455     MOVE "TRANSMISSION REFUSED" TO OPST-LABEL.
009456     MOVE WS-TX-REFUSE-REASON TO OPST-TEXT.
009457     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE.
009458     IF WS-TX-KNOWN-SOURCE
009459         MOVE "LAST RECEIVED FROM SOURCE" TO OPST-LABEL
009460         MOVE WS-TX-LAST-TEXT TO OPST-TEXT
009461         WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE
009462     END-IF.
009463     MOVE "HIGHEST SEVERITY" TO OPST-LABEL.
009464     MOVE "TRANSMISSION REFUSED - NOTHING PROCESSED THIS RUN"
009465         TO OPST-TEXT.
009466     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE.
009467     MOVE "RETURN CODE MEANS" TO OPST-LABEL.
009468     MOVE "16 - FEED REFUSED, OBTAIN THE CORRECT TRANSMISSION"
009469         TO OPST-TEXT.
009470     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE.
009471     CLOSE OPS-SUMMARY-FILE.
009472     CLOSE AMOUNT-TRANS-FILE.
009473     CLOSE TRANS-REGISTER-FILE.
009474     STOP RUN.
009475 1068-EXIT.
009476     EXIT.
009477*----------------------------------------------------------------*
009478 1100-LOAD-CTL-PARM.
009479*----------------------------------------------------------------*
009480     OPEN INPUT CTL-PARM-FILE.
009481     PERFORM 1150-READ-CTL-PARM THRU 1150-EXIT
009482         UNTIL WS-CTL-END-OF-FILE
009483            OR WS-CURRENCY-COUNT = 50.
009484     CLOSE CTL-PARM-FILE.
009485     IF WS-CURRENCY-COUNT = 0
009486         DISPLAY "CTLPARM EMPTY - USING DEFAULT CURRENCY LIMITS"
009487         PERFORM 1160-LOAD-DEFAULT-CURRENCY THRU 1160-EXIT
009488     END-IF.
009489 1100-EXIT.
009490     EXIT.
009491*----------------------------------------------------------------*
009492 1150-READ-CTL-PARM.
009493*----------------------------------------------------------------*
009494     READ CTL-PARM-FILE
009495         AT END
009496             SET WS-CTL-END-OF-FILE TO TRUE
009497         NOT AT END
009498             IF NOT CTL-STATUS-INACTIVE
009499                 ADD 1 TO WS-CURRENCY-COUNT
009500                 SET WS-CURR-IDX TO WS-CURRENCY-COUNT
009501                 MOVE CTL-CURRENCY-CODE TO
009502                     WS-CURR-CODE(WS-CURR-IDX)
009503                 MOVE CTL-MAX-AMOUNT TO WS-CURR-MAX(WS-CURR-IDX)
009510                 MOVE CTL-MIN-AMOUNT TO WS-CURR-MIN(WS-CURR-IDX)
009520                 MOVE CTL-DECIMAL-PLACES TO
009530                     WS-CURR-DEC(WS-CURR-IDX)
009531                 IF CTL-REVIEW-AMOUNT IS NUMERIC
009532                     MOVE CTL-REVIEW-AMOUNT TO
009533                         WS-CURR-REVIEW(WS-CURR-IDX)
009534                 ELSE
009535                     MOVE ZERO TO WS-CURR-REVIEW(WS-CURR-IDX)
009536                 END-IF
009540             END-IF
009550     END-READ.
009560 1150-EXIT.
009640     MOVE WS-DEFAULT-MAX-AMOUNT TO WS-CURR-MAX(WS-CURR-IDX).
009650     MOVE WS-DEFAULT-MIN-AMOUNT TO WS-CURR-MIN(WS-CURR-IDX).
009660     MOVE 2 TO WS-CURR-DEC(WS-CURR-IDX).
009665     MOVE ZERO TO WS-CURR-REVIEW(WS-CURR-IDX).
009670 1160-EXIT.
009680     EXIT.
009690*----------------------------------------------------------------*
011250         STOP RUN
011260     END-IF.
011270 1175-EXIT.
011271     EXIT.
011272*----------------------------------------------------------------*
011273 1180-OPEN-POSTED-REGISTER.
011274*----------------------------------------------------------------*
011275*    THE POSTED-ITEM REGISTER IS PERMANENT AND STAYS OPEN I-O FOR
011276*    THE LIFE OF THE RUN, THE SAME AS THE SUSPENSE FILE.  IT IS
011277*    CREATED EMPTY ON FIRST USE.
011278     OPEN I-O POSTED-REG-FILE.
011279     IF WS-PREG-FILE-STATUS NOT = "00"
011280             AND WS-PREG-FILE-STATUS NOT = "05"
011281         DISPLAY "POSTREG OPEN FAILED - STATUS "
011282             WS-PREG-FILE-STATUS
011283         MOVE 12 TO RETURN-CODE
011284         STOP RUN
011285     END-IF.
011286 1180-EXIT.
011287     EXIT.
011288*----------------------------------------------------------------*
011289 1185-OPEN-ACCOUNT-MASTER.
011290*----------------------------------------------------------------*
011291*    READ-ONLY HERE -- DL100AMM OWNS THE ACCOUNT MASTER.  IT IS
011292*    NOT OPTIONAL:  WITHOUT IT EVERY TRANSACTION WOULD GO TO
011293*    SUSPENSE AS AN UNKNOWN ACCOUNT, SO THE RUN STOPS INSTEAD.
011294     OPEN INPUT ACCT-MASTER-FILE.
011295     IF WS-ACT-FILE-STATUS NOT = "00"
011296         DISPLAY "ACCTMAST OPEN FAILED - STATUS "
011297             WS-ACT-FILE-STATUS
011298         MOVE 12 TO RETURN-CODE
011299         STOP RUN
011300     END-IF.
011301 1185-EXIT.
011302     EXIT.
011303*----------------------------------------------------------------*
011304 1187-OPEN-HOLD-QUEUE.
011305*----------------------------------------------------------------*
011306*    THE HOLD QUEUE IS PERMANENT AND STAYS OPEN I-O FOR THE LIFE
011307*    OF THE RUN, THE SAME AS THE SUSPENSE FILE.  IT IS CREATED
011308*    EMPTY ON FIRST USE.
011309     OPEN I-O HOLD-QUEUE-FILE.
011310     IF WS-HOLD-FILE-STATUS NOT = "00"
011311             AND WS-HOLD-FILE-STATUS NOT = "05"
011312         DISPLAY "HOLDQ OPEN FAILED - STATUS "
011313             WS-HOLD-FILE-STATUS
011314         MOVE 12 TO RETURN-CODE
011315         STOP RUN
011316     END-IF.
011317 1187-EXIT.
011318     EXIT.
011319*----------------------------------------------------------------*
011320 1200-LOAD-RESTART-POINT.
011321*----------------------------------------------------------------*
011322     OPEN INPUT RESTART-CTL-FILE.
011330     READ RESTART-CTL-FILE
011340         AT END
011350             MOVE LOW-VALUES TO RESTART-CTL-RECORD
012970 1900-EXIT.
012980     EXIT.
012990*----------------------------------------------------------------*
012991 1600-PROCESS-RELEASE.
012992*----------------------------------------------------------------*
012993*    A RELEASE POSTS A HELD ITEM ONLY ON A SECOND PERSON'S WORD --
012994*    THE APPROVER MUST BE NAMED AND MUST NOT BE THE SUBMITTER --
012995*    AND ONLY ON A LATER CYCLE THAN THE ONE THAT HELD IT.  AN
012996*    ITEM WITH NO SUBMITTER CANNOT SHOW A SECOND PERSON, SO IT
012997*    IS NEVER RELEASED.  A RELEASE THAT FAILS ANY OF THESE IS
012998*    REFUSED, LOGGED, AND LEAVES THE ITEM ON THE QUEUE.
012999     MOVE REL-RECORD-KEY TO HOLD-RECORD-KEY.
013000     PERFORM 1660-READ-HOLD-BY-KEY THRU 1660-EXIT.
013001     MOVE SPACES TO WS-REL-REFUSE-REASON.
013002     EVALUATE TRUE
013003         WHEN WS-HOLD-NOT-FOUND
013004             MOVE "NOT FOUND ON HOLD QUEUE" TO
013005                 WS-REL-REFUSE-REASON
013006         WHEN HOLD-QUEUE-SUSPENDED
013007             MOVE "RELEASED BUT REJECTED TO SUSPENSE" TO
013008                 WS-REL-REFUSE-REASON
013009         WHEN NOT HOLD-QUEUE-HELD
013010             MOVE "ALREADY RELEASED" TO WS-REL-REFUSE-REASON
013011         WHEN REL-APPROVER-ID = SPACES
013012             MOVE "NO APPROVER ID" TO WS-REL-REFUSE-REASON
013013         WHEN HOLD-SUBMITTER-ID = SPACES
013014             MOVE "NO SUBMITTER ON HELD ITEM" TO
013015                 WS-REL-REFUSE-REASON
013016         WHEN REL-APPROVER-ID = HOLD-SUBMITTER-ID
013017             MOVE "APPROVER SAME AS SUBMITTER" TO
013018                 WS-REL-REFUSE-REASON
013019         WHEN HOLD-HELD-DATE = WS-RUN-DATE
013020                 AND HOLD-HELD-CYCLE = WS-RUN-CYCLE
013021             MOVE "RELEASE IN SAME CYCLE AS HOLD" TO
013022                 WS-REL-REFUSE-REASON
013023     END-EVALUATE.
013024     IF WS-REL-REFUSE-REASON NOT = SPACES
013025         PERFORM 1640-REFUSE-RELEASE THRU 1640-EXIT
013026     ELSE
013027         PERFORM 1620-POST-RELEASED-ITEM THRU 1620-EXIT
013028     END-IF.
013029     PERFORM 1650-READ-RELEASE THRU 1650-EXIT.
013030 1600-EXIT.
013031     EXIT.
013032*----------------------------------------------------------------*
013033 1620-POST-RELEASED-ITEM.
013034*----------------------------------------------------------------*
013035*    THE RELEASED ITEM IS RUN BACK THROUGH 3000 SO AN ACCOUNT
013036*    FROZEN OR A LIMIT LOWERED WHILE IT WAITED STILL STOPS IT --
013037*    A FAILURE GOES TO SUSPENSE LIKE ANY OTHER REJECT.  THE QUEUE
013038*    ENTRY IS MARKED 'R' ONLY WHEN THE ITEM POSTED; A FAILURE IS
013039*    MARKED 'S' SO A CORRECTION OF THE KEY CAN BE HELD AGAIN.
013040*    EITHER WAY WHO RELEASED IT AND WHEN IS RECORDED.  3000 DOES
013041*    NOT TOUCH HOLD-QUEUE-RECORD ON THIS PATH, SO THE ENTRY READ
013042*    IN 1600 IS STILL THERE TO REWRITE.
013043     MOVE HOLD-RECORD-KEY TO WS-CUR-RECORD-KEY.
013044     MOVE HOLD-TIMESTAMP TO WS-CUR-TIMESTAMP.
013045     MOVE HOLD-CURRENCY-CODE TO WS-CUR-CURRENCY-CODE.
013046     MOVE HOLD-AMOUNT TO WS-CUR-AMOUNT.
013047     MOVE HOLD-AMOUNT-SIGN TO WS-CUR-AMOUNT-SIGN.
013048     MOVE HOLD-AMOUNT-VERIFY-WHOLE TO WS-CUR-AMOUNT-VERIFY-WHOLE.
013049     MOVE HOLD-AMOUNT-VERIFY-CENTS TO WS-CUR-AMOUNT-VERIFY-CENTS.
013050     MOVE HOLD-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID.
013051     MOVE HOLD-RECORD-TYPE TO WS-CUR-RECORD-TYPE.
013052     MOVE HOLD-ORIG-RECORD-KEY TO WS-CUR-ORIG-RECORD-KEY.
013053     MOVE HOLD-SUBMITTER-ID TO WS-CUR-SUBMITTER-ID.
013054     SET WS-RELEASING TO TRUE.
013055     PERFORM 3000-VALIDATE-AMOUNT THRU 3000-EXIT.
013056     SET WS-NOT-RELEASING TO TRUE.
013057     IF WS-VALIDATE-ACCEPTED
013058         ADD 1 TO WS-RELEASED-COUNT
013059         ADD WS-AMOUNT TO WS-RELEASED-AMOUNT
013060         SET HOLD-QUEUE-RELEASED TO TRUE
013061     ELSE
013062         SET HOLD-QUEUE-SUSPENDED TO TRUE
013063     END-IF.
013064     MOVE WS-RUN-DATE TO HOLD-RELEASE-DATE.
013065     MOVE WS-RUN-CYCLE TO HOLD-RELEASE-CYCLE.
013066     MOVE REL-APPROVER-ID TO HOLD-APPROVER-ID.
013067     REWRITE HOLD-QUEUE-RECORD
013068         INVALID KEY
013069             DISPLAY "HOLDQ REWRITE FAILED - KEY "
013070                 HOLD-RECORD-KEY " STATUS " WS-HOLD-FILE-STATUS
013071     END-REWRITE.
013072     PERFORM 1630-WRITE-RELEASE-AUDIT THRU 1630-EXIT.
013073 1620-EXIT.
013074     EXIT.
013075*----------------------------------------------------------------*
013076 1630-WRITE-RELEASE-AUDIT.
013077*----------------------------------------------------------------*
013078     MOVE SPACES TO CORR-AUDIT-RECORD.
013079     MOVE HOLD-RECORD-KEY TO CAUD-RECORD-KEY.
013080     MOVE HOLD-CURRENCY-CODE TO CAUD-CURRENCY-CODE.
013081     MOVE WS-HOLD-AUDIT-REASON TO CAUD-ORIGINAL-REASON.
013082     IF WS-VALIDATE-ACCEPTED
013083         MOVE "RELEASED" TO CAUD-FINAL-DISPOSITION
013084         MOVE SPACES TO CAUD-FINAL-REASON
013085     ELSE
013086         MOVE "REJECTED" TO CAUD-FINAL-DISPOSITION
013087         MOVE WS-REJECT-REASON TO CAUD-FINAL-REASON
013088     END-IF.
013089     MOVE REL-APPROVER-ID TO CAUD-APPROVER-ID.
013090     WRITE CORR-AUDIT-RECORD.
013091 1630-EXIT.
013092     EXIT.
013093*----------------------------------------------------------------*
013094 1640-REFUSE-RELEASE.
013095*----------------------------------------------------------------*
013096     ADD 1 TO WS-RELEASE-REFUSED-COUNT.
013097     MOVE SPACES TO CORR-AUDIT-RECORD.
013098     MOVE REL-RECORD-KEY TO CAUD-RECORD-KEY.
013099     IF WS-HOLD-FOUND
013100         MOVE HOLD-CURRENCY-CODE TO CAUD-CURRENCY-CODE
013101         MOVE WS-HOLD-AUDIT-REASON TO CAUD-ORIGINAL-REASON
013102     END-IF.
013103     MOVE WS-REL-REFUSE-REASON TO CAUD-FINAL-REASON.
013104     MOVE "REFUSED" TO CAUD-FINAL-DISPOSITION.
013105     MOVE REL-APPROVER-ID TO CAUD-APPROVER-ID.
013106     WRITE CORR-AUDIT-RECORD.
013107 1640-EXIT.
013108     EXIT.
013109*----------------------------------------------------------------*
013110 1650-READ-RELEASE.
013111*----------------------------------------------------------------*
013112     READ RELEASE-TRANS-FILE
013113         AT END
013114             SET WS-REL-END-OF-FILE TO TRUE
013115     END-READ.
013116 1650-EXIT.
013117     EXIT.
013118*----------------------------------------------------------------*
013119 1660-READ-HOLD-BY-KEY.
013120*----------------------------------------------------------------*
013121*    DIRECT KEYED READ -- THE CALLER SETS HOLD-RECORD-KEY FIRST.
013122     SET WS-HOLD-NOT-FOUND TO TRUE.
013123     READ HOLD-QUEUE-FILE
013124         INVALID KEY
013125             CONTINUE
013126         NOT INVALID KEY
013127             SET WS-HOLD-FOUND TO TRUE
013128     END-READ.
013129 1660-EXIT.
013130     EXIT.
013131*----------------------------------------------------------------*
013132 1700-PROCESS-WRITEOFF.
013133*----------------------------------------------------------------*
013134*    A WRITE-OFF CLOSES AN OPEN SUSPENSE ITEM WITHOUT EVER
013135*    REPROCESSING IT.  THE ITEM'S EXIT IS TRACED ON THE
013136*    CORRECTION AUDIT TRAIL WITH ITS REASON CODE AND APPROVER,
013137*    AND THE KEYED DELETE DROPS IT FROM THE SUSPENSE FILE AND
013138*    THE AGING REPORT THE SAME WAY A RESOLVED ITEM LEAVES.
013139*    A KEY NOT OPEN IN SUSPENSE IS REFUSED AND LOGGED.
013140     MOVE WOFF-RECORD-KEY TO SUSP-RECORD-KEY.
013141     PERFORM 1860-READ-SUSPENSE-BY-KEY THRU 1860-EXIT.
013142     IF WS-SUSP-FOUND
013143         ADD 1 TO WS-WRITTEN-OFF-COUNT
013144*        MARK THE ROW 'W' ON FILE BEFORE REMOVING IT, SO A RUN
013145*        THAT DIES BETWEEN HERE AND THE DELETE LEAVES THE ITEM
013146*        VISIBLY WRITTEN OFF RATHER THAN SILENTLY STILL OPEN.
013150         SET SUSP-SUSPENSE-WRITTEN-OFF TO TRUE
013160         REWRITE SUSPENSE-RECORD
013170             INVALID KEY
013720     MOVE CORR-AMOUNT-VERIFY-WHOLE TO WS-CUR-AMOUNT-VERIFY-WHOLE.
013730     MOVE CORR-AMOUNT-VERIFY-CENTS TO WS-CUR-AMOUNT-VERIFY-CENTS.
013740     MOVE CORR-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID.
013743     MOVE CORR-RECORD-TYPE TO WS-CUR-RECORD-TYPE.
013746     MOVE CORR-ORIG-RECORD-KEY TO WS-CUR-ORIG-RECORD-KEY.
013748     MOVE CORR-SUBMITTER-ID TO WS-CUR-SUBMITTER-ID.
013750     MOVE "NOT FOUND IN SUSPENSE" TO WS-CORR-AUDIT-REASON.
013760     MOVE CORR-RECORD-KEY TO SUSP-RECORD-KEY.
013770     PERFORM 1860-READ-SUSPENSE-BY-KEY THRU 1860-EXIT.
013830     END-IF.
013840     PERFORM 3000-VALIDATE-AMOUNT THRU 3000-EXIT.
013850*    A CLEAN CORRECTION RESOLVES THE ITEM -- DELETED IN PLACE SO
013856*    THE FILE KEEPS CARRYING ONLY THE STILL-OPEN ITEMS.  ONE HELD
013862*    FOR RELEASE HAS LEFT SUSPENSE FOR THE HOLD QUEUE.
013868     IF (WS-VALIDATE-ACCEPTED OR WS-VALIDATE-HELD)
013874             AND WS-CORR-SUSP-FOUND
013880         MOVE CORR-RECORD-KEY TO SUSP-RECORD-KEY
013890         DELETE SUSPENSE-FILE RECORD
013900     END-IF.
014250     IF WS-VALIDATE-ACCEPTED
014260         MOVE "ACCEPTED" TO CAUD-FINAL-DISPOSITION
014270         MOVE SPACES TO CAUD-FINAL-REASON
014272     ELSE IF WS-VALIDATE-HELD
014274         MOVE "HELD" TO CAUD-FINAL-DISPOSITION
014276         MOVE WS-HOLD-AUDIT-REASON TO CAUD-FINAL-REASON
014280     ELSE
014290         MOVE "REJECTED" TO CAUD-FINAL-DISPOSITION
014300         MOVE WS-REJECT-REASON TO CAUD-FINAL-REASON
014480         MOVE TRANS-AMOUNT-VERIFY-CENTS TO
014490             WS-CUR-AMOUNT-VERIFY-CENTS
014500         MOVE TRANS-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
014503         MOVE TRANS-RECORD-TYPE TO WS-CUR-RECORD-TYPE
014506         MOVE TRANS-ORIG-RECORD-KEY TO WS-CUR-ORIG-RECORD-KEY
014508         MOVE TRANS-SUBMITTER-ID TO WS-CUR-SUBMITTER-ID
014510         PERFORM 3000-VALIDATE-AMOUNT THRU 3000-EXIT
014520         IF WS-VALIDATE-ACCEPTED
014530             MOVE WS-CUR-RECORD-KEY TO WS-RESTART-LAST-KEY
014790     MOVE TRANS-AMOUNT-VERIFY-CENTS TO
014800         WS-CUR-AMOUNT-VERIFY-CENTS.
014810     MOVE TRANS-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID.
014813     MOVE TRANS-RECORD-TYPE TO WS-CUR-RECORD-TYPE.
014816     MOVE TRANS-ORIG-RECORD-KEY TO WS-CUR-ORIG-RECORD-KEY.
014818     MOVE TRANS-SUBMITTER-ID TO WS-CUR-SUBMITTER-ID.
014820     SET WS-DUPLICATE-NOT-FOUND TO TRUE.
014830     PERFORM 3015-SEARCH-DUPLICATE THRU 3015-EXIT
014840         VARYING WS-SEEN-IDX FROM 1 BY 1
015130     PERFORM 3040-CHECK-ACCOUNT-VELOCITY THRU 3040-EXIT.
015140     PERFORM 3050-RECOMPUTE-CHECK THRU 3050-EXIT.
015150     PERFORM 3060-VALIDATE-TIMESTAMP THRU 3060-EXIT.
015155     PERFORM 3070-VALIDATE-REVERSAL THRU 3070-EXIT.
015157     PERFORM 3080-CHECK-ACCOUNT-STATUS THRU 3080-EXIT.
015158     PERFORM 3090-CHECK-REVIEW-THRESHOLD THRU 3090-EXIT.
015160     IF WS-RECOMPUTE-MISMATCH THEN
015170         MOVE "AMOUNT RECOMPUTE MISMATCH" TO WS-REJECT-REASON
015180         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015190     ELSE IF WS-TIMESTAMP-INVALID THEN
015200         MOVE WS-TIMESTAMP-REJECT-REASON TO WS-REJECT-REASON
015202         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015204     ELSE IF WS-ACCOUNT-REFUSED THEN
015206         MOVE WS-ACCOUNT-REJECT-REASON TO WS-REJECT-REASON
015210         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015220     ELSE IF WS-AMOUNT-CHECK > WS-MAX-AMOUNT THEN
015230         MOVE "AMOUNT EXCEEDS CURRENCY MAXIMUM" TO
015240             WS-REJECT-REASON
015250         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015256     ELSE IF WS-CUR-AMOUNT-NEGATIVE
015262             AND NOT WS-CUR-TYPE-REVERSAL THEN
015270         MOVE "NEGATIVE AMOUNT NOT ALLOWED" TO WS-REJECT-REASON
015272         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015274     ELSE IF WS-REVERSAL-INVALID THEN
015276         MOVE WS-REVERSAL-REJECT-REASON TO WS-REJECT-REASON
015280         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015290     ELSE IF WS-AMOUNT-CHECK < WS-MIN-AMOUNT THEN
015300         MOVE "AMOUNT BELOW CURRENCY MINIMUM" TO WS-REJECT-REASON
015380         MOVE "ACCOUNT DAILY VELOCITY CAP BREACH" TO
015390             WS-REJECT-REASON
015400         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
015402     ELSE IF WS-HOLD-FOR-REVIEW THEN
015404         MOVE WS-AMOUNT-CHECK TO WS-AMOUNT
015406         PERFORM 3840-HOLD-FOR-RELEASE THRU 3840-EXIT
015410     ELSE
015420         MOVE WS-AMOUNT-CHECK TO WS-AMOUNT
015430         SET WS-VALIDATE-ACCEPTED TO TRUE
016050     SET WS-CURRENCY-NOT-FOUND TO TRUE.
016060     MOVE WS-DEFAULT-MAX-AMOUNT TO WS-MAX-AMOUNT.
016070     MOVE WS-DEFAULT-MIN-AMOUNT TO WS-MIN-AMOUNT.
016075     MOVE ZERO TO WS-REVIEW-AMOUNT.
016080     MOVE 2 TO WS-CUR-CCY-DECIMALS.
016090     PERFORM 3025-SEARCH-CURRENCY THRU 3025-EXIT
016100         VARYING WS-CURR-IDX FROM 1 BY 1
016210     IF WS-CURR-CODE(WS-CURR-IDX) = WS-CUR-CURRENCY-CODE
016220         MOVE WS-CURR-MAX(WS-CURR-IDX) TO WS-MAX-AMOUNT
016230         MOVE WS-CURR-MIN(WS-CURR-IDX) TO WS-MIN-AMOUNT
016235         MOVE WS-CURR-REVIEW(WS-CURR-IDX) TO WS-REVIEW-AMOUNT
016240         MOVE WS-CURR-DEC(WS-CURR-IDX) TO WS-CUR-CCY-DECIMALS
016250         SET WS-CURR-MATCH-IDX TO WS-CURR-IDX
016260         SET WS-CURRENCY-FOUND TO TRUE
016360*    CANNOT BE EVADED BY SPLITTING ACROSS CYCLES.  ONLY AMOUNTS
016370*    THAT ACTUALLY POST ACCUMULATE (3800-ACCEPT-RECORD), SO A
016380*    REJECTED TRANSACTION DOES NOT EAT INTO THE ACCOUNT'S CAP.
016385*    AN ACCOUNT WITH NO ACCT-CAP ROW CARRIES NO CAP.  A REVERSAL
016390*    UNWINDS MONEY ALREADY POSTED, SO IT IS NEITHER HELD TO THE
016395*    CAP NOR ADDED TO THE ACCOUNT'S TOTAL.
016400     SET WS-VELOCITY-OK TO TRUE.
016410     SET WS-CAP-NOT-FOUND TO TRUE.
016412     IF WS-CUR-TYPE-REVERSAL
016414         GO TO 3040-EXIT
016416     END-IF.
016420     PERFORM 3045-SEARCH-ACCT-CAP THRU 3045-EXIT
016430         VARYING WS-CAP-IDX FROM 1 BY 1
016440         UNTIL WS-CAP-IDX > WS-ACCT-CAP-COUNT
017670     COMPUTE WS-TS-AGE-DAYS =
017680         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
017690         FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
017693*    A RELEASED ITEM WAS JUDGED FRESH WHEN IT WAS HELD -- THE
017696*    DAYS IT SAT WAITING FOR ITS APPROVER DO NOT MAKE IT STALE.
017700     IF WS-TS-AGE-DAYS > WS-STALE-DAYS-LIMIT
017705             AND WS-NOT-RELEASING
017710         SET WS-TIMESTAMP-INVALID TO TRUE
017720         MOVE "TIMESTAMP OLDER THAN STALE LIMIT" TO
017730             WS-TIMESTAMP-REJECT-REASON
017830 3065-EXIT.
017840     EXIT.
017850*----------------------------------------------------------------*
017851 3070-VALIDATE-REVERSAL.
017852*----------------------------------------------------------------*
017853*    A REVERSAL UNWINDS ONE EARLIER POSTED TRANSACTION, NAMED BY
017854*    PFX-ORIG-RECORD-KEY.  IT MUST BE SIGNED '-', THE ORIGINAL
017855*    MUST BE ON THE POSTED-ITEM REGISTER (EVERY RECORD EVER
017856*    WRITTEN TO AN ACCTRANS EXTRACT IS), MUST NOT ALREADY BE
017857*    REVERSED, AND MUST MATCH ON CURRENCY AND AMOUNT.  AN
017858*    ORIGINAL ALREADY REVERSED BY THIS SAME KEY ON THIS SAME DATE
017859*    AND CYCLE IS A RERUN, NOT A SECOND REVERSAL, AND IS LET
017860*    THROUGH.  THE SAME REVERSAL RESENT ON A LATER DATE OR CYCLE
017861*    WOULD UNWIND THE ORIGINAL TWICE AND IS REJECTED.
017862     SET WS-REVERSAL-OK TO TRUE.
017863     MOVE SPACES TO WS-REVERSAL-REJECT-REASON.
017864     IF NOT WS-CUR-TYPE-REVERSAL
017865         GO TO 3070-EXIT
017866     END-IF.
017867     IF NOT WS-CUR-AMOUNT-NEGATIVE
017868         SET WS-REVERSAL-INVALID TO TRUE
017869         MOVE "REVERSAL NOT SIGNED NEGATIVE" TO
017870             WS-REVERSAL-REJECT-REASON
017871         GO TO 3070-EXIT
017872     END-IF.
017873     IF WS-CUR-ORIG-RECORD-KEY = SPACES
017874         SET WS-REVERSAL-INVALID TO TRUE
017875         MOVE "REVERSAL ORIGINAL KEY MISSING" TO
017876             WS-REVERSAL-REJECT-REASON
017877         GO TO 3070-EXIT
017878     END-IF.
017879     MOVE WS-CUR-ORIG-RECORD-KEY TO PREG-RECORD-KEY.
017880     PERFORM 3075-READ-POSTED-REGISTER THRU 3075-EXIT.
017881     IF WS-PREG-NOT-FOUND
017882         SET WS-REVERSAL-INVALID TO TRUE
017883         MOVE "REVERSAL ORIGINAL NOT POSTED" TO
017884             WS-REVERSAL-REJECT-REASON
017885         GO TO 3070-EXIT
017886     END-IF.
017887     IF PREG-STATUS-REVERSED
017888             AND (PREG-REVERSAL-KEY NOT = WS-CUR-RECORD-KEY
017889                  OR PREG-REVERSAL-DATE NOT = WS-RUN-DATE
017890                  OR PREG-REVERSAL-CYCLE NOT = WS-RUN-CYCLE)
017891         SET WS-REVERSAL-INVALID TO TRUE
017892         MOVE "ORIGINAL ALREADY REVERSED" TO
017893             WS-REVERSAL-REJECT-REASON
017894         GO TO 3070-EXIT
017895     END-IF.
017896     IF PREG-CURRENCY-CODE NOT = WS-CUR-CURRENCY-CODE
017897         SET WS-REVERSAL-INVALID TO TRUE
017898         MOVE "REVERSAL CURRENCY MISMATCH" TO
017899             WS-REVERSAL-REJECT-REASON
017900         GO TO 3070-EXIT
017901     END-IF.
017902     IF PREG-AMOUNT NOT = WS-AMOUNT-CHECK
017903         SET WS-REVERSAL-INVALID TO TRUE
017904         MOVE "REVERSAL AMOUNT MISMATCH" TO
017905             WS-REVERSAL-REJECT-REASON
017906     END-IF.
017907 3070-EXIT.
017908     EXIT.
017909*----------------------------------------------------------------*
017910 3075-READ-POSTED-REGISTER.
017911*----------------------------------------------------------------*
017912*    DIRECT KEYED READ -- THE CALLER SETS PREG-RECORD-KEY FIRST.
017913     SET WS-PREG-NOT-FOUND TO TRUE.
017914     READ POSTED-REG-FILE
017915         INVALID KEY
017916             CONTINUE
017917         NOT INVALID KEY
017918             SET WS-PREG-FOUND TO TRUE
017919     END-READ.
017920 3075-EXIT.
017921     EXIT.
017922*----------------------------------------------------------------*
017923 3080-CHECK-ACCOUNT-STATUS.
017924*----------------------------------------------------------------*
017925*    THE ORIGINATING ACCOUNT MUST BE ON THE ACCOUNT MASTER, NOT
017926*    CLOSED OR FROZEN, AND AT OR PAST ITS OPEN DATE.  A DORMANT
017927*    ACCOUNT STILL POSTS -- DORMANCY IS A REPORTING STATE, NOT A
017928*    BLOCK.  REVERSALS ARE HELD TO THE SAME RULE:  MONEY DOES NOT
017929*    MOVE ON A CLOSED OR FROZEN ACCOUNT IN EITHER DIRECTION.
017930     SET WS-ACCOUNT-OK TO TRUE.
017931     MOVE SPACES TO WS-ACCOUNT-REJECT-REASON.
017932     IF WS-CUR-ACCOUNT-ID = SPACES
017933         SET WS-ACCOUNT-REFUSED TO TRUE
017934         MOVE "ACCOUNT ID MISSING" TO WS-ACCOUNT-REJECT-REASON
017935         GO TO 3080-EXIT
017936     END-IF.
017937     SET WS-ACT-NOT-FOUND TO TRUE.
017938     MOVE WS-CUR-ACCOUNT-ID TO ACT-ACCOUNT-ID.
017939     READ ACCT-MASTER-FILE
017940         INVALID KEY
017941             CONTINUE
017942         NOT INVALID KEY
017943             SET WS-ACT-FOUND TO TRUE
017944     END-READ.
017945     IF WS-ACT-NOT-FOUND
017946         SET WS-ACCOUNT-REFUSED TO TRUE
017947         MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO
017948             WS-ACCOUNT-REJECT-REASON
017949         GO TO 3080-EXIT
017950     END-IF.
017951     IF ACT-STATUS-CLOSED
017952         SET WS-ACCOUNT-REFUSED TO TRUE
017953         MOVE "ACCOUNT CLOSED" TO WS-ACCOUNT-REJECT-REASON
017954         GO TO 3080-EXIT
017955     END-IF.
017956     IF ACT-STATUS-FROZEN
017957         SET WS-ACCOUNT-REFUSED TO TRUE
017958         MOVE "ACCOUNT FROZEN" TO WS-ACCOUNT-REJECT-REASON
017959         GO TO 3080-EXIT
017960     END-IF.
017961     IF ACT-OPEN-DATE IS NUMERIC
017962             AND ACT-OPEN-DATE > WS-RUN-DATE
017963         SET WS-ACCOUNT-REFUSED TO TRUE
017964         MOVE "ACCOUNT NOT YET OPEN" TO WS-ACCOUNT-REJECT-REASON
017965     END-IF.
017966 3080-EXIT.
017967     EXIT.
017968*----------------------------------------------------------------*
017969 3090-CHECK-REVIEW-THRESHOLD.
017970*----------------------------------------------------------------*
017971*    AN AMOUNT OVER ITS CURRENCY'S REVIEW THRESHOLD DOES NOT POST
017972*    ON THE SUBMITTER'S WORD ALONE -- IT WAITS ON THE HOLD QUEUE.
017973*    A ZERO THRESHOLD MEANS THE CURRENCY HAS NO REVIEW LEVEL.  A
017974*    REVERSAL IS NOT HELD -- IT UNWINDS AN ITEM THAT ALREADY
017975*    POSTED -- AND AN ITEM BEING RELEASED HAS ALREADY HAD ITS
017976*    SECOND PAIR OF EYES.
017977     SET WS-HOLD-NOT-REQUIRED TO TRUE.
017978     IF WS-CUR-TYPE-REVERSAL OR WS-RELEASING
017979         GO TO 3090-EXIT
017980     END-IF.
017981     IF WS-REVIEW-AMOUNT > ZERO
017982             AND WS-AMOUNT-CHECK > WS-REVIEW-AMOUNT
017983         SET WS-HOLD-FOR-REVIEW TO TRUE
017984     END-IF.
017985 3090-EXIT.
017986     EXIT.
017987*----------------------------------------------------------------*
017988 3800-ACCEPT-RECORD.
017989*----------------------------------------------------------------*
017990     MOVE SPACES TO ACCTRANS-RECORD.
017991     MOVE WS-CUR-RECORD-KEY TO ACCT-RECORD-KEY.
017992     MOVE WS-CUR-TIMESTAMP TO ACCT-TIMESTAMP.
017993     MOVE WS-CUR-CURRENCY-CODE TO ACCT-CURRENCY-CODE.
017994     MOVE WS-AMOUNT TO ACCT-AMOUNT.
017995     PERFORM 3810-COMPUTE-BASE-AMOUNT THRU 3810-EXIT.
017996     MOVE WS-CUR-BASE-AMOUNT TO ACCT-BASE-AMOUNT.
017997     MOVE WS-VALUE-DATE TO ACCT-VALUE-DATE.
017998     MOVE WS-CUR-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
017999     IF WS-CUR-TYPE-REVERSAL
018000         SET ACCT-ENTRY-REVERSAL TO TRUE
018001         MOVE WS-CUR-ORIG-RECORD-KEY TO ACCT-ORIG-RECORD-KEY
018002     END-IF.
018003     WRITE ACCTRANS-RECORD.
018004     IF WS-CUR-TYPE-REVERSAL
018005         PERFORM 3830-MARK-ORIGINAL-REVERSED THRU 3830-EXIT
018006         ADD 1 TO WS-REVERSAL-COUNT
018007         ADD WS-AMOUNT TO WS-REVERSAL-AMOUNT
018008     ELSE
018009         PERFORM 3820-REGISTER-POSTED-ITEM THRU 3820-EXIT
018010     END-IF.
018011     ADD 1 TO WS-ACCEPTED-COUNT.
018012     ADD WS-AMOUNT TO WS-ACCEPTED-AMOUNT.
018013     IF WS-CAP-FOUND
018014         ADD WS-AMOUNT TO WS-CAP-ACC-TOTAL(WS-CAP-MATCH-IDX)
018015     END-IF.
018020     IF WS-CURRENCY-FOUND
018030         SET WS-CURR-IDX TO WS-CURR-MATCH-IDX
018040         ADD 1 TO WS-CURR-ACC-COUNT(WS-CURR-IDX)
018280         END-IF
018290     END-IF.
018300 3810-EXIT.
018301     EXIT.
018302*----------------------------------------------------------------*
018303 3820-REGISTER-POSTED-ITEM.
018304*----------------------------------------------------------------*
018305*    ENTERS THE TRANSACTION JUST WRITTEN TO ACCTRANS ON THE
018306*    POSTED-ITEM REGISTER SO A LATER REVERSAL CAN BE PROVED
018307*    AGAINST IT.  A KEY ALREADY ON FILE FROM THIS SAME DATE AND
018308*    CYCLE IS A RERUN AND IS REFRESHED IN PLACE; ONE FROM AN
018309*    EARLIER RUN IS LEFT ALONE SO ITS REVERSAL HISTORY SURVIVES.
018310     MOVE WS-CUR-RECORD-KEY TO PREG-RECORD-KEY.
018311     PERFORM 3075-READ-POSTED-REGISTER THRU 3075-EXIT.
018312     IF WS-PREG-FOUND
018313         IF PREG-POST-DATE NOT = WS-RUN-DATE
018314                 OR PREG-CYCLE-NUMBER NOT = WS-RUN-CYCLE
018315             DISPLAY "POSTREG KEY ALREADY REGISTERED BY AN "
018316                 "EARLIER RUN - KEY " WS-CUR-RECORD-KEY
018317             GO TO 3820-EXIT
018318         END-IF
018319     END-IF.
018320     MOVE SPACES TO POSTED-REG-RECORD.
018321     MOVE WS-CUR-RECORD-KEY TO PREG-RECORD-KEY.
018322     MOVE WS-CUR-CURRENCY-CODE TO PREG-CURRENCY-CODE.
018323     MOVE WS-AMOUNT TO PREG-AMOUNT.
018324     MOVE WS-CUR-ACCOUNT-ID TO PREG-ACCOUNT-ID.
018325     MOVE WS-RUN-DATE TO PREG-POST-DATE.
018326     MOVE WS-RUN-CYCLE TO PREG-CYCLE-NUMBER.
018327     SET PREG-STATUS-POSTED TO TRUE.
018328     MOVE ZEROES TO PREG-REVERSAL-DATE.
018329     MOVE ZEROES TO PREG-REVERSAL-CYCLE.
018330     IF WS-PREG-FOUND
018331         REWRITE POSTED-REG-RECORD
018332             INVALID KEY
018333                 DISPLAY "POSTREG REWRITE FAILED - KEY "
018334                     PREG-RECORD-KEY " STATUS "
018335                     WS-PREG-FILE-STATUS
018336         END-REWRITE
018337     ELSE
018338         WRITE POSTED-REG-RECORD
018339             INVALID KEY
018340                 DISPLAY "POSTREG WRITE FAILED - KEY "
018341                     PREG-RECORD-KEY " STATUS "
018342                     WS-PREG-FILE-STATUS
018343         END-WRITE
018344     END-IF.
018345 3820-EXIT.
018346     EXIT.
018347*----------------------------------------------------------------*
018348 3830-MARK-ORIGINAL-REVERSED.
018349*----------------------------------------------------------------*
018350*    FLIPS THE ORIGINAL'S REGISTER ENTRY TO REVERSED, STAMPED
018351*    WITH THE REVERSING KEY, DATE AND CYCLE, SO A SECOND REVERSAL
018352*    OF THE SAME ITEM IS REFUSED.  3070 ALREADY PROVED THE ENTRY
018353*    EXISTS.
018354     MOVE WS-CUR-ORIG-RECORD-KEY TO PREG-RECORD-KEY.
018355     PERFORM 3075-READ-POSTED-REGISTER THRU 3075-EXIT.
018356     IF WS-PREG-NOT-FOUND
018357         DISPLAY "POSTREG ORIGINAL VANISHED - KEY "
018358             WS-CUR-ORIG-RECORD-KEY
018359         GO TO 3830-EXIT
018360     END-IF.
018361     SET PREG-STATUS-REVERSED TO TRUE.
018362     MOVE WS-CUR-RECORD-KEY TO PREG-REVERSAL-KEY.
018363     MOVE WS-RUN-DATE TO PREG-REVERSAL-DATE.
018364     MOVE WS-RUN-CYCLE TO PREG-REVERSAL-CYCLE.
018365     REWRITE POSTED-REG-RECORD
018366         INVALID KEY
018367             DISPLAY "POSTREG REWRITE FAILED - KEY "
018368                 PREG-RECORD-KEY " STATUS " WS-PREG-FILE-STATUS
018369     END-REWRITE.
018370 3830-EXIT.
018371     EXIT.
018372*----------------------------------------------------------------*
018373 3840-HOLD-FOR-RELEASE.
018374*----------------------------------------------------------------*
018375*    THE ITEM WAITS ON THE KEYED HOLD QUEUE AS IT ARRIVED.  A
018376*    RERUN THAT MEETS ITS OWN STILL-HELD ENTRY REFRESHES IT IN
018377*    PLACE, KEEPING THE DATE AND CYCLE IT WAS FIRST HELD.  A KEY
018378*    THE QUEUE HAS ALREADY RELEASED AND POSTED IS A RESUBMISSION
018379*    AND GOES TO SUSPENSE INSTEAD.  A KEY WHOSE RELEASE FAILED
018380*    RE-VALIDATION ('S') NEVER POSTED, SO ITS CORRECTION IS HELD
018381*    AGAIN AS A NEW ENTRY.  AN ITEM WITH NO SUBMITTER ID ALSO
018382*    GOES TO SUSPENSE -- WITHOUT ONE NO RELEASE CAN PROVE A SECOND
018383*    PERSON, SO IT WAITS THERE UNTIL A CORRECTION SUPPLIES ONE.
018384     MOVE WS-CUR-RECORD-KEY TO HOLD-RECORD-KEY.
018385     PERFORM 1660-READ-HOLD-BY-KEY THRU 1660-EXIT.
018386     IF WS-HOLD-FOUND AND HOLD-QUEUE-RELEASED
018387         MOVE "KEY ALREADY RELEASED FROM HOLD" TO
018388             WS-REJECT-REASON
018389         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
018390         GO TO 3840-EXIT
018391     END-IF.
018392     IF WS-CUR-SUBMITTER-ID = SPACES
018393         MOVE "SUBMITTER ID MISSING" TO WS-REJECT-REASON
018394         PERFORM 3900-REJECT-RECORD THRU 3900-EXIT
018395         GO TO 3840-EXIT
018396     END-IF.
018397     SET WS-VALIDATE-HELD TO TRUE.
018398     IF WS-HOLD-NOT-FOUND OR HOLD-QUEUE-SUSPENDED
018399         MOVE SPACES TO HOLD-QUEUE-RECORD
018400         MOVE WS-CUR-RECORD-KEY TO HOLD-RECORD-KEY
018401         MOVE WS-RUN-DATE TO HOLD-HELD-DATE
018402         MOVE WS-RUN-CYCLE TO HOLD-HELD-CYCLE
018403         MOVE ZEROES TO HOLD-RELEASE-DATE
018404         MOVE ZEROES TO HOLD-RELEASE-CYCLE
018405         SET HOLD-QUEUE-HELD TO TRUE
018406     END-IF.
018407     MOVE WS-CUR-TIMESTAMP TO HOLD-TIMESTAMP.
018408     MOVE WS-CUR-CURRENCY-CODE TO HOLD-CURRENCY-CODE.
018409     MOVE WS-CUR-AMOUNT TO HOLD-AMOUNT.
018410     MOVE WS-CUR-AMOUNT-SIGN TO HOLD-AMOUNT-SIGN.
018411     MOVE WS-CUR-AMOUNT-VERIFY-WHOLE TO HOLD-AMOUNT-VERIFY-WHOLE.
018412     MOVE WS-CUR-AMOUNT-VERIFY-CENTS TO HOLD-AMOUNT-VERIFY-CENTS.
018413     MOVE WS-CUR-ACCOUNT-ID TO HOLD-ACCOUNT-ID.
018414     MOVE WS-CUR-RECORD-TYPE TO HOLD-RECORD-TYPE.
018415     MOVE WS-CUR-ORIG-RECORD-KEY TO HOLD-ORIG-RECORD-KEY.
018416     MOVE WS-CUR-SUBMITTER-ID TO HOLD-SUBMITTER-ID.
018417     MOVE WS-REVIEW-AMOUNT TO HOLD-REVIEW-AMOUNT.
018418     IF WS-HOLD-FOUND
018419         REWRITE HOLD-QUEUE-RECORD
018420             INVALID KEY
018421                 DISPLAY "HOLDQ REWRITE FAILED - KEY "
018422                     HOLD-RECORD-KEY " STATUS "
018423                     WS-HOLD-FILE-STATUS
018424         END-REWRITE
018425     ELSE
018426         WRITE HOLD-QUEUE-RECORD
018427             INVALID KEY
018428                 DISPLAY "HOLDQ WRITE FAILED - KEY "
018429                     HOLD-RECORD-KEY " STATUS "
018430                     WS-HOLD-FILE-STATUS
018431         END-WRITE
018432     END-IF.
018433     ADD 1 TO WS-HELD-COUNT.
018434     ADD WS-AMOUNT TO WS-HELD-AMOUNT.
018435 3840-EXIT.
018436     EXIT.
018437*----------------------------------------------------------------*
018438 3900-REJECT-RECORD.
018439*----------------------------------------------------------------*
018440     MOVE SPACES TO EXCEPTION-RPT-RECORD.
018441     MOVE WS-CUR-RECORD-KEY TO EXCP-RECORD-KEY.
018442     MOVE WS-CUR-TIMESTAMP TO EXCP-TIMESTAMP.
018443     MOVE WS-CUR-CURRENCY-CODE TO EXCP-CURRENCY-CODE.
018444     MOVE WS-AMOUNT-CHECK TO EXCP-AMOUNT.
018445     MOVE WS-REJECT-REASON TO EXCP-REASON.
018446     WRITE EXCEPTION-RPT-RECORD.
018447     ADD 1 TO WS-REJECTED-COUNT.
018448     ADD WS-AMOUNT-CHECK TO WS-REJECTED-AMOUNT.
018449     ADD 1 TO WS-HOUR-REJECTS(WS-HOUR-IDX).
018450     PERFORM 3960-TRACK-REJECT-CCY THRU 3960-EXIT.
018460     PERFORM 3950-WRITE-SUSPENSE THRU 3950-EXIT.
018465     PERFORM 3970-WRITE-REJECT-RETURN THRU 3970-EXIT.
018470 3900-EXIT.
018480     EXIT.
018490*----------------------------------------------------------------*
018730         SUSP-AMOUNT-VERIFY-WHOLE.
018740     MOVE WS-CUR-AMOUNT-VERIFY-CENTS TO
018750         SUSP-AMOUNT-VERIFY-CENTS.
018752     MOVE WS-CUR-ACCOUNT-ID TO SUSP-ACCOUNT-ID.
018754     MOVE WS-CUR-RECORD-TYPE TO SUSP-RECORD-TYPE.
018756     MOVE WS-CUR-ORIG-RECORD-KEY TO SUSP-ORIG-RECORD-KEY.
018758     MOVE WS-CUR-SUBMITTER-ID TO SUSP-SUBMITTER-ID.
018760     MOVE WS-REJECT-REASON TO SUSP-REJECT-REASON.
018770     SET SUSP-SUSPENSE-OPEN TO TRUE.
018780     REWRITE SUSPENSE-RECORD
018950         SUSP-AMOUNT-VERIFY-WHOLE.
018960     MOVE WS-CUR-AMOUNT-VERIFY-CENTS TO
018970         SUSP-AMOUNT-VERIFY-CENTS.
018972     MOVE WS-CUR-ACCOUNT-ID TO SUSP-ACCOUNT-ID.
018974     MOVE WS-CUR-RECORD-TYPE TO SUSP-RECORD-TYPE.
018976     MOVE WS-CUR-ORIG-RECORD-KEY TO SUSP-ORIG-RECORD-KEY.
018978     MOVE WS-CUR-SUBMITTER-ID TO SUSP-SUBMITTER-ID.
018980     MOVE WS-RUN-DATE TO SUSP-FIRST-REJECT-DATE.
018990     MOVE WS-REJECT-REASON TO SUSP-REJECT-REASON.
019000     SET SUSP-SUSPENSE-OPEN TO TRUE.
019330 3965-EXIT.
019340     EXIT.
019350*----------------------------------------------------------------*
019351 3970-WRITE-REJECT-RETURN.
019352*----------------------------------------------------------------*
019353*    ONE RECORD PER REJECT FOR THE ORIGINATING SYSTEM.  THE REASON
019354*    TEXT IS LOOKED UP IN THE DL100RJC TABLE FOR ITS STANDARD
019355*    CODE; A REASON WITH NO ENTRY GOES OUT AS 999 AND IS COUNTED
019356*    SO THE GAP IN THE TABLE SHOWS ON THE OPERATIONS SUMMARY.
019357     SET WS-RJC-NOT-FOUND TO TRUE.
019358     PERFORM 3975-SEARCH-REASON-CODE THRU 3975-EXIT
019359         VARYING RJC-IDX FROM 1 BY 1
019360         UNTIL RJC-IDX > RJC-ENTRY-COUNT
019361            OR WS-RJC-FOUND.
019362     MOVE SPACES TO REJECT-RETURN-RECORD.
019363     MOVE WS-CUR-RECORD-KEY TO RJR-RECORD-KEY.
019364     MOVE WS-CUR-ACCOUNT-ID TO RJR-ACCOUNT-ID.
019365     MOVE WS-CUR-CURRENCY-CODE TO RJR-CURRENCY-CODE.
019366     MOVE WS-AMOUNT-CHECK TO RJR-AMOUNT.
019367     MOVE WS-CUR-AMOUNT-SIGN TO RJR-AMOUNT-SIGN.
019368     MOVE WS-CUR-SUBMITTER-ID TO RJR-SUBMITTER-ID.
019369     IF WS-RJC-FOUND
019370         MOVE RJC-CODE(WS-RJC-MATCH-IDX) TO RJR-REASON-CODE
019371         MOVE RJC-TEXT(WS-RJC-MATCH-IDX) TO RJR-REASON-TEXT
019372     ELSE
019373         MOVE RJC-UNCLASSIFIED-CODE TO RJR-REASON-CODE
019374         MOVE WS-REJECT-REASON TO RJR-REASON-TEXT
019375         ADD 1 TO WS-RJR-UNCLASSIFIED-COUNT
019376         DISPLAY "REJECT REASON NOT IN DL100RJC - SENT AS 999: "
019377             WS-REJECT-REASON
019378     END-IF.
019379     WRITE REJECT-RETURN-RECORD.
019380     ADD 1 TO WS-RJR-COUNT.
019381     ADD WS-AMOUNT-CHECK TO WS-RJR-AMOUNT.
019382     ADD RJR-REASON-CODE TO WS-RJR-CODE-HASH.
019383 3970-EXIT.
019384     EXIT.
019385*----------------------------------------------------------------*
019386 3975-SEARCH-REASON-CODE.
019387*----------------------------------------------------------------*
019388     IF RJC-TEXT(RJC-IDX) = WS-REJECT-REASON
019389         SET WS-RJC-MATCH-IDX TO RJC-IDX
019390         SET WS-RJC-FOUND TO TRUE
019391     END-IF.
019392 3975-EXIT.
019393     EXIT.
019394*----------------------------------------------------------------*
019395 9000-TERMINATE.
019396*----------------------------------------------------------------*
019397     PERFORM 8600-ROLL-DAY-TOTALS THRU 8600-EXIT.
019398     DISPLAY "TOTAL TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
019400     DISPLAY "TOTAL CORRECTED TRANS REPROCESSED: "
019410         WS-CORRECTED-COUNT.
019420     DISPLAY "TOTAL SUSPENSE ITEMS WRITTEN OFF: "
019430         WS-WRITTEN-OFF-COUNT.
019432     DISPLAY "TOTAL TRANSACTIONS HELD FOR RELEASE: "
019434         WS-HELD-COUNT.
019436     DISPLAY "TOTAL HELD ITEMS RELEASED AND POSTED: "
019438         WS-RELEASED-COUNT.
019440     DISPLAY "DAY-TO-DATE ACCEPTED (THRU CYCLE " WS-RUN-CYCLE
019450         "): " WS-DAY-ACC-COUNT " / " WS-DAY-ACC-AMOUNT.
019460     DISPLAY "DAY-TO-DATE REJECTED (THRU CYCLE " WS-RUN-CYCLE
019530     CLOSE AMOUNT-TRANS-FILE.
019540     CLOSE CORRECTED-TRANS-FILE.
019550     CLOSE WRITEOFF-TRANS-FILE.
019555     CLOSE RELEASE-TRANS-FILE.
019560     CLOSE EXCEPTION-RPT-FILE.
019570     CLOSE ACCTRANS-FILE.
019580     CLOSE CORR-AUDIT-FILE.
019590     PERFORM 8700-WRITE-AGING-REPORT THRU 8700-EXIT.
019600     CLOSE SUSPENSE-FILE.
019605     CLOSE POSTED-REG-FILE.
019607     CLOSE ACCT-MASTER-FILE.
019608     PERFORM 8730-WRITE-HOLD-REPORT THRU 8730-EXIT.
019609     CLOSE HOLD-QUEUE-FILE.
019610     PERFORM 8750-WRITE-CCY-AUDIT-REPORT THRU 8750-EXIT.
019620     PERFORM 8770-WRITE-HOURLY-REPORT THRU 8770-EXIT.
019630     PERFORM 8790-CHECK-REJECT-RATE-ALERT THRU 8790-EXIT.
019660     PERFORM 8900-SAVE-RESTART-POINT THRU 8900-EXIT.
019670     PERFORM 8910-SAVE-DAY-TOTALS THRU 8910-EXIT.
019680     PERFORM 8915-SAVE-ACCT-TOTALS THRU 8915-EXIT.
019685     PERFORM 8920-COMPLETE-TRANSMISSION THRU 8920-EXIT.
019687     PERFORM 8925-CLOSE-REJECT-RETURN THRU 8925-EXIT.
019690     PERFORM 8930-APPEND-RUN-HISTORY THRU 8930-EXIT.
019700     PERFORM 8950-WRITE-OPS-SUMMARY THRU 8950-EXIT.
019710 9000-EXIT.
020420     WRITE AGING-RPT-RECORD.
020430     PERFORM 8710-READ-SUSPENSE THRU 8710-EXIT.
020440 8720-EXIT.
020441     EXIT.
020442*----------------------------------------------------------------*
020443 8730-WRITE-HOLD-REPORT.
020444*----------------------------------------------------------------*
020445*    SAME KEY-ORDER PASS AS THE AGING REPORT, OVER THE HOLD QUEUE.
020446*    ONLY ENTRIES STILL 'H' ARE LISTED; THE LAST CYCLE'S SECTION
020447*    IS THE END-OF-DAY LIST OF ITEMS NOBODY HAS RELEASED.
020448     IF WS-RUN-CYCLE > 1
020449         OPEN EXTEND HOLD-RPT-FILE
020450     ELSE
020451         OPEN OUTPUT HOLD-RPT-FILE
020452     END-IF.
020453     MOVE SPACES TO HOLD-RPT-RECORD.
020454     MOVE WS-HOLD-RPT-TITLE TO HRPT-HDR-TITLE.
020455     MOVE WS-RUN-DATE TO HRPT-HDR-RUN-DATE.
020456     MOVE WS-RUN-CYCLE TO HRPT-HDR-CYCLE.
020457     WRITE HOLD-RPT-HEADER.
020458     MOVE 'N' TO WS-HOLD-READ-EOF-SWITCH.
020459     MOVE LOW-VALUES TO HOLD-RECORD-KEY.
020460     START HOLD-QUEUE-FILE KEY NOT < HOLD-RECORD-KEY
020461         INVALID KEY
020462             SET WS-HOLD-READ-END-OF-FILE TO TRUE
020463     END-START.
020464     IF NOT WS-HOLD-READ-END-OF-FILE
020465         PERFORM 8735-READ-HOLD-QUEUE THRU 8735-EXIT
020466     END-IF.
020467     PERFORM 8740-LIST-HELD-ITEM THRU 8740-EXIT
020468         UNTIL WS-HOLD-READ-END-OF-FILE.
020469     MOVE SPACES TO HOLD-RPT-RECORD.
020470     MOVE WS-HOLD-RPT-TRL-LABEL TO HRPT-TRL-LABEL.
020471     MOVE WS-OPEN-HOLD-COUNT TO HRPT-TRL-COUNT.
020472     MOVE WS-OPEN-HOLD-AMOUNT TO HRPT-TRL-AMOUNT.
020473     WRITE HOLD-RPT-TRAILER.
020474     CLOSE HOLD-RPT-FILE.
020475 8730-EXIT.
020476     EXIT.
020477*----------------------------------------------------------------*
020478 8735-READ-HOLD-QUEUE.
020479*----------------------------------------------------------------*
020480     READ HOLD-QUEUE-FILE NEXT
020481         AT END
020482             SET WS-HOLD-READ-END-OF-FILE TO TRUE
020483     END-READ.
020484 8735-EXIT.
020485     EXIT.
020486*----------------------------------------------------------------*
020487 8740-LIST-HELD-ITEM.
020488*----------------------------------------------------------------*
020489     IF NOT HOLD-QUEUE-HELD
020490         PERFORM 8735-READ-HOLD-QUEUE THRU 8735-EXIT
020491         GO TO 8740-EXIT
020492     END-IF.
020493     COMPUTE WS-DAYS-HELD =
020494         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
020495         FUNCTION INTEGER-OF-DATE(HOLD-HELD-DATE).
020496     MOVE SPACES TO HOLD-RPT-RECORD.
020497     MOVE HOLD-RECORD-KEY TO HRPT-RECORD-KEY.
020498     MOVE HOLD-ACCOUNT-ID TO HRPT-ACCOUNT-ID.
020499     MOVE HOLD-CURRENCY-CODE TO HRPT-CURRENCY-CODE.
020500     MOVE HOLD-AMOUNT TO HRPT-AMOUNT.
020501     MOVE HOLD-SUBMITTER-ID TO HRPT-SUBMITTER-ID.
020502     MOVE HOLD-HELD-DATE TO HRPT-HELD-DATE.
020503     MOVE HOLD-HELD-CYCLE TO HRPT-HELD-CYCLE.
020504     MOVE WS-DAYS-HELD TO HRPT-DAYS-HELD.
020505     ADD 1 TO WS-OPEN-HOLD-COUNT.
020506     ADD HOLD-AMOUNT TO WS-OPEN-HOLD-AMOUNT.
020507     WRITE HOLD-RPT-RECORD.
020508     PERFORM 8735-READ-HOLD-QUEUE THRU 8735-EXIT.
020509 8740-EXIT.
020510     EXIT.
020511*----------------------------------------------------------------*
020512 8750-WRITE-CCY-AUDIT-REPORT.
020513*----------------------------------------------------------------*
020514     IF WS-RUN-CYCLE > 1
020515         OPEN EXTEND CCY-AUDIT-FILE
020516     ELSE
020520         OPEN OUTPUT CCY-AUDIT-FILE
020530     END-IF.
020540     MOVE SPACES TO CCY-AUDIT-RECORD.
023270 8917-EXIT.
023280     EXIT.
023290*----------------------------------------------------------------*
023291 8920-COMPLETE-TRANSMISSION.
023292*----------------------------------------------------------------*
023293*    RECORDS WHAT THIS RUN DID WITH THE TRANSMISSION.  A RUN THAT
023294*    ENDS RC 12 OR WORSE LEAVES THE ROW IN PROGRESS SO THE SAME
023295*    RUN DATE AND CYCLE CAN BE RESTARTED ON THE SAME FILE; ANY
023296*    OTHER RUN MARKS IT COMPLETE AND A LATER RESEND IS REFUSED.
023297     MOVE WS-TX-SOURCE-ID TO TRG-SOURCE-ID.
023298     MOVE WS-TX-SEQUENCE-NUMBER TO TRG-SEQUENCE-NUMBER.
023299     PERFORM 1062-READ-TRANS-REGISTER THRU 1062-EXIT.
023300     IF WS-TRG-FOUND
023301         MOVE WS-BATCH-READ-COUNT TO TRG-RECORD-COUNT
023302         MOVE WS-BATCH-READ-AMOUNT TO TRG-AMOUNT
023303         MOVE RETURN-CODE TO TRG-RETURN-CODE
023304         IF RETURN-CODE < 12
023305             SET TRG-COMPLETE TO TRUE
023306         END-IF
023307         REWRITE TRANS-REGISTER-RECORD
023308             INVALID KEY
023309                 DISPLAY "TXREG REWRITE FAILED - KEY "
023310                     TRG-RECORD-KEY " STATUS " WS-TRG-FILE-STATUS
023311         END-REWRITE
023312     END-IF.
023313     CLOSE TRANS-REGISTER-FILE.
023314 8920-EXIT.
023315     EXIT.
023316*----------------------------------------------------------------*
023317 8925-CLOSE-REJECT-RETURN.
023318*----------------------------------------------------------------*
023319*    THE CONTROL TRAILER LETS THE ORIGINATOR PROVE IT LOADED THE
023320*    WHOLE CYCLE'S BLOCK.  IT IS WRITTEN EVEN WHEN NOTHING WAS
023321*    REJECTED.
023322     MOVE SPACES TO REJECT-RETURN-TRAILER.
023323     MOVE WS-RJR-TRL-LABEL TO RJR-TRL-LABEL.
023324     MOVE WS-RUN-DATE TO RJR-TRL-RUN-DATE.
023325     MOVE WS-RUN-CYCLE TO RJR-TRL-RUN-CYCLE.
023326     MOVE WS-RJR-COUNT TO RJR-TRL-RECORD-COUNT.
023327     MOVE WS-RJR-AMOUNT TO RJR-TRL-AMOUNT-TOTAL.
023328     MOVE WS-RJR-CODE-HASH TO RJR-TRL-CODE-HASH.
023329     WRITE REJECT-RETURN-TRAILER.
023330     CLOSE REJECT-RETURN-FILE.
023331 8925-EXIT.
023332     EXIT.
023333*----------------------------------------------------------------*
023334 8930-APPEND-RUN-HISTORY.
023335*----------------------------------------------------------------*
023336*    PERMANENT APPEND-ONLY HISTORY, ONE RUN SUMMARY PLUS ONE
023337*    RECORD PER CURRENCY (AND THE UNK BUCKET), FOR DL100RHR'S
023340*    TREND REPORTING.  RUNS LAST SO THE RECORD CARRIES THE
023350*    FINAL RETURN CODE.
023360     OPEN EXTEND RUN-HIST-FILE.
024000     MOVE WS-RUN-CYCLE TO OPS-HDR-CYCLE.
024010     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-HEADER-LINE.
024020     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-BLANK-LINE.
024021     MOVE "TRANSMISSION" TO OPST-LABEL.
024022     MOVE WS-TX-ID-TEXT TO OPST-TEXT.
024023     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE.
024024     MOVE "TRANSMISSION CHECK" TO OPST-LABEL.
024025     MOVE WS-TX-CONDITION TO OPST-TEXT.
024026     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-TEXT-LINE.
024030     MOVE "RECORDS READ" TO OPS2-LABEL.
024040     MOVE WS-BATCH-READ-COUNT TO OPS2-COUNT.
024050     MOVE "EXPECTED (BCTL):" TO OPS2-LABEL-2.
024090     MOVE WS-ACCEPTED-COUNT TO OPSA-COUNT.
024100     MOVE WS-ACCEPTED-AMOUNT TO OPSA-AMOUNT.
024110     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-AMT-LINE.
024112     MOVE "  OF WHICH REVERSALS" TO OPSA-LABEL.
024114     MOVE WS-REVERSAL-COUNT TO OPSA-COUNT.
024116     MOVE WS-REVERSAL-AMOUNT TO OPSA-AMOUNT.
024118     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-AMT-LINE.
024119     MOVE "  OF WHICH RELEASED" TO OPSA-LABEL.
024120     MOVE WS-RELEASED-COUNT TO OPSA-COUNT.
024121     MOVE WS-RELEASED-AMOUNT TO OPSA-AMOUNT.
024122     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-AMT-LINE.
024123     MOVE "REJECTED" TO OPSA-LABEL.
024130     MOVE WS-REJECTED-COUNT TO OPSA-COUNT.
024140     MOVE WS-REJECTED-AMOUNT TO OPSA-AMOUNT.
024150     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-AMT-LINE.
024151     MOVE "HELD FOR RELEASE" TO OPSA-LABEL.
024152     MOVE WS-HELD-COUNT TO OPSA-COUNT.
024153     MOVE WS-HELD-AMOUNT TO OPSA-AMOUNT.
024154     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-AMT-LINE.
024155     MOVE "RELEASES REFUSED" TO OPS2-LABEL.
024156     MOVE WS-RELEASE-REFUSED-COUNT TO OPS2-COUNT.
024157     MOVE "STILL HELD:" TO OPS2-LABEL-2.
024158     MOVE WS-OPEN-HOLD-COUNT TO OPS2-COUNT-2.
024159     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-CNT2-LINE.
024160     MOVE "CORRECTED REPROCESSED" TO OPS2-LABEL.
024170     MOVE WS-CORRECTED-COUNT TO OPS2-COUNT.
024180     MOVE "WRITTEN OFF:" TO OPS2-LABEL-2.
024190     MOVE WS-WRITTEN-OFF-COUNT TO OPS2-COUNT-2.
024200     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-CNT2-LINE.
024201     MOVE "REJECTS RETURNED (REJRETN)" TO OPS2-LABEL.
024202     MOVE WS-RJR-COUNT TO OPS2-COUNT.
024203     MOVE "UNCLASSIFIED (999):" TO OPS2-LABEL-2.
024204     MOVE WS-RJR-UNCLASSIFIED-COUNT TO OPS2-COUNT-2.
024205     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-CNT2-LINE.
024210     MOVE WS-FINAL-REJECT-RATE TO OPSR-RATE.
024220     MOVE WS-REJECT-RATE-THRESHOLD TO OPSR-THRESHOLD.
024230     WRITE OPS-SUMMARY-RECORD FROM WS-OPS-RATE-LINE.
024450         WHEN RETURN-CODE >= 8
024460             MOVE "REJECT RATE OVER THRESHOLD - REVIEW EXCPRPT"
024470                 TO OPST-TEXT
024472         WHEN WS-OPEN-HOLD-COUNT > 0
024474             MOVE "CLEAN RUN - HELD ITEMS AWAIT RELEASE (HOLDRPT)"
024476                 TO OPST-TEXT
024480         WHEN WS-OPEN-SUSPENSE-COUNT > 0
024490             MOVE "CLEAN RUN - OPEN SUSPENSE AWAITS CORRECTION"
024500                 TO OPST-TEXT
