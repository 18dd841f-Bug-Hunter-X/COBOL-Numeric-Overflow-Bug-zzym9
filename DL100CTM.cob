000440*                FAILURE SWITCH AND THE CALLER LOGS A "REWRITE
000450*                FAILED" REJECT LINE INSTEAD, SO THE CHANGE LOG
000460*                ONLY CLAIMS CHANGES THAT REACHED THE FILE.
000461*  10/15/26 RH   ADD AND UPDATE NOW CARRY CTM-REVIEW-AMOUNT, THE
000462*                CURRENCY'S LARGE-VALUE REVIEW THRESHOLD.  IT MUST
000463*                BE ZERO (NO REVIEW) OR BELOW THE NEW MAXIMUM --
000464*                A THRESHOLD AT OR OVER THE MAXIMUM COULD NEVER
000465*                HOLD ANYTHING.  THE CHANGE LOG SHOWS OLD AND NEW
000466*                REVIEW AMOUNTS.  A LEGACY ROW WITH SPACES THERE
000467*                LOGS ITS OLD REVIEW AMOUNT AS ZERO.
000468*  10/15/26 RH   ADD AND UPDATE NOW ALSO CARRY CTM-FX-TOLERANCE,
000469*                THE PERCENTAGE DAY-OVER-DAY RATE MOVE DL100FXL
000470*                ACCEPTS WITHOUT SIGN-OFF.  IT MUST BE NUMERIC AND
000471*                UNDER 100 PERCENT (ZERO = THE LOADER'S DEFAULT).
000472*                THE CHANGE LOG SHOWS OLD AND NEW TOLERANCES.
000473*----------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000830     05  CTM-DECIMAL-PLACES      PIC 9(01).
000840     05  CTM-APPROVER-ID         PIC X(08).
000850     05  CTM-APPROVAL-DATE       PIC 9(08).
000856     05  CTM-REVIEW-AMOUNT       PIC 9(7)V99.
000860     05  CTM-FX-TOLERANCE        PIC 9(03)V99.
000864     05  FILLER                  PIC X(27).
000870*----------------------------------------------------------------*
000880 FD  CTM-LOG-FILE
000890     LABEL RECORDS ARE STANDARD
000980     05  LOG-APPROVER-ID         PIC X(08).
000990     05  LOG-APPROVAL-DATE       PIC 9(08).
001000     05  LOG-DISPOSITION         PIC X(20).
001005     05  LOG-OLD-REVIEW-AMOUNT   PIC 9(7)V99.
001010     05  LOG-NEW-REVIEW-AMOUNT   PIC 9(7)V99.
001012     05  LOG-OLD-FX-TOLERANCE    PIC 9(03)V99.
001014     05  LOG-NEW-FX-TOLERANCE    PIC 9(03)V99.
001016     05  FILLER                  PIC X(07).
001020 01  CTM-LOG-HEADER.
001030     05  LOG-HDR-TITLE           PIC X(40).
001040     05  LOG-HDR-RUN-DATE        PIC X(14).
001280     88  WS-REWRITE-OK                  VALUE 'N'.
001290 01  WS-LOG-OLD-MAX-AMOUNT       PIC 9(7)V99 VALUE ZERO.
001300 01  WS-LOG-OLD-MIN-AMOUNT       PIC 9(7)V99 VALUE ZERO.
001302 01  WS-LOG-OLD-REVIEW-AMOUNT    PIC 9(7)V99 VALUE ZERO.
001304 01  WS-REVIEW-SWITCH            PIC X(01) VALUE 'N'.
001306     88  WS-REVIEW-INVALID              VALUE 'Y'.
001308     88  WS-REVIEW-OK                   VALUE 'N'.
001309 01  WS-LOG-OLD-FX-TOLERANCE     PIC 9(03)V99 VALUE ZERO.
001310 01  WS-FX-TOLERANCE-SWITCH      PIC X(01) VALUE 'N'.
001311     88  WS-FX-TOLERANCE-INVALID        VALUE 'Y'.
001312     88  WS-FX-TOLERANCE-OK             VALUE 'N'.
001313 01  WS-LOG-DISPOSITION          PIC X(20) VALUE SPACES.
001320*----------------------------------------------------------------*
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------*
002070*----------------------------------------------------------------*
002080 3000-APPLY-ADD.
002090*----------------------------------------------------------------*
002095     PERFORM 3500-CHECK-REVIEW-AMOUNT THRU 3500-EXIT.
002097     PERFORM 3600-CHECK-FX-TOLERANCE THRU 3600-EXIT.
002100     IF WS-MAS-FOUND
002110         MOVE "ALREADY EXISTS" TO LOG-DISPOSITION
002112         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002114     ELSE IF WS-REVIEW-INVALID
002116         MOVE "REVIEW NOT BELOW MAX" TO LOG-DISPOSITION
002120         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002122     ELSE IF WS-FX-TOLERANCE-INVALID
002124         MOVE "FX TOLERANCE INVALID" TO LOG-DISPOSITION
002126         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002130     ELSE
002140         MOVE ZEROES TO WS-LOG-OLD-MAX-AMOUNT
002150         MOVE ZEROES TO WS-LOG-OLD-MIN-AMOUNT
002155         MOVE ZEROES TO WS-LOG-OLD-REVIEW-AMOUNT
002157         MOVE ZEROES TO WS-LOG-OLD-FX-TOLERANCE
002160         MOVE SPACES TO CTL-PARM-RECORD
002170         MOVE CTM-CURRENCY-CODE TO CTL-CURRENCY-CODE
002180         MOVE CTM-MAX-AMOUNT TO CTL-MAX-AMOUNT
002190         MOVE CTM-MIN-AMOUNT TO CTL-MIN-AMOUNT
002200         MOVE CTM-DECIMAL-PLACES TO CTL-DECIMAL-PLACES
002205         MOVE CTM-REVIEW-AMOUNT TO CTL-REVIEW-AMOUNT
002207         MOVE CTM-FX-TOLERANCE TO CTL-FX-TOLERANCE
002210         SET CTL-STATUS-ACTIVE TO TRUE
002220         WRITE CTL-PARM-RECORD
002230             INVALID KEY
002330*----------------------------------------------------------------*
002340 3100-APPLY-UPDATE.
002350*----------------------------------------------------------------*
002355     PERFORM 3500-CHECK-REVIEW-AMOUNT THRU 3500-EXIT.
002357     PERFORM 3600-CHECK-FX-TOLERANCE THRU 3600-EXIT.
002360     IF WS-MAS-NOT-FOUND
002370         MOVE "NOT ON FILE" TO LOG-DISPOSITION
002372         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002374     ELSE IF WS-REVIEW-INVALID
002376         MOVE "REVIEW NOT BELOW MAX" TO LOG-DISPOSITION
002380         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002382     ELSE IF WS-FX-TOLERANCE-INVALID
002384         MOVE "FX TOLERANCE INVALID" TO LOG-DISPOSITION
002386         PERFORM 3900-REJECT-TRANS THRU 3900-EXIT
002390     ELSE
002400         MOVE CTL-MAX-AMOUNT TO WS-LOG-OLD-MAX-AMOUNT
002410         MOVE CTL-MIN-AMOUNT TO WS-LOG-OLD-MIN-AMOUNT
002415         PERFORM 3550-SAVE-OLD-REVIEW-AMOUNT THRU 3550-EXIT
002417         PERFORM 3650-SAVE-OLD-FX-TOLERANCE THRU 3650-EXIT
002420         MOVE CTM-MAX-AMOUNT TO CTL-MAX-AMOUNT
002430         MOVE CTM-MIN-AMOUNT TO CTL-MIN-AMOUNT
002440         MOVE CTM-DECIMAL-PLACES TO CTL-DECIMAL-PLACES
002445         MOVE CTM-REVIEW-AMOUNT TO CTL-REVIEW-AMOUNT
002447         MOVE CTM-FX-TOLERANCE TO CTL-FX-TOLERANCE
002450*        A LEGACY BLANK STATUS BYTE BECOMES AN EXPLICIT 'A'
002460*        THE FIRST TIME ITS ROW IS REWRITTEN.
002470         IF NOT CTL-STATUS-INACTIVE
002710         ELSE
002720             MOVE CTL-MAX-AMOUNT TO WS-LOG-OLD-MAX-AMOUNT
002730             MOVE CTL-MIN-AMOUNT TO WS-LOG-OLD-MIN-AMOUNT
002735             PERFORM 3550-SAVE-OLD-REVIEW-AMOUNT THRU 3550-EXIT
002737             PERFORM 3650-SAVE-OLD-FX-TOLERANCE THRU 3650-EXIT
002740             SET CTL-STATUS-INACTIVE TO TRUE
002750             PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT
002760             IF WS-REWRITE-FAILED
002990         ELSE
003000             MOVE CTL-MAX-AMOUNT TO WS-LOG-OLD-MAX-AMOUNT
003010             MOVE CTL-MIN-AMOUNT TO WS-LOG-OLD-MIN-AMOUNT
003015             PERFORM 3550-SAVE-OLD-REVIEW-AMOUNT THRU 3550-EXIT
003017             PERFORM 3650-SAVE-OLD-FX-TOLERANCE THRU 3650-EXIT
003020             SET CTL-STATUS-ACTIVE TO TRUE
003030             PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT
003040             IF WS-REWRITE-FAILED
003110         END-IF
003120     END-IF.
003130 3300-EXIT.
003131     EXIT.
003132*----------------------------------------------------------------*
003133 3500-CHECK-REVIEW-AMOUNT.
003134*----------------------------------------------------------------*
003135*    THE REVIEW THRESHOLD IS ZERO (NO REVIEW) OR A LEVEL STRICTLY
003136*    BELOW THE MAXIMUM THE SAME TRANSACTION CARRIES.
003137     SET WS-REVIEW-OK TO TRUE.
003138     IF CTM-REVIEW-AMOUNT IS NOT NUMERIC
003139         SET WS-REVIEW-INVALID TO TRUE
003140         GO TO 3500-EXIT
003141     END-IF.
003142     IF CTM-REVIEW-AMOUNT > ZERO
003143             AND CTM-REVIEW-AMOUNT NOT < CTM-MAX-AMOUNT
003144         SET WS-REVIEW-INVALID TO TRUE
003145     END-IF.
003146 3500-EXIT.
003147     EXIT.
003148*----------------------------------------------------------------*
003149 3550-SAVE-OLD-REVIEW-AMOUNT.
003150*----------------------------------------------------------------*
003151*    A LEGACY ROW CARRIES SPACES IN THE REVIEW FIELD -- LOG IT AS
003152*    THE ZERO EVERY READER TAKES IT TO BE.
003153     IF CTL-REVIEW-AMOUNT IS NUMERIC
003154         MOVE CTL-REVIEW-AMOUNT TO WS-LOG-OLD-REVIEW-AMOUNT
003155     ELSE
003156         MOVE ZEROES TO WS-LOG-OLD-REVIEW-AMOUNT
003157     END-IF.
003158 3550-EXIT.
003159     EXIT.
003160*----------------------------------------------------------------*
003161 3600-CHECK-FX-TOLERANCE.
003162*----------------------------------------------------------------*
003163*    ZERO HANDS THE CURRENCY TO DL100FXL'S DEFAULT TOLERANCE.  A
003164*    MOVE OF 100 PERCENT OR MORE IS NO TOLERANCE AT ALL.
003165     SET WS-FX-TOLERANCE-OK TO TRUE.
003166     IF CTM-FX-TOLERANCE IS NOT NUMERIC
003167         SET WS-FX-TOLERANCE-INVALID TO TRUE
003168         GO TO 3600-EXIT
003169     END-IF.
003170     IF CTM-FX-TOLERANCE NOT < 100
003171         SET WS-FX-TOLERANCE-INVALID TO TRUE
003172     END-IF.
003173 3600-EXIT.
003174     EXIT.
003175*----------------------------------------------------------------*
003176 3650-SAVE-OLD-FX-TOLERANCE.
003177*----------------------------------------------------------------*
003178*    A LEGACY ROW CARRIES SPACES IN THE TOLERANCE FIELD -- LOG IT
003179*    AS THE ZERO (HOUSE DEFAULT) EVERY READER TAKES IT TO BE.
003180     IF CTL-FX-TOLERANCE IS NUMERIC
003181         MOVE CTL-FX-TOLERANCE TO WS-LOG-OLD-FX-TOLERANCE
003182     ELSE
003183         MOVE ZEROES TO WS-LOG-OLD-FX-TOLERANCE
003184     END-IF.
003185 3650-EXIT.
003186     EXIT.
003187*----------------------------------------------------------------*
003188 3700-REWRITE-MASTER.
003189*----------------------------------------------------------------*
003190*    THE CALLER MUST TEST WS-REWRITE-FAILED AND LOG THE
003191*    TRANSACTION AS REJECTED -- NOT APPLIED -- WHEN IT IS ON.
003200     SET WS-REWRITE-OK TO TRUE.
003210     REWRITE CTL-PARM-RECORD
003220         INVALID KEY
003500     MOVE CTM-APPROVER-ID TO LOG-APPROVER-ID.
003510     MOVE CTM-APPROVAL-DATE TO LOG-APPROVAL-DATE.
003520     MOVE WS-LOG-DISPOSITION TO LOG-DISPOSITION.
003523     MOVE WS-LOG-OLD-REVIEW-AMOUNT TO LOG-OLD-REVIEW-AMOUNT.
003526     MOVE CTM-REVIEW-AMOUNT TO LOG-NEW-REVIEW-AMOUNT.
003527     MOVE WS-LOG-OLD-FX-TOLERANCE TO LOG-OLD-FX-TOLERANCE.
003528     MOVE CTM-FX-TOLERANCE TO LOG-NEW-FX-TOLERANCE.
003530     WRITE CTM-LOG-RECORD.
003540 3850-EXIT.
003550     EXIT.
003680     MOVE CTM-APPROVER-ID TO LOG-APPROVER-ID.
003690     MOVE CTM-APPROVAL-DATE TO LOG-APPROVAL-DATE.
003700     MOVE WS-LOG-DISPOSITION TO LOG-DISPOSITION.
003705     MOVE CTM-REVIEW-AMOUNT TO LOG-NEW-REVIEW-AMOUNT.
003707     MOVE CTM-FX-TOLERANCE TO LOG-NEW-FX-TOLERANCE.
003710     WRITE CTM-LOG-RECORD.
003720 3900-EXIT.
003730     EXIT.
