000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100TRR.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100TRR - AMTTRANS TRANSMISSION REGISTER REPORT
000090*-----------------------------------------------------------------
000100*  LISTS THE PERMANENT TXREG TRANSMISSION REGISTER THAT
000110*  DL100AMT KEEPS, ONE LINE PER TRANSMISSION TAKEN IN, GROUPED
000120*  BY SOURCE SYSTEM IN SEQUENCE-NUMBER ORDER.  EACH LINE SHOWS
000130*  THE BUSINESS DATE, THE RUN DATE AND CYCLE THAT PROCESSED IT,
000140*  ITS RECORD COUNT AND GROSS AMOUNT, AND THE RETURN CODE THE
000150*  RUN ENDED WITH.  A TRANSMISSION LET PAST A SEQUENCE GAP
000160*  NAMES THE APPROVER, AND ONE STILL MARKED IN PROGRESS FROM AN
000170*  EARLIER RUN DATE (A RUN THAT NEVER FINISHED) IS FLAGGED.
000180*  EACH SOURCE ENDS WITH ITS TRANSMISSION, RECORD AND AMOUNT
000190*  TOTALS.  REFUSED TRANSMISSIONS ARE NEVER ON THE REGISTER --
000200*  THEY ARE REPORTED ON THE DL100AMT OPERATIONS SUMMARY.
000210*
000220*  RETURN-CODE 8 WHEN ANY TRANSMISSION FROM AN EARLIER RUN DATE
000230*  IS STILL IN PROGRESS.  RETURN-CODE 12 WHEN TXREG CANNOT BE
000240*  OPENED.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  -------- ---- -------------------------------------------------
000280*  10/15/26 RH   ORIGINAL VERSION.
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL TRANS-REGISTER-FILE ASSIGN TO TXREG
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS TRG-RECORD-KEY
000400         FILE STATUS IS WS-TRG-FILE-STATUS.
000410     SELECT TRR-RPT-FILE ASSIGN TO TXREGRPT
000420         ORGANIZATION IS SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  TRANS-REGISTER-FILE
000460     LABEL RECORDS ARE STANDARD
000470     RECORDING MODE IS F.
000480 01  TRANS-REGISTER-RECORD.
000490     COPY DL100TRG.
000500*----------------------------------------------------------------*
000510 FD  TRR-RPT-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORDING MODE IS F.
000540 01  TRR-RPT-RECORD              PIC X(80).
000550*----------------------------------------------------------------*
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------*
000580 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
000590 01  WS-TRG-FILE-STATUS          PIC X(02) VALUE SPACES.
000600 01  WS-TRG-EOF-SWITCH           PIC X(01) VALUE 'N'.
000610     88  WS-TRG-END-OF-FILE             VALUE 'Y'.
000620 01  WS-CURRENT-SOURCE           PIC X(08) VALUE SPACES.
000630 01  WS-SOURCE-COUNT             PIC 9(7) COMP VALUE ZERO.
000640 01  WS-SRC-TX-COUNT             PIC 9(7) COMP VALUE ZERO.
000650 01  WS-SRC-RECORD-COUNT         PIC 9(9) COMP VALUE ZERO.
000660 01  WS-SRC-AMOUNT               PIC 9(11)V99 VALUE ZERO.
000670 01  WS-TX-COUNT                 PIC 9(7) COMP VALUE ZERO.
000680 01  WS-GAP-COUNT                PIC 9(7) COMP VALUE ZERO.
000690 01  WS-OPEN-TODAY-COUNT         PIC 9(7) COMP VALUE ZERO.
000700 01  WS-STUCK-COUNT              PIC 9(7) COMP VALUE ZERO.
000710*----------------------------------------------------------------*
000720 01  WS-RPT-HEADER-LINE.
000730     05  FILLER                  PIC X(40) VALUE
000740         "AMTTRANS TRANSMISSION REGISTER".
000750     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
000760     05  HDR-RUN-DATE            PIC 9(08).
000770     05  FILLER                  PIC X(23) VALUE SPACES.
000780 01  WS-RPT-SOURCE-LINE.
000790     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
000800     05  SRCL-SOURCE-ID          PIC X(08).
000810     05  FILLER                  PIC X(64) VALUE SPACES.
000820 01  WS-RPT-COLUMN-LINE.
000830     05  FILLER                  PIC X(08) VALUE "    SEQ".
000840     05  FILLER                  PIC X(09) VALUE "BUS DATE".
000850     05  FILLER                  PIC X(09) VALUE "RUN DATE".
000860     05  FILLER                  PIC X(03) VALUE "CY".
000870     05  FILLER                  PIC X(02) VALUE "S".
000880     05  FILLER                  PIC X(08) VALUE "RECORDS".
000890     05  FILLER                  PIC X(13) VALUE "      AMOUNT".
000900     05  FILLER                  PIC X(03) VALUE "RC".
000910     05  FILLER                  PIC X(25) VALUE "NOTE".
000920 01  WS-RPT-DETAIL-LINE.
000930     05  DETL-SEQUENCE-NUMBER    PIC ZZZZZZ9.
000940     05  FILLER                  PIC X(01) VALUE SPACES.
000950     05  DETL-BUSINESS-DATE      PIC 9(08).
000960     05  FILLER                  PIC X(01) VALUE SPACES.
000970     05  DETL-RUN-DATE           PIC 9(08).
000980     05  FILLER                  PIC X(01) VALUE SPACES.
000990     05  DETL-RUN-CYCLE          PIC 9(02).
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001010     05  DETL-STATUS             PIC X(01).
001020     05  FILLER                  PIC X(01) VALUE SPACES.
001030     05  DETL-RECORD-COUNT       PIC ZZZZZZ9.
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  DETL-AMOUNT             PIC ZZZZZZZZ9.99.
001060     05  FILLER                  PIC X(01) VALUE SPACES.
001070     05  DETL-RETURN-CODE        PIC 9(02).
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  DETL-NOTE               PIC X(25).
001100 01  WS-GAP-NOTE.
001110     05  FILLER                  PIC X(17) VALUE
001120         "GAP RELEASED BY ".
001130     05  GAPN-APPROVER-ID        PIC X(08).
001140 01  WS-RPT-SOURCE-TOTAL-LINE.
001150     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
001160     05  SRCT-TX-COUNT           PIC ZZZZZZ9.
001170     05  FILLER                  PIC X(15) VALUE
001180         " TRANSMISSIONS ".
001190     05  SRCT-RECORD-COUNT       PIC ZZZ,ZZZ,ZZ9.
001200     05  FILLER                  PIC X(09) VALUE " RECORDS ".
001210     05  SRCT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001220     05  FILLER                  PIC X(13) VALUE SPACES.
001230 01  WS-RPT-TOTAL-LINE.
001240     05  TOTL-LABEL              PIC X(40).
001250     05  TOTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
001260     05  FILLER                  PIC X(29) VALUE SPACES.
001270 01  WS-RPT-EMPTY-LINE.
001280     05  FILLER                  PIC X(40) VALUE
001290         "NO TRANSMISSIONS ON THE REGISTER".
001300     05  FILLER                  PIC X(40) VALUE SPACES.
001310 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
001320*----------------------------------------------------------------*
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------*
001350 0000-MAINLINE.
001360*----------------------------------------------------------------*
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
001390     IF WS-TRG-END-OF-FILE
001400         WRITE TRR-RPT-RECORD FROM WS-RPT-EMPTY-LINE
001410     END-IF.
001420     PERFORM 2000-LIST-TRANSMISSION THRU 2000-EXIT
001430         UNTIL WS-TRG-END-OF-FILE.
001440     IF WS-SRC-TX-COUNT > 0
001450         PERFORM 2200-WRITE-SOURCE-TOTAL THRU 2200-EXIT
001460     END-IF.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001480     STOP RUN.
001490*----------------------------------------------------------------*
001500 1000-INITIALIZE.
001510*----------------------------------------------------------------*
001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001530     OPEN INPUT TRANS-REGISTER-FILE.
001540     IF WS-TRG-FILE-STATUS NOT = "00"
001550             AND WS-TRG-FILE-STATUS NOT = "05"
001560         DISPLAY "TXREG OPEN FAILED - STATUS "
001570             WS-TRG-FILE-STATUS
001580         MOVE 12 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     OPEN OUTPUT TRR-RPT-FILE.
001620     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
001630     WRITE TRR-RPT-RECORD FROM WS-RPT-HEADER-LINE.
001640 1000-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------*
001670 2000-LIST-TRANSMISSION.
001680*----------------------------------------------------------------*
001690*    THE REGISTER KEY LEADS WITH THE SOURCE, SO ONE SOURCE'S
001700*    TRANSMISSIONS COME TOGETHER IN SEQUENCE-NUMBER ORDER.
001710     IF TRG-SOURCE-ID NOT = WS-CURRENT-SOURCE
001720         IF WS-SRC-TX-COUNT > 0
001730             PERFORM 2200-WRITE-SOURCE-TOTAL THRU 2200-EXIT
001740         END-IF
001750         PERFORM 2100-START-SOURCE THRU 2100-EXIT
001760     END-IF.
001770     MOVE SPACES TO WS-RPT-DETAIL-LINE.
001780     MOVE TRG-SEQUENCE-NUMBER TO DETL-SEQUENCE-NUMBER.
001790     MOVE TRG-BUSINESS-DATE TO DETL-BUSINESS-DATE.
001800     MOVE TRG-RUN-DATE TO DETL-RUN-DATE.
001810     MOVE TRG-RUN-CYCLE TO DETL-RUN-CYCLE.
001820     MOVE TRG-STATUS TO DETL-STATUS.
001830     MOVE TRG-RECORD-COUNT TO DETL-RECORD-COUNT.
001840     MOVE TRG-AMOUNT TO DETL-AMOUNT.
001850     MOVE TRG-RETURN-CODE TO DETL-RETURN-CODE.
001860     IF TRG-IN-PROGRESS
001870         IF TRG-RUN-DATE < WS-RUN-DATE
001880             MOVE "NOT COMPLETED - CHECK RUN" TO DETL-NOTE
001890             ADD 1 TO WS-STUCK-COUNT
001900         ELSE
001910             MOVE "IN PROGRESS" TO DETL-NOTE
001920             ADD 1 TO WS-OPEN-TODAY-COUNT
001930         END-IF
001940     ELSE
001950         IF TRG-GAP-APPROVER-ID NOT = SPACES
001960             MOVE TRG-GAP-APPROVER-ID TO GAPN-APPROVER-ID
001970             MOVE WS-GAP-NOTE TO DETL-NOTE
001980         END-IF
001990     END-IF.
002000     IF TRG-GAP-APPROVER-ID NOT = SPACES
002010         ADD 1 TO WS-GAP-COUNT
002020     END-IF.
002030     WRITE TRR-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
002040     ADD 1 TO WS-TX-COUNT.
002050     ADD 1 TO WS-SRC-TX-COUNT.
002060     ADD TRG-RECORD-COUNT TO WS-SRC-RECORD-COUNT.
002070     ADD TRG-AMOUNT TO WS-SRC-AMOUNT.
002080     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
002090 2000-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------*
002120 2100-START-SOURCE.
002130*----------------------------------------------------------------*
002140     MOVE TRG-SOURCE-ID TO WS-CURRENT-SOURCE.
002150     ADD 1 TO WS-SOURCE-COUNT.
002160     MOVE ZERO TO WS-SRC-TX-COUNT.
002170     MOVE ZERO TO WS-SRC-RECORD-COUNT.
002180     MOVE ZERO TO WS-SRC-AMOUNT.
002190     WRITE TRR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
002200     MOVE TRG-SOURCE-ID TO SRCL-SOURCE-ID.
002210     WRITE TRR-RPT-RECORD FROM WS-RPT-SOURCE-LINE.
002220     WRITE TRR-RPT-RECORD FROM WS-RPT-COLUMN-LINE.
002230 2100-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------*
002260 2200-WRITE-SOURCE-TOTAL.
002270*----------------------------------------------------------------*
002280     MOVE WS-SRC-TX-COUNT TO SRCT-TX-COUNT.
002290     MOVE WS-SRC-RECORD-COUNT TO SRCT-RECORD-COUNT.
002300     MOVE WS-SRC-AMOUNT TO SRCT-AMOUNT.
002310     WRITE TRR-RPT-RECORD FROM WS-RPT-SOURCE-TOTAL-LINE.
002320 2200-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------*
002350 2900-READ-REGISTER.
002360*----------------------------------------------------------------*
002370     READ TRANS-REGISTER-FILE
002380         AT END
002390             SET WS-TRG-END-OF-FILE TO TRUE
002400     END-READ.
002410 2900-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------*
002440 9000-TERMINATE.
002450*----------------------------------------------------------------*
002460     WRITE TRR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
002470     MOVE "SOURCES ON THE REGISTER" TO TOTL-LABEL.
002480     MOVE WS-SOURCE-COUNT TO TOTL-COUNT.
002490     WRITE TRR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
002500     MOVE "TRANSMISSIONS ON THE REGISTER" TO TOTL-LABEL.
002510     MOVE WS-TX-COUNT TO TOTL-COUNT.
002520     WRITE TRR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
002530     MOVE "  TAKEN IN PAST A SEQUENCE GAP" TO TOTL-LABEL.
002540     MOVE WS-GAP-COUNT TO TOTL-COUNT.
002550     WRITE TRR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
002560     MOVE "  IN PROGRESS FROM TODAY'S RUNS" TO TOTL-LABEL.
002570     MOVE WS-OPEN-TODAY-COUNT TO TOTL-COUNT.
002580     WRITE TRR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
002590     MOVE "  NOT COMPLETED FROM EARLIER RUNS" TO TOTL-LABEL.
002600     MOVE WS-STUCK-COUNT TO TOTL-COUNT.
002610     WRITE TRR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
002620     CLOSE TRANS-REGISTER-FILE.
002630     CLOSE TRR-RPT-FILE.
002640     DISPLAY "TRANSMISSIONS ON REGISTER:   " WS-TX-COUNT.
002650     DISPLAY "NOT COMPLETED (EARLIER RUNS): " WS-STUCK-COUNT.
002660     IF WS-STUCK-COUNT > 0
002670         MOVE 8 TO RETURN-CODE
002680     ELSE
002690         MOVE 0 TO RETURN-CODE
002700     END-IF.
002710 9000-EXIT.
002720     EXIT.
