000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100GLR.
000030 AUTHOR. R HOLLOWAY.
000040 INSTALLATION. DAYLIGHT FINANCIAL SYSTEMS - BATCH CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100GLR - GL JOURNAL RELEASE CHECK
000090*-----------------------------------------------------------------
000100*  RUNS BETWEEN DL100AMT AND THE JOURNAL STEPS (DL100GLP AND
000110*  DL100SAJ) AND DECIDES WHETHER THE DAY'S JOURNALS MAY GO.  IT
000117*  FINDS THE LAST 'R' RECORD DL100AMT APPENDED TO RUNHIST FOR THE
000124*  CYCLE (CYCLE FROM CYCLECTL, SAME RULE AS DL100AMT) AND TAKES
000131*  THE RUN DATE FROM THAT RECORD, NOT FROM THE CLOCK, SO A
000138*  RELEASE AFTER MIDNIGHT STILL FINDS THE RUN IT IS RELEASING.
000145*  IF THAT DATE AND CYCLE WERE RUN MORE THAN ONCE THE LAST RUN
000152*  COUNTS.  IT GOES BY THE RETURN CODE RECORDED THERE:
000160*
000170*  BELOW 8        - RELEASED.
000180*  8 (REJECT-RATE ALERT) - HELD UNTIL THE CONTROLLER HAS REVIEWED
000190*      ALERTRPT/EXCPRPT AND SIGNED THE ALERT OFF ON THE OPTIONAL
000200*      AMTSIGN CARD, WHICH MUST NAME THAT RUN DATE AND CYCLE AND
000210*      CARRY AN APPROVER ID.  A CARD FOR ANY OTHER RUN IS IGNORED.
000220*  12 OR MORE, OR NO RECORD FOR THE CYCLE - HELD.  NO SIGN-OFF
000230*      RELEASES IT.
000240*
000250*  BECAUSE THE ANSWER COMES FROM WHAT DL100AMT RECORDED AND NOT
000260*  FROM THE STEP CONDITION CODES, IT IS THE SAME ON A RESTART AT
000270*  THIS STEP AS ON THE ORIGINAL RUN.  THE DECISION AND THE
000280*  APPROVER ARE DISPLAYED FOR THE RUN LOG.
000290*
000300*  RETURN-CODE 0 = RELEASED.  RETURN-CODE 8 = RC 8 ALERT NOT YET
000310*  SIGNED OFF.  RETURN-CODE 12 = DL100AMT ENDED RC 12 OR MORE, OR
000320*  DID NOT RECORD A RUN FOR THE CYCLE.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  -------- ---- -------------------------------------------------
000360*  10/15/26 RH   ORIGINAL VERSION.
000362*  10/15/26 RH   RUN DATE NOW COMES FROM THE LAST DL100AMT RUN OF
000364*                THE CYCLE ON RUNHIST INSTEAD OF THE SYSTEM DATE.
000366*                A RESTART AFTER MIDNIGHT ENDED RC 12.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO RUNHIST
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO CYCLECTL
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPTIONAL AMT-SIGN-FILE ASSIGN TO AMTSIGN
000490         ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RUN-HIST-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 01  RUN-HIST-RECORD.
000560     COPY DL100RHS.
000570*----------------------------------------------------------------*
000580 FD  CYCLE-CTL-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
000610 01  CYCLE-CTL-RECORD.
000620     05  CYC-CYCLE-NUMBER        PIC 9(02).
000630     05  FILLER                  PIC X(78).
000640*----------------------------------------------------------------*
000650*    CONTROLLER'S SIGN-OFF OF A DL100AMT RC 8 ALERT.
000660 FD  AMT-SIGN-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  AMT-SIGN-RECORD.
000700     05  ASG-RUN-DATE            PIC 9(08).
000710     05  ASG-RUN-CYCLE           PIC 9(02).
000720     05  ASG-APPROVER-ID         PIC X(08).
000730     05  ASG-APPROVAL-DATE       PIC 9(08).
000740     05  FILLER                  PIC X(54).
000750*----------------------------------------------------------------*
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------*
000780 01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
000785 01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
000790 01  WS-RUN-CYCLE                PIC 9(02) VALUE 01.
000800 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000810     88  WS-HIST-END-OF-FILE            VALUE 'Y'.
000820 01  WS-AMT-RUN-SWITCH           PIC X(01) VALUE 'N'.
000830     88  WS-AMT-RUN-FOUND               VALUE 'Y'.
000840     88  WS-AMT-RUN-NOT-FOUND           VALUE 'N'.
000850 01  WS-AMT-RETURN-CODE          PIC 9(02) VALUE ZERO.
000860 01  WS-AMT-RUN-COUNT            PIC 9(7) COMP VALUE ZERO.
000870 01  WS-SIGN-OFF-SWITCH          PIC X(01) VALUE 'N'.
000880     88  WS-ALERT-SIGNED-OFF            VALUE 'Y'.
000890     88  WS-ALERT-NOT-SIGNED-OFF        VALUE 'N'.
000900 01  WS-SIGN-APPROVER-ID         PIC X(08) VALUE SPACES.
000910 01  WS-SIGN-APPROVAL-DATE       PIC 9(08) VALUE ZEROES.
000920*----------------------------------------------------------------*
000930 PROCEDURE DIVISION.
000940*----------------------------------------------------------------*
000950 0000-MAINLINE.
000960*----------------------------------------------------------------*
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-FIND-AMT-RUN THRU 2000-EXIT.
000990     PERFORM 3000-DECIDE-RELEASE THRU 3000-EXIT.
001000     STOP RUN.
001010*----------------------------------------------------------------*
001020 1000-INITIALIZE.
001030*----------------------------------------------------------------*
001036*    THE CYCLE IS TAKEN EXACTLY AS DL100AMT TAKES IT.  NO
001042*    CYCLECTL, OR A ZERO/NON-NUMERIC CYCLE, IS CYCLE 01.  THE RUN
001048*    DATE IS LEFT TO 2000 -- TODAY'S DATE IS KEPT ONLY TO SHOW A
001054*    RELEASE OF AN EARLIER DAY'S RUN ON THE LOG.
001060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001070     OPEN INPUT CYCLE-CTL-FILE.
001080     READ CYCLE-CTL-FILE
001090         AT END
001100             CONTINUE
001110         NOT AT END
001120             IF CYC-CYCLE-NUMBER IS NUMERIC
001130                 AND CYC-CYCLE-NUMBER > 0
001140                 MOVE CYC-CYCLE-NUMBER TO WS-RUN-CYCLE
001150             END-IF
001160     END-READ.
001170     CLOSE CYCLE-CTL-FILE.
001180     DISPLAY "GL JOURNAL RELEASE CHECK FOR CYCLE " WS-RUN-CYCLE
001190         " ON " WS-TODAY-DATE.
001200 1000-EXIT.
001210     EXIT.
001220*----------------------------------------------------------------*
001230 2000-FIND-AMT-RUN.
001240*----------------------------------------------------------------*
001250     OPEN INPUT RUN-HIST-FILE.
001260     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
001270         UNTIL WS-HIST-END-OF-FILE.
001280     CLOSE RUN-HIST-FILE.
001290 2000-EXIT.
001300     EXIT.
001310*----------------------------------------------------------------*
001320 2100-READ-HISTORY.
001330*----------------------------------------------------------------*
001336*    RUNHIST IS APPEND-ONLY, SO EACH LATER 'R' RECORD FOR THE
001342*    CYCLE REPLACES THE EARLIER ONE AND THE LAST ONE READ IS THE
001348*    RUN THIS JOB MADE.  ONE FOR THE SAME DATE AS THE RECORD IT
001354*    REPLACES IS A RERUN AND IS COUNTED.  A RETURN CODE THAT IS
001360*    NOT NUMERIC IS TREATED AS A FAILURE.
001370     READ RUN-HIST-FILE
001380         AT END
001390             SET WS-HIST-END-OF-FILE TO TRUE
001400             GO TO 2100-EXIT
001410     END-READ.
001420     IF NOT RHS-TYPE-RUN
001440             OR RHS-CYCLE-NUMBER NOT = WS-RUN-CYCLE
001450         GO TO 2100-EXIT
001460     END-IF.
001461     IF WS-AMT-RUN-FOUND
001462             AND RHS-RUN-DATE = WS-RUN-DATE
001463         ADD 1 TO WS-AMT-RUN-COUNT
001464     ELSE
001465         MOVE 1 TO WS-AMT-RUN-COUNT
001466     END-IF.
001470     SET WS-AMT-RUN-FOUND TO TRUE.
001480     MOVE RHS-RUN-DATE TO WS-RUN-DATE.
001490     IF RHS-RETURN-CODE IS NUMERIC
001500         MOVE RHS-RETURN-CODE TO WS-AMT-RETURN-CODE
001510     ELSE
001520         MOVE 99 TO WS-AMT-RETURN-CODE
001530     END-IF.
001540 2100-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------*
001570 3000-DECIDE-RELEASE.
001580*----------------------------------------------------------------*
001590     IF WS-AMT-RUN-NOT-FOUND
001600         DISPLAY "NO DL100AMT RUN ON RUNHIST FOR THIS CYCLE "
001610             "- GL JOURNAL HELD"
001620         MOVE 12 TO RETURN-CODE
001630         GO TO 3000-EXIT
001631     END-IF.
001632     DISPLAY "CHECKING DL100AMT RUN OF " WS-RUN-DATE
001633         " CYCLE " WS-RUN-CYCLE.
001634     IF WS-RUN-DATE NOT = WS-TODAY-DATE
001635         DISPLAY "RUN DATE IS NOT TODAY - LAST RUN OF THE CYCLE "
001636             "ON RUNHIST USED"
001640     END-IF.
001650     IF WS-AMT-RUN-COUNT > 1
001660         DISPLAY "DL100AMT RAN " WS-AMT-RUN-COUNT
001670             " TIMES FOR THIS CYCLE - LAST RUN USED"
001680     END-IF.
001690     IF WS-AMT-RETURN-CODE NOT < 12
001700         DISPLAY "DL100AMT ENDED RC " WS-AMT-RETURN-CODE
001710             " - GL JOURNAL HELD, NOT RELEASABLE"
001720         MOVE 12 TO RETURN-CODE
001730         GO TO 3000-EXIT
001740     END-IF.
001750     IF WS-AMT-RETURN-CODE < 8
001760         DISPLAY "DL100AMT ENDED RC " WS-AMT-RETURN-CODE
001770             " - GL JOURNAL RELEASED"
001780         MOVE ZERO TO RETURN-CODE
001790         GO TO 3000-EXIT
001800     END-IF.
001810     PERFORM 3100-READ-SIGN-OFF THRU 3100-EXIT.
001820     IF WS-ALERT-SIGNED-OFF
001830         DISPLAY "DL100AMT RC " WS-AMT-RETURN-CODE
001840             " ALERT SIGNED OFF BY " WS-SIGN-APPROVER-ID
001850             " ON " WS-SIGN-APPROVAL-DATE
001860             " - GL JOURNAL RELEASED"
001870         MOVE ZERO TO RETURN-CODE
001880     ELSE
001890         DISPLAY "DL100AMT RC " WS-AMT-RETURN-CODE
001900             " ALERT NOT SIGNED OFF ON AMTSIGN - GL JOURNAL HELD"
001910         MOVE 8 TO RETURN-CODE
001920     END-IF.
001930 3000-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------*
001960 3100-READ-SIGN-OFF.
001970*----------------------------------------------------------------*
001978*    THE ALERT IS SIGNED OFF ONLY WHEN AMTSIGN NAMES THE RUN DATE
001986*    AND CYCLE FOUND ON RUNHIST AND CARRIES AN APPROVER.  NO FILE,
001994*    OR A CARD FOR ANY OTHER RUN, LEAVES THE JOURNAL HELD; A CARD
002002*    FOR ANOTHER RUN IS SHOWN ON THE LOG.
002010     SET WS-ALERT-NOT-SIGNED-OFF TO TRUE.
002020     OPEN INPUT AMT-SIGN-FILE.
002030     READ AMT-SIGN-FILE
002040         AT END
002050             CONTINUE
002060         NOT AT END
002070             IF ASG-RUN-DATE IS NUMERIC
002080                     AND ASG-RUN-DATE = WS-RUN-DATE
002090                     AND ASG-RUN-CYCLE IS NUMERIC
002100                     AND ASG-RUN-CYCLE = WS-RUN-CYCLE
002110                     AND ASG-APPROVER-ID NOT = SPACES
002120                 SET WS-ALERT-SIGNED-OFF TO TRUE
002130                 MOVE ASG-APPROVER-ID TO WS-SIGN-APPROVER-ID
002140                 MOVE ASG-APPROVAL-DATE TO WS-SIGN-APPROVAL-DATE
002142             ELSE
002144                 DISPLAY "AMTSIGN CARD FOR RUN " ASG-RUN-DATE
002146                     " CYCLE " ASG-RUN-CYCLE
002148                     " IS NOT FOR THIS RUN - IGNORED"
002150             END-IF
002160     END-READ.
002170     CLOSE AMT-SIGN-FILE.
002180 3100-EXIT.
002190     EXIT.
