000280*                DATE ROLLED OFF WEEKENDS AND HOLIDAYS) WHEN ONE
000290*                IS PRESENT; OLDER EXTRACTS WITHOUT THE FIELD
000300*                STILL POST WITH THE RUN DATE.
000301*  10/15/26 RH   REVERSAL DETAILS (ACCT-ENTRY-TYPE 'R') NOW POST
000302*                THE MIRROR-IMAGE PAIR -- DEBIT TO THE CURRENCY'S
000303*                CREDIT ACCOUNT, CREDIT TO ITS DEBIT ACCOUNT --
000304*                AND CARRY THE ORIGINAL TRANSACTION KEY ON BOTH
000305*                JOURNAL LINES IN JRNL-ORIG-TRANS-KEY.
000306*  10/15/26 RH   JOURNAL RECORD LAYOUTS PULLED OUT INTO THE
000307*                DL100JRN COPYBOOK SO DL100GLA CAN READ THE
000308*                JOURNAL BACK AGAINST THE GL LOAD ACKNOWLEDGEMENT.
000309*  10/15/26 RH   GLCOA RECORD LAYOUT PULLED OUT INTO THE DL100COA
000310*                COPYBOOK SO DL100SAJ CAN READ THE SAME CHART FOR
000311*                ITS MONTH-END SUSPENSE ACCOUNTS.
000312*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 01  GL-COA-RECORD.
000570     COPY DL100COA.
000640*----------------------------------------------------------------*
000650 FD  GL-JOURNAL-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORDING MODE IS F.
000680     COPY DL100JRN.
000890*----------------------------------------------------------------*
000900 FD  GL-RECON-RPT-FILE
000910     LABEL RECORDS ARE STANDARD
001180 01  WS-JRNL-SOURCE              PIC X(08) VALUE "DL100AMT".
001190*----------------------------------------------------------------*
001200 01  WS-POST-DATE                PIC 9(08) VALUE ZEROES.
001202*    GL ACCOUNTS FOR THE DETAIL BEING POSTED -- THE CURRENCY'S
001204*    DEBIT/CREDIT PAIR, SWAPPED FOR A REVERSAL.
001206 01  WS-DR-ACCOUNT               PIC X(08) VALUE SPACES.
001208 01  WS-CR-ACCOUNT               PIC X(08) VALUE SPACES.
001210 01  WS-ACC-EOF-SWITCH           PIC X(01) VALUE 'N'.
001220     88  WS-ACC-END-OF-FILE             VALUE 'Y'.
001230 01  WS-COA-EOF-SWITCH           PIC X(01) VALUE 'N'.
001790     05  WS-UNMAPPED-COUNT       PIC 9(7) COMP VALUE ZERO.
001800     05  WS-JRNL-LINE-COUNT      PIC 9(7) COMP VALUE ZERO.
001810     05  WS-EXP-TOTAL-COUNT      PIC 9(7) COMP VALUE ZERO.
001815     05  WS-REVERSAL-COUNT       PIC 9(7) COMP VALUE ZERO.
001820 01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
001830 01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
001840 01  WS-HASH-TOTAL               PIC 9(11)V99 VALUE ZERO.
003090     ELSE
003100         MOVE WS-RUN-DATE TO WS-POST-DATE
003110     END-IF.
003111*    A REVERSAL UNWINDS THE ORIGINAL POSTING, SO ITS DEBIT GOES
003112*    TO THE ACCOUNT THE ORIGINAL CREDITED AND VICE VERSA.
003113     IF ACCT-ENTRY-REVERSAL
003114         MOVE WS-COA-CREDIT-ACCT(WS-COA-IDX) TO WS-DR-ACCOUNT
003115         MOVE WS-COA-DEBIT-ACCT(WS-COA-IDX) TO WS-CR-ACCOUNT
003116         ADD 1 TO WS-REVERSAL-COUNT
003117     ELSE
003118         MOVE WS-COA-DEBIT-ACCT(WS-COA-IDX) TO WS-DR-ACCOUNT
003119         MOVE WS-COA-CREDIT-ACCT(WS-COA-IDX) TO WS-CR-ACCOUNT
003120     END-IF.
003121     MOVE SPACES TO GL-JOURNAL-RECORD.
003130     MOVE WS-DR-ACCOUNT TO JRNL-GL-ACCOUNT.
003140     MOVE "DR" TO JRNL-DR-CR.
003150     MOVE ACCT-CURRENCY-CODE TO JRNL-CURRENCY-CODE.
003160     MOVE ACCT-AMOUNT TO JRNL-AMOUNT.
003170     MOVE ACCT-RECORD-KEY TO JRNL-TRANS-KEY.
003180     MOVE WS-POST-DATE TO JRNL-POST-DATE.
003182     IF ACCT-ENTRY-REVERSAL
003184         MOVE ACCT-ORIG-RECORD-KEY TO JRNL-ORIG-TRANS-KEY
003186     END-IF.
003190     WRITE GL-JOURNAL-RECORD.
003200     ADD 1 TO WS-JRNL-LINE-COUNT.
003210     ADD ACCT-AMOUNT TO WS-DEBIT-TOTAL.
003220     MOVE SPACES TO GL-JOURNAL-RECORD.
003230     MOVE WS-CR-ACCOUNT TO JRNL-GL-ACCOUNT.
003240     MOVE "CR" TO JRNL-DR-CR.
003250     MOVE ACCT-CURRENCY-CODE TO JRNL-CURRENCY-CODE.
003260     MOVE ACCT-AMOUNT TO JRNL-AMOUNT.
003270     MOVE ACCT-RECORD-KEY TO JRNL-TRANS-KEY.
003280     MOVE WS-POST-DATE TO JRNL-POST-DATE.
003282     IF ACCT-ENTRY-REVERSAL
003284         MOVE ACCT-ORIG-RECORD-KEY TO JRNL-ORIG-TRANS-KEY
003286     END-IF.
003290     WRITE GL-JOURNAL-RECORD.
003300     ADD 1 TO WS-JRNL-LINE-COUNT.
003310     ADD ACCT-AMOUNT TO WS-CREDIT-TOTAL.
004150     END-IF.
004160     DISPLAY "ACCTRANS DETAILS READ: " WS-DETAIL-COUNT.
004170     DISPLAY "TRANSACTIONS POSTED:   " WS-POSTED-COUNT.
004175     DISPLAY "  OF WHICH REVERSALS:  " WS-REVERSAL-COUNT.
004180     DISPLAY "UNMAPPED CURRENCIES:   " WS-UNMAPPED-COUNT.
004190     DISPLAY "JOURNAL LINES WRITTEN: " WS-JRNL-LINE-COUNT.
004200     CLOSE ACCTRANS-FILE.
