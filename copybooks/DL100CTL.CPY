000150*                ROWS WRITTEN BEFORE THE STATUS BYTE EXISTED
000160*                CARRY A SPACE THERE -- EVERY READER MUST TREAT
000170*                ANYTHING OTHER THAN 'I' AS ACTIVE.
000171*  10/15/26 RH   CARVED CTL-REVIEW-AMOUNT OUT OF FILLER -- THE
000172*                PER-CURRENCY LARGE-VALUE REVIEW THRESHOLD.  AN
000173*                AMOUNT OVER IT IS HELD BY DL100AMT FOR A SECOND-
000174*                PERSON RELEASE INSTEAD OF POSTING.  ZERO MEANS NO
000175*                REVIEW LEVEL; ROWS WRITTEN BEFORE THE FIELD
000176*                EXISTED CARRY SPACES THERE AND EVERY READER MUST
000177*                TREAT A NON-NUMERIC VALUE AS ZERO.
000178*  10/15/26 RH   CARVED CTL-FX-TOLERANCE OUT OF FILLER -- THE
000179*                PERCENTAGE DAY-OVER-DAY MOVE IN THE CURRENCY'S
000180*                FX RATE THAT DL100FXL LETS THROUGH WITHOUT A
000181*                SIGN-OFF.  ZERO, OR THE SPACES A LEGACY ROW
000182*                CARRIES, MEANS THE LOADER'S HOUSE DEFAULT.
000183*----------------------------------------------------------------*
000190 05  CTL-CURRENCY-CODE           PIC X(03).
000200 05  CTL-MAX-AMOUNT              PIC 9(7)V99.
000210 05  CTL-MIN-AMOUNT              PIC 9(7)V99.
000230 05  CTL-STATUS-CODE             PIC X(01).
000240     88  CTL-STATUS-ACTIVE              VALUE 'A'.
000250     88  CTL-STATUS-INACTIVE            VALUE 'I'.
000260 05  CTL-REVIEW-AMOUNT           PIC 9(7)V99.
000270 05  CTL-FX-TOLERANCE            PIC 9(03)V99.
000280 05  FILLER                      PIC X(43).
