000100***************************************************************
000200* COBAPR                                                      *
000300*                                                             *
000400* Produces the truth-in-lending disclosure figures for a      *
000500* loan quote -- the annual percentage rate, the finance       *
000600* charge, the amount financed and the total of payments --    *
000700* so the branches no longer work the APR out by hand when     *
000800* prepaid fees are deducted from the proceeds.  The level     *
000900* payment is priced on the full note amount at the note rate  *
001000* by COBPMT; the amount financed is the note amount less the  *
001100* prepaid fees, the total of payments is the payment times    *
001200* the term and the finance charge is the difference between   *
001300* the two.  The APR is the periodic rate at which the         *
001400* payments discount back to the amount financed, found by     *
001500* bisection and annualized by the compounding basis (12, 4    *
001600* or 1 periods a year).  With no prepaid fees the APR is      *
001700* simply the annualized note rate.                            *
001800*                                                             *
001900* MODIFICATION HISTORY                                        *
002000*   DATE       BY   DESCRIPTION                               *
002100*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.     COBAPR.
002500 AUTHOR.         T W KRAUSS.
002600 INSTALLATION.   FINANCIAL SYSTEMS.
002700 DATE-WRITTEN.   10/15/26.
002800 DATE-COMPILED.  10/15/26.
002900 ENVIRONMENT DIVISION.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 01  CALC-WORK-FIELDS.
003300     05  AP-PERIODS-PER-YEAR         PIC 9(02) COMP.
003400     05  AP-TRIAL-RATE               PIC 9(01)V9(09).
003500     05  AP-LO-RATE                  PIC 9(01)V9(09).
003600     05  AP-HI-RATE                  PIC 9(01)V9(09).
003700     05  AP-BASE-FACTOR              PIC 9(01)V9(09).
003800     05  AP-NEG-TERM                 PIC S9(03).
003900     05  AP-DISCOUNT-FACTOR          PIC 9(01)V9(12).
004000     05  AP-TRIAL-PV                 PIC 9(11)V9(04).
004100     05  AP-ITERATION                PIC 9(03) COMP.
004200     05  AP-STOP-SWITCH              PIC X(01).
004300         88  AP-STOPPED                        VALUE "Y".
004400         88  AP-RUNNING                        VALUE "N".
004500 77  AP-MAX-ITERATIONS               PIC 9(03) COMP VALUE 60.
004600 LINKAGE SECTION.
004700 COPY CALCAPR.
004800 COPY CALCRC REPLACING CALC-RETURN-CODE BY AP-RETURN-CODE.
004900 PROCEDURE DIVISION USING CALC-APR-LINKAGE AP-RETURN-CODE.
005000***************************************************************
005100* 0000-MAINLINE - EDIT THE INPUT, PRODUCE THE DISCLOSURE      *
005200***************************************************************
005300 0000-MAINLINE.
005400     SET CALC-RC-OK TO TRUE.
005500     MOVE 0000 TO CALC-REASON-CODE.
005600     MOVE SPACES TO CALC-REASON-TEXT.
005700     MOVE 0 TO CALC-APR-PAYMENT.
005800     MOVE 0 TO CALC-APR-APR.
005900     MOVE 0 TO CALC-APR-FINANCE-CHARGE.
006000     MOVE 0 TO CALC-APR-AMT-FINANCED.
006100     MOVE 0 TO CALC-APR-TOTAL-PAYMENTS.
006200     IF CALC-APR-AMOUNT NOT NUMERIC
006300        OR CALC-APR-NOTE-RATE NOT NUMERIC
006400        OR CALC-APR-TERM NOT NUMERIC
006500        OR CALC-APR-FEES NOT NUMERIC
006600         SET CALC-RC-BAD-INPUT TO TRUE
006700         MOVE 0801 TO CALC-REASON-CODE
006800         MOVE "INPUT CONTAINS NON-NUMERIC DATA" TO
006900                 CALC-REASON-TEXT
007000         GO TO 9999-EXIT.
007100     IF CALC-APR-AMOUNT = 0
007200         SET CALC-RC-MISSING-PARM TO TRUE
007300         MOVE 0802 TO CALC-REASON-CODE
007400         MOVE "LOAN AMOUNT NOT SUPPLIED" TO CALC-REASON-TEXT
007500         GO TO 9999-EXIT.
007600     IF CALC-APR-TERM = 0
007700         SET CALC-RC-MISSING-PARM TO TRUE
007800         MOVE 0803 TO CALC-REASON-CODE
007900         MOVE "NUMBER OF PERIODS NOT SUPPLIED" TO
008000                 CALC-REASON-TEXT
008100         GO TO 9999-EXIT.
008200     IF CALC-APR-FEES NOT < CALC-APR-AMOUNT
008300         SET CALC-RC-BAD-INPUT TO TRUE
008400         MOVE 0804 TO CALC-REASON-CODE
008500         MOVE "PREPAID FEES NOT LESS THAN LOAN AMOUNT" TO
008600                 CALC-REASON-TEXT
008700         GO TO 9999-EXIT.
008800     IF CALC-APR-MONTHLY
008900         MOVE 12 TO AP-PERIODS-PER-YEAR
009000     ELSE
009100     IF CALC-APR-QUARTERLY
009200         MOVE 4 TO AP-PERIODS-PER-YEAR
009300     ELSE
009400     IF CALC-APR-ANNUAL
009500         MOVE 1 TO AP-PERIODS-PER-YEAR
009600     ELSE
009700         SET CALC-RC-BAD-INPUT TO TRUE
009800         MOVE 0805 TO CALC-REASON-CODE
009900         MOVE "COMPOUNDING BASIS NOT M, Q OR A" TO
010000                 CALC-REASON-TEXT
010100         GO TO 9999-EXIT.
010200     PERFORM 1000-PRICE-PAYMENTS THRU 1000-EXIT.
010300     IF NOT CALC-RC-OK
010400         GO TO 9999-EXIT.
010500     IF CALC-APR-FEES = 0
010600         MOVE CALC-APR-NOTE-RATE TO AP-TRIAL-RATE
010700     ELSE
010800         PERFORM 2000-SEARCH-FOR-RATE THRU 2000-EXIT.
010900     IF NOT CALC-RC-OK
011000         GO TO 9999-EXIT.
011100     COMPUTE CALC-APR-APR ROUNDED =
011200             AP-TRIAL-RATE * AP-PERIODS-PER-YEAR * 100
011300         ON SIZE ERROR
011400             SET CALC-RC-OVERFLOW TO TRUE
011500             MOVE 0807 TO CALC-REASON-CODE
011600             MOVE "APR EXCEEDS RESULT FIELD CAPACITY" TO
011700                     CALC-REASON-TEXT.
011800     GO TO 9999-EXIT.
011900***************************************************************
012000* 1000-PRICE-PAYMENTS - LEVEL PAYMENT FROM COBPMT, THEN THE   *
012100*     AMOUNT FINANCED, TOTAL OF PAYMENTS AND FINANCE CHARGE   *
012200***************************************************************
012300 1000-PRICE-PAYMENTS.
012400     CALL "COBPMT" USING CALC-APR-AMOUNT CALC-APR-NOTE-RATE
012500                         CALC-APR-TERM CALC-APR-PAYMENT
012600                         AP-RETURN-CODE.
012700     IF NOT CALC-RC-OK
012800         GO TO 1000-EXIT.
012900     COMPUTE CALC-APR-AMT-FINANCED =
013000             CALC-APR-AMOUNT - CALC-APR-FEES.
013100     COMPUTE CALC-APR-TOTAL-PAYMENTS =
013200             CALC-APR-PAYMENT * CALC-APR-TERM
013300         ON SIZE ERROR
013400             SET CALC-RC-OVERFLOW TO TRUE
013500             MOVE 0806 TO CALC-REASON-CODE
013600             MOVE "TOTAL OF PAYMENTS EXCEEDS FIELD CAPACITY" TO
013700                     CALC-REASON-TEXT
013800             GO TO 1000-EXIT.
013900     COMPUTE CALC-APR-FINANCE-CHARGE =
014000             CALC-APR-TOTAL-PAYMENTS - CALC-APR-AMT-FINANCED.
014100 1000-EXIT.
014200     EXIT.
014300***************************************************************
014400* 2000-SEARCH-FOR-RATE - BISECTION FOR THE PERIODIC RATE AT   *
014500*     WHICH THE PAYMENTS DISCOUNT TO THE AMOUNT FINANCED.     *
014600*     THE PRESENT VALUE FALLS AS THE RATE RISES, AND AT THE   *
014700*     NOTE RATE IT IS THE FULL NOTE AMOUNT, SO THE ROOT LIES  *
014800*     BETWEEN THE NOTE RATE AND 100 PERCENT A PERIOD.         *
014900***************************************************************
015000 2000-SEARCH-FOR-RATE.
015100     MOVE CALC-APR-NOTE-RATE TO AP-LO-RATE.
015200     MOVE 1 TO AP-HI-RATE.
015300     MOVE AP-HI-RATE TO AP-TRIAL-RATE.
015400     PERFORM 2100-COMPUTE-TRIAL-PV THRU 2100-EXIT.
015500     IF NOT CALC-RC-OK
015600         GO TO 2000-EXIT.
015700     IF AP-TRIAL-PV > CALC-APR-AMT-FINANCED
015800         SET CALC-RC-OVERFLOW TO TRUE
015900         MOVE 0808 TO CALC-REASON-CODE
016000         MOVE "APR OUTSIDE THE SEARCH RANGE" TO
016100                 CALC-REASON-TEXT
016200         GO TO 2000-EXIT.
016300     SET AP-RUNNING TO TRUE.
016400     PERFORM 2010-BISECT-ONCE THRU 2010-EXIT
016500         VARYING AP-ITERATION FROM 1 BY 1
016600         UNTIL AP-ITERATION > AP-MAX-ITERATIONS
016700            OR AP-STOPPED
016800            OR NOT CALC-RC-OK.
016900 2000-EXIT.
017000     EXIT.
017100***************************************************************
017200* 2010-BISECT-ONCE - ONE HALVING OF THE BRACKET               *
017300***************************************************************
017400 2010-BISECT-ONCE.
017500     COMPUTE AP-TRIAL-RATE ROUNDED =
017600             (AP-LO-RATE + AP-HI-RATE) / 2.
017700     IF AP-TRIAL-RATE = AP-LO-RATE
017800        OR AP-TRIAL-RATE = AP-HI-RATE
017900         SET AP-STOPPED TO TRUE
018000         GO TO 2010-EXIT.
018100     PERFORM 2100-COMPUTE-TRIAL-PV THRU 2100-EXIT.
018200     IF NOT CALC-RC-OK
018300         GO TO 2010-EXIT.
018400     IF AP-TRIAL-PV = CALC-APR-AMT-FINANCED
018500         SET AP-STOPPED TO TRUE
018600         GO TO 2010-EXIT.
018700     IF AP-TRIAL-PV > CALC-APR-AMT-FINANCED
018800         MOVE AP-TRIAL-RATE TO AP-LO-RATE
018900     ELSE
019000         MOVE AP-TRIAL-RATE TO AP-HI-RATE.
019100 2010-EXIT.
019200     EXIT.
019300***************************************************************
019400* 2100-COMPUTE-TRIAL-PV - PRESENT VALUE OF THE PAYMENTS AT    *
019500*     AP-TRIAL-RATE:                                          *
019600*     PV = PAYMENT * (1 - (1 + RATE) ** -TERM) / RATE         *
019700***************************************************************
019800 2100-COMPUTE-TRIAL-PV.
019900     COMPUTE AP-BASE-FACTOR = 1 + AP-TRIAL-RATE.
020000     COMPUTE AP-NEG-TERM = 0 - CALC-APR-TERM.
020100     COMPUTE AP-DISCOUNT-FACTOR ROUNDED =
020200             AP-BASE-FACTOR ** AP-NEG-TERM
020300         ON SIZE ERROR
020400             SET CALC-RC-OVERFLOW TO TRUE
020500             MOVE 0898 TO CALC-REASON-CODE
020600             MOVE "DISCOUNT FACTOR COMPUTATION OVERFLOW" TO
020700                     CALC-REASON-TEXT
020800             GO TO 2100-EXIT.
020900     COMPUTE AP-TRIAL-PV ROUNDED =
021000             CALC-APR-PAYMENT * (1 - AP-DISCOUNT-FACTOR) /
021100             AP-TRIAL-RATE
021200         ON SIZE ERROR
021300             SET CALC-RC-OVERFLOW TO TRUE
021400             MOVE 0899 TO CALC-REASON-CODE
021500             MOVE "PRESENT VALUE COMPUTATION OVERFLOW" TO
021600                     CALC-REASON-TEXT.
021700 2100-EXIT.
021800     EXIT.
021900***************************************************************
022000* 9999-EXIT - COMMON RETURN POINT                             *
022100***************************************************************
022200 9999-EXIT.
022300     EXIT PROGRAM.
