000100***************************************************************
000200* CALCAPR                                                     *
000300*                                                             *
000400* Linkage area passed between COBCALC and the COBAPR truth-   *
000500* in-lending disclosure subprogram.  COBCALC supplies the     *
000600* note amount, the periodic note rate, the number of payment  *
000700* periods, the prepaid finance charges (fees deducted from    *
000800* the proceeds) and the compounding basis that sets how many  *
000900* periods make a year; COBAPR returns the level payment, the  *
001000* annual percentage rate, the finance charge, the amount      *
001100* financed and the total of payments.  The APR is returned    *
001200* as an annual percentage (012.6825 = 12.6825 PERCENT), not   *
001300* as a periodic fraction like the note rate.                  *
001400*                                                             *
001500* MODIFICATION HISTORY                                        *
001600*   DATE       BY   DESCRIPTION                               *
001700*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001800***************************************************************
001900 01  CALC-APR-LINKAGE.
002000     05  CALC-APR-AMOUNT             PIC 9(09)V99.
002100     05  CALC-APR-NOTE-RATE          PIC 9(03)V9(04).
002200     05  CALC-APR-TERM               PIC 9(03).
002300     05  CALC-APR-FEES               PIC 9(07)V99.
002400     05  CALC-APR-COMPOUNDING        PIC X(01).
002500         88  CALC-APR-MONTHLY                  VALUE "M" " ".
002600         88  CALC-APR-QUARTERLY                VALUE "Q".
002700         88  CALC-APR-ANNUAL                   VALUE "A".
002800     05  CALC-APR-PAYMENT            PIC 9(09)V99.
002900     05  CALC-APR-APR                PIC 9(03)V9(04).
003000     05  CALC-APR-FINANCE-CHARGE     PIC S9(09)V99.
003100     05  CALC-APR-AMT-FINANCED       PIC 9(09)V99.
003200     05  CALC-APR-TOTAL-PAYMENTS     PIC 9(09)V99.
