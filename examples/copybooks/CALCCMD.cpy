001500*                   EVERY CALCRPT LINE SO THE PARALLEL-STREAM *
001501*                   REPORTS CAN BE MERGED BACK INTO ORIGINAL  *
001502*                   INPUT ORDER                                *
001503*   10/15/26   TWK  ADDED THE APR DISCLOSURE VIEW -- PREPAID  *
001504*                   FEES OVER THE SWEEP STEP FIELDS AND THE   *
001505*                   COMPOUNDING BASIS (M, Q OR A, BLANK = M)  *
001506*                   IN THE LAST BYTE OF THE PARAMETER AREA    *
001507*   10/15/26   TWK  ADDED THE CURRENCY CODE (BLANK = USD      *
001508*                   BASE).  AMOUNTS ARE IN THE LOAN'S OWN     *
001509*                   CURRENCY, CONVERTED BY DOWNSTREAM TOTALS  *
001510***************************************************************
001520* MODIFICATION HISTORY (CONTINUED)                            *
001530*   DATE       BY   DESCRIPTION                               *
001540*   10/15/26   TWK  ADDED THE QUOTE NUMBER.  A LOAN, PMT OR   *
001550*                   AMRT COMMAND THAT CITES A QUOTE FROM THE  *
001560*                   QUOTFILE REGISTER IS CALCULATED AT THE    *
001570*                   RATE LOCKED ON THE QUOTE (BLANK OR ZERO = *
001580*                   NO QUOTE CITED)                           *
001590***************************************************************
001600 01  CALC-COMMAND-AREA.
001700     05  CALC-CMD-CODE               PIC X(10).
001710         88  CALC-CMD-BATCH-HEADER             VALUE "BHDR".
002030         10  CALC-CMD-RATE-STEP      PIC 9(03)V9(04).
002040         10  CALC-CMD-STEP-COUNT     PIC 9(02).
002050         10  CALC-CMD-SEQUENCE       PIC 9(07).
002100         10  CALC-CMD-CURRENCY       PIC X(03).
002110         10  CALC-CMD-QUOTE-NBR      PIC 9(09).
002120         10  CALC-CMD-QUOTE-NBR-X REDEFINES CALC-CMD-QUOTE-NBR
002130                                     PIC X(09).
002140         10  FILLER                  PIC X(03).
002200     05  CALC-CMD-BATCH-CONTROL REDEFINES CALC-CMD-PARMS.
002300         10  CALC-BCH-DEPARTMENT     PIC X(04).
002400         10  CALC-BCH-EXPECTED-COUNT PIC 9(07).
002900         10  CALC-CFL-AMOUNT         PIC S9(09)V99
003000                                     SIGN LEADING SEPARATE.
003100         10  FILLER                  PIC X(55).
003200     05  CALC-CMD-APR-DETAIL REDEFINES CALC-CMD-PARMS.
003300         10  FILLER                  PIC X(39).
003400         10  CALC-TIL-FEES           PIC 9(07)V99.
003500         10  FILLER                  PIC X(07).
003600         10  FILLER                  PIC X(14).
003700         10  CALC-TIL-BASIS          PIC X(01).
003800             88  CALC-TIL-BASIS-VALID          VALUE "M" "Q" "A"
003900                                                     " ".
