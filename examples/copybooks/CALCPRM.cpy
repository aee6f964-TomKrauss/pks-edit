001800*                    55)                                      *
001900*   RUNQ-HELD-MAX    COBRUNQ HELD RUN-HISTORY ROWS (DEFAULT   *
002000*                    99, CEILING 366)                         *
002010*   HOLD-EXPIRY-DAYS COBHOLD DAYS AN AUTHORITY HOLD STAYS     *
002020*                    PENDING BEFORE IT AGES OFF TO SUSPENSE   *
002030*                    (DEFAULT 10, CEILING 365)                *
002040*   XRATE-TABLE-MAX  COBXRAT IN-STORAGE EXCHANGE-RATE TABLE   *
002050*                    WORKING LIMIT (DEFAULT 200, CEILING 500) *
002060*   ORIG-DEPARTMENT  COBORIG DEPARTMENT ON THE GENERATED      *
002070*                    ORIGINATION BATCH HEADER (DEFAULT        *
002080*                    ORIG); ITS VALUE IS NOT NUMERIC          *
002082*   SLA-TRAIL-RUNS   COBSLAR PRIOR RUNS IN EACH STEP'S        *
002084*                    TRAILING AVERAGE (DEFAULT 5, CEILING 10) *
002086*   SLA-AVERAGE-PCT  COBSLAR PERCENT OVER THE TRAILING        *
002088*                    AVERAGE THAT FLAGS A STEP (DEFAULT 50,   *
002090*                    CEILING 999)                             *
002092*   MSTR-RETAIN-DAYS COBPURG DAYS A CLOSED ACCOUNT STAYS ON   *
002094*                    THE MASTER BEFORE IT IS ARCHIVED AND     *
002096*                    PURGED (DEFAULT 2557, CEILING 9999)      *
002097*   QUOTE-VALID-DAYS COBCALC DAYS A REGISTERED QUOTE HOLDS    *
002098*                    ITS RATE (DEFAULT 30, CEILING 365)       *
002099*   QUOTE-KEEP-DAYS  COBQRPT DAYS A QUOTE STAYS ON THE        *
002100*                    REGISTER PAST EXPIRY (DEFAULT 90,        *
002101*                    CEILING 999)                             *
002102*                                                             *
002200* MODIFICATION HISTORY                                        *
002300*   DATE       BY   DESCRIPTION                                *
002400*   09/02/26   TWK  ORIGINAL COPYBOOK                          *
002410*   10/15/26   TWK  ADDED HOLD-EXPIRY-DAYS FOR COBHOLD        *
002450*   10/15/26   TWK  ADDED XRATE-TABLE-MAX FOR COBXRAT         *
002460*   10/15/26   TWK  ADDED ORIG-DEPARTMENT FOR COBORIG         *
002470*   10/15/26   TWK  ADDED SLA-TRAIL-RUNS AND SLA-AVERAGE-PCT  *
002480*                   FOR COBSLAR                               *
002490*   10/15/26   TWK  ADDED MSTR-RETAIN-DAYS FOR COBPURG        *
002491*   10/15/26   TWK  ADDED QUOTE-VALID-DAYS FOR COBCALC AND    *
002492*                   QUOTE-KEEP-DAYS FOR COBQRPT               *
002500***************************************************************
002600 01  CALC-PARAMETER-RECORD.
002700     05  PRM-KEYWORD                 PIC X(16).
