000300*                                                             *
000400* Suspense item record held on the SUSPFILE VSAM cluster,     *
000500* keyed by suspense id.  COBSUSP consolidates the day's       *
000600* reject records from all six reject streams (CALCREJ from    *
000700* COBCALC, CALCERR from COBEDIT, MSTRREJ from COBMSTR,        *
000800* RATEREJ from COBRATE, PAYREJ from COBPOST and HOLDEXP from  *
000805* COBHOLD) into this one keyed file so an item                *
000900* carries a status and an entry date from the day it was      *
001000* rejected until it is resubmitted or written off, instead    *
001100* of going stale on a print-out.  Operations marks an item    *
001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                                *
001900*   09/02/26   TWK  ORIGINAL COPYBOOK                          *
001910*   10/15/26   TWK  ADDED THE PAYREJ SOURCE FOR UNPOSTED      *
001920*                   PAYMENTS FROM COBPOST                     *
001930*   10/15/26   TWK  ADDED THE HOLDEXP SOURCE FOR AUTHORITY    *
001940*                   HOLDS AGED OFF UNAPPROVED BY COBHOLD      *
002000***************************************************************
002100 01  CALC-SUSPENSE-RECORD.
002200     05  SUSP-ID                     PIC 9(09).
002500         88  SUSP-FROM-EDIT                    VALUE "CALCERR".
002600         88  SUSP-FROM-MSTR                    VALUE "MSTRREJ".
002700         88  SUSP-FROM-RATE                    VALUE "RATEREJ".
002710         88  SUSP-FROM-PAY                     VALUE "PAYREJ".
002750         88  SUSP-FROM-HOLD                    VALUE "HOLDEXP".
002800     05  SUSP-STATUS                 PIC X(01).
002900         88  SUSP-NEW                          VALUE "N".
003000         88  SUSP-CORRECTED                    VALUE "C".
