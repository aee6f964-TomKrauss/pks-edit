000100***************************************************************
000200* CALCXTRN                                                    *
000300*                                                             *
000400* Exchange-rate transaction layout read by COBXRAT from the   *
000500* XRATIN file.  ADD introduces a new currency rate effective  *
000600* on the given date; EXPIRE sets the expiry date on an        *
000700* existing currency/effective-date entry so a currency that   *
000800* is no longer quoted stops converting without losing its     *
000900* history.                                                    *
001000*                                                             *
001100* MODIFICATION HISTORY                                        *
001200*   DATE       BY   DESCRIPTION                               *
001300*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001400***************************************************************
001500 01  CALC-XRAT-TRANS.
001600     05  XTRN-ACTION                 PIC X(06).
001700         88  XTRN-ADD                          VALUE "ADD".
001800         88  XTRN-EXPIRE                       VALUE "EXPIRE".
001900     05  XTRN-CURRENCY               PIC X(03).
002000     05  XTRN-EFF-DATE               PIC 9(08).
002100     05  XTRN-RATE                   PIC 9(05)V9(06).
002200     05  XTRN-EXPIRY-DATE            PIC 9(08).
002300     05  FILLER                      PIC X(44).
