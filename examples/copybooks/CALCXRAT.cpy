000100***************************************************************
000200* CALCXRAT                                                    *
000300*                                                             *
000400* Exchange-rate table record held on the XRATTAB dataset, one *
000500* record per currency code and effective date.  The rate is   *
000600* the number of base-currency (USD) units one unit of the     *
000700* named currency buys.  The base currency itself is never on  *
000800* the table; it always converts at 1.  Every program that     *
000900* validates a command's currency or converts a loan-currency  *
001000* amount to base loads the table and takes the entry with the *
001100* latest effective date not after its run date; an expiry     *
001200* date of zero means the rate stays in effect until a later   *
001300* effective date supersedes it, and a currency whose latest   *
001400* entry has expired has no rate for the day.  COBXRAT         *
001500* maintains the file from exchange-rate transactions the way  *
001600* COBRATE maintains RATETAB.                                  *
001700*                                                             *
001800* MODIFICATION HISTORY                                        *
001900*   DATE       BY   DESCRIPTION                               *
002000*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
002100***************************************************************
002200 01  CALC-XRAT-RECORD.
002300     05  XRAT-CURRENCY               PIC X(03).
002400     05  XRAT-EFF-DATE               PIC 9(08).
002500     05  XRAT-RATE                   PIC 9(05)V9(06).
002600     05  XRAT-EXPIRY-DATE            PIC 9(08).
002700     05  FILLER                      PIC X(50).
