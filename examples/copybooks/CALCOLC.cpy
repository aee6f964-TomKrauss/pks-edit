000100***************************************************************
000200* CALCOLC                                                     *
000300*                                                             *
000400* Communication area passed between the branch online         *
000500* transactions -- CINQ account inquiry (COBINQY) and CQTE     *
000600* quick quote (COBQUOT) -- across pseudo-conversational       *
000700* returns and on the XCTL between the two screens.  A program *
000800* that XCTLs to the other sets OLC-NEW-ENTRY so the receiving *
000900* program paints its screen for the carried account instead   *
001000* of trying to receive a map it never sent.  The quote fields *
001100* hold the last priced quote so an amortization schedule can  *
001200* be paged forward and back by recomputing it from COBAMRT    *
001300* without the customer's terms being keyed again.             *
001310* The quote currency is the keyed account's loan currency, or *
001320* the base currency (USD) when no account is keyed.           *
001400*                                                             *
001500* MODIFICATION HISTORY                                        *
001600*   DATE       BY   DESCRIPTION                               *
001700*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001710*   10/15/26   TWK  ADDED THE QUOTE CURRENCY (FILLER NOW 17)  *
001800***************************************************************
001900 01  CALC-ONLINE-COMMAREA.
002000     05  OLC-ENTRY-SWITCH            PIC X(01).
002100         88  OLC-NEW-ENTRY                     VALUE "N".
002200         88  OLC-IN-PROGRESS                   VALUE "P".
002300     05  OLC-ACCOUNT                 PIC X(10).
002400     05  OLC-QUOTE.
002500         10  OLC-FUNCTION            PIC X(04).
002600         10  OLC-PRODUCT             PIC X(08).
002700         10  OLC-AMOUNT              PIC 9(09)V99.
002800         10  OLC-TERM                PIC 9(03).
002900         10  OLC-RATE                PIC 9(03)V9(04).
003000         10  OLC-EFF-DATE            PIC 9(08).
003100         10  OLC-RESULT              PIC 9(09)V99.
003200         10  OLC-PAGE                PIC 9(03).
003300         10  OLC-PAGE-COUNT          PIC 9(03).
003400         10  OLC-QUOTE-SWITCH        PIC X(01).
003500             88  OLC-QUOTE-PRICED              VALUE "Y".
003600             88  OLC-NO-QUOTE                  VALUE "N".
003610         10  OLC-CURRENCY            PIC X(03).
003700     05  FILLER                      PIC X(17).
