000100***************************************************************
000200* CALCQTE                                                     *
000300*                                                             *
000400* Quote register record, held on the QUOTFILE keyed cluster   *
000500* by quote number.  COBCALC registers one for every completed *
000600* LOAN, PMT or AMRT calculation on a master account, carrying *
000700* the terms quoted and the rate locked for the customer until *
000800* the expiry date.  A later command citing the quote number   *
000900* is calculated at the locked rate instead of the rate table  *
001000* rate, and the quote is marked accepted.  COBQRPT marks open *
001100* quotes past their expiry date as expired, reports the       *
001200* register weekly by branch and removes closed quotes once    *
001300* the keep period has run.                                    *
001400*                                                             *
001500* MODIFICATION HISTORY                                        *
001600*   DATE       BY   DESCRIPTION                               *
001700*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001800***************************************************************
001900 01  CALC-QUOTE-RECORD.
002000     05  QTE-QUOTE-NBR               PIC 9(09).
002100     05  QTE-STATUS                  PIC X(01).
002200         88  QTE-OPEN                          VALUE "O".
002300         88  QTE-ACCEPTED                      VALUE "A".
002400         88  QTE-EXPIRED                       VALUE "E".
002500     05  QTE-ACCOUNT-NBR             PIC X(10).
002600     05  QTE-BRANCH                  PIC X(04).
002700     05  QTE-FUNCTION                PIC X(10).
002800     05  QTE-PRODUCT                 PIC X(08).
002900     05  QTE-CURRENCY                PIC X(03).
003000     05  QTE-AMOUNT                  PIC 9(09)V99.
003100     05  QTE-RATE                    PIC 9(03)V9(04).
003200     05  QTE-TERM                    PIC 9(03).
003300     05  QTE-RESULT                  PIC 9(09)V99.
003400     05  QTE-ISSUE-DATE              PIC 9(08).
003500     05  QTE-EXPIRY-DATE             PIC 9(08).
003600     05  QTE-ACCEPT-DATE             PIC 9(08).
003700     05  QTE-SEQUENCE                PIC 9(07).
003800     05  FILLER                      PIC X(12).
