000100***************************************************************
000200* CALCPAY                                                     *
000300*                                                             *
000400* Customer payment transaction read by COBPOST from the PAYIN *
000500* file, one card per payment received.  The payment is        *
000600* posted to the account's outstanding principal on the        *
000700* MSTRFILE loan master; the effective date defaults to the    *
000800* run date when not supplied.  The reference is the cashier   *
000900* or lockbox reference carried through to PAYHIST so a        *
001000* posting can be traced back to the receipt.                  *
001100*                                                             *
001200* MODIFICATION HISTORY                                        *
001300*   DATE       BY   DESCRIPTION                               *
001400*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001500***************************************************************
001600 01  CALC-PAYMENT-TRANS.
001700     05  PAY-ACCOUNT-NBR             PIC X(10).
001800     05  PAY-AMOUNT                  PIC 9(09)V99.
001900     05  PAY-EFF-DATE                PIC 9(08).
002000     05  PAY-REFERENCE               PIC X(10).
002100     05  FILLER                      PIC X(41).
