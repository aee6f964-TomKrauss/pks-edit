000100***************************************************************
000200* CALCHOLD                                                    *
000300*                                                             *
000400* Authority hold record.  COBEDIT writes one to the daily     *
000500* HOLDOUT file for every command over its department's        *
000600* authority limit, carrying the command image, the limit it   *
000700* broke and the reason, with a zero hold id.  COBHOLD loads   *
000800* the day's HOLDOUT onto the HOLDFILE keyed cluster, giving   *
000900* each item the next hold id, and keeps it pending until an   *
001000* approval transaction releases it to the next CALCIN batch   *
001100* or it ages off to suspense unapproved.                      *
001200*                                                             *
001300* MODIFICATION HISTORY                                        *
001400*   DATE       BY   DESCRIPTION                               *
001500*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001600***************************************************************
001700 01  CALC-HOLD-RECORD.
001800     05  HOLD-ID                     PIC 9(09).
001900     05  HOLD-STATUS                 PIC X(01).
002000         88  HOLD-PENDING                      VALUE "P".
002100         88  HOLD-RELEASED                     VALUE "R".
002200         88  HOLD-EXPIRED                      VALUE "E".
002300     05  HOLD-DEPARTMENT             PIC X(04).
002400     05  HOLD-ENTRY-DATE             PIC 9(08).
002500     05  HOLD-ORIGINAL-COMMAND       PIC X(80).
002600     05  HOLD-REASON-TEXT            PIC X(40).
002700     05  HOLD-LIMIT-AMOUNT           PIC 9(09)V99.
002800     05  HOLD-LIMIT-TERM             PIC 9(03).
002900     05  HOLD-APPROVED-BY            PIC X(08).
003000     05  HOLD-CLOSED-DATE            PIC 9(08).
003100     05  FILLER                      PIC X(08).
