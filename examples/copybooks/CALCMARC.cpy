000100***************************************************************
000200* CALCMARC                                                    *
000300*                                                             *
000400* Master archive record.  COBPURG writes one for every closed *
000500* account it removes from the MSTRFILE cluster once the       *
000600* retention period has run, to that year's master archive     *
000700* dataset: the date it was archived and the master record     *
000800* exactly as it stood.  A COBMSTR RESTOR transaction reads    *
000900* the archive back to put an account on the master again.     *
001000* The yearly archives are kept only as long as records        *
001100* retention allows; a year rolls off with everything in it.   *
001200*                                                             *
001300* MODIFICATION HISTORY                                        *
001400*   DATE       BY   DESCRIPTION                               *
001500*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001600***************************************************************
001700 01  CALC-MASTER-ARCHIVE-RECORD.
001800     05  MARC-ARCHIVE-DATE           PIC 9(08).
001900     05  MARC-BRANCH                 PIC X(04).
002000     05  MARC-ACCOUNT-NBR            PIC X(10).
002100     05  MARC-MASTER-IMAGE           PIC X(210).
002200     05  FILLER                      PIC X(08).
