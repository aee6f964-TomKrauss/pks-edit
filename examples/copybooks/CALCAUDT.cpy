000100***************************************************************
000200* CALCAUDT                                                    *
000300*                                                             *
000400* Loan master audit journal record, one per update applied    *
000500* to the MSTRFILE cluster.  Every program that writes or      *
000600* rewrites a master record (COBMSTR add/change/close, the     *
000700* COBCALC result posting and the COBPOST payment posting)     *
000800* appends one entry to the MSTRAUD journal after the update   *
000900* succeeds, carrying the full record as it stood before the   *
001000* update and as it stands after it, with the program, the     *
001100* run date and the time of day, so a disputed name change or  *
001200* posting can be traced to the run that made it and the       *
001300* value it replaced.  An add has no before image (spaces).    *
001400* The reference carries the originating transaction's own     *
001500* identifier where it has one (the payment reference on a     *
001600* COBPOST entry, the input sequence number on a COBCALC       *
001700* entry).                                                     *
001710* A purge by COBPURG has no after image (spaces); a restore   *
001720* by COBMSTR has no before image, like an add.                *
001800* COBAUDR reads the journal for the auditors' inquiry report. *
001900*                                                             *
002000* MODIFICATION HISTORY                                        *
002100*   DATE       BY   DESCRIPTION                               *
002200*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
002250*   10/15/26   TWK  ADDED THE PURGE AND RESTOR ACTIONS        *
002260*   10/15/26   TWK  WIDENED BOTH IMAGES TO THE 210-BYTE       *
002270*                   MASTER (RECORD NOW 480)                   *
002300***************************************************************
002400 01  CALC-AUDIT-RECORD.
002500     05  AUD-ACCOUNT-NBR             PIC X(10).
002600     05  AUD-RUN-DATE                PIC 9(08).
002700     05  AUD-TIME                    PIC 9(08).
002800     05  AUD-PROGRAM                 PIC X(08).
002900     05  AUD-ACTION                  PIC X(06).
003000         88  AUD-ADD                           VALUE "ADD".
003100         88  AUD-CHANGE                        VALUE "CHANGE".
003200         88  AUD-CLOSE                         VALUE "CLOSE".
003300         88  AUD-RESULT                        VALUE "RESULT".
003400         88  AUD-PAYMENT                       VALUE "PAYMNT".
003410         88  AUD-PURGE                         VALUE "PURGE".
003420         88  AUD-RESTORE                       VALUE "RESTOR".
003500     05  AUD-REFERENCE               PIC X(10).
003600     05  FILLER                      PIC X(10).
003700     05  AUD-BEFORE-IMAGE            PIC X(210).
003800     05  AUD-AFTER-IMAGE             PIC X(210).
