000600* account master record, CHANGE replaces the customer name    *
000700* and branch on an existing record, CLOSE marks the account   *
000800* closed as of the run date.                                  *
000810*                                                             *
000820* An ADD may also book the loan: the original principal, the  *
000830* periodic note rate, the term and the first due date.  An    *
000840* ADD with no principal sets up a quote-only account with no  *
000850* outstanding balance for COBPOST to post payments against.   *
000855*                                                             *
000860* A RESTOR card brings an account that COBPURG archived and   *
000865* purged back onto the master from the yearly master          *
000870* archive, as it stood when it was archived; only the         *
000875* account number is read from the card.                       *
000900*                                                             *
001000* MODIFICATION HISTORY                                        *
001100*   DATE       BY   DESCRIPTION                                *
001200*   08/22/26   TWK  ORIGINAL COPYBOOK                          *
001210*   10/15/26   TWK  ADDED THE LOAN BOOKING FIELDS CARRIED ON  *
001220*                   AN ADD (PRINCIPAL, RATE, TERM, FIRST DUE  *
001230*                   DATE)                                     *
001240*   10/15/26   TWK  ADDED THE RESTOR ACTION FOR ACCOUNTS      *
001250*                   PURGED TO THE MASTER ARCHIVE              *
001300***************************************************************
001400 01  CALC-MSTR-TRANS.
001500     05  MTRN-ACTION                 PIC X(06).
001600         88  MTRN-ADD                          VALUE "ADD".
001700         88  MTRN-CHANGE                       VALUE "CHANGE".
001800         88  MTRN-CLOSE                        VALUE "CLOSE".
001850         88  MTRN-RESTORE                      VALUE "RESTOR".
001900     05  MTRN-ACCOUNT-NBR            PIC X(10).
002000     05  MTRN-CUSTOMER-NAME          PIC X(30).
002100     05  MTRN-BRANCH                 PIC X(04).
002110     05  MTRN-LOAN-TERMS.
002120         10  MTRN-PRINCIPAL          PIC 9(09)V99.
002130         10  MTRN-RATE               PIC 9(03)V9(04).
002140         10  MTRN-TERM               PIC 9(03).
002150         10  MTRN-FIRST-DUE-DATE     PIC 9(08).
002200     05  FILLER                      PIC X(01).
