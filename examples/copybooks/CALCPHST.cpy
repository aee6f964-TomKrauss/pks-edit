000100***************************************************************
000200* CALCPHST                                                    *
000300*                                                             *
000400* Payment history record written by COBPOST to the PAYHIST    *
000500* dataset, one record per payment posted to the loan master.  *
000600* Carries the payment as received, its split into interest    *
000700* and principal (one COBAMRT period on the outstanding        *
000800* balance at the account's note rate), the balance before     *
000900* and after, the installment due date the payment satisfied   *
001000* (zero for a partial payment) and the next due date left on  *
001100* the master, so a customer's statement of account can be     *
001200* rebuilt from the file without the spreadsheet.              *
001300*                                                             *
001400* MODIFICATION HISTORY                                        *
001500*   DATE       BY   DESCRIPTION                               *
001600*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001700***************************************************************
001800 01  CALC-PAY-HISTORY-RECORD.
001900     05  PHST-ACCOUNT-NBR            PIC X(10).
002000     05  PHST-POST-DATE              PIC 9(08).
002100     05  PHST-EFF-DATE               PIC 9(08).
002200     05  PHST-REFERENCE              PIC X(10).
002300     05  PHST-PAYMENT-AMOUNT         PIC 9(09)V99.
002400     05  PHST-INTEREST-PORTION       PIC 9(09)V99.
002500     05  PHST-PRINCIPAL-PORTION      PIC 9(09)V99.
002600     05  PHST-BALANCE-BEFORE         PIC 9(09)V99.
002700     05  PHST-BALANCE-AFTER          PIC 9(09)V99.
002800     05  PHST-NOTE-RATE              PIC 9(03)V9(04).
002900     05  PHST-DUE-DATE-PAID          PIC 9(08).
003000     05  PHST-NEXT-DUE-DATE          PIC 9(08).
003100     05  PHST-PAID-IN-FULL-FLAG      PIC X(01).
003200         88  PHST-PAID-IN-FULL                 VALUE "Y".
003300         88  PHST-BALANCE-REMAINS              VALUE "N".
003400     05  FILLER                      PIC X(05).
