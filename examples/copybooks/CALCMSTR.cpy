001430*                   RESULT, SO THE PORTFOLIO REPRICING         *
001440*                   ANALYSIS CAN REPRICE AN ACCOUNT WITHOUT    *
001450*                   THE ORIGINAL COMMAND (RECORD NOW 122)       *
001460*   10/15/26   TWK  ADDED THE BOOKED LOAN TERMS (NOTE RATE,   *
001470*                   TERM, ORIGINAL PRINCIPAL, SCHEDULED       *
001480*                   PAYMENT) SET BY A COBMSTR ADD, AND THE    *
001490*                   SERVICING POSITION MAINTAINED BY COBPOST  *
001491*                   (OUTSTANDING PRINCIPAL, NEXT DUE DATE,    *
001492*                   PAID-TO DATE, TOTAL PAID, LAST PAYMENT    *
001493*                   DATE) (RECORD NOW 200)                    *
001494*   10/15/26   TWK  ADDED THE LOAN CURRENCY, SET BY THE FIRST *
001495*                   CALCULATION POSTED TO THE ACCOUNT AND     *
001496*                   MATCHED ON EVERY ONE AFTER (BLANK = NOT   *
001497*                   YET SET; RECORD STILL 200)                *
001500***************************************************************
001512* MODIFICATION HISTORY (CONTINUED)                            *
001524*   DATE       BY   DESCRIPTION                               *
001536*   10/15/26   TWK  ADDED THE RESTORE DATE, SET WHEN COBMSTR  *
001548*                   RESTORES AN ACCOUNT PURGED TO THE MASTER  *
001560*                   ARCHIVE; COBPURG COUNTS THE RETENTION     *
001572*                   PERIOD FROM IT AGAIN (RECORD NOW 210)     *
001584***************************************************************
001600 01  CALC-MASTER-RECORD.
001700     05  MSTR-ACCOUNT-NBR            PIC X(10).
001800     05  MSTR-STATUS                 PIC X(01).
002710     05  MSTR-LAST-AMOUNT            PIC 9(09)V99.
002720     05  MSTR-LAST-TERM              PIC 9(03).
002730     05  MSTR-LAST-PRODUCT           PIC X(08).
002740     05  MSTR-NOTE-RATE              PIC 9(03)V9(04).
002741     05  MSTR-TERM                   PIC 9(03).
002742     05  MSTR-ORIG-PRINCIPAL         PIC 9(09)V99.
002743     05  MSTR-SCHED-PAYMENT          PIC 9(09)V99.
002744     05  MSTR-PRINCIPAL-BALANCE      PIC 9(09)V99.
002745     05  MSTR-NEXT-DUE-DATE          PIC 9(08).
002746     05  MSTR-PAID-TO-DATE           PIC 9(08).
002747     05  MSTR-TOTAL-PAID             PIC 9(09)V99.
002748     05  MSTR-LAST-PAY-DATE          PIC 9(08).
002800     05  MSTR-CURRENCY               PIC X(03).
002810     05  MSTR-RESTORE-DATE           PIC 9(08).
002900     05  FILLER                      PIC X(09).
