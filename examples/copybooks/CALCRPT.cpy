001393*                   EVERY REPORT LINE SO THE BRANCH ACTIVITY    *
001394*                   REPORT CAN JOIN A LINE BACK TO ITS LOAN     *
001395*                   MASTER RECORD (RECORD NOW 135)               *
001396*   10/15/26   TWK  ADDED THE APR, AMOUNT FINANCED AND        *
001397*                   TOTAL OF PAYMENTS FOR THE APR             *
001398*                   DISCLOSURE FUNCTION; ZERO ON EVERY        *
001399*                   OTHER LINE (RECORD NOW 164)               *
001400***************************************************************
001414* MODIFICATION HISTORY (CONTINUED)                            *
001428*   DATE       BY   DESCRIPTION                               *
001442*   10/15/26   TWK  ADDED THE CURRENCY CODE OF THE COMMAND SO *
001456*                   THE DOWNSTREAM TOTALS CAN CONVERT THE     *
001470*                   AMOUNT TO BASE (RECORD STILL 164)         *
001484***************************************************************
001500 01  CALC-REPORT-RECORD.
001600     05  RPT-FUNCTION                PIC X(10).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
002820     05  RPT-REASON-CODE             PIC 9(04).
002830     05  RPT-SEQUENCE                PIC 9(07).
002840     05  RPT-ACCOUNT                 PIC X(10).
002850     05  RPT-APR                     PIC 9(03)V9(04).
002860     05  RPT-AMT-FINANCED            PIC 9(09)V99.
002870     05  RPT-TOTAL-PAYMENTS          PIC 9(09)V99.
002900     05  RPT-CURRENCY                PIC X(03).
