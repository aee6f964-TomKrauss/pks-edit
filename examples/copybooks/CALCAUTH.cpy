000100***************************************************************
000200* CALCAUTH                                                    *
000300*                                                             *
000400* Department authority-limit record held on the AUTHFILE      *
000500* dataset, one record per department and function code,       *
000600* giving the largest amount and the longest term the          *
000700* department may run through COBCALC without approval.  A     *
000800* function code of ALL sets the department's limit for any    *
000900* function without a record of its own.  COBEDIT loads the    *
001000* file at start-up; a command over its department's limit, or *
001100* from a department with no limit on file, is not passed to   *
001200* COBCALC but written to the HOLDOUT hold queue for approval. *
001300* Credit policy maintains the file.                           *
001400*                                                             *
001500* MODIFICATION HISTORY                                        *
001600*   DATE       BY   DESCRIPTION                               *
001700*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001800***************************************************************
001900 01  CALC-AUTHORITY-RECORD.
002000     05  AUTH-DEPARTMENT             PIC X(04).
002100     05  AUTH-FUNCTION               PIC X(10).
002200         88  AUTH-ALL-FUNCTIONS                VALUE "ALL".
002300     05  AUTH-MAX-AMOUNT             PIC 9(09)V99.
002400     05  AUTH-MAX-TERM               PIC 9(03).
002500     05  FILLER                      PIC X(52).
