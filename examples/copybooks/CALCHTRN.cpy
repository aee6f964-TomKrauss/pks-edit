000100***************************************************************
000200* CALCHTRN                                                    *
000300*                                                             *
000400* Hold approval transaction layout read by COBHOLD from the   *
000500* HOLDTRN file.  APPROVE names a pending authority hold by    *
000600* its hold id (as printed on the pending-approval report)     *
000700* and the officer approving it; COBHOLD releases the held     *
000800* command to the HOLDREL file, which COBEDIT adds to the next *
000900* CALCIN batch.                                               *
001000*                                                             *
001100* MODIFICATION HISTORY                                        *
001200*   DATE       BY   DESCRIPTION                               *
001300*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001400***************************************************************
001500 01  CALC-HOLD-TRANS.
001600     05  HTRN-ACTION                 PIC X(08).
001700         88  HTRN-APPROVE                      VALUE "APPROVE".
001800     05  HTRN-HOLD-ID                PIC 9(09).
001900     05  HTRN-APPROVER               PIC X(08).
002000     05  FILLER                      PIC X(55).
