001070*                   RECONCILE AGAINST THE WHOLE FILE            *
001080*   08/22/26   TWK  ADDED THE SWEEP REQUEST COUNTER            *
001090*   08/22/26   TWK  ADDED THE CASHFLOW REQUEST COUNTER         *
001095*   10/15/26   TWK  ADDED THE APR DISCLOSURE REQUEST COUNTER  *
001100***************************************************************
001200 01  CALC-CHECKPOINT-RECORD.
001300     05  CKPT-RUN-DATE               PIC 9(08).
001490     05  CKPT-CONTROL-COUNT          PIC 9(07).
001500     05  CKPT-SWEEP-COUNT            PIC 9(07).
001510     05  CKPT-CASHFLOW-COUNT         PIC 9(07).
001520     05  CKPT-APR-COUNT              PIC 9(07).
