000100***************************************************************
000200* CALCSLAT                                                    *
000300*                                                             *
000400* Batch-window SLA table entry, one per scheduled job step,   *
000500* held on the SLATAB dataset in schedule order and read by    *
000600* COBSLAR.  An entry names the step (job, step, program) and  *
000700* carries its thresholds: the longest acceptable elapsed      *
000800* time, the time of day it must have ended by (counted in     *
000900* days after the run date, so a step due at 02:00 the next    *
001000* morning is day 1, time 0200), and the most records in it    *
001100* should see.  A zero threshold is not checked.  Up to three  *
001200* predecessor steps give the schedule dependencies the        *
001300* critical path is traced through.  A required step that did  *
001400* not run is reported missing; a step marked as a path end    *
001500* (the GL feed, for one) has its critical path printed.       *
001600*                                                             *
001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                               *
001900*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
002000***************************************************************
002100 01  CALC-SLA-ENTRY.
002200     05  SLAT-JOB-NAME               PIC X(08).
002300     05  SLAT-STEP-NAME              PIC X(08).
002400     05  SLAT-PROGRAM                PIC X(08).
002500     05  SLAT-MAX-ELAPSED-SECS       PIC 9(05).
002600     05  SLAT-DEADLINE-DAY           PIC 9(01).
002700     05  SLAT-DEADLINE-TIME          PIC 9(04).
002800     05  SLAT-MAX-RECORDS-IN         PIC 9(09).
002900     05  SLAT-REQUIRED-FLAG          PIC X(01).
003000         88  SLAT-REQUIRED                     VALUE "Y".
003100     05  SLAT-PATH-END-FLAG          PIC X(01).
003200         88  SLAT-PATH-END                     VALUE "Y".
003300     05  SLAT-PREDECESSOR OCCURS 3 TIMES.
003400         10  SLAT-PRED-JOB-NAME      PIC X(08).
003500         10  SLAT-PRED-STEP-NAME     PIC X(08).
003600     05  FILLER                      PIC X(07).
