000100***************************************************************
000200* CALCSLOG                                                    *
000300*                                                             *
000400* Step-log record.  Every batch program in the suite calls    *
000500* COBSLOG with this area twice: once after initialization     *
000600* (SLOG-STEP-START) and once after termination                *
000700* (SLOG-STEP-END).  COBSLOG stamps the job and step names and *
000800* the clock and appends the record to the shared STEPLOG      *
000900* dataset.  The caller supplies the program name, its run     *
001000* date (zero when the program has none), the records read     *
001100* and written and its return code.  COBSLAR reads the file    *
001200* for the batch-window SLA report; a START with no matching   *
001300* END is a step that abended or is still running.             *
001400*                                                             *
001500* MODIFICATION HISTORY                                        *
001600*   DATE       BY   DESCRIPTION                               *
001700*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001800***************************************************************
001900 01  CALC-STEP-LOG-RECORD.
002000     05  SLOG-EVENT                  PIC X(01).
002100         88  SLOG-STEP-START                   VALUE "S".
002200         88  SLOG-STEP-END                     VALUE "E".
002300     05  SLOG-PROGRAM                PIC X(08).
002400     05  SLOG-JOB-NAME               PIC X(08).
002500     05  SLOG-STEP-NAME              PIC X(08).
002600     05  SLOG-RUN-DATE               PIC 9(08).
002700     05  SLOG-START-DATE             PIC 9(08).
002800     05  SLOG-START-TIME             PIC 9(08).
002900     05  SLOG-END-DATE               PIC 9(08).
003000     05  SLOG-END-TIME               PIC 9(08).
003100     05  SLOG-RECORDS-IN             PIC 9(09).
003200     05  SLOG-RECORDS-OUT            PIC 9(09).
003300     05  SLOG-RETURN-CODE            PIC 9(04).
003400     05  FILLER                      PIC X(13).
