000100***************************************************************
000200* COBSLOG                                                     *
000300*                                                             *
000400* Step-log writer, CALLed by every batch program in the       *
000500* suite with a CALCSLOG area -- once when the step starts and *
000600* once when it ends.  Stamps the job and step names from the  *
000700* task I/O table, the date and time of the event, and         *
000800* appends the record to STEPLOG for the batch-window report   *
000900* (COBSLAR).  Logging must never fail or alter a production   *
001000* step: an unusable STEPLOG is reported on the console and    *
001100* the call returns quietly, and the caller's return code      *
001200* (passed in SLOG-RETURN-CODE) is handed back unchanged.      *
001300*                                                             *
001400* The job and step names come from the TIOT: PSA offset 540   *
001500* (PSATOLD) addresses the current TCB, TCB offset 12          *
001600* (TCBTIO) addresses the TIOT, whose first two fields are the *
001700* job name and the step name.  They are located once per      *
001800* step and kept for the END call.                             *
001900*                                                             *
002000* MODIFICATION HISTORY                                        *
002100*   DATE       BY   DESCRIPTION                               *
002200*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     COBSLOG.
002600 AUTHOR.         T W KRAUSS.
002700 INSTALLATION.   FINANCIAL SYSTEMS.
002800 DATE-WRITTEN.   10/15/26.
002900 DATE-COMPILED.  10/15/26.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SL-LOG-FILE      ASSIGN TO STEPLOG
003400            ORGANIZATION IS SEQUENTIAL
003500            FILE STATUS IS SL-LOG-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SL-LOG-FILE
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100 01  SL-LOG-RECORD                   PIC X(100).
004200 WORKING-STORAGE SECTION.
004300 01  SL-LOG-STATUS                   PIC X(02).
004400 01  SL-NAMES-SWITCH                 PIC X(01) VALUE "N".
004500     88  SL-NAMES-FOUND                        VALUE "Y".
004600 01  SL-JOB-NAME                     PIC X(08) VALUE SPACES.
004700 01  SL-STEP-NAME                    PIC X(08) VALUE SPACES.
004800 01  SL-PSA-POINTER                  USAGE POINTER VALUE NULL.
004900 LINKAGE SECTION.
005000 01  SL-PSA.
005100     05  FILLER                      PIC X(540).
005200     05  SL-PSA-TCB-POINTER          USAGE POINTER.
005300 01  SL-TCB.
005400     05  FILLER                      PIC X(12).
005500     05  SL-TCB-TIOT-POINTER         USAGE POINTER.
005600 01  SL-TIOT.
005700     05  SL-TIOT-JOB-NAME            PIC X(08).
005800     05  SL-TIOT-STEP-NAME           PIC X(08).
005900 COPY CALCSLOG.
006000 PROCEDURE DIVISION USING CALC-STEP-LOG-RECORD.
006100***************************************************************
006200* 0000-MAINLINE - STAMP THE EVENT AND APPEND IT TO STEPLOG    *
006300***************************************************************
006400 0000-MAINLINE.
006500     IF NOT SL-NAMES-FOUND
006600         PERFORM 1000-FIND-JOB-STEP THRU 1000-EXIT.
006700     MOVE SL-JOB-NAME TO SLOG-JOB-NAME.
006800     MOVE SL-STEP-NAME TO SLOG-STEP-NAME.
006900     IF SLOG-RUN-DATE NOT NUMERIC
007000         MOVE 0 TO SLOG-RUN-DATE.
007100     IF SLOG-STEP-START
007200         ACCEPT SLOG-START-DATE FROM DATE YYYYMMDD
007300         ACCEPT SLOG-START-TIME FROM TIME
007400         MOVE 0 TO SLOG-END-DATE SLOG-END-TIME
007500                   SLOG-RECORDS-IN SLOG-RECORDS-OUT
007600     ELSE
007700         SET SLOG-STEP-END TO TRUE
007800         ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
007900         ACCEPT SLOG-END-TIME FROM TIME.
008000     PERFORM 2000-WRITE-LOG-RECORD THRU 2000-EXIT.
008100     MOVE SLOG-RETURN-CODE TO RETURN-CODE.
008200     GOBACK.
008300***************************************************************
008400* 1000-FIND-JOB-STEP - JOB AND STEP NAME FROM THE TIOT        *
008500***************************************************************
008600 1000-FIND-JOB-STEP.
008700     SET ADDRESS OF SL-PSA TO SL-PSA-POINTER.
008800     SET ADDRESS OF SL-TCB TO SL-PSA-TCB-POINTER.
008900     SET ADDRESS OF SL-TIOT TO SL-TCB-TIOT-POINTER.
009000     MOVE SL-TIOT-JOB-NAME TO SL-JOB-NAME.
009100     MOVE SL-TIOT-STEP-NAME TO SL-STEP-NAME.
009200     SET SL-NAMES-FOUND TO TRUE.
009300 1000-EXIT.
009400     EXIT.
009500***************************************************************
009600* 2000-WRITE-LOG-RECORD - ONE STEPLOG RECORD.  THE FILE IS    *
009700*     OPENED AND CLOSED AROUND EACH WRITE SO THE START RECORD *
009800*     IS ON DISK EVEN IF THE STEP LATER ABENDS.               *
009900***************************************************************
010000 2000-WRITE-LOG-RECORD.
010100     OPEN EXTEND SL-LOG-FILE.
010200     IF SL-LOG-STATUS = "35"
010300         OPEN OUTPUT SL-LOG-FILE.
010400     IF SL-LOG-STATUS NOT = "00"
010500         DISPLAY "STEPLOG OPEN FAILED, STATUS = "
010600                 SL-LOG-STATUS " - STEP NOT LOGGED" UPON CONSOLE
010700         GO TO 2000-EXIT.
010800     WRITE SL-LOG-RECORD FROM CALC-STEP-LOG-RECORD.
010900     IF SL-LOG-STATUS NOT = "00"
011000         DISPLAY "STEPLOG WRITE FAILED, STATUS = "
011100                 SL-LOG-STATUS UPON CONSOLE.
011200     CLOSE SL-LOG-FILE.
011300 2000-EXIT.
011400     EXIT.
