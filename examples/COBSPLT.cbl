001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                                *
001900*   08/22/26   TWK  ORIGINAL PROGRAM                           *
001920*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001940*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001960*                   SLA REPORT                                *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     COBSPLT.
008200 01  SPLT-FUNCTION-CODE              PIC X(10).
008300 COPY CALCCMD REPLACING CALC-COMMAND-AREA
008400                     BY SPLT-CURRENT-COMMAND.
008450 COPY CALCSLOG.
008500 PROCEDURE DIVISION.
008600***************************************************************
008700* 0000-MAINLINE                                               *
008800***************************************************************
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009050     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
009100     PERFORM 2000-SPLIT-TRANS THRU 2000-EXIT
009200         UNTIL SPLT-EOF.
009300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
009400     GOBACK.
009500***************************************************************
009600* 1000-INITIALIZE - OPEN THE INPUT AND THE TWO STREAMS        *
022200     DISPLAY "SPLT ENDS." UPON CONSOLE.
022300 9000-EXIT.
022400     EXIT.
022500***************************************************************
022600* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
022700*     BATCH-WINDOW REPORT                                     *
022800***************************************************************
022900 9900-LOG-STEP-START.
023000     MOVE "COBSPLT" TO SLOG-PROGRAM.
023100     MOVE 0 TO SLOG-RUN-DATE.
023200     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
023300     SET SLOG-STEP-START TO TRUE.
023400     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
023500 9900-EXIT.
023600     EXIT.
023700***************************************************************
023800* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
023900*     AND THE FINAL CONDITION CODE                            *
024000***************************************************************
024100 9910-LOG-STEP-END.
024200     MOVE SPLT-RECORD-COUNT TO SLOG-RECORDS-IN.
024300     COMPUTE SLOG-RECORDS-OUT = SPLT-AMRT-RECORDS
024400             + SPLT-QUIK-RECORDS.
024500     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
024600     SET SLOG-STEP-END TO TRUE.
024700     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
024800 9910-EXIT.
024900     EXIT.
