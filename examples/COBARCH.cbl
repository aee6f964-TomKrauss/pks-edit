001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                                *
001900*   09/02/26   TWK  ORIGINAL PROGRAM                           *
001920*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001940*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001960*                   SLA REPORT                                *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     COBARCH.
013500     05  ARCH-TOT-LABEL              PIC X(26).
013600     05  ARCH-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
013700     05  FILLER                      PIC X(93) VALUE SPACES.
013750 COPY CALCSLOG.
013800 LINKAGE SECTION.
013900 01  ARCH-PARM-DATA.
014000     05  ARCH-PARM-LENGTH            PIC S9(04) COMP.
014500***************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014750     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
014800     PERFORM 2000-SPLIT-HISTORY THRU 2000-EXIT
014900         UNTIL ARCH-RUN-EOF.
015000     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
015100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015150     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
015200     GOBACK.
015300***************************************************************
015400* 1000-INITIALIZE - A MISSING OR NON-NUMERIC CUTOFF WOULD     *
042100     DISPLAY "ARCH ENDS." UPON CONSOLE.
042200 9000-EXIT.
042300     EXIT.
042400***************************************************************
042500* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
042600*     BATCH-WINDOW REPORT                                     *
042700***************************************************************
042800 9900-LOG-STEP-START.
042900     MOVE "COBARCH" TO SLOG-PROGRAM.
043000     MOVE 0 TO SLOG-RUN-DATE.
043100     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
043200     SET SLOG-STEP-START TO TRUE.
043300     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
043400 9900-EXIT.
043500     EXIT.
043600***************************************************************
043700* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
043800*     AND THE FINAL CONDITION CODE                            *
043900***************************************************************
044000 9910-LOG-STEP-END.
044100     MOVE ARCH-READ-COUNT TO SLOG-RECORDS-IN.
044200     COMPUTE SLOG-RECORDS-OUT = ARCH-ARCHIVED-COUNT
044300             + ARCH-KEPT-COUNT.
044400     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
044500     SET SLOG-STEP-END TO TRUE.
044600     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
044700 9910-EXIT.
044800     EXIT.
