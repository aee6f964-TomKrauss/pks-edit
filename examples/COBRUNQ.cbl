001390*                   (COMPILED CEILING 366 ROWS), AND THE      *
001391*                   VALUE IN EFFECT PRINTS AT THE TOP OF THE  *
001392*                   REPORT FOR THE AUDIT TRAIL                 *
001394*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001396*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001398*                   SLA REPORT                                *
001400***************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID.     COBRUNQ.
009000     05  FILLER                      PIC X(04) VALUE SPACES.
009100     05  RUNQ-DTL-REJECTED           PIC ZZZ,ZZ9.
009200     05  FILLER                      PIC X(66) VALUE SPACES.
009250 COPY CALCSLOG.
009300 LINKAGE SECTION.
009400 01  RUNQ-PARM-DATA.
009500     05  RUNQ-PARM-LENGTH            PIC S9(04) COMP.
010000***************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010250     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
010300     PERFORM 2000-HOLD-HISTORY THRU 2000-EXIT
010400         UNTIL RUNQ-EOF.
010500     PERFORM 3000-PRINT-LAST-RUNS THRU 3000-EXIT.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010650     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
010700     GOBACK.
010800***************************************************************
010900* 1000-INITIALIZE - PICK UP N, OPEN THE FILES                 *
022760     END-EVALUATE.
022770 1110-EXIT.
022780     EXIT.
022880***************************************************************
022980* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
023080*     BATCH-WINDOW REPORT                                     *
023180***************************************************************
023280 9900-LOG-STEP-START.
023380     MOVE "COBRUNQ" TO SLOG-PROGRAM.
023480     MOVE 0 TO SLOG-RUN-DATE.
023580     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
023680     SET SLOG-STEP-START TO TRUE.
023780     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
023880 9900-EXIT.
023980     EXIT.
024080***************************************************************
024180* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
024280*     AND THE FINAL CONDITION CODE                            *
024380***************************************************************
024480 9910-LOG-STEP-END.
024580     MOVE RUNQ-RECORD-COUNT TO SLOG-RECORDS-IN.
024680     MOVE RUNQ-SHOW-COUNT TO SLOG-RECORDS-OUT.
024780     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
024880     SET SLOG-STEP-END TO TRUE.
024980     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
025080 9910-EXIT.
025180     EXIT.
