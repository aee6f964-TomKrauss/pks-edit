002530*                   ENTRIES PER TABLE, MATCHING COBCALC AND   *
002540*                   COBRATE, SO THE ANALYSIS STILL RUNS WHEN  *
002550*                   OPERATIONS TUNES THE TABLE PAST 200        *
002560*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002570*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002580*                   SLA REPORT                                *
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     COBIMPA.
021600     05  IMPA-TOT-LABEL              PIC X(26).
021700     05  IMPA-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
021800     05  FILLER                      PIC X(93) VALUE SPACES.
021850 COPY CALCSLOG.
021900 LINKAGE SECTION.
022000 01  IMPA-PARM-DATA.
022100     05  IMPA-PARM-LENGTH            PIC S9(04) COMP.
022700***************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
023000     PERFORM 2000-REPRICE-ACCOUNT THRU 2000-EXIT
023100         UNTIL IMPA-MSTR-EOF.
023200     PERFORM 6000-PRINT-SUBTOTALS THRU 6000-EXIT.
023300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
023400     GOBACK.
023500***************************************************************
023600* 1000-INITIALIZE - PICK UP THE AS-OF DATE AND THRESHOLD,     *
074380     END-EVALUATE.
074390 1710-EXIT.
074400     EXIT.
074500***************************************************************
074600* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
074700*     BATCH-WINDOW REPORT                                     *
074800***************************************************************
074900 9900-LOG-STEP-START.
075000     MOVE "COBIMPA" TO SLOG-PROGRAM.
075100     MOVE IMPA-AS-OF-DATE TO SLOG-RUN-DATE.
075200     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
075300     SET SLOG-STEP-START TO TRUE.
075400     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
075500 9900-EXIT.
075600     EXIT.
075700***************************************************************
075800* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
075900*     AND THE FINAL CONDITION CODE                            *
076000***************************************************************
076100 9910-LOG-STEP-END.
076200     MOVE IMPA-MSTR-READ-COUNT TO SLOG-RECORDS-IN.
076300     MOVE IMPA-REPRICED-COUNT TO SLOG-RECORDS-OUT.
076400     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
076500     SET SLOG-STEP-END TO TRUE.
076600     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
076700 9910-EXIT.
076800     EXIT.
