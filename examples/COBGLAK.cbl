001400* MODIFICATION HISTORY                                        *
001500*   DATE       BY   DESCRIPTION                                *
001600*   09/02/26   TWK  ORIGINAL PROGRAM                           *
001620*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001640*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001660*                   SLA REPORT                                *
001700***************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.     COBGLAK.
012100     05  GLAK-TOT-LABEL              PIC X(26).
012200     05  GLAK-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
012300     05  FILLER                      PIC X(93) VALUE SPACES.
012350 COPY CALCSLOG.
012400 LINKAGE SECTION.
012500 01  GLAK-PARM-DATA.
012600     05  GLAK-PARM-LENGTH            PIC S9(04) COMP.
013100***************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013350     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
013400     PERFORM 2000-LOAD-SENT-BATCHES THRU 2000-EXIT
013500         UNTIL GLAK-CTL-EOF.
013600     PERFORM 3000-MATCH-ACKNOWLEDGMENTS THRU 3000-EXIT
013700         UNTIL GLAK-ACK-EOF.
013800     PERFORM 6000-PRINT-MATCH-REPORT THRU 6000-EXIT.
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013950     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
014000     GOBACK.
014100***************************************************************
014200* 1000-INITIALIZE - OPEN THE FILES.  A MISSING ACKIN MEANS    *
042500     DISPLAY "GLAK ENDS." UPON CONSOLE.
042600 9000-EXIT.
042700     EXIT.
042800***************************************************************
042900* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
043000*     BATCH-WINDOW REPORT                                     *
043100***************************************************************
043200 9900-LOG-STEP-START.
043300     MOVE "COBGLAK" TO SLOG-PROGRAM.
043400     MOVE GLAK-RUN-DATE TO SLOG-RUN-DATE.
043500     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
043600     SET SLOG-STEP-START TO TRUE.
043700     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
043800 9900-EXIT.
043900     EXIT.
044000***************************************************************
044100* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
044200*     AND THE FINAL CONDITION CODE                            *
044300***************************************************************
044400 9910-LOG-STEP-END.
044500     MOVE GLAK-USED TO SLOG-RECORDS-IN.
044600     MOVE GLAK-LOADED-COUNT TO SLOG-RECORDS-OUT.
044700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
044800     SET SLOG-STEP-END TO TRUE.
044900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
045000 9910-EXIT.
045100     EXIT.
