001840*                   REJECT RECORDS, OR A MERGED SEQUENCE      *
001850*                   BEYOND THE ORIGINAL INPUT COUNT, NOW ENDS *
001860*                   WITH CONDITION CODE 8                      *
001870*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001880*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001890*                   SLA REPORT                                *
001900***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     COBMRGE.
011200 01  MRGE-HIGHEST-RC                 PIC 9(02) VALUE 0.
011210 COPY CALCCMD REPLACING CALC-COMMAND-AREA
011220                     BY MRGE-REJ-COMMAND.
011250 COPY CALCSLOG.
011300 PROCEDURE DIVISION.
011400***************************************************************
011500* 0000-MAINLINE                                               *
011600***************************************************************
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011850     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
011900     PERFORM 2000-MERGE-REPORTS THRU 2000-EXIT.
012000     PERFORM 3000-MERGE-REJECTS THRU 3000-EXIT.
012100     PERFORM 7000-RECONCILE THRU 7000-EXIT.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
012300     GOBACK.
012400***************************************************************
012500* 1000-INITIALIZE - OPEN EVERYTHING, PRIME THE COUNT RECORD  *
036600     DISPLAY "MRGE ENDS." UPON CONSOLE.
036700 9000-EXIT.
036800     EXIT.
036900***************************************************************
037000* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
037100*     BATCH-WINDOW REPORT                                     *
037200***************************************************************
037300 9900-LOG-STEP-START.
037400     MOVE "COBMRGE" TO SLOG-PROGRAM.
037500     MOVE 0 TO SLOG-RUN-DATE.
037600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
037700     SET SLOG-STEP-START TO TRUE.
037800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
037900 9900-EXIT.
038000     EXIT.
038100***************************************************************
038200* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
038300*     AND THE FINAL CONDITION CODE                            *
038400***************************************************************
038500 9910-LOG-STEP-END.
038600     COMPUTE SLOG-RECORDS-IN = MRGE-AMRT-RPT-COUNT
038700             + MRGE-QUIK-RPT-COUNT.
038800     MOVE MRGE-OUT-RPT-COUNT TO SLOG-RECORDS-OUT.
038900     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
039000     SET SLOG-STEP-END TO TRUE.
039100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
039200 9910-EXIT.
039300     EXIT.
