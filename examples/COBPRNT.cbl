001698*                   VALUE IN EFFECT PRINTS AT THE TOP OF THE  *
001699*                   REPORT FOR THE AUDIT TRAIL                 *
001700***************************************************************
001714* MODIFICATION HISTORY (CONTINUED)                            *
001728*   DATE       BY   DESCRIPTION                               *
001742*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001756*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001770*                   SLA REPORT                                *
001784***************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.     COBPRNT.
002000 AUTHOR.         T W KRAUSS.
015100     05  PRNT-TOT-LABEL              PIC X(26).
015200     05  PRNT-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
015300     05  FILLER                      PIC X(93) VALUE SPACES.
015350 COPY CALCSLOG.
015400 LINKAGE SECTION.
015500 01  PRNT-PARM-DATA.
015600     05  PRNT-PARM-LENGTH            PIC S9(04) COMP.
016100***************************************************************
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016350     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
016400     PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
016500         UNTIL PRNT-EOF.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016650     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
016700     GOBACK.
016800***************************************************************
016900* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE FILES      *
043870     END-EVALUATE.
043880 1110-EXIT.
043890     EXIT.
043990***************************************************************
044090* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
044190*     BATCH-WINDOW REPORT                                     *
044290***************************************************************
044390 9900-LOG-STEP-START.
044490     MOVE "COBPRNT" TO SLOG-PROGRAM.
044590     MOVE PRNT-RUN-DATE TO SLOG-RUN-DATE.
044690     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
044790     SET SLOG-STEP-START TO TRUE.
044890     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
044990 9900-EXIT.
045090     EXIT.
045190***************************************************************
045290* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
045390*     AND THE FINAL CONDITION CODE                            *
045490***************************************************************
045590 9910-LOG-STEP-END.
045690     MOVE PRNT-RECORD-COUNT TO SLOG-RECORDS-IN.
045790     MOVE PRNT-PAGE-COUNT TO SLOG-RECORDS-OUT.
045890     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
045990     SET SLOG-STEP-END TO TRUE.
046090     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
046190 9910-EXIT.
046290     EXIT.
