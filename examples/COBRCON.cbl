001800* MODIFICATION HISTORY                                        *
001900*   DATE       BY   DESCRIPTION                                *
002000*   09/02/26   TWK  ORIGINAL PROGRAM                           *
002020*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002040*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002060*                   SLA REPORT                                *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     COBRCON.
013600     05  RCON-TOT-LABEL              PIC X(26).
013700     05  RCON-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
013800     05  FILLER                      PIC X(93) VALUE SPACES.
013850 COPY CALCSLOG.
013900 LINKAGE SECTION.
014000 01  RCON-PARM-DATA.
014100     05  RCON-PARM-LENGTH            PIC S9(04) COMP.
014600***************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014850     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
014900     PERFORM 2000-COLLECT-POSTINGS THRU 2000-EXIT
015000         UNTIL RCON-RPT-EOF.
015100     PERFORM 3000-VERIFY-POSTINGS THRU 3000-EXIT.
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
015300     GOBACK.
015400***************************************************************
015500* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE FILES      *
043400     DISPLAY "RCON ENDS." UPON CONSOLE.
043500 9000-EXIT.
043600     EXIT.
043700***************************************************************
043800* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
043900*     BATCH-WINDOW REPORT                                     *
044000***************************************************************
044100 9900-LOG-STEP-START.
044200     MOVE "COBRCON" TO SLOG-PROGRAM.
044300     MOVE RCON-RUN-DATE TO SLOG-RUN-DATE.
044400     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
044500     SET SLOG-STEP-START TO TRUE.
044600     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
044700 9900-EXIT.
044800     EXIT.
044900***************************************************************
045000* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
045100*     AND THE FINAL CONDITION CODE                            *
045200***************************************************************
045300 9910-LOG-STEP-END.
045400     MOVE RCON-RPT-RECORD-COUNT TO SLOG-RECORDS-IN.
045500     MOVE RCON-VERIFIED-COUNT TO SLOG-RECORDS-OUT.
045600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
045700     SET SLOG-STEP-END TO TRUE.
045800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
045900 9910-EXIT.
046000     EXIT.
