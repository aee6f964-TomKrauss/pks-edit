002230*                   ENTRIES, MATCHING COBCALC AND COBRATE,    *
002240*                   SO THE BOOK STILL PRINTS WHEN OPERATIONS  *
002250*                   TUNES THE TABLE PAST 200                   *
002260*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002270*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002280*                   SLA REPORT                                *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     COBRBOK.
013500     05  RB-TOT-LABEL                PIC X(26).
013600     05  RB-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
013700     05  FILLER                      PIC X(93) VALUE SPACES.
013750 COPY CALCSLOG.
013800 LINKAGE SECTION.
013900 01  RB-PARM-DATA.
014000     05  RB-PARM-LENGTH              PIC S9(04) COMP.
014500***************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014750     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
014800     PERFORM 2000-LOAD-RATE-TABLE THRU 2000-EXIT.
014900     PERFORM 6000-PRINT-RATE-BOOK THRU 6000-EXIT.
015000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015050     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
015100     GOBACK.
015200***************************************************************
015300* 1000-INITIALIZE - PICK UP THE AS-OF DATE, OPEN THE FILES    *
049070     END-EVALUATE.
049080 1510-EXIT.
049090     EXIT.
049190***************************************************************
049290* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
049390*     BATCH-WINDOW REPORT                                     *
049490***************************************************************
049590 9900-LOG-STEP-START.
049690     MOVE "COBRBOK" TO SLOG-PROGRAM.
049790     MOVE RB-AS-OF-DATE TO SLOG-RUN-DATE.
049890     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
049990     SET SLOG-STEP-START TO TRUE.
050090     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
050190 9900-EXIT.
050290     EXIT.
050390***************************************************************
050490* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
050590*     AND THE FINAL CONDITION CODE                            *
050690***************************************************************
050790 9910-LOG-STEP-END.
050890     MOVE RB-ENTRY-READ-COUNT TO SLOG-RECORDS-IN.
050990     MOVE RB-PRODUCT-COUNT TO SLOG-RECORDS-OUT.
051090     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
051190     SET SLOG-STEP-END TO TRUE.
051290     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
051390 9910-EXIT.
051490     EXIT.
