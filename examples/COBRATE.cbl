001540*                   RECOMPILE (COMPILED CEILING 500 ENTRIES), *
001550*                   AND THE VALUE IN EFFECT IS SAID ON THE    *
001560*                   CONSOLE FOR THE AUDIT TRAIL                *
001570*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001580*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001590*                   SLA REPORT                                *
001600***************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.     COBRATE.
008960 01  RT-PARM-EOF-SWITCH              PIC X(01) VALUE "N".
008970     88  RT-PARM-EOF                           VALUE "Y".
008980 01  RT-PARM-VALUE-NUM               PIC 9(10) VALUE 0.
008990 COPY CALCSLOG.
009000 LINKAGE SECTION.
009100 01  RT-PARM-DATA.
009200     05  RT-PARM-LENGTH              PIC S9(04) COMP.
009700***************************************************************
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
010000     PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
010100         UNTIL RT-TRANS-EOF.
010200     PERFORM 7000-WRITE-NEW-TABLE THRU 7000-EXIT.
010300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
010400     GOBACK.
010500***************************************************************
010600* 1000-INITIALIZE - OPEN THE FILES AND LOAD THE CURRENT TABLE *
037170     END-EVALUATE.
037180 1510-EXIT.
037190     EXIT.
037290***************************************************************
037390* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
037490*     BATCH-WINDOW REPORT                                     *
037590***************************************************************
037690 9900-LOG-STEP-START.
037790     MOVE "COBRATE" TO SLOG-PROGRAM.
037890     MOVE RT-RUN-DATE TO SLOG-RUN-DATE.
037990     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
038090     SET SLOG-STEP-START TO TRUE.
038190     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
038290 9900-EXIT.
038390     EXIT.
038490***************************************************************
038590* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
038690*     AND THE FINAL CONDITION CODE                            *
038790***************************************************************
038890 9910-LOG-STEP-END.
038990     MOVE RT-TRANS-COUNT TO SLOG-RECORDS-IN.
039090     MOVE RT-NEW-COUNT TO SLOG-RECORDS-OUT.
039190     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
039290     SET SLOG-STEP-END TO TRUE.
039390     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
039490 9910-EXIT.
039590     EXIT.
