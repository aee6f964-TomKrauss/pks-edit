002100* MODIFICATION HISTORY                                        *
002200*   DATE       BY   DESCRIPTION                                *
002300*   09/02/26   TWK  ORIGINAL PROGRAM                           *
002310*   10/15/26   TWK  SUMMARIZED BY CURRENCY AS WELL; JOURNAL   *
002320*                   AMOUNTS ARE CONVERTED TO BASE AT THE      *
002330*                   XRATTAB RATE FOR THE RUN DATE AND CARRY   *
002340*                   THE RATE AND NATIVE AMOUNT.  A LINE WITH  *
002350*                   NO RATE IS LEFT OUT AND ENDS THE STEP     *
002375*                   RC 4                                      *
002400***************************************************************
002414* MODIFICATION HISTORY (CONTINUED)                            *
002428*   DATE       BY   DESCRIPTION                               *
002442*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002456*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002470*                   SLA REPORT                                *
002484***************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     COBGLIF.
002700 AUTHOR.         T W KRAUSS.
004800     SELECT GL-CTL-FILE      ASSIGN TO GLCTL
004900            ORGANIZATION IS SEQUENTIAL
005000            FILE STATUS IS GL-CTL-STATUS.
005010     SELECT GL-XRAT-FILE     ASSIGN TO XRATTAB
005020            ORGANIZATION IS SEQUENTIAL
005030            FILE STATUS IS GL-XRAT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  GL-REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  GL-CTL-RECORD                   PIC X(80).
007110 FD  GL-XRAT-FILE
007120     RECORDING MODE IS F
007130     LABEL RECORDS ARE STANDARD.
007140     COPY CALCXRAT.
007200 WORKING-STORAGE SECTION.
007300 01  GL-FILE-STATUSES.
007400     05  GL-REPORT-STATUS            PIC X(02).
007600     05  GL-MASTER-STATUS            PIC X(02).
007700     05  GL-INTF-STATUS              PIC X(02).
007800     05  GL-CTL-STATUS               PIC X(02).
007850     05  GL-XRAT-STATUS              PIC X(02).
007900 01  GL-SWITCHES.
008000     05  GL-RPT-EOF-SWITCH           PIC X(01) VALUE "N".
008100         88  GL-RPT-EOF                        VALUE "Y".
008400     05  GL-FOUND-SWITCH             PIC X(01) VALUE "N".
008500         88  GL-ACCT-FOUND                     VALUE "Y".
008600         88  GL-ACCT-NOT-FOUND                 VALUE "N".
008610     05  GL-XRAT-EOF-SWITCH          PIC X(01) VALUE "N".
008620         88  GL-XRAT-EOF                       VALUE "Y".
008630     05  GL-CONV-SWITCH              PIC X(01) VALUE "Y".
008640         88  GL-CONVERTED                      VALUE "Y".
008650         88  GL-NOT-CONVERTED                  VALUE "N".
008700 01  GL-COUNTERS.
008800     05  GL-RPT-RECORD-COUNT         PIC 9(09) COMP VALUE 0.
008900     05  GL-SUMMARIZED-COUNT         PIC 9(07) COMP VALUE 0.
009300     05  GL-UNMAPPED-COUNT           PIC 9(07) COMP VALUE 0.
009400     05  GL-NO-BRANCH-COUNT          PIC 9(07) COMP VALUE 0.
009500     05  GL-JOURNAL-COUNT            PIC 9(07) COMP VALUE 0.
009550     05  GL-NO-RATE-COUNT            PIC 9(07) COMP VALUE 0.
009600 77  GL-MAP-MAX                      PIC 9(03) COMP VALUE 20.
009700 77  GL-SUM-MAX                      PIC 9(03) COMP VALUE 100.
009750 77  GL-XRAT-MAX                     PIC 9(03) COMP VALUE 500.
009800 01  GL-SUBSCRIPTS.
009900     05  GL-MAP-COUNT                PIC 9(03) COMP VALUE 0.
010000     05  GL-MAP-SUB                  PIC 9(03) COMP VALUE 0.
010200     05  GL-SUM-SUB                  PIC 9(03) COMP VALUE 0.
010300     05  GL-SUM-USED                 PIC 9(03) COMP VALUE 0.
010400     05  GL-WORK-SUB                 PIC 9(03) COMP VALUE 0.
010410     05  GL-XRAT-COUNT               PIC 9(03) COMP VALUE 0.
010420     05  GL-XRAT-SUB                 PIC 9(03) COMP VALUE 0.
010430     05  GL-XRAT-BEST-SUB            PIC 9(03) COMP VALUE 0.
010500 01  GL-WORK-FIELDS.
010600     05  GL-WORK-AMOUNT              PIC 9(09)V99.
010700     05  GL-WORK-RC                  PIC 9(02).
010800     05  GL-WORK-KEY.
010900         10  GL-WORK-BRANCH          PIC X(04).
011000         10  GL-WORK-FUNCTION        PIC X(10).
011050         10  GL-WORK-CURRENCY        PIC X(03).
011100 01  GL-RUN-DATE                     PIC X(08) VALUE SPACES.
011200 01  GL-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
011210 01  GL-WORK-RATE                    PIC 9(05)V9(06) VALUE 0.
011220 01  GL-BASE-AMOUNT                  PIC 9(11)V99 VALUE 0.
011300 01  GL-DEBIT-TOTAL                  PIC 9(13)V99 VALUE 0.
011400 01  GL-SAVED-TRAILER                PIC X(80) VALUE SPACES.
011450 01  GL-XRAT-TABLE-AREA.
011500     05  GL-XRAT-ENTRY OCCURS 500 TIMES.
011550         10  GL-XRAT-TBL-CURRENCY    PIC X(03).
011600         10  GL-XRAT-TBL-EFF-DATE    PIC 9(08).
011650         10  GL-XRAT-TBL-RATE        PIC 9(05)V9(06).
011700         10  GL-XRAT-TBL-EXPIRY      PIC 9(08).
011800 01  GL-MAP-TABLE-AREA.
011900     05  GL-MAP-ENTRY OCCURS 20 TIMES.
012000         10  GL-MAP-FUNCTION         PIC X(10).
012500         10  GL-SUM-KEY.
012600             15  GL-SUM-BRANCH       PIC X(04).
012700             15  GL-SUM-FUNCTION     PIC X(10).
012750             15  GL-SUM-CURRENCY     PIC X(03).
012800         10  GL-SUM-COUNT            PIC 9(07) COMP.
012900         10  GL-SUM-AMOUNT           PIC 9(13)V99.
012910         10  GL-SUM-RATE             PIC 9(05)V9(06).
012920         10  GL-SUM-NATIVE           PIC 9(13)V99.
012950 COPY CALCSLOG.
013000 LINKAGE SECTION.
013100 01  GL-PARM-DATA.
013200     05  GL-PARM-LENGTH              PIC S9(04) COMP.
013700***************************************************************
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
014000     PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
014100         UNTIL GL-RPT-EOF.
014200     PERFORM 3000-WRITE-JOURNALS THRU 3000-EXIT.
014300     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014450     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
014500     GOBACK.
014600***************************************************************
014700* 1000-INITIALIZE - OPEN THE FILES, LOAD THE ACCOUNT MAPPING, *
018400         MOVE 16 TO RETURN-CODE
018500         GOBACK.
018600     PERFORM 1100-LOAD-MAP-TABLE THRU 1100-EXIT.
018650     PERFORM 1200-LOAD-XRATE-TABLE THRU 1200-EXIT.
018700     MOVE SPACES TO CALC-GL-INTERFACE-RECORD.
018800     MOVE "HDR" TO GLIF-RECORD-TYPE.
018900     MOVE GL-RUN-DATE-NUM TO GLIF-BATCH-DATE.
019000     MOVE SPACES TO GLIF-BRANCH GLIF-FUNCTION GLIF-DR-CR
019100                    GLIF-GL-ACCOUNT.
019200     MOVE 0 TO GLIF-AMOUNT.
019250     MOVE 0 TO GLIF-XRATE GLIF-ORIG-AMOUNT.
019300     WRITE CALC-GL-INTERFACE-RECORD.
019400 1000-EXIT.
019500     EXIT.
023100     MOVE GLM-CREDIT-ACCOUNT TO GL-MAP-CREDIT (GL-MAP-COUNT).
023200 1110-EXIT.
023300     EXIT.
023302***************************************************************
023304* 1200-LOAD-XRATE-TABLE - READ THE XRATTAB EXCHANGE-RATE      *
023306*     TABLE INTO STORAGE.  A MISSING TABLE LEAVES ONLY THE    *
023308*     BASE CURRENCY CONVERTIBLE.                              *
023310***************************************************************
023312 1200-LOAD-XRATE-TABLE.
023314     OPEN INPUT GL-XRAT-FILE.
023316     EVALUATE GL-XRAT-STATUS
023318         WHEN "00"
023320             PERFORM 1210-LOAD-XRATE-ENTRY THRU 1210-EXIT
023322                 UNTIL GL-XRAT-EOF
023324             CLOSE GL-XRAT-FILE
023326         WHEN "35"
023328             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
023330                     UPON CONSOLE
023332         WHEN OTHER
023334             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
023336                     GL-XRAT-STATUS UPON CONSOLE
023338             MOVE 16 TO RETURN-CODE
023340             GOBACK
023342     END-EVALUATE.
023344 1200-EXIT.
023346     EXIT.
023348 1210-LOAD-XRATE-ENTRY.
023350     READ GL-XRAT-FILE
023352         AT END
023354             SET GL-XRAT-EOF TO TRUE
023356             GO TO 1210-EXIT.
023358     IF GL-XRAT-COUNT NOT < GL-XRAT-MAX
023360         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
023362                 UPON CONSOLE
023364         MOVE 16 TO RETURN-CODE
023366         GOBACK.
023368     ADD 1 TO GL-XRAT-COUNT.
023370     MOVE XRAT-CURRENCY TO GL-XRAT-TBL-CURRENCY (GL-XRAT-COUNT).
023372     MOVE XRAT-EFF-DATE TO GL-XRAT-TBL-EFF-DATE (GL-XRAT-COUNT).
023374     MOVE XRAT-RATE TO GL-XRAT-TBL-RATE (GL-XRAT-COUNT).
023376     MOVE XRAT-EXPIRY-DATE TO GL-XRAT-TBL-EXPIRY (GL-XRAT-COUNT).
023378 1210-EXIT.
023380     EXIT.
023400***************************************************************
023500* 2000-PROCESS-REPORT - READ ONE CALCRPT RECORD AND SUMMARIZE *
023600*     IT BY BRANCH AND FUNCTION IF IT IS A COMPLETED, MAPPED  *
026400     IF GL-MAP-FOUND-SUB = 0
026500         ADD 1 TO GL-UNMAPPED-COUNT
026600         GO TO 2000-EXIT.
026610     PERFORM 2500-CONVERT-TO-BASE THRU 2500-EXIT.
026620     IF GL-NOT-CONVERTED
026630         ADD 1 TO GL-NO-RATE-COUNT
026640         GO TO 2000-EXIT.
026700     PERFORM 2300-RESOLVE-BRANCH THRU 2300-EXIT.
026800     MOVE RPT-FUNCTION TO GL-WORK-FUNCTION.
026900     PERFORM 2400-LOCATE-SUM-ENTRY THRU 2400-EXIT.
027000     ADD 1 TO GL-SUM-COUNT (GL-SUM-SUB).
027100     ADD GL-BASE-AMOUNT TO GL-SUM-AMOUNT (GL-SUM-SUB).
027200     ADD GL-WORK-AMOUNT TO GL-SUM-NATIVE (GL-SUM-SUB).
027300     ADD 1 TO GL-SUMMARIZED-COUNT.
027400 2000-EXIT.
027500     EXIT.
035500     MOVE GL-WORK-KEY TO GL-SUM-KEY (GL-SUM-SUB).
035600     MOVE 0 TO GL-SUM-COUNT (GL-SUM-SUB).
035700     MOVE 0 TO GL-SUM-AMOUNT (GL-SUM-SUB).
035710     MOVE GL-WORK-RATE TO GL-SUM-RATE (GL-SUM-SUB).
035720     MOVE 0 TO GL-SUM-NATIVE (GL-SUM-SUB).
035800 2410-EXIT.
035900     EXIT.
035901***************************************************************
035902* 2500-CONVERT-TO-BASE - CONVERT THE LINE'S AMOUNT FROM THE   *
035903*     LOAN'S CURRENCY (BLANK MEANS USD) TO BASE AT THE RATE   *
035904*     IN EFFECT ON THE RUN DATE                               *
035905***************************************************************
035906 2500-CONVERT-TO-BASE.
035907     SET GL-CONVERTED TO TRUE.
035908     MOVE RPT-CURRENCY TO GL-WORK-CURRENCY.
035909     IF GL-WORK-CURRENCY = SPACES
035910         MOVE "USD" TO GL-WORK-CURRENCY.
035911     MOVE RPT-AMOUNT TO GL-WORK-AMOUNT.
035912     IF GL-WORK-CURRENCY = "USD"
035913         MOVE 1 TO GL-WORK-RATE
035914     ELSE
035915         PERFORM 2510-FIND-XRATE THRU 2510-EXIT.
035916     IF GL-CONVERTED
035917         COMPUTE GL-BASE-AMOUNT ROUNDED =
035918                 GL-WORK-AMOUNT * GL-WORK-RATE
035919     ELSE
035920         MOVE 0 TO GL-BASE-AMOUNT.
035921 2500-EXIT.
035922     EXIT.
035923***************************************************************
035924* 2510-FIND-XRATE - THE XRATTAB ENTRY FOR THE CURRENCY WITH   *
035925*     THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE; NONE, *
035926*     OR AN EXPIRED ONE, MEANS NO RATE                        *
035927***************************************************************
035928 2510-FIND-XRATE.
035929     MOVE 0 TO GL-WORK-RATE.
035930     MOVE 0 TO GL-XRAT-BEST-SUB.
035931     PERFORM 2511-SCAN-XRATE-ENTRY THRU 2511-EXIT
035932         VARYING GL-XRAT-SUB FROM 1 BY 1
035933         UNTIL GL-XRAT-SUB > GL-XRAT-COUNT.
035934     IF GL-XRAT-BEST-SUB = 0
035935         SET GL-NOT-CONVERTED TO TRUE
035936         GO TO 2510-EXIT.
035937     IF GL-XRAT-TBL-EXPIRY (GL-XRAT-BEST-SUB) NOT = 0
035938        AND GL-RUN-DATE-NUM >
035939                GL-XRAT-TBL-EXPIRY (GL-XRAT-BEST-SUB)
035940         SET GL-NOT-CONVERTED TO TRUE
035941         GO TO 2510-EXIT.
035942     MOVE GL-XRAT-TBL-RATE (GL-XRAT-BEST-SUB) TO GL-WORK-RATE.
035943 2510-EXIT.
035944     EXIT.
035945 2511-SCAN-XRATE-ENTRY.
035946     IF GL-XRAT-TBL-CURRENCY (GL-XRAT-SUB) NOT = GL-WORK-CURRENCY
035947         GO TO 2511-EXIT.
035948     IF GL-XRAT-TBL-EFF-DATE (GL-XRAT-SUB) > GL-RUN-DATE-NUM
035949         GO TO 2511-EXIT.
035950     IF GL-XRAT-BEST-SUB = 0
035951         MOVE GL-XRAT-SUB TO GL-XRAT-BEST-SUB
035952         GO TO 2511-EXIT.
035953     IF GL-XRAT-TBL-EFF-DATE (GL-XRAT-SUB) >
035954             GL-XRAT-TBL-EFF-DATE (GL-XRAT-BEST-SUB)
035955         MOVE GL-XRAT-SUB TO GL-XRAT-BEST-SUB.
035956 2511-EXIT.
035957     EXIT.
036000***************************************************************
036100* 3000-WRITE-JOURNALS - ONE BALANCED DEBIT/CREDIT PAIR PER    *
036200*     BRANCH AND FUNCTION SUMMARY BUCKET                       *
038600     MOVE "D" TO GLIF-DR-CR.
038700     MOVE GL-MAP-DEBIT (GL-MAP-FOUND-SUB) TO GLIF-GL-ACCOUNT.
038800     MOVE GL-SUM-AMOUNT (GL-SUM-SUB) TO GLIF-AMOUNT.
038810     MOVE GL-SUM-CURRENCY (GL-SUM-SUB) TO GLIF-CURRENCY.
038820     MOVE GL-SUM-RATE (GL-SUM-SUB) TO GLIF-XRATE.
038830     MOVE GL-SUM-NATIVE (GL-SUM-SUB) TO GLIF-ORIG-AMOUNT.
038900     WRITE CALC-GL-INTERFACE-RECORD.
039000     ADD 1 TO GL-JOURNAL-COUNT.
039100     MOVE SPACES TO CALC-GL-INTERFACE-RECORD.
039600     MOVE "C" TO GLIF-DR-CR.
039700     MOVE GL-MAP-CREDIT (GL-MAP-FOUND-SUB) TO GLIF-GL-ACCOUNT.
039800     MOVE GL-SUM-AMOUNT (GL-SUM-SUB) TO GLIF-AMOUNT.
039810     MOVE GL-SUM-CURRENCY (GL-SUM-SUB) TO GLIF-CURRENCY.
039820     MOVE GL-SUM-RATE (GL-SUM-SUB) TO GLIF-XRATE.
039830     MOVE GL-SUM-NATIVE (GL-SUM-SUB) TO GLIF-ORIG-AMOUNT.
039900     WRITE CALC-GL-INTERFACE-RECORD.
040000     ADD 1 TO GL-JOURNAL-COUNT.
040100     ADD GL-SUM-AMOUNT (GL-SUM-SUB) TO GL-DEBIT-TOTAL.
044800             GL-UNMAPPED-COUNT UPON CONSOLE.
044900     DISPLAY "  LINES UNDER NONE BRANCH: "
045000             GL-NO-BRANCH-COUNT UPON CONSOLE.
045010     DISPLAY "  NO-RATE LINES EXCLUDED: "
045020             GL-NO-RATE-COUNT UPON CONSOLE.
045100     DISPLAY "  JOURNAL RECORDS .......: "
045200             GL-JOURNAL-COUNT UPON CONSOLE.
045300 8000-EXIT.
045900     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
046000     CLOSE GL-REPORT-FILE GL-MASTER-FILE GL-INTF-FILE
046100           GL-CTL-FILE.
046110     IF GL-NO-RATE-COUNT > 0
046120         MOVE 4 TO RETURN-CODE.
046200     DISPLAY "GLIF ENDS." UPON CONSOLE.
046300 9000-EXIT.
046400     EXIT.
046500***************************************************************
046600* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
046700*     BATCH-WINDOW REPORT                                     *
046800***************************************************************
046900 9900-LOG-STEP-START.
047000     MOVE "COBGLIF" TO SLOG-PROGRAM.
047100     MOVE GL-RUN-DATE TO SLOG-RUN-DATE.
047200     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
047300     SET SLOG-STEP-START TO TRUE.
047400     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
047500 9900-EXIT.
047600     EXIT.
047700***************************************************************
047800* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
047900*     AND THE FINAL CONDITION CODE                            *
048000***************************************************************
048100 9910-LOG-STEP-END.
048200     MOVE GL-RPT-RECORD-COUNT TO SLOG-RECORDS-IN.
048300     MOVE GL-JOURNAL-COUNT TO SLOG-RECORDS-OUT.
048400     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
048500     SET SLOG-STEP-END TO TRUE.
048600     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
048700 9910-EXIT.
048800     EXIT.
