001600* MODIFICATION HISTORY                                        *
001700*   DATE       BY   DESCRIPTION                                *
001800*   09/02/26   TWK  ORIGINAL PROGRAM                           *
001810*   10/15/26   TWK  CONVERTED EVERY AMOUNT TO BASE CURRENCY   *
001820*                   (USD) AT THE XRATTAB RATE IN EFFECT ON    *
001830*                   THE RUN DATE AND ADDED A CURRENCY         *
001840*                   CONVERSION SECTION SHOWING THE RATE USED. *
001850*                   A LINE IN A CURRENCY WITH NO RATE IS LEFT *
001860*                   OUT OF THE AMOUNTS, COUNTED, AND ENDS THE *
001865*                   STEP RC 4                                 *
001870*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001880*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001890*                   SLA REPORT                                *
001900***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     COBBRCH.
004000     SELECT BRCH-PRINT-FILE  ASSIGN TO BRCHPRT
004100            ORGANIZATION IS SEQUENTIAL
004200            FILE STATUS IS BRCH-PRINT-STATUS.
004210     SELECT BRCH-XRAT-FILE   ASSIGN TO XRATTAB
004220            ORGANIZATION IS SEQUENTIAL
004230            FILE STATUS IS BRCH-XRAT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BRCH-REPORT-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  BRCH-PRINT-RECORD               PIC X(132).
005910 FD  BRCH-XRAT-FILE
005920     RECORDING MODE IS F
005930     LABEL RECORDS ARE STANDARD.
005940     COPY CALCXRAT.
006000 WORKING-STORAGE SECTION.
006100 01  BRCH-FILE-STATUSES.
006200     05  BRCH-REPORT-STATUS          PIC X(02).
006300     05  BRCH-REJECT-STATUS          PIC X(02).
006400     05  BRCH-MASTER-STATUS          PIC X(02).
006500     05  BRCH-PRINT-STATUS           PIC X(02).
006550     05  BRCH-XRAT-STATUS            PIC X(02).
006600 01  BRCH-SWITCHES.
006700     05  BRCH-RPT-EOF-SWITCH         PIC X(01) VALUE "N".
006800         88  BRCH-RPT-EOF                      VALUE "Y".
007100     05  BRCH-FOUND-SWITCH           PIC X(01) VALUE "N".
007200         88  BRCH-ACCT-FOUND                   VALUE "Y".
007300         88  BRCH-ACCT-NOT-FOUND               VALUE "N".
007310     05  BRCH-XRAT-EOF-SWITCH        PIC X(01) VALUE "N".
007320         88  BRCH-XRAT-EOF                     VALUE "Y".
007330     05  BRCH-CONV-SWITCH            PIC X(01) VALUE "Y".
007340         88  BRCH-CONVERTED                    VALUE "Y".
007350         88  BRCH-NOT-CONVERTED                VALUE "N".
007400 01  BRCH-COUNTERS.
007500     05  BRCH-RPT-RECORD-COUNT       PIC 9(09) COMP VALUE 0.
007600     05  BRCH-REJ-RECORD-COUNT       PIC 9(09) COMP VALUE 0.
008300     05  BRCH-REJ-NOT-ON-MSTR        PIC 9(07) COMP VALUE 0.
008400     05  BRCH-LINE-COUNT             PIC 9(03) COMP VALUE 99.
008500     05  BRCH-PAGE-COUNT             PIC 9(05) COMP VALUE 0.
008550     05  BRCH-NO-RATE-COUNT          PIC 9(07) COMP VALUE 0.
008600 77  BRCH-LINES-PER-PAGE             PIC 9(03) COMP VALUE 55.
008700 77  BRCH-MAX-BRANCHES               PIC 9(03) COMP VALUE 50.
008800 77  BRCH-MAX-REJ-ACCTS              PIC 9(03) COMP VALUE 25.
008810 77  BRCH-XRAT-MAX                   PIC 9(03) COMP VALUE 500.
008820 77  BRCH-MAX-CURRENCIES             PIC 9(03) COMP VALUE 20.
008900 01  BRCH-SUBSCRIPTS.
009000     05  BRCH-SUB                    PIC 9(03) COMP VALUE 0.
009100     05  BRCH-USED                   PIC 9(03) COMP VALUE 0.
009200     05  BRCH-FUNC-SUB               PIC 9(03) COMP VALUE 0.
009300     05  BRCH-WORK-SUB               PIC 9(03) COMP VALUE 0.
009400     05  BRCH-REJ-SUB                PIC 9(03) COMP VALUE 0.
009410     05  BRCH-XRAT-SUB               PIC 9(03) COMP VALUE 0.
009420     05  BRCH-XRAT-BEST-SUB          PIC 9(03) COMP VALUE 0.
009430     05  BRCH-CCY-SUB                PIC 9(03) COMP VALUE 0.
009440     05  BRCH-CCY-USED               PIC 9(03) COMP VALUE 0.
009500 01  BRCH-WORK-FIELDS.
009600     05  BRCH-WORK-AMOUNT            PIC 9(09)V99.
009700     05  BRCH-WORK-AVG               PIC 9(09)V99.
009800     05  BRCH-WORK-BRANCH            PIC X(04).
009810     05  BRCH-WORK-CURRENCY          PIC X(03).
009820     05  BRCH-WORK-RATE              PIC 9(05)V9(06).
009830     05  BRCH-BASE-AMOUNT            PIC 9(11)V99.
009900 01  BRCH-RUN-DATE                   PIC X(08) VALUE SPACES.
009950 01  BRCH-RUN-DATE-NUM               PIC 9(08) VALUE 0.
010000 01  BRCH-PREV-FUNCTION              PIC X(10) VALUE SPACES.
010100 01  BRCH-PREV-SEQUENCE              PIC 9(07) VALUE 0.
010200 01  BRCH-CURR-SEQUENCE              PIC 9(07) VALUE 0.
012300         10  BT-REJ-USED             PIC 9(03) COMP.
012400         10  BT-REJ-ACCT OCCURS 25 TIMES
012500                                     PIC X(10).
012505 01  BRCH-XRAT-TABLE-AREA.
012510     05  BRCH-XRAT-COUNT             PIC 9(03) COMP VALUE 0.
012515     05  BRCH-XRAT-ENTRY OCCURS 500 TIMES.
012520         10  BRCH-XRAT-TBL-CURRENCY  PIC X(03).
012525         10  BRCH-XRAT-TBL-EFF-DATE  PIC 9(08).
012530         10  BRCH-XRAT-TBL-RATE      PIC 9(05)V9(06).
012535         10  BRCH-XRAT-TBL-EXPIRY    PIC 9(08).
012540 01  BRCH-CCY-TABLE-AREA.
012545     05  BRCH-CCY-ENTRY OCCURS 20 TIMES.
012550         10  CT-CURRENCY             PIC X(03).
012555         10  CT-RATE                 PIC 9(05)V9(06).
012560         10  CT-LINE-COUNT           PIC 9(07) COMP.
012565         10  CT-NATIVE-AMOUNT        PIC 9(13)V99.
012570         10  CT-BASE-AMOUNT          PIC 9(13)V99.
012600 COPY CALCCMD REPLACING CALC-COMMAND-AREA
012700                     BY BRCH-REJECT-COMMAND.
012800 01  BRCH-HEADING-1.
013200     05  FILLER                      PIC X(10)
013300         VALUE "RUN DATE ".
013400     05  BRCH-H1-RUN-DATE            PIC X(08).
013500     05  FILLER                      PIC X(26)
013510         VALUE "AMOUNTS IN USD (BASE)".
013520     05  FILLER                      PIC X(24) VALUE SPACES.
013600     05  FILLER                      PIC X(05) VALUE "PAGE ".
013700     05  BRCH-H1-PAGE                PIC ZZZZ9.
013800     05  FILLER                      PIC X(04) VALUE SPACES.
017400     05  BRCH-TOT-LABEL              PIC X(26).
017500     05  BRCH-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
017600     05  FILLER                      PIC X(93) VALUE SPACES.
017605 01  BRCH-CCY-LINE.
017610     05  FILLER                      PIC X(02) VALUE SPACES.
017615     05  BRCH-CL-CURRENCY            PIC X(03).
017620     05  FILLER                      PIC X(07) VALUE "  RATE ".
017625     05  BRCH-CL-RATE                PIC ZZ,ZZ9.999999.
017630     05  FILLER                      PIC X(08) VALUE "  LINES ".
017635     05  BRCH-CL-LINES               PIC ZZZ,ZZ9.
017640     05  FILLER                      PIC X(09) VALUE "  NATIVE ".
017645     05  BRCH-CL-NATIVE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017650     05  FILLER                      PIC X(07) VALUE "  BASE ".
017655     05  BRCH-CL-BASE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017660     05  BRCH-CL-NOTE                PIC X(20).
017665     05  FILLER                      PIC X(16) VALUE SPACES.
017680 COPY CALCSLOG.
017700 LINKAGE SECTION.
017800 01  BRCH-PARM-DATA.
017900     05  BRCH-PARM-LENGTH            PIC S9(04) COMP.
018400***************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018650     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
018700     PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
018800         UNTIL BRCH-RPT-EOF.
018900     PERFORM 3000-PROCESS-REJECTS THRU 3000-EXIT
019000         UNTIL BRCH-REJ-EOF.
019100     PERFORM 6000-PRINT-BRANCH-REPORT THRU 6000-EXIT.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
019300     GOBACK.
019400***************************************************************
019500* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE BRANCH    *
020100         MOVE BRCH-PARM-RUN-DATE TO BRCH-RUN-DATE
020200     ELSE
020300         MOVE SPACES TO BRCH-RUN-DATE.
020310     IF BRCH-RUN-DATE NUMERIC
020320         MOVE BRCH-RUN-DATE TO BRCH-RUN-DATE-NUM
020330     ELSE
020340         MOVE 0 TO BRCH-RUN-DATE-NUM.
020400     PERFORM 1100-CLEAR-BRANCH-ENTRY THRU 1100-EXIT
020500         VARYING BRCH-SUB FROM 1 BY 1
020600         UNTIL BRCH-SUB > BRCH-MAX-BRANCHES.
022800                 BRCH-PRINT-STATUS UPON CONSOLE
022900         MOVE 16 TO RETURN-CODE
023000         GOBACK.
023050     PERFORM 1200-LOAD-XRATE-TABLE THRU 1200-EXIT.
023100 1000-EXIT.
023200     EXIT.
023300 1100-CLEAR-BRANCH-ENTRY.
025000*     SCHEDULE PERIODS AND SWEEP LADDER RUNGS AFTER THE FIRST *
025100*     ARE CONTINUATION LINES, NOT REQUESTS, EXACTLY AS THE    *
025200*     MONTH-END CONSOLIDATION COUNTS THEM.                     *
025210*     AMOUNTS ARE CONVERTED TO BASE CURRENCY AT THE RATE IN   *
025220*     EFFECT ON THE RUN DATE.                                 *
025300***************************************************************
025400 2000-PROCESS-REPORT.
025500     READ BRCH-REPORT-FILE
027800     MOVE RPT-FUNCTION TO BRCH-PREV-FUNCTION.
027900     MOVE BRCH-CURR-SEQUENCE TO BRCH-PREV-SEQUENCE.
028000     ADD 1 TO BRCH-REQUEST-COUNT.
028050     PERFORM 2400-CONVERT-TO-BASE THRU 2400-EXIT.
028100     IF RPT-ACCOUNT = SPACES
028200         ADD 1 TO BRCH-NO-ACCT-COUNT
028300         GO TO 2000-EXIT.
029100     PERFORM 2300-FIND-FUNCTION THRU 2300-EXIT.
029200     ADD 1 TO BT-FUNC-COUNT (BRCH-SUB BRCH-FUNC-SUB).
029300     ADD 1 TO BT-REQUEST-COUNT (BRCH-SUB).
029400     ADD BRCH-BASE-AMOUNT TO BT-AMOUNT (BRCH-SUB).
029600 2000-EXIT.
029700     EXIT.
029800***************************************************************
042400         VARYING BRCH-SUB FROM 1 BY 1
042500         UNTIL BRCH-SUB > BRCH-USED.
042600     PERFORM 6300-PRINT-REPORT-TOTALS THRU 6300-EXIT.
042650     PERFORM 6400-PRINT-CURRENCY-SECTION THRU 6400-EXIT.
042700 6000-EXIT.
042800     EXIT.
042900***************************************************************
052000     MOVE "BRANCHES REPORTED ......:" TO BRCH-TOT-LABEL.
052100     MOVE BRCH-USED TO BRCH-TOT-VALUE.
052200     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
052210     MOVE "LINES WITH NO RATE .....:" TO BRCH-TOT-LABEL.
052220     MOVE BRCH-NO-RATE-COUNT TO BRCH-TOT-VALUE.
052230     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
052300 6300-EXIT.
052400     EXIT.
052500 6310-WRITE-TOTAL-LINE.
056600             BRCH-USED UPON CONSOLE.
056700     DISPLAY "  PAGES PRINTED .........: "
056800             BRCH-PAGE-COUNT UPON CONSOLE.
056810     DISPLAY "  LINES WITH NO RATE ....: "
056820             BRCH-NO-RATE-COUNT UPON CONSOLE.
056900 8000-EXIT.
057000     EXIT.
057100***************************************************************
057500     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
057600     CLOSE BRCH-REPORT-FILE BRCH-REJECT-FILE BRCH-MASTER-FILE
057700           BRCH-PRINT-FILE.
057710     IF BRCH-NO-RATE-COUNT > 0
057720         MOVE 4 TO RETURN-CODE.
057800     DISPLAY "BRCH ENDS." UPON CONSOLE.
057900 9000-EXIT.
058000     EXIT.
058100***************************************************************
058200* 1200-LOAD-XRATE-TABLE - READ THE XRATTAB EXCHANGE-RATE      *
058300*     TABLE INTO STORAGE.  A MISSING TABLE LEAVES ONLY THE    *
058400*     BASE CURRENCY CONVERTIBLE.                              *
058500***************************************************************
058600 1200-LOAD-XRATE-TABLE.
058700     OPEN INPUT BRCH-XRAT-FILE.
058800     EVALUATE BRCH-XRAT-STATUS
058900         WHEN "00"
059000             PERFORM 1210-LOAD-XRATE-ENTRY THRU 1210-EXIT
059100                 UNTIL BRCH-XRAT-EOF
059200             CLOSE BRCH-XRAT-FILE
059300         WHEN "35"
059400             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
059500                     UPON CONSOLE
059600         WHEN OTHER
059700             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
059800                     BRCH-XRAT-STATUS UPON CONSOLE
059900             MOVE 16 TO RETURN-CODE
060000             GOBACK
060100     END-EVALUATE.
060200 1200-EXIT.
060300     EXIT.
060400 1210-LOAD-XRATE-ENTRY.
060500     READ BRCH-XRAT-FILE
060600         AT END
060700             SET BRCH-XRAT-EOF TO TRUE
060800             GO TO 1210-EXIT.
060900     IF BRCH-XRAT-COUNT NOT < BRCH-XRAT-MAX
061000         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
061100                 UPON CONSOLE
061200         MOVE 16 TO RETURN-CODE
061300         GOBACK.
061400     ADD 1 TO BRCH-XRAT-COUNT.
061500     MOVE XRAT-CURRENCY TO
061600             BRCH-XRAT-TBL-CURRENCY (BRCH-XRAT-COUNT).
061700     MOVE XRAT-EFF-DATE TO
061800             BRCH-XRAT-TBL-EFF-DATE (BRCH-XRAT-COUNT).
061900     MOVE XRAT-RATE TO
062000             BRCH-XRAT-TBL-RATE (BRCH-XRAT-COUNT).
062100     MOVE XRAT-EXPIRY-DATE TO
062200             BRCH-XRAT-TBL-EXPIRY (BRCH-XRAT-COUNT).
062300 1210-EXIT.
062400     EXIT.
062500***************************************************************
062600* 2400-CONVERT-TO-BASE - CONVERT THE LINE'S AMOUNT FROM THE   *
062700*     LOAN'S CURRENCY (BLANK MEANS USD) TO BASE AT THE RATE   *
062800*     IN EFFECT ON THE RUN DATE, AND TALLY IT UNDER ITS       *
062900*     CURRENCY.  WITH NO RATE THE BASE AMOUNT IS ZERO AND     *
063000*     THE LINE IS COUNTED AS UNCONVERTED.                     *
063100***************************************************************
063200 2400-CONVERT-TO-BASE.
063300     SET BRCH-CONVERTED TO TRUE.
063400     MOVE RPT-CURRENCY TO BRCH-WORK-CURRENCY.
063500     IF BRCH-WORK-CURRENCY = SPACES
063600         MOVE "USD" TO BRCH-WORK-CURRENCY.
063700     MOVE RPT-AMOUNT TO BRCH-WORK-AMOUNT.
063800     IF BRCH-WORK-CURRENCY = "USD"
063900         MOVE 1 TO BRCH-WORK-RATE
064000     ELSE
064100         PERFORM 2410-FIND-XRATE THRU 2410-EXIT.
064200     IF BRCH-CONVERTED
064300         COMPUTE BRCH-BASE-AMOUNT ROUNDED =
064400                 BRCH-WORK-AMOUNT * BRCH-WORK-RATE
064500     ELSE
064600         ADD 1 TO BRCH-NO-RATE-COUNT
064700         MOVE 0 TO BRCH-BASE-AMOUNT.
064800     PERFORM 2420-TALLY-CURRENCY THRU 2420-EXIT.
064900 2400-EXIT.
065000     EXIT.
065100***************************************************************
065200* 2410-FIND-XRATE - THE XRATTAB ENTRY FOR THE CURRENCY WITH   *
065300*     THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE; NONE, *
065400*     OR AN EXPIRED ONE, MEANS NO RATE                        *
065500***************************************************************
065600 2410-FIND-XRATE.
065700     MOVE 0 TO BRCH-WORK-RATE.
065800     MOVE 0 TO BRCH-XRAT-BEST-SUB.
065900     PERFORM 2411-SCAN-XRATE-ENTRY THRU 2411-EXIT
066000         VARYING BRCH-XRAT-SUB FROM 1 BY 1
066100         UNTIL BRCH-XRAT-SUB > BRCH-XRAT-COUNT.
066200     IF BRCH-XRAT-BEST-SUB = 0
066300         SET BRCH-NOT-CONVERTED TO TRUE
066400         GO TO 2410-EXIT.
066500     IF BRCH-XRAT-TBL-EXPIRY (BRCH-XRAT-BEST-SUB) NOT = 0
066600        AND BRCH-RUN-DATE-NUM >
066700                BRCH-XRAT-TBL-EXPIRY (BRCH-XRAT-BEST-SUB)
066800         SET BRCH-NOT-CONVERTED TO TRUE
066900         GO TO 2410-EXIT.
067000     MOVE BRCH-XRAT-TBL-RATE (BRCH-XRAT-BEST-SUB) TO
067100             BRCH-WORK-RATE.
067200 2410-EXIT.
067300     EXIT.
067400 2411-SCAN-XRATE-ENTRY.
067500     IF BRCH-XRAT-TBL-CURRENCY (BRCH-XRAT-SUB) NOT =
067600             BRCH-WORK-CURRENCY
067700         GO TO 2411-EXIT.
067800     IF BRCH-XRAT-TBL-EFF-DATE (BRCH-XRAT-SUB) > BRCH-RUN-DATE-NUM
067900         GO TO 2411-EXIT.
068000     IF BRCH-XRAT-BEST-SUB = 0
068100         MOVE BRCH-XRAT-SUB TO BRCH-XRAT-BEST-SUB
068200         GO TO 2411-EXIT.
068300     IF BRCH-XRAT-TBL-EFF-DATE (BRCH-XRAT-SUB) >
068400             BRCH-XRAT-TBL-EFF-DATE (BRCH-XRAT-BEST-SUB)
068500         MOVE BRCH-XRAT-SUB TO BRCH-XRAT-BEST-SUB.
068600 2411-EXIT.
068700     EXIT.
068800***************************************************************
068900* 2420-TALLY-CURRENCY - ADD THE LINE TO ITS CURRENCY'S ENTRY, *
069000*     CLAIMING A NEW ONE THE FIRST TIME A CURRENCY IS SEEN    *
069100***************************************************************
069200 2420-TALLY-CURRENCY.
069300     MOVE 1 TO BRCH-CCY-SUB.
069400 2420-LOOP.
069500     IF BRCH-CCY-SUB > BRCH-CCY-USED
069600         GO TO 2420-CLAIM.
069700     IF CT-CURRENCY (BRCH-CCY-SUB) = BRCH-WORK-CURRENCY
069800         GO TO 2420-ADD.
069900     ADD 1 TO BRCH-CCY-SUB.
070000     GO TO 2420-LOOP.
070100 2420-CLAIM.
070200     IF BRCH-CCY-USED NOT < BRCH-MAX-CURRENCIES
070300         DISPLAY "MORE THAN 20 CURRENCIES IN INPUT, "
070400                 BRCH-WORK-CURRENCY " NOT LISTED" UPON CONSOLE
070500         GO TO 2420-EXIT.
070600     ADD 1 TO BRCH-CCY-USED.
070700     MOVE BRCH-WORK-CURRENCY TO CT-CURRENCY (BRCH-CCY-SUB).
070800     MOVE BRCH-WORK-RATE TO CT-RATE (BRCH-CCY-SUB).
070900     MOVE 0 TO CT-LINE-COUNT (BRCH-CCY-SUB).
071000     MOVE 0 TO CT-NATIVE-AMOUNT (BRCH-CCY-SUB).
071100     MOVE 0 TO CT-BASE-AMOUNT (BRCH-CCY-SUB).
071200 2420-ADD.
071300     ADD 1 TO CT-LINE-COUNT (BRCH-CCY-SUB).
071400     ADD BRCH-WORK-AMOUNT TO CT-NATIVE-AMOUNT (BRCH-CCY-SUB).
071500     ADD BRCH-BASE-AMOUNT TO CT-BASE-AMOUNT (BRCH-CCY-SUB).
071600 2420-EXIT.
071700     EXIT.
071800***************************************************************
071900* 6400-PRINT-CURRENCY-SECTION - ONE LINE PER LOAN CURRENCY    *
072000*     SEEN: THE RATE USED, THE NATIVE TOTAL AND ITS BASE      *
072100*     EQUIVALENT                                              *
072200***************************************************************
072300 6400-PRINT-CURRENCY-SECTION.
072400     MOVE SPACES TO BRCH-PRINT-RECORD.
072500     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
072600     MOVE "CURRENCY CONVERSION AS OF RUN DATE" TO
072700             BRCH-PRINT-RECORD (3:34).
072800     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
072900     MOVE SPACES TO BRCH-PRINT-RECORD.
073000     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
073100     PERFORM 6410-PRINT-CURRENCY-LINE THRU 6410-EXIT
073200         VARYING BRCH-CCY-SUB FROM 1 BY 1
073300         UNTIL BRCH-CCY-SUB > BRCH-CCY-USED.
073400 6400-EXIT.
073500     EXIT.
073600 6410-PRINT-CURRENCY-LINE.
073700     MOVE CT-CURRENCY (BRCH-CCY-SUB) TO BRCH-CL-CURRENCY.
073800     MOVE CT-RATE (BRCH-CCY-SUB) TO BRCH-CL-RATE.
073900     MOVE CT-LINE-COUNT (BRCH-CCY-SUB) TO BRCH-CL-LINES.
074000     MOVE CT-NATIVE-AMOUNT (BRCH-CCY-SUB) TO BRCH-CL-NATIVE.
074100     MOVE CT-BASE-AMOUNT (BRCH-CCY-SUB) TO BRCH-CL-BASE.
074200     IF CT-RATE (BRCH-CCY-SUB) = 0
074300         MOVE "  NO RATE - EXCLUDED" TO BRCH-CL-NOTE
074400     ELSE
074500         MOVE SPACES TO BRCH-CL-NOTE.
074600     MOVE BRCH-CCY-LINE TO BRCH-PRINT-RECORD.
074700     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
074800 6410-EXIT.
074900     EXIT.
075000***************************************************************
075100* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
075200*     BATCH-WINDOW REPORT                                     *
075300***************************************************************
075400 9900-LOG-STEP-START.
075500     MOVE "COBBRCH" TO SLOG-PROGRAM.
075600     MOVE BRCH-RUN-DATE TO SLOG-RUN-DATE.
075700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
075800     SET SLOG-STEP-START TO TRUE.
075900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
076000 9900-EXIT.
076100     EXIT.
076200***************************************************************
076300* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
076400*     AND THE FINAL CONDITION CODE                            *
076500***************************************************************
076600 9910-LOG-STEP-END.
076700     COMPUTE SLOG-RECORDS-IN = BRCH-RPT-RECORD-COUNT
076800             + BRCH-REJ-RECORD-COUNT.
076900     MOVE BRCH-PAGE-COUNT TO SLOG-RECORDS-OUT.
077000     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
077100     SET SLOG-STEP-END TO TRUE.
077200     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
077300 9910-EXIT.
077400     EXIT.
