001791*                   THE PAGE HEADING -- A SIX-BYTE MONTH NO   *
001792*                   LONGER DRAGS TWO BYTES BEYOND THE PARM     *
001800***************************************************************
001807* MODIFICATION HISTORY (CONTINUED)                            *
001814*   DATE       BY   DESCRIPTION                               *
001821*   10/15/26   TWK  CONVERTED EVERY AMOUNT TO BASE CURRENCY   *
001828*                   (USD) AT THE XRATTAB RATE IN EFFECT ON    *
001835*                   THE LINE'S RUN DATE AND ADDED A CURRENCY  *
001842*                   CONVERSION SECTION SHOWING EACH RATE      *
001849*                   USED.  A LINE WITH NO RATE IS LEFT OUT OF *
001856*                   THE AMOUNTS, COUNTED, AND ENDS THE STEP   *
001859*                   RC 4                                      *
001863*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001870*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001877*                   SLA REPORT                                *
001884***************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.     COBMNTH.
002100 AUTHOR.         T W KRAUSS.
003400     SELECT MNTH-PRINT-FILE  ASSIGN TO MNTHPRT
003500            ORGANIZATION IS SEQUENTIAL
003600            FILE STATUS IS MNTH-PRINT-STATUS.
003610     SELECT MNTH-XRAT-FILE   ASSIGN TO XRATTAB
003620            ORGANIZATION IS SEQUENTIAL
003630            FILE STATUS IS MNTH-XRAT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MNTH-REPORT-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  MNTH-PRINT-RECORD               PIC X(132).
005010 FD  MNTH-XRAT-FILE
005020     RECORDING MODE IS F
005030     LABEL RECORDS ARE STANDARD.
005040     COPY CALCXRAT.
005100 WORKING-STORAGE SECTION.
005200 01  MNTH-FILE-STATUSES.
005300     05  MNTH-REPORT-STATUS          PIC X(02).
005400     05  MNTH-REJECT-STATUS          PIC X(02).
005500     05  MNTH-PRINT-STATUS           PIC X(02).
005550     05  MNTH-XRAT-STATUS            PIC X(02).
005600 01  MNTH-SWITCHES.
005700     05  MNTH-RPT-EOF-SWITCH         PIC X(01) VALUE "N".
005800         88  MNTH-RPT-EOF                      VALUE "Y".
005900     05  MNTH-REJ-EOF-SWITCH         PIC X(01) VALUE "N".
006000         88  MNTH-REJ-EOF                      VALUE "Y".
006010     05  MNTH-XRAT-EOF-SWITCH        PIC X(01) VALUE "N".
006020         88  MNTH-XRAT-EOF                     VALUE "Y".
006030     05  MNTH-CONV-SWITCH            PIC X(01) VALUE "Y".
006040         88  MNTH-CONVERTED                    VALUE "Y".
006050         88  MNTH-NOT-CONVERTED                VALUE "N".
006100 01  MNTH-COUNTERS.
006200     05  MNTH-RPT-RECORD-COUNT       PIC 9(09) COMP VALUE 0.
006300     05  MNTH-REJ-RECORD-COUNT       PIC 9(09) COMP VALUE 0.
006600     05  MNTH-FAIL-COUNT             PIC 9(07) COMP VALUE 0.
006700     05  MNTH-LINE-COUNT             PIC 9(03) COMP VALUE 99.
006800     05  MNTH-PAGE-COUNT             PIC 9(05) COMP VALUE 0.
006850     05  MNTH-NO-RATE-COUNT          PIC 9(07) COMP VALUE 0.
006900 77  MNTH-LINES-PER-PAGE             PIC 9(03) COMP VALUE 55.
007000 77  MNTH-MAX-DAYS                   PIC 9(03) COMP VALUE 31.
007100 77  MNTH-MAX-REASONS                PIC 9(03) COMP VALUE 50.
007110 77  MNTH-XRAT-MAX                   PIC 9(03) COMP VALUE 500.
007120 77  MNTH-MAX-CURRENCIES             PIC 9(03) COMP VALUE 50.
007200 01  MNTH-SUBSCRIPTS.
007300     05  MNTH-DAY-SUB                PIC 9(03) COMP VALUE 0.
007400     05  MNTH-DAY-USED               PIC 9(03) COMP VALUE 0.
007600     05  MNTH-RSN-SUB                PIC 9(03) COMP VALUE 0.
007700     05  MNTH-RSN-USED               PIC 9(03) COMP VALUE 0.
007800     05  MNTH-WORK-SUB               PIC 9(03) COMP VALUE 0.
007810     05  MNTH-XRAT-SUB               PIC 9(03) COMP VALUE 0.
007820     05  MNTH-XRAT-BEST-SUB          PIC 9(03) COMP VALUE 0.
007830     05  MNTH-CCY-SUB                PIC 9(03) COMP VALUE 0.
007840     05  MNTH-CCY-USED               PIC 9(03) COMP VALUE 0.
007900 01  MNTH-WORK-FIELDS.
008000     05  MNTH-WORK-AMOUNT            PIC 9(09)V99.
008100     05  MNTH-WORK-RC                PIC 9(02).
008300     05  MNTH-WORK-AVG               PIC 9(09)V99.
008400     05  MNTH-PRIOR-TRANS            PIC S9(09) COMP.
008500     05  MNTH-WORK-DELTA             PIC S9(09) COMP.
008510     05  MNTH-WORK-CURRENCY          PIC X(03).
008520     05  MNTH-WORK-RATE              PIC 9(05)V9(06).
008530     05  MNTH-XRATE-DATE             PIC 9(08).
008540     05  MNTH-BASE-AMOUNT            PIC 9(11)V99.
008600 01  MNTH-RUN-MONTH                  PIC X(08) VALUE SPACES.
008610 01  MNTH-PREV-FUNCTION              PIC X(10) VALUE SPACES.
008620 01  MNTH-PREV-SEQUENCE              PIC 9(07) VALUE 0.
011600     05  MNTH-REASON-ENTRY OCCURS 50 TIMES.
011700         10  MNTH-REASON-CODE        PIC 9(04).
011800         10  MNTH-REASON-COUNT       PIC 9(07) COMP.
011805 01  MNTH-XRAT-TABLE-AREA.
011810     05  MNTH-XRAT-COUNT             PIC 9(03) COMP VALUE 0.
011815     05  MNTH-XRAT-ENTRY OCCURS 500 TIMES.
011820         10  MNTH-XRAT-TBL-CURRENCY  PIC X(03).
011825         10  MNTH-XRAT-TBL-EFF-DATE  PIC 9(08).
011830         10  MNTH-XRAT-TBL-RATE      PIC 9(05)V9(06).
011835         10  MNTH-XRAT-TBL-EXPIRY    PIC 9(08).
011840 01  MNTH-CCY-TABLE.
011845     05  MNTH-CCY-ENTRY OCCURS 50 TIMES.
011850         10  MNTH-CCY-CURRENCY       PIC X(03).
011855         10  MNTH-CCY-RATE           PIC 9(05)V9(06).
011860         10  MNTH-CCY-LINES          PIC 9(07) COMP.
011865         10  MNTH-CCY-NATIVE         PIC 9(13)V99.
011870         10  MNTH-CCY-BASE           PIC 9(13)V99.
011900 01  MNTH-HEADING-1.
012000     05  FILLER                      PIC X(08) VALUE "COBCALC".
012100     05  FILLER                      PIC X(44)
012300     05  FILLER                      PIC X(10)
012400         VALUE "FOR MONTH ".
012500     05  MNTH-H1-MONTH               PIC X(08).
012600     05  FILLER                      PIC X(26)
012610         VALUE "AMOUNTS IN USD (BASE)".
012620     05  FILLER                      PIC X(22) VALUE SPACES.
012700     05  FILLER                      PIC X(05) VALUE "PAGE ".
012800     05  MNTH-H1-PAGE                PIC ZZZZ9.
012900     05  FILLER                      PIC X(04) VALUE SPACES.
017500     05  MNTH-TOT-LABEL              PIC X(26).
017600     05  MNTH-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
017700     05  FILLER                      PIC X(93) VALUE SPACES.
017705 01  MNTH-CCY-LINE.
017710     05  FILLER                      PIC X(02) VALUE SPACES.
017715     05  MNTH-CL-CURRENCY            PIC X(03).
017720     05  FILLER                      PIC X(07) VALUE "  RATE ".
017725     05  MNTH-CL-RATE                PIC ZZ,ZZ9.999999.
017730     05  FILLER                      PIC X(08) VALUE "  LINES ".
017735     05  MNTH-CL-LINES               PIC ZZZ,ZZ9.
017740     05  FILLER                      PIC X(09) VALUE "  NATIVE ".
017745     05  MNTH-CL-NATIVE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017750     05  FILLER                      PIC X(07) VALUE "  BASE ".
017755     05  MNTH-CL-BASE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017760     05  MNTH-CL-NOTE                PIC X(20).
017765     05  FILLER                      PIC X(16) VALUE SPACES.
017780 COPY CALCSLOG.
017800 LINKAGE SECTION.
017900 01  MNTH-PARM-DATA.
018000     05  MNTH-PARM-LENGTH            PIC S9(04) COMP.
018500***************************************************************
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018750     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
018800     PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
018900         UNTIL MNTH-RPT-EOF.
019000     PERFORM 3000-PROCESS-REJECTS THRU 3000-EXIT
019100         UNTIL MNTH-REJ-EOF.
019200     PERFORM 6000-PRINT-CONSOLIDATION THRU 6000-EXIT.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
019400     GOBACK.
019500***************************************************************
019600* 1000-INITIALIZE - CLEAR THE TABLES, OPEN THE FILES          *
022800                 MNTH-PRINT-STATUS UPON CONSOLE
022900         MOVE 16 TO RETURN-CODE
023000         GOBACK.
023050     PERFORM 1400-LOAD-XRATE-TABLE THRU 1400-EXIT.
023100 1000-EXIT.
023200     EXIT.
023300 1100-CLEAR-DAY-ENTRY.
025800***************************************************************
025900* 2000-PROCESS-REPORT - READ AND TALLY ONE CALCRPT RECORD     *
026000***************************************************************
026010*     AMOUNTS ARE CONVERTED TO BASE CURRENCY AT THE RATE IN   *
026020*     EFFECT ON THE LINE'S RUN DATE.                          *
026100 2000-PROCESS-REPORT.
026200     READ MNTH-REPORT-FILE
026300         AT END
027300     ADD 1 TO MNTH-DAY-FUNC-COUNT (MNTH-DAY-SUB MNTH-FUNC-SUB).
027400     ADD 1 TO MNTH-DAY-TRANS-COUNT (MNTH-DAY-SUB).
027500     ADD 1 TO MNTH-FUNC-COUNT (MNTH-FUNC-SUB).
027600     PERFORM 2600-CONVERT-TO-BASE THRU 2600-EXIT.
027700     ADD MNTH-BASE-AMOUNT TO MNTH-DAY-AMOUNT (MNTH-DAY-SUB).
027800     ADD MNTH-BASE-AMOUNT TO MNTH-FUNC-AMOUNT (MNTH-FUNC-SUB).
027900     MOVE RPT-RC TO MNTH-WORK-RC.
028000     IF MNTH-WORK-RC NOT = 0
028100         ADD 1 TO MNTH-FAIL-COUNT
043200     PERFORM 6100-PRINT-FUNC-TOTALS THRU 6100-EXIT.
043300     PERFORM 6200-PRINT-FAILURES THRU 6200-EXIT.
043400     PERFORM 6300-PRINT-MONTH-TOTALS THRU 6300-EXIT.
043450     PERFORM 6400-PRINT-CURRENCY-SECTION THRU 6400-EXIT.
043500 6000-EXIT.
043600     EXIT.
043700***************************************************************
058200     MOVE "DISTINCT RUN DATES .....:" TO MNTH-TOT-LABEL.
058300     MOVE MNTH-DAY-USED TO MNTH-TOT-VALUE.
058400     PERFORM 6210-WRITE-TOTAL-LINE THRU 6210-EXIT.
058410     MOVE "LINES WITH NO RATE .....:" TO MNTH-TOT-LABEL.
058420     MOVE MNTH-NO-RATE-COUNT TO MNTH-TOT-VALUE.
058430     PERFORM 6210-WRITE-TOTAL-LINE THRU 6210-EXIT.
058500 6300-EXIT.
058600     EXIT.
058700***************************************************************
062200             MNTH-DAY-USED UPON CONSOLE.
062300     DISPLAY "  PAGES PRINTED .........: "
062400             MNTH-PAGE-COUNT UPON CONSOLE.
062410     DISPLAY "  LINES WITH NO RATE ....: "
062420             MNTH-NO-RATE-COUNT UPON CONSOLE.
062500 8000-EXIT.
062600     EXIT.
062700***************************************************************
063000 9000-TERMINATE.
063100     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
063200     CLOSE MNTH-REPORT-FILE MNTH-REJECT-FILE MNTH-PRINT-FILE.
063210     IF MNTH-NO-RATE-COUNT > 0
063220         MOVE 4 TO RETURN-CODE.
063300     DISPLAY "MNTH ENDS." UPON CONSOLE.
063400 9000-EXIT.
063500     EXIT.
063600***************************************************************
063700* 1400-LOAD-XRATE-TABLE - READ THE XRATTAB EXCHANGE-RATE      *
063800*     TABLE INTO STORAGE.  A MISSING TABLE LEAVES ONLY THE    *
063900*     BASE CURRENCY CONVERTIBLE.                              *
064000***************************************************************
064100 1400-LOAD-XRATE-TABLE.
064200     OPEN INPUT MNTH-XRAT-FILE.
064300     EVALUATE MNTH-XRAT-STATUS
064400         WHEN "00"
064500             PERFORM 1410-LOAD-XRATE-ENTRY THRU 1410-EXIT
064600                 UNTIL MNTH-XRAT-EOF
064700             CLOSE MNTH-XRAT-FILE
064800         WHEN "35"
064900             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
065000                     UPON CONSOLE
065100         WHEN OTHER
065200             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
065300                     MNTH-XRAT-STATUS UPON CONSOLE
065400             MOVE 16 TO RETURN-CODE
065500             GOBACK
065600     END-EVALUATE.
065700 1400-EXIT.
065800     EXIT.
065900 1410-LOAD-XRATE-ENTRY.
066000     READ MNTH-XRAT-FILE
066100         AT END
066200             SET MNTH-XRAT-EOF TO TRUE
066300             GO TO 1410-EXIT.
066400     IF MNTH-XRAT-COUNT NOT < MNTH-XRAT-MAX
066500         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
066600                 UPON CONSOLE
066700         MOVE 16 TO RETURN-CODE
066800         GOBACK.
066900     ADD 1 TO MNTH-XRAT-COUNT.
067000     MOVE XRAT-CURRENCY TO
067100             MNTH-XRAT-TBL-CURRENCY (MNTH-XRAT-COUNT).
067200     MOVE XRAT-EFF-DATE TO
067300             MNTH-XRAT-TBL-EFF-DATE (MNTH-XRAT-COUNT).
067400     MOVE XRAT-RATE TO
067500             MNTH-XRAT-TBL-RATE (MNTH-XRAT-COUNT).
067600     MOVE XRAT-EXPIRY-DATE TO
067700             MNTH-XRAT-TBL-EXPIRY (MNTH-XRAT-COUNT).
067800 1410-EXIT.
067900     EXIT.
068000***************************************************************
068100* 2600-CONVERT-TO-BASE - CONVERT THE LINE'S AMOUNT FROM THE   *
068200*     LOAN'S CURRENCY (BLANK MEANS USD) TO BASE AT THE RATE   *
068300*     IN EFFECT ON THE LINE'S RUN DATE, AND TALLY IT UNDER    *
068400*     ITS CURRENCY AND RATE.  WITH NO RATE THE BASE AMOUNT    *
068500*     IS ZERO AND THE LINE IS COUNTED AS UNCONVERTED.         *
068600***************************************************************
068700 2600-CONVERT-TO-BASE.
068800     SET MNTH-CONVERTED TO TRUE.
068900     MOVE RPT-CURRENCY TO MNTH-WORK-CURRENCY.
069000     IF MNTH-WORK-CURRENCY = SPACES
069100         MOVE "USD" TO MNTH-WORK-CURRENCY.
069200     MOVE RPT-AMOUNT TO MNTH-WORK-AMOUNT.
069300     IF RPT-RUN-DATE NUMERIC
069400         MOVE RPT-RUN-DATE TO MNTH-XRATE-DATE
069500     ELSE
069600         MOVE 0 TO MNTH-XRATE-DATE.
069700     IF MNTH-WORK-CURRENCY = "USD"
069800         MOVE 1 TO MNTH-WORK-RATE
069900     ELSE
070000         PERFORM 2610-FIND-XRATE THRU 2610-EXIT.
070100     IF MNTH-CONVERTED
070200         COMPUTE MNTH-BASE-AMOUNT ROUNDED =
070300                 MNTH-WORK-AMOUNT * MNTH-WORK-RATE
070400     ELSE
070500         ADD 1 TO MNTH-NO-RATE-COUNT
070600         MOVE 0 TO MNTH-BASE-AMOUNT.
070700     PERFORM 2620-TALLY-CURRENCY THRU 2620-EXIT.
070800 2600-EXIT.
070900     EXIT.
071000***************************************************************
071100* 2610-FIND-XRATE - THE XRATTAB ENTRY FOR THE CURRENCY WITH   *
071200*     THE LATEST EFFECTIVE DATE NOT AFTER THE LINE'S RUN      *
071300*     DATE; NONE, OR AN EXPIRED ONE, MEANS NO RATE            *
071400***************************************************************
071500 2610-FIND-XRATE.
071600     MOVE 0 TO MNTH-WORK-RATE.
071700     MOVE 0 TO MNTH-XRAT-BEST-SUB.
071800     PERFORM 2611-SCAN-XRATE-ENTRY THRU 2611-EXIT
071900         VARYING MNTH-XRAT-SUB FROM 1 BY 1
072000         UNTIL MNTH-XRAT-SUB > MNTH-XRAT-COUNT.
072100     IF MNTH-XRAT-BEST-SUB = 0
072200         SET MNTH-NOT-CONVERTED TO TRUE
072300         GO TO 2610-EXIT.
072400     IF MNTH-XRAT-TBL-EXPIRY (MNTH-XRAT-BEST-SUB) NOT = 0
072500        AND MNTH-XRATE-DATE >
072600                MNTH-XRAT-TBL-EXPIRY (MNTH-XRAT-BEST-SUB)
072700         SET MNTH-NOT-CONVERTED TO TRUE
072800         GO TO 2610-EXIT.
072900     MOVE MNTH-XRAT-TBL-RATE (MNTH-XRAT-BEST-SUB) TO
073000             MNTH-WORK-RATE.
073100 2610-EXIT.
073200     EXIT.
073300 2611-SCAN-XRATE-ENTRY.
073400     IF MNTH-XRAT-TBL-CURRENCY (MNTH-XRAT-SUB) NOT =
073500             MNTH-WORK-CURRENCY
073600         GO TO 2611-EXIT.
073700     IF MNTH-XRAT-TBL-EFF-DATE (MNTH-XRAT-SUB) > MNTH-XRATE-DATE
073800         GO TO 2611-EXIT.
073900     IF MNTH-XRAT-BEST-SUB = 0
074000         MOVE MNTH-XRAT-SUB TO MNTH-XRAT-BEST-SUB
074100         GO TO 2611-EXIT.
074200     IF MNTH-XRAT-TBL-EFF-DATE (MNTH-XRAT-SUB) >
074300             MNTH-XRAT-TBL-EFF-DATE (MNTH-XRAT-BEST-SUB)
074400         MOVE MNTH-XRAT-SUB TO MNTH-XRAT-BEST-SUB.
074500 2611-EXIT.
074600     EXIT.
074700***************************************************************
074800* 2620-TALLY-CURRENCY - ADD THE LINE TO THE ENTRY FOR ITS     *
074900*     CURRENCY AND RATE.  A RATE CHANGE DURING THE MONTH      *
075000*     STARTS A NEW ENTRY SO EVERY RATE USED IS SHOWN.         *
075100***************************************************************
075200 2620-TALLY-CURRENCY.
075300     MOVE 1 TO MNTH-CCY-SUB.
075400 2620-LOOP.
075500     IF MNTH-CCY-SUB > MNTH-CCY-USED
075600         GO TO 2620-CLAIM.
075700     IF MNTH-CCY-CURRENCY (MNTH-CCY-SUB) = MNTH-WORK-CURRENCY
075800        AND MNTH-CCY-RATE (MNTH-CCY-SUB) = MNTH-WORK-RATE
075900         GO TO 2620-ADD.
076000     ADD 1 TO MNTH-CCY-SUB.
076100     GO TO 2620-LOOP.
076200 2620-CLAIM.
076300     IF MNTH-CCY-USED NOT < MNTH-MAX-CURRENCIES
076400         DISPLAY "MORE THAN 50 CURRENCY RATES IN INPUT, "
076500                 MNTH-WORK-CURRENCY " NOT LISTED" UPON CONSOLE
076600         GO TO 2620-EXIT.
076700     ADD 1 TO MNTH-CCY-USED.
076800     MOVE MNTH-WORK-CURRENCY TO MNTH-CCY-CURRENCY (MNTH-CCY-SUB).
076900     MOVE MNTH-WORK-RATE TO MNTH-CCY-RATE (MNTH-CCY-SUB).
077000     MOVE 0 TO MNTH-CCY-LINES (MNTH-CCY-SUB).
077100     MOVE 0 TO MNTH-CCY-NATIVE (MNTH-CCY-SUB).
077200     MOVE 0 TO MNTH-CCY-BASE (MNTH-CCY-SUB).
077300 2620-ADD.
077400     ADD 1 TO MNTH-CCY-LINES (MNTH-CCY-SUB).
077500     ADD MNTH-WORK-AMOUNT TO MNTH-CCY-NATIVE (MNTH-CCY-SUB).
077600     ADD MNTH-BASE-AMOUNT TO MNTH-CCY-BASE (MNTH-CCY-SUB).
077700 2620-EXIT.
077800     EXIT.
077900***************************************************************
078000* 6400-PRINT-CURRENCY-SECTION - ONE LINE PER LOAN CURRENCY    *
078100*     AND RATE USED: THE NATIVE TOTAL AND ITS BASE EQUIVALENT *
078200***************************************************************
078300 6400-PRINT-CURRENCY-SECTION.
078400     MOVE SPACES TO MNTH-PRINT-RECORD.
078500     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
078600     MOVE "CURRENCY CONVERSION BY RATE USED" TO
078700             MNTH-PRINT-RECORD (3:32).
078800     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
078900     MOVE SPACES TO MNTH-PRINT-RECORD.
079000     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
079100     PERFORM 6410-PRINT-CURRENCY-LINE THRU 6410-EXIT
079200         VARYING MNTH-CCY-SUB FROM 1 BY 1
079300         UNTIL MNTH-CCY-SUB > MNTH-CCY-USED.
079400 6400-EXIT.
079500     EXIT.
079600 6410-PRINT-CURRENCY-LINE.
079700     MOVE MNTH-CCY-CURRENCY (MNTH-CCY-SUB) TO MNTH-CL-CURRENCY.
079800     MOVE MNTH-CCY-RATE (MNTH-CCY-SUB) TO MNTH-CL-RATE.
079900     MOVE MNTH-CCY-LINES (MNTH-CCY-SUB) TO MNTH-CL-LINES.
080000     MOVE MNTH-CCY-NATIVE (MNTH-CCY-SUB) TO MNTH-CL-NATIVE.
080100     MOVE MNTH-CCY-BASE (MNTH-CCY-SUB) TO MNTH-CL-BASE.
080200     IF MNTH-CCY-RATE (MNTH-CCY-SUB) = 0
080300         MOVE "  NO RATE - EXCLUDED" TO MNTH-CL-NOTE
080400     ELSE
080500         MOVE SPACES TO MNTH-CL-NOTE.
080600     MOVE MNTH-CCY-LINE TO MNTH-PRINT-RECORD.
080700     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
080800 6410-EXIT.
080900     EXIT.
081000***************************************************************
081100* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
081200*     BATCH-WINDOW REPORT                                     *
081300***************************************************************
081400 9900-LOG-STEP-START.
081500     MOVE "COBMNTH" TO SLOG-PROGRAM.
081600     MOVE 0 TO SLOG-RUN-DATE.
081700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
081800     SET SLOG-STEP-START TO TRUE.
081900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
082000 9900-EXIT.
082100     EXIT.
082200***************************************************************
082300* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
082400*     AND THE FINAL CONDITION CODE                            *
082500***************************************************************
082600 9910-LOG-STEP-END.
082700     COMPUTE SLOG-RECORDS-IN = MNTH-RPT-RECORD-COUNT
082800             + MNTH-REJ-RECORD-COUNT.
082900     MOVE MNTH-PAGE-COUNT TO SLOG-RECORDS-OUT.
083000     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
083100     SET SLOG-STEP-END TO TRUE.
083200     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
083300 9910-EXIT.
083400     EXIT.
