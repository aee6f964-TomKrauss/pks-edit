001300* flow into the ledger as real numbers; the exclusion counts  *
001400* are shown in the totals.  Numeric values are zero-filled at *
001500* fixed widths so the receiving side's load is deterministic. *
001510* An APR disclosure DTL record is followed immediately by an  *
001520* APR companion record (APR, annual percentage rate, amount   *
001530* financed, total of payments); companions are not counted    *
001540* in the trailer, which balances the DTL records only.        *
001545* Amounts are converted to base currency (USD) at the XRATTAB *
001550* rate for the run date; a DTL record for a loan in any other *
001555* currency is followed by an FXR companion record (FXR,       *
001560* currency, rate used, native amount, native result) after    *
001565* any APR companion.  A line that cannot be converted is left *
001570* out of the extract, counted, and ends the step RC 4.        *
001600*                                                             *
001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                                *
001930*                   EACH RUNG WOULD OTHERWISE LAND IN THE     *
001940*                   LEDGER FEED AS ITS OWN COMPLETED          *
001950*                   CALCULATION AND INFLATE THE TRAILER        *
001960*   10/15/26   TWK  FOLLOWED EACH APR DISCLOSURE DTL RECORD   *
001970*                   WITH AN APR COMPANION RECORD CARRYING THE *
001980*                   APR, AMOUNT FINANCED AND TOTAL OF         *
001990*                   PAYMENTS                                  *
001992*   10/15/26   TWK  CONVERTED DTL AND APR MONEY TO BASE       *
001994*                   CURRENCY AT THE RUN-DATE XRATTAB RATE AND *
001996*                   ADDED THE FXR COMPANION RECORD FOR        *
001998*                   NON-BASE LOANS                            *
002000***************************************************************
002014* MODIFICATION HISTORY (CONTINUED)                            *
002028*   DATE       BY   DESCRIPTION                               *
002042*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002056*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002070*                   SLA REPORT                                *
002084***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     COBXTRC.
002300 AUTHOR.         T W KRAUSS.
003300     SELECT XT-EXTRACT-FILE ASSIGN TO XTRCOUT
003400            ORGANIZATION IS SEQUENTIAL
003500            FILE STATUS IS XT-EXTRACT-STATUS.
003510     SELECT XT-XRAT-FILE    ASSIGN TO XRATTAB
003520            ORGANIZATION IS SEQUENTIAL
003530            FILE STATUS IS XT-XRAT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  XT-REPORT-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  XT-EXTRACT-RECORD               PIC X(80).
004510 FD  XT-XRAT-FILE
004520     RECORDING MODE IS F
004530     LABEL RECORDS ARE STANDARD.
004540     COPY CALCXRAT.
004600 WORKING-STORAGE SECTION.
004700 01  XT-FILE-STATUSES.
004800     05  XT-REPORT-STATUS            PIC X(02).
004900     05  XT-EXTRACT-STATUS           PIC X(02).
004950     05  XT-XRAT-STATUS              PIC X(02).
005000 01  XT-SWITCHES.
005100     05  XT-EOF-SWITCH               PIC X(01) VALUE "N".
005200         88  XT-EOF                            VALUE "Y".
005300         88  XT-NOT-EOF                        VALUE "N".
005310     05  XT-XRAT-EOF-SWITCH          PIC X(01) VALUE "N".
005320         88  XT-XRAT-EOF                       VALUE "Y".
005330     05  XT-CONV-SWITCH              PIC X(01) VALUE "Y".
005340         88  XT-CONVERTED                      VALUE "Y".
005350         88  XT-NOT-CONVERTED                  VALUE "N".
005400 01  XT-COUNTERS.
005500     05  XT-RECORD-COUNT             PIC 9(09) COMP VALUE 0.
005600     05  XT-EXTRACT-COUNT            PIC 9(07) COMP VALUE 0.
005700     05  XT-FAILED-COUNT             PIC 9(07) COMP VALUE 0.
005800     05  XT-SCHED-COUNT              PIC 9(07) COMP VALUE 0.
005810     05  XT-SWEEP-COUNT              PIC 9(07) COMP VALUE 0.
005820     05  XT-APR-COUNT                PIC 9(07) COMP VALUE 0.
005830     05  XT-FXR-COUNT                PIC 9(07) COMP VALUE 0.
005840     05  XT-NO-RATE-COUNT            PIC 9(07) COMP VALUE 0.
005900 01  XT-AMOUNT-TOTAL                 PIC 9(13)V99 VALUE 0.
005950 77  XT-XRAT-MAX                     PIC 9(03) COMP VALUE 500.
006000 01  XT-RUN-DATE                     PIC X(08) VALUE SPACES.
006050 01  XT-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
006100 01  XT-WORK-FIELDS.
006200     05  XT-WORK-AMOUNT              PIC 9(09)V99.
006300     05  XT-WORK-RATE                PIC 9(03)V9(04).
006400     05  XT-WORK-TERM                PIC 9(03).
006500     05  XT-WORK-RESULT              PIC S9(09)V99.
006600     05  XT-WORK-RC                  PIC 9(02).
006610     05  XT-WORK-APR                 PIC 9(03)V9(04).
006620     05  XT-WORK-FINANCED            PIC 9(09)V99.
006630     05  XT-WORK-TOTAL-PMTS          PIC 9(09)V99.
006640     05  XT-WORK-CURRENCY            PIC X(03).
006650     05  XT-WORK-XRATE               PIC 9(05)V9(06).
006660     05  XT-NATIVE-AMOUNT            PIC 9(09)V99.
006670     05  XT-NATIVE-RESULT            PIC S9(09)V99.
006700 01  XT-EDIT-FIELDS.
006800     05  XT-ED-AMOUNT                PIC 9(09).99.
006900     05  XT-ED-RATE                  PIC 9(03).9(04).
007200     05  XT-ED-RC                    PIC 9(02).
007300     05  XT-ED-COUNT                 PIC 9(07).
007400     05  XT-ED-TOTAL                 PIC 9(13).99.
007410     05  XT-ED-APR                   PIC 9(03).9(04).
007420     05  XT-ED-FINANCED              PIC 9(09).99.
007430     05  XT-ED-TOTAL-PMTS            PIC 9(09).99.
007435     05  XT-ED-XRATE                 PIC 9(05).9(06).
007440     05  XT-ED-NATIVE-AMOUNT         PIC 9(09).99.
007445     05  XT-ED-NATIVE-RESULT         PIC +9(09).99.
007450 01  XT-XRAT-TABLE-AREA.
007455     05  XT-XRAT-COUNT               PIC 9(03) COMP VALUE 0.
007460     05  XT-XRAT-SUB                 PIC 9(03) COMP VALUE 0.
007465     05  XT-XRAT-BEST-SUB            PIC 9(03) COMP VALUE 0.
007470     05  XT-XRAT-ENTRY OCCURS 500 TIMES.
007475         10  XT-XRAT-TBL-CURRENCY    PIC X(03).
007480         10  XT-XRAT-TBL-EFF-DATE    PIC 9(08).
007485         10  XT-XRAT-TBL-RATE        PIC 9(05)V9(06).
007490         10  XT-XRAT-TBL-EXPIRY      PIC 9(08).
007495 COPY CALCSLOG.
007500 LINKAGE SECTION.
007600 01  XT-PARM-DATA.
007700     05  XT-PARM-LENGTH              PIC S9(04) COMP.
008200***************************************************************
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008450     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
008500     PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
008600         UNTIL XT-EOF.
008700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008750     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
008800     GOBACK.
008900***************************************************************
009000* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADER RECORD   *
009600         MOVE XT-PARM-RUN-DATE TO XT-RUN-DATE
009700     ELSE
009800         MOVE SPACES TO XT-RUN-DATE.
009810     IF XT-RUN-DATE NUMERIC
009820         MOVE XT-RUN-DATE TO XT-RUN-DATE-NUM
009830     ELSE
009840         MOVE 0 TO XT-RUN-DATE-NUM.
009900     OPEN INPUT XT-REPORT-FILE.
010000     IF XT-REPORT-STATUS NOT = "00"
010100         DISPLAY "CALCRPT OPEN FAILED, STATUS = "
010800                 XT-EXTRACT-STATUS UPON CONSOLE
010900         MOVE 16 TO RETURN-CODE
011000         GOBACK.
011050     PERFORM 1200-LOAD-XRATE-TABLE THRU 1200-EXIT.
011100     MOVE SPACES TO XT-EXTRACT-RECORD.
011200     STRING "HDR," XT-RUN-DATE
011300             DELIMITED BY SIZE INTO XT-EXTRACT-RECORD.
011400     WRITE XT-EXTRACT-RECORD.
011500 1000-EXIT.
011600     EXIT.
011602***************************************************************
011604* 1200-LOAD-XRATE-TABLE - READ THE XRATTAB EXCHANGE-RATE      *
011606*     TABLE INTO STORAGE.  A MISSING TABLE LEAVES ONLY THE    *
011608*     BASE CURRENCY CONVERTIBLE.                              *
011610***************************************************************
011612 1200-LOAD-XRATE-TABLE.
011614     OPEN INPUT XT-XRAT-FILE.
011616     EVALUATE XT-XRAT-STATUS
011618         WHEN "00"
011620             PERFORM 1210-LOAD-XRATE-ENTRY THRU 1210-EXIT
011622                 UNTIL XT-XRAT-EOF
011624             CLOSE XT-XRAT-FILE
011626         WHEN "35"
011628             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
011630                     UPON CONSOLE
011632         WHEN OTHER
011634             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
011636                     XT-XRAT-STATUS UPON CONSOLE
011638             MOVE 16 TO RETURN-CODE
011640             GOBACK
011642     END-EVALUATE.
011644 1200-EXIT.
011646     EXIT.
011648 1210-LOAD-XRATE-ENTRY.
011650     READ XT-XRAT-FILE
011652         AT END
011654             SET XT-XRAT-EOF TO TRUE
011656             GO TO 1210-EXIT.
011658     IF XT-XRAT-COUNT NOT < XT-XRAT-MAX
011660         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
011662                 UPON CONSOLE
011664         MOVE 16 TO RETURN-CODE
011666         GOBACK.
011668     ADD 1 TO XT-XRAT-COUNT.
011670     MOVE XRAT-CURRENCY TO XT-XRAT-TBL-CURRENCY (XT-XRAT-COUNT).
011672     MOVE XRAT-EFF-DATE TO XT-XRAT-TBL-EFF-DATE (XT-XRAT-COUNT).
011674     MOVE XRAT-RATE TO XT-XRAT-TBL-RATE (XT-XRAT-COUNT).
011676     MOVE XRAT-EXPIRY-DATE TO XT-XRAT-TBL-EXPIRY (XT-XRAT-COUNT).
011678 1210-EXIT.
011680     EXIT.
011700***************************************************************
011800* 2000-PROCESS-REPORT - READ ONE CALCRPT RECORD AND EXTRACT   *
011900*     IT IF IT IS A COMPLETED CALCULATION                      *
013000     IF XT-WORK-RC NOT = 0
013100         ADD 1 TO XT-FAILED-COUNT
013200         GO TO 2000-EXIT.
013210     PERFORM 2500-CONVERT-TO-BASE THRU 2500-EXIT.
013220     IF XT-NOT-CONVERTED
013230         ADD 1 TO XT-NO-RATE-COUNT
013240         GO TO 2000-EXIT.
013300     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT.
013400 2000-EXIT.
013500     EXIT.
014200             SET XT-EOF TO TRUE.
014300 2100-EXIT.
014400     EXIT.
014401***************************************************************
014402* 2500-CONVERT-TO-BASE - CONVERT THE LINE'S AMOUNT AND RESULT *
014403*     (AND ON AN APR LINE THE AMOUNT FINANCED AND TOTAL OF    *
014404*     PAYMENTS) FROM THE LOAN'S CURRENCY (BLANK MEANS USD) TO *
014405*     BASE AT THE RATE IN EFFECT ON THE RUN DATE.  NO RATE,   *
014406*     OR ANY BASE FIGURE TOO WIDE FOR THE EXTRACT, LEAVES THE *
014407*     LINE UNCONVERTED, SO THE DTL RECORD AND ITS APR AND FXR *
014408*     COMPANIONS ARE WRITTEN OR SKIPPED TOGETHER.             *
014409***************************************************************
014410 2500-CONVERT-TO-BASE.
014411     SET XT-CONVERTED TO TRUE.
014412     MOVE RPT-CURRENCY TO XT-WORK-CURRENCY.
014413     IF XT-WORK-CURRENCY = SPACES
014414         MOVE "USD" TO XT-WORK-CURRENCY.
014415     MOVE RPT-AMOUNT TO XT-NATIVE-AMOUNT.
014416     MOVE RPT-RESULT TO XT-NATIVE-RESULT.
014417     MOVE RPT-AMT-FINANCED TO XT-WORK-FINANCED.
014418     MOVE RPT-TOTAL-PAYMENTS TO XT-WORK-TOTAL-PMTS.
014419     IF XT-WORK-CURRENCY = "USD"
014420         MOVE 1 TO XT-WORK-XRATE
014421         MOVE XT-NATIVE-AMOUNT TO XT-WORK-AMOUNT
014422         MOVE XT-NATIVE-RESULT TO XT-WORK-RESULT
014423         GO TO 2500-EXIT.
014424     PERFORM 2510-FIND-XRATE THRU 2510-EXIT.
014425     IF XT-NOT-CONVERTED
014426         GO TO 2500-EXIT.
014427     COMPUTE XT-WORK-AMOUNT ROUNDED =
014428             XT-NATIVE-AMOUNT * XT-WORK-XRATE
014429         ON SIZE ERROR
014430             SET XT-NOT-CONVERTED TO TRUE
014431             GO TO 2500-EXIT
014432     END-COMPUTE.
014433     COMPUTE XT-WORK-RESULT ROUNDED =
014434             XT-NATIVE-RESULT * XT-WORK-XRATE
014435         ON SIZE ERROR
014436             SET XT-NOT-CONVERTED TO TRUE
014437             GO TO 2500-EXIT
014438     END-COMPUTE.
014439     IF RPT-FUNCTION NOT = "APR"
014440         GO TO 2500-EXIT.
014441     COMPUTE XT-WORK-FINANCED ROUNDED =
014442             XT-WORK-FINANCED * XT-WORK-XRATE
014443         ON SIZE ERROR
014444             SET XT-NOT-CONVERTED TO TRUE
014445             GO TO 2500-EXIT
014446     END-COMPUTE.
014447     COMPUTE XT-WORK-TOTAL-PMTS ROUNDED =
014448             XT-WORK-TOTAL-PMTS * XT-WORK-XRATE
014449         ON SIZE ERROR
014450             SET XT-NOT-CONVERTED TO TRUE
014451     END-COMPUTE.
014452 2500-EXIT.
014453     EXIT.
014454***************************************************************
014455* 2510-FIND-XRATE - THE XRATTAB ENTRY FOR THE CURRENCY WITH   *
014456*     THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE; NONE, *
014457*     OR AN EXPIRED ONE, MEANS NO RATE                        *
014458***************************************************************
014459 2510-FIND-XRATE.
014460     MOVE 0 TO XT-WORK-XRATE.
014461     MOVE 0 TO XT-XRAT-BEST-SUB.
014462     PERFORM 2511-SCAN-XRATE-ENTRY THRU 2511-EXIT
014463         VARYING XT-XRAT-SUB FROM 1 BY 1
014464         UNTIL XT-XRAT-SUB > XT-XRAT-COUNT.
014465     IF XT-XRAT-BEST-SUB = 0
014466         SET XT-NOT-CONVERTED TO TRUE
014467         GO TO 2510-EXIT.
014468     IF XT-XRAT-TBL-EXPIRY (XT-XRAT-BEST-SUB) NOT = 0
014469        AND XT-RUN-DATE-NUM >
014470                XT-XRAT-TBL-EXPIRY (XT-XRAT-BEST-SUB)
014471         SET XT-NOT-CONVERTED TO TRUE
014472         GO TO 2510-EXIT.
014473     MOVE XT-XRAT-TBL-RATE (XT-XRAT-BEST-SUB) TO XT-WORK-XRATE.
014474 2510-EXIT.
014475     EXIT.
014476 2511-SCAN-XRATE-ENTRY.
014477     IF XT-XRAT-TBL-CURRENCY (XT-XRAT-SUB) NOT = XT-WORK-CURRENCY
014478         GO TO 2511-EXIT.
014479     IF XT-XRAT-TBL-EFF-DATE (XT-XRAT-SUB) > XT-RUN-DATE-NUM
014480         GO TO 2511-EXIT.
014481     IF XT-XRAT-BEST-SUB = 0
014482         MOVE XT-XRAT-SUB TO XT-XRAT-BEST-SUB
014483         GO TO 2511-EXIT.
014484     IF XT-XRAT-TBL-EFF-DATE (XT-XRAT-SUB) >
014485             XT-XRAT-TBL-EFF-DATE (XT-XRAT-BEST-SUB)
014486         MOVE XT-XRAT-SUB TO XT-XRAT-BEST-SUB.
014487 2511-EXIT.
014488     EXIT.
014500***************************************************************
014600* 3000-WRITE-EXTRACT - ONE DELIMITED DETAIL RECORD            *
014700***************************************************************
014800 3000-WRITE-EXTRACT.
015000     MOVE RPT-RATE TO XT-WORK-RATE.
015100     MOVE RPT-TERM TO XT-WORK-TERM.
015300     MOVE XT-WORK-AMOUNT TO XT-ED-AMOUNT.
015400     MOVE XT-WORK-RATE TO XT-ED-RATE.
015500     MOVE XT-WORK-TERM TO XT-ED-TERM.
017200     WRITE XT-EXTRACT-RECORD.
017300     ADD 1 TO XT-EXTRACT-COUNT.
017400     ADD XT-WORK-AMOUNT TO XT-AMOUNT-TOTAL.
017410     IF RPT-FUNCTION = "APR"
017420         PERFORM 3100-WRITE-APR-DETAIL THRU 3100-EXIT.
017430     IF XT-WORK-CURRENCY NOT = "USD"
017440         PERFORM 3200-WRITE-FX-DETAIL THRU 3200-EXIT.
017500 3000-EXIT.
017600     EXIT.
017602***************************************************************
017603* 3100-WRITE-APR-DETAIL - APR COMPANION TO THE DTL RECORD     *
017604*     JUST WRITTEN: APR, AMOUNT FINANCED, TOTAL OF PAYMENTS   *
017605***************************************************************
017606 3100-WRITE-APR-DETAIL.
017607     MOVE RPT-APR TO XT-WORK-APR.
017620     MOVE XT-WORK-APR TO XT-ED-APR.
017621     MOVE XT-WORK-FINANCED TO XT-ED-FINANCED.
017622     MOVE XT-WORK-TOTAL-PMTS TO XT-ED-TOTAL-PMTS.
017623     MOVE SPACES TO XT-EXTRACT-RECORD.
017624     STRING "APR,"
017625            XT-ED-APR        DELIMITED BY SIZE
017626            ","              DELIMITED BY SIZE
017627            XT-ED-FINANCED   DELIMITED BY SIZE
017628            ","              DELIMITED BY SIZE
017629            XT-ED-TOTAL-PMTS DELIMITED BY SIZE
017630            INTO XT-EXTRACT-RECORD.
017631     WRITE XT-EXTRACT-RECORD.
017632     ADD 1 TO XT-APR-COUNT.
017633 3100-EXIT.
017634     EXIT.
017636***************************************************************
017638* 3200-WRITE-FX-DETAIL - FXR COMPANION FOR A NON-BASE LOAN:   *
017640*     CURRENCY, RATE USED, NATIVE AMOUNT AND NATIVE RESULT    *
017642***************************************************************
017644 3200-WRITE-FX-DETAIL.
017646     MOVE XT-WORK-XRATE TO XT-ED-XRATE.
017648     MOVE XT-NATIVE-AMOUNT TO XT-ED-NATIVE-AMOUNT.
017650     MOVE XT-NATIVE-RESULT TO XT-ED-NATIVE-RESULT.
017652     MOVE SPACES TO XT-EXTRACT-RECORD.
017654     STRING "FXR,"
017656            XT-WORK-CURRENCY    DELIMITED BY SIZE
017658            ","                 DELIMITED BY SIZE
017660            XT-ED-XRATE         DELIMITED BY SIZE
017662            ","                 DELIMITED BY SIZE
017664            XT-ED-NATIVE-AMOUNT DELIMITED BY SIZE
017666            ","                 DELIMITED BY SIZE
017668            XT-ED-NATIVE-RESULT DELIMITED BY SIZE
017670            INTO XT-EXTRACT-RECORD.
017672     WRITE XT-EXTRACT-RECORD.
017674     ADD 1 TO XT-FXR-COUNT.
017676 3200-EXIT.
017678     EXIT.
017700***************************************************************
017800* 4000-WRITE-TRAILER - RECORD COUNT AND AMOUNT TOTAL SO THE   *
017900*     RECEIVING SIDE CAN BALANCE THE FILE BEFORE LOADING IT    *
020700             XT-SCHED-COUNT UPON CONSOLE.
020710     DISPLAY "  SWEEP LINES SKIPPED ...: "
020720             XT-SWEEP-COUNT UPON CONSOLE.
020730     DISPLAY "  APR COMPANIONS WRITTEN : "
020740             XT-APR-COUNT UPON CONSOLE.
020750     DISPLAY "  FXR COMPANIONS WRITTEN : "
020760             XT-FXR-COUNT UPON CONSOLE.
020770     DISPLAY "  UNCONVERTIBLE EXCLUDED : "
020780             XT-NO-RATE-COUNT UPON CONSOLE.
020800 8000-EXIT.
020900     EXIT.
021000***************************************************************
021400     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
021500     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
021600     CLOSE XT-REPORT-FILE XT-EXTRACT-FILE.
021610     IF XT-NO-RATE-COUNT > 0
021620         MOVE 4 TO RETURN-CODE.
021700     DISPLAY "XTRC ENDS." UPON CONSOLE.
021800 9000-EXIT.
021900     EXIT.
022000***************************************************************
022100* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
022200*     BATCH-WINDOW REPORT                                     *
022300***************************************************************
022400 9900-LOG-STEP-START.
022500     MOVE "COBXTRC" TO SLOG-PROGRAM.
022600     MOVE XT-RUN-DATE TO SLOG-RUN-DATE.
022700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
022800     SET SLOG-STEP-START TO TRUE.
022900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
023000 9900-EXIT.
023100     EXIT.
023200***************************************************************
023300* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
023400*     AND THE FINAL CONDITION CODE                            *
023500***************************************************************
023600 9910-LOG-STEP-END.
023700     MOVE XT-RECORD-COUNT TO SLOG-RECORDS-IN.
023800     MOVE XT-EXTRACT-COUNT TO SLOG-RECORDS-OUT.
023900     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
024000     SET SLOG-STEP-END TO TRUE.
024100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
024200 9910-EXIT.
024300     EXIT.
