000100***************************************************************
000200* COBSLAR                                                     *
000300*                                                             *
000400* Batch-window SLA report.  Reads the step log (SLOGIN) that  *
000500* every batch program in the suite appends to through COBSLOG *
000600* and measures the night of the run date in the PARM against  *
000700* the SLATAB table of scheduled steps and thresholds.  For    *
000800* each step it prints the start and end times, the elapsed    *
000900* seconds beside the elapsed SLA and the trailing average of  *
001000* the step's prior runs, the records in and the return code,  *
001100* and flags a step that ended after its deadline, ran over    *
001200* its elapsed SLA, ran or read well over its trailing         *
001300* average or over its volume limit, failed, never ended or    *
001400* never ran.  For each path-end step on the table (the GL     *
001500* feed is the one the morning review asks about) the          *
001600* critical path is traced back through the latest-finishing   *
001700* predecessor of each step and printed first, with the wait   *
001800* in front of every step, so the report shows where the time  *
001900* went.  Steps found on the log but not on SLATAB are listed  *
002000* without thresholds.  A log record without a run date (a     *
002100* program with no run-date PARM) belongs to the run date last *
002200* logged by an earlier step of the same job.  The report's    *
002300* own step-log records, written through the STEPLOG DD like   *
002400* every other step's, are not part of the window it reports.  *
002500*                                                             *
002600* MODIFICATION HISTORY                                        *
002700*   DATE       BY   DESCRIPTION                               *
002800*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.     COBSLAR.
003200 AUTHOR.         T W KRAUSS.
003300 INSTALLATION.   FINANCIAL SYSTEMS.
003400 DATE-WRITTEN.   10/15/26.
003500 DATE-COMPILED.  10/15/26.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SA-LOG-FILE      ASSIGN TO SLOGIN
004000            ORGANIZATION IS SEQUENTIAL
004100            FILE STATUS IS SA-LOG-STATUS.
004200     SELECT SA-SLA-FILE      ASSIGN TO SLATAB
004300            ORGANIZATION IS SEQUENTIAL
004400            FILE STATUS IS SA-SLA-STATUS.
004500     SELECT SA-PARM-FILE     ASSIGN TO SYSPARM
004600            ORGANIZATION IS SEQUENTIAL
004700            FILE STATUS IS SA-PARM-STATUS.
004800     SELECT SA-PRINT-FILE    ASSIGN TO SLAPRT
004900            ORGANIZATION IS SEQUENTIAL
005000            FILE STATUS IS SA-PRINT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SA-LOG-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CALCSLOG REPLACING CALC-STEP-LOG-RECORD
005700                          BY SA-LOG-RECORD.
005800 FD  SA-SLA-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CALCSLAT.
006200 FD  SA-PARM-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCPRM.
006600 FD  SA-PRINT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  SA-PRINT-RECORD                 PIC X(132).
007000 WORKING-STORAGE SECTION.
007100 01  SA-FILE-STATUSES.
007200     05  SA-LOG-STATUS               PIC X(02).
007300     05  SA-SLA-STATUS               PIC X(02).
007400     05  SA-PARM-STATUS              PIC X(02).
007500     05  SA-PRINT-STATUS             PIC X(02).
007600 01  SA-SWITCHES.
007700     05  SA-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
007800         88  SA-LOG-EOF                        VALUE "Y".
007900     05  SA-SLA-EOF-SWITCH           PIC X(01) VALUE "N".
008000         88  SA-SLA-EOF                        VALUE "Y".
008100     05  SA-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
008200         88  SA-PARM-EOF                       VALUE "Y".
008300     05  SA-FLAGGED-SWITCH           PIC X(01) VALUE "N".
008400         88  SA-STEP-FLAGGED                   VALUE "Y".
008500         88  SA-STEP-CLEAN                     VALUE "N".
008600 01  SA-COUNTERS.
008700     05  SA-LOG-READ-COUNT           PIC 9(09) COMP VALUE 0.
008800     05  SA-LOG-TODAY-COUNT          PIC 9(09) COMP VALUE 0.
008900     05  SA-LISTED-COUNT             PIC 9(05) COMP VALUE 0.
009000     05  SA-RAN-COUNT                PIC 9(05) COMP VALUE 0.
009100     05  SA-UNLISTED-COUNT           PIC 9(05) COMP VALUE 0.
009200     05  SA-MISSING-COUNT            PIC 9(05) COMP VALUE 0.
009300     05  SA-NO-END-COUNT             PIC 9(05) COMP VALUE 0.
009400     05  SA-FAILED-COUNT             PIC 9(05) COMP VALUE 0.
009500     05  SA-LATE-COUNT               PIC 9(05) COMP VALUE 0.
009600     05  SA-OVER-SLA-COUNT           PIC 9(05) COMP VALUE 0.
009700     05  SA-OVER-AVG-COUNT           PIC 9(05) COMP VALUE 0.
009800     05  SA-VOLUME-COUNT             PIC 9(05) COMP VALUE 0.
009900     05  SA-LINE-COUNT               PIC 9(03) COMP VALUE 99.
010000     05  SA-PAGE-COUNT               PIC 9(05) COMP VALUE 0.
010100 77  SA-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
010200 77  SA-STEP-MAX                     PIC 9(03) COMP VALUE 100.
010300 77  SA-JOB-MAX                      PIC 9(03) COMP VALUE 50.
010400 77  SA-TRAIL-CEILING                PIC 9(02) COMP VALUE 10.
010500 77  SA-PCT-CEILING                  PIC 9(03) COMP VALUE 999.
010600 77  SA-SECONDS-PER-DAY              PIC 9(05) COMP VALUE 86400.
010700 01  SA-TRAIL-RUNS                   PIC 9(02) COMP VALUE 5.
010800 01  SA-AVERAGE-PCT                  PIC 9(03) COMP VALUE 50.
010900 01  SA-PARM-VALUE-NUM               PIC 9(10) VALUE 0.
011000 01  SA-RUN-DATE                     PIC X(08) VALUE SPACES.
011100 01  SA-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
011200 01  SA-RUN-DAYS                     PIC S9(09) COMP VALUE 0.
011300 01  SA-LOG-RUN-DATE                 PIC 9(08) VALUE 0.
011400 01  SA-HIGHEST-RC                   PIC 9(02) VALUE 0.
011500 01  SA-SUBSCRIPTS.
011600     05  SA-STEP-COUNT               PIC 9(03) COMP VALUE 0.
011700     05  SA-STEP-SUB                 PIC 9(03) COMP VALUE 0.
011800     05  SA-FOUND-SUB                PIC 9(03) COMP VALUE 0.
011900     05  SA-SCAN-SUB                 PIC 9(03) COMP VALUE 0.
012000     05  SA-JOB-COUNT                PIC 9(03) COMP VALUE 0.
012100     05  SA-JOB-SUB                  PIC 9(03) COMP VALUE 0.
012200     05  SA-JOB-FOUND-SUB            PIC 9(03) COMP VALUE 0.
012300     05  SA-HIST-SUB                 PIC 9(02) COMP VALUE 0.
012400     05  SA-PRED-SUB                 PIC 9(02) COMP VALUE 0.
012500     05  SA-CURRENT-SUB              PIC 9(03) COMP VALUE 0.
012600     05  SA-BEST-SUB                 PIC 9(03) COMP VALUE 0.
012700     05  SA-PATH-LENGTH              PIC 9(03) COMP VALUE 0.
012800     05  SA-PATH-SUB                 PIC 9(03) COMP VALUE 0.
012900     05  SA-PRIOR-SUB                PIC 9(03) COMP VALUE 0.
013000 01  SA-FIND-KEY.
013100     05  SA-FIND-JOB                 PIC X(08).
013200     05  SA-FIND-STEP                PIC X(08).
013300***************************************************************
013400* ELAPSED-TIME ARITHMETIC.  A TIMESTAMP IS CARRIED AS SECONDS *
013500* SINCE THE SERIAL DAY ZERO SO A STEP THAT RUNS PAST MIDNIGHT *
013600* SUBTRACTS CORRECTLY.                                        *
013700***************************************************************
013800 01  SA-TIME-WORK.
013900     05  SA-TW-TIME                  PIC 9(08).
014000     05  SA-TW-SPLIT REDEFINES SA-TW-TIME.
014100         10  SA-TW-HOURS             PIC 9(02).
014200         10  SA-TW-MINUTES           PIC 9(02).
014300         10  SA-TW-SECONDS           PIC 9(02).
014400         10  SA-TW-HUNDREDTHS        PIC 9(02).
014500     05  SA-TW-DATE                  PIC 9(08).
014600     05  SA-TW-STAMP                 PIC S9(11) COMP.
014700 01  SA-START-STAMP                  PIC S9(11) COMP VALUE 0.
014800 01  SA-END-STAMP                    PIC S9(11) COMP VALUE 0.
014900 01  SA-DEADLINE-STAMP               PIC S9(11) COMP VALUE 0.
015000 01  SA-ELAPSED                      PIC S9(09) COMP VALUE 0.
015100 01  SA-WAIT                         PIC S9(09) COMP VALUE 0.
015200 01  SA-LATE-BY                      PIC S9(09) COMP VALUE 0.
015300 01  SA-AVERAGE-WORK.
015400     05  SA-SUM-ELAPSED              PIC 9(11) COMP.
015500     05  SA-SUM-RECORDS              PIC 9(13) COMP.
015600     05  SA-AVG-ELAPSED              PIC 9(09) COMP.
015700     05  SA-AVG-RECORDS              PIC 9(11) COMP.
015800     05  SA-TEST-LEFT                PIC 9(15) COMP.
015900     05  SA-TEST-RIGHT               PIC 9(15) COMP.
016000 01  SA-DATE-TO-DAYS.
016100     05  SA-DTD-DATE                 PIC 9(08).
016200     05  SA-DTD-SPLIT REDEFINES SA-DTD-DATE.
016300         10  SA-DTD-YEAR             PIC 9(04).
016400         10  SA-DTD-MONTH            PIC 9(02).
016500         10  SA-DTD-DAY              PIC 9(02).
016600     05  SA-DTD-Y                    PIC S9(09) COMP.
016700     05  SA-DTD-M                    PIC S9(09) COMP.
016800     05  SA-DTD-RESULT               PIC S9(09) COMP.
016900***************************************************************
017000* ONE ENTRY PER STEP: THE SLATAB THRESHOLDS, TONIGHT'S RUN    *
017100* AND A RING OF THE LAST SA-TRAIL-RUNS PRIOR RUNS FOR THE     *
017200* AVERAGE.  A RERUN ON THE SAME RUN DATE REPLACES THAT        *
017250* DATE'S RING ENTRY.                                          *
017300***************************************************************
017400 01  SA-STEP-TABLE-AREA.
017500     05  SA-STEP OCCURS 100 TIMES.
017600         10  SA-ST-JOB               PIC X(08).
017700         10  SA-ST-STEP              PIC X(08).
017800         10  SA-ST-PROGRAM           PIC X(08).
017900         10  SA-ST-MAX-ELAPSED       PIC 9(05).
018000         10  SA-ST-DEADLINE-DAY      PIC 9(01).
018100         10  SA-ST-DEADLINE-TIME     PIC 9(04).
018200         10  SA-ST-DEADLINE-SPLIT REDEFINES SA-ST-DEADLINE-TIME.
018300             15  SA-ST-DEADLINE-HH   PIC 9(02).
018400             15  SA-ST-DEADLINE-MM   PIC 9(02).
018500         10  SA-ST-MAX-RECORDS       PIC 9(09).
018600         10  SA-ST-REQUIRED          PIC X(01).
018700         10  SA-ST-PATH-END          PIC X(01).
018800         10  SA-ST-LISTED            PIC X(01).
018900         10  SA-ST-PRED OCCURS 3 TIMES.
019000             15  SA-ST-PRED-JOB      PIC X(08).
019100             15  SA-ST-PRED-STEP     PIC X(08).
019200         10  SA-ST-STATE             PIC X(01).
019300             88  SA-ST-NOT-RUN                 VALUE " ".
019400             88  SA-ST-STARTED                 VALUE "S".
019500             88  SA-ST-ENDED                   VALUE "E".
019600         10  SA-ST-RUN-COUNT         PIC 9(03) COMP.
019700         10  SA-ST-START-TIME        PIC 9(08).
019800         10  SA-ST-END-TIME          PIC 9(08).
019900         10  SA-ST-START-STAMP       PIC S9(11) COMP.
020000         10  SA-ST-END-STAMP         PIC S9(11) COMP.
020100         10  SA-ST-ELAPSED           PIC 9(09) COMP.
020200         10  SA-ST-RECORDS-IN        PIC 9(09).
020300         10  SA-ST-RC                PIC 9(04).
020400         10  SA-ST-CRITICAL          PIC X(01).
020500         10  SA-ST-HIST-COUNT        PIC 9(02) COMP.
020600         10  SA-ST-HIST-NEXT         PIC 9(02) COMP.
020700         10  SA-ST-HIST-LAST-SUB     PIC 9(02) COMP.
020800         10  SA-ST-HIST-LAST-DATE    PIC 9(08).
020900         10  SA-ST-HIST OCCURS 10 TIMES.
021000             15  SA-ST-HIST-ELAPSED  PIC 9(09) COMP.
021100             15  SA-ST-HIST-RECORDS  PIC 9(09) COMP.
021200 01  SA-JOB-TABLE-AREA.
021300     05  SA-JOB OCCURS 50 TIMES.
021400         10  SA-JB-NAME              PIC X(08).
021500         10  SA-JB-RUN-DATE          PIC 9(08).
021600 01  SA-PATH-TABLE-AREA.
021700     05  SA-PATH-ENTRY OCCURS 100 TIMES
021800                                     PIC 9(03) COMP.
021900 01  SA-HEADING-1.
022000     05  FILLER                      PIC X(08) VALUE "COBCALC".
022100     05  FILLER                      PIC X(42)
022200         VALUE "BATCH-WINDOW SLA REPORT".
022300     05  FILLER                      PIC X(10)
022400         VALUE "RUN DATE ".
022500     05  SA-H1-RUN-DATE              PIC X(08).
022600     05  FILLER                      PIC X(50) VALUE SPACES.
022700     05  FILLER                      PIC X(05) VALUE "PAGE ".
022800     05  SA-H1-PAGE                  PIC ZZZZ9.
022900     05  FILLER                      PIC X(04) VALUE SPACES.
023000 01  SA-HEADING-2.
023100     05  FILLER                      PIC X(23)
023200         VALUE "TRAILING AVERAGE OVER ".
023300     05  SA-H2-TRAIL-RUNS            PIC Z9.
023400     05  FILLER                      PIC X(27)
023500         VALUE " PRIOR RUNS, FLAGGED WHEN ".
023600     05  SA-H2-AVERAGE-PCT           PIC ZZ9.
023700     05  FILLER                      PIC X(15)
023800         VALUE " PERCENT OVER".
023900     05  FILLER                      PIC X(62) VALUE SPACES.
024000 01  SA-STEP-HEADING-1.
024100     05  FILLER                      PIC X(48) VALUE SPACES.
024200     05  FILLER                      PIC X(23)
024300         VALUE "------- SECONDS -------".
024400     05  FILLER                      PIC X(61) VALUE SPACES.
024500 01  SA-STEP-HEADING-2.
024600     05  FILLER                      PIC X(48)
024700         VALUE " JOB      STEP     PROGRAM   START    END".
024800     05  FILLER                      PIC X(44)
024900         VALUE "ELAPSED     SLA     AVG   RECORDS IN    RC ".
025000     05  FILLER                      PIC X(40)
025100         VALUE "STATUS   FLAGS".
025200 01  SA-STEP-LINE.
025300     05  FILLER                      PIC X(01) VALUE SPACES.
025400     05  SA-SL-JOB                   PIC X(08).
025500     05  FILLER                      PIC X(01) VALUE SPACES.
025600     05  SA-SL-STEP                  PIC X(08).
025700     05  FILLER                      PIC X(01) VALUE SPACES.
025800     05  SA-SL-PROGRAM               PIC X(08).
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  SA-SL-START                 PIC X(08).
026100     05  FILLER                      PIC X(01) VALUE SPACES.
026200     05  SA-SL-END                   PIC X(08).
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  SA-SL-ELAPSED               PIC ZZZ,ZZ9.
026500     05  FILLER                      PIC X(01) VALUE SPACES.
026600     05  SA-SL-SLA                   PIC ZZZ,ZZ9.
026700     05  FILLER                      PIC X(01) VALUE SPACES.
026800     05  SA-SL-AVERAGE               PIC ZZZ,ZZ9.
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  SA-SL-RECORDS-IN            PIC ZZZ,ZZZ,ZZ9.
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  SA-SL-RC                    PIC ZZZ9.
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  SA-SL-STATUS                PIC X(07).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  SA-SL-LATE                  PIC X(04).
027700     05  FILLER                      PIC X(01) VALUE SPACES.
027800     05  SA-SL-OVER-SLA              PIC X(03).
027900     05  FILLER                      PIC X(01) VALUE SPACES.
028000     05  SA-SL-OVER-AVG              PIC X(03).
028100     05  FILLER                      PIC X(01) VALUE SPACES.
028200     05  SA-SL-VOLUME                PIC X(03).
028300     05  FILLER                      PIC X(01) VALUE SPACES.
028400     05  SA-SL-CRITICAL              PIC X(02).
028500     05  FILLER                      PIC X(12) VALUE SPACES.
028600 01  SA-PATH-HEADING.
028700     05  FILLER                      PIC X(48)
028800         VALUE " JOB      STEP     PROGRAM   START    END".
028900     05  FILLER                      PIC X(23)
029000         VALUE "ELAPSED     WAIT  NOTE".
029100     05  FILLER                      PIC X(61) VALUE SPACES.
029200 01  SA-PATH-LINE.
029300     05  FILLER                      PIC X(01) VALUE SPACES.
029400     05  SA-PL-JOB                   PIC X(08).
029500     05  FILLER                      PIC X(01) VALUE SPACES.
029600     05  SA-PL-STEP                  PIC X(08).
029700     05  FILLER                      PIC X(01) VALUE SPACES.
029800     05  SA-PL-PROGRAM               PIC X(08).
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  SA-PL-START                 PIC X(08).
030100     05  FILLER                      PIC X(01) VALUE SPACES.
030200     05  SA-PL-END                   PIC X(08).
030300     05  FILLER                      PIC X(02) VALUE SPACES.
030400     05  SA-PL-ELAPSED               PIC ZZZ,ZZ9.
030500     05  FILLER                      PIC X(02) VALUE SPACES.
030600     05  SA-PL-WAIT                  PIC ZZZ,ZZ9.
030700     05  FILLER                      PIC X(02) VALUE SPACES.
030800     05  SA-PL-NOTE                  PIC X(40).
030900     05  FILLER                      PIC X(26) VALUE SPACES.
031000 01  SA-PATH-TITLE.
031100     05  FILLER                      PIC X(18)
031200         VALUE " CRITICAL PATH TO ".
031300     05  SA-PT-JOB                   PIC X(08).
031400     05  FILLER                      PIC X(01) VALUE SPACES.
031500     05  SA-PT-STEP                  PIC X(08).
031600     05  FILLER                      PIC X(97) VALUE SPACES.
031700 01  SA-PATH-RESULT.
031800     05  FILLER                      PIC X(01) VALUE SPACES.
031900     05  SA-PR-TEXT                  PIC X(40).
032000     05  SA-PR-SECONDS               PIC ZZZ,ZZ9.
032100     05  SA-PR-SECONDS-TEXT          PIC X(08).
032200     05  FILLER                      PIC X(76) VALUE SPACES.
032300 01  SA-TIME-EDIT.
032400     05  SA-TE-HOURS                 PIC 9(02).
032500     05  FILLER                      PIC X(01) VALUE ".".
032600     05  SA-TE-MINUTES               PIC 9(02).
032700     05  FILLER                      PIC X(01) VALUE ".".
032800     05  SA-TE-SECONDS               PIC 9(02).
032900 01  SA-LEGEND-LINE.
033000     05  FILLER                      PIC X(47)
033100         VALUE " FLAGS: LATE = ENDED AFTER DEADLINE, SLA = OVER".
033200     05  FILLER                      PIC X(43)
033300         VALUE " ELAPSED SLA, AVG = OVER TRAILING AVERAGE,".
033400     05  FILLER                      PIC X(42)
033500         VALUE " VOL = OVER VOLUME, CP = ON CRITICAL PATH".
033600 01  SA-TOTAL-LINE.
033700     05  FILLER                      PIC X(02) VALUE SPACES.
033800     05  SA-TOT-LABEL                PIC X(26).
033900     05  SA-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
034000     05  FILLER                      PIC X(93) VALUE SPACES.
034100 01  SA-PRINT-HOLD                   PIC X(132) VALUE SPACES.
034200 COPY CALCSLOG.
034300 LINKAGE SECTION.
034400 01  SA-PARM-DATA.
034500     05  SA-PARM-LENGTH              PIC S9(04) COMP.
034600     05  SA-PARM-RUN-DATE            PIC X(08).
034700 PROCEDURE DIVISION USING SA-PARM-DATA.
034800***************************************************************
034900* 0000-MAINLINE                                               *
035000***************************************************************
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035300     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
035400     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
035500     PERFORM 1200-LOAD-SLA-TABLE THRU 1200-EXIT.
035600     PERFORM 2000-READ-STEP-LOG THRU 2000-EXIT
035700         UNTIL SA-LOG-EOF.
035800     PERFORM 4000-PRINT-CRITICAL-PATHS THRU 4000-EXIT.
035900     PERFORM 5000-PRINT-STEP-REPORT THRU 5000-EXIT.
036000     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
036100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036200     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
036300     GOBACK.
036400***************************************************************
036500* 1000-INITIALIZE - THE RUN DATE NAMES THE NIGHT TO REPORT,   *
036600*     SO A RUN WITHOUT ONE IS REFUSED                         *
036700***************************************************************
036800 1000-INITIALIZE.
036900     DISPLAY "SLAR BEGINS." UPON CONSOLE.
037000     IF SA-PARM-LENGTH > 0
037100         MOVE SA-PARM-RUN-DATE TO SA-RUN-DATE
037200     ELSE
037300         MOVE SPACES TO SA-RUN-DATE.
037400     IF SA-RUN-DATE NUMERIC
037500         MOVE SA-RUN-DATE TO SA-RUN-DATE-NUM
037600     ELSE
037700         DISPLAY "RUN DATE PARM NOT SUPPLIED - RUN REFUSED"
037800                 UPON CONSOLE
037900         MOVE 16 TO RETURN-CODE
038000         GOBACK.
038100     MOVE SA-RUN-DATE-NUM TO SA-DTD-DATE.
038200     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
038300     MOVE SA-DTD-RESULT TO SA-RUN-DAYS.
038400     OPEN INPUT SA-LOG-FILE.
038500     IF SA-LOG-STATUS NOT = "00"
038600         DISPLAY "SLOGIN OPEN FAILED, STATUS = "
038700                 SA-LOG-STATUS UPON CONSOLE
038800         MOVE 16 TO RETURN-CODE
038900         GOBACK.
039000     OPEN OUTPUT SA-PRINT-FILE.
039100     IF SA-PRINT-STATUS NOT = "00"
039200         DISPLAY "SLAPRT OPEN FAILED, STATUS = "
039300                 SA-PRINT-STATUS UPON CONSOLE
039400         MOVE 16 TO RETURN-CODE
039500         GOBACK.
039600 1000-EXIT.
039700     EXIT.
039800***************************************************************
039900* 1100-READ-PARAMETERS - APPLY THE SYSPARM RUNTIME PARAMETER  *
040000*     DATASET.  A MISSING DATASET OR AN ABSENT KEYWORD        *
040100*     LEAVES THE COMPILED-IN DEFAULT IN EFFECT; KEYWORDS      *
040200*     BELONGING TO OTHER PROGRAMS ARE IGNORED.                *
040300***************************************************************
040400 1100-READ-PARAMETERS.
040500     OPEN INPUT SA-PARM-FILE.
040600     EVALUATE SA-PARM-STATUS
040700         WHEN "00"
040800             PERFORM 1110-APPLY-PARAMETER THRU 1110-EXIT
040900                 UNTIL SA-PARM-EOF
041000             CLOSE SA-PARM-FILE
041100         WHEN "35"
041200             DISPLAY "SYSPARM NOT ALLOCATED - DEFAULTS IN "
041300                     "EFFECT" UPON CONSOLE
041400         WHEN OTHER
041500             DISPLAY "SYSPARM OPEN FAILED, STATUS = "
041600                     SA-PARM-STATUS UPON CONSOLE
041700             MOVE 16 TO RETURN-CODE
041800             GOBACK
041900     END-EVALUATE.
042000     DISPLAY "SLAR RUNTIME PARAMETERS" UPON CONSOLE.
042100     DISPLAY "  TRAILING RUNS .........: "
042200             SA-TRAIL-RUNS UPON CONSOLE.
042300     DISPLAY "  AVERAGE TOLERANCE PCT .: "
042400             SA-AVERAGE-PCT UPON CONSOLE.
042500 1100-EXIT.
042600     EXIT.
042700 1110-APPLY-PARAMETER.
042800     READ SA-PARM-FILE
042900         AT END
043000             SET SA-PARM-EOF TO TRUE
043100             GO TO 1110-EXIT.
043200     IF PRM-VALUE NOT NUMERIC
043300         GO TO 1110-EXIT.
043400     MOVE PRM-VALUE TO SA-PARM-VALUE-NUM.
043500     EVALUATE PRM-KEYWORD
043600         WHEN "SLA-TRAIL-RUNS"
043700             IF SA-PARM-VALUE-NUM > 0
043800                AND SA-PARM-VALUE-NUM NOT > SA-TRAIL-CEILING
043900                 MOVE SA-PARM-VALUE-NUM TO SA-TRAIL-RUNS
044000             ELSE
044100                 DISPLAY "SYSPARM SLA-TRAIL-RUNS OUT OF RANGE"
044200                         " - DEFAULT KEPT" UPON CONSOLE
044300             END-IF
044400         WHEN "SLA-AVERAGE-PCT"
044500             IF SA-PARM-VALUE-NUM > 0
044600                AND SA-PARM-VALUE-NUM NOT > SA-PCT-CEILING
044700                 MOVE SA-PARM-VALUE-NUM TO SA-AVERAGE-PCT
044800             ELSE
044900                 DISPLAY "SYSPARM SLA-AVERAGE-PCT OUT OF RANGE"
045000                         " - DEFAULT KEPT" UPON CONSOLE
045100             END-IF
045200         WHEN OTHER
045300             CONTINUE
045400     END-EVALUATE.
045500 1110-EXIT.
045600     EXIT.
045700***************************************************************
045800* 1200-LOAD-SLA-TABLE - THE SCHEDULED STEPS AND THEIR         *
045900*     THRESHOLDS, IN SCHEDULE ORDER                           *
046000***************************************************************
046100 1200-LOAD-SLA-TABLE.
046200     OPEN INPUT SA-SLA-FILE.
046300     IF SA-SLA-STATUS NOT = "00"
046400         DISPLAY "SLATAB OPEN FAILED, STATUS = "
046500                 SA-SLA-STATUS UPON CONSOLE
046600         MOVE 16 TO RETURN-CODE
046700         GOBACK.
046800     PERFORM 1210-LOAD-SLA-ENTRY THRU 1210-EXIT
046900         UNTIL SA-SLA-EOF.
047000     CLOSE SA-SLA-FILE.
047100     MOVE SA-STEP-COUNT TO SA-LISTED-COUNT.
047200 1200-EXIT.
047300     EXIT.
047400 1210-LOAD-SLA-ENTRY.
047500     READ SA-SLA-FILE
047600         AT END
047700             SET SA-SLA-EOF TO TRUE
047800             GO TO 1210-EXIT.
047900     PERFORM 1300-ADD-STEP-ENTRY THRU 1300-EXIT.
048000     MOVE SLAT-JOB-NAME TO SA-ST-JOB (SA-STEP-COUNT).
048100     MOVE SLAT-STEP-NAME TO SA-ST-STEP (SA-STEP-COUNT).
048200     MOVE SLAT-PROGRAM TO SA-ST-PROGRAM (SA-STEP-COUNT).
048300     IF SLAT-MAX-ELAPSED-SECS NUMERIC
048400         MOVE SLAT-MAX-ELAPSED-SECS TO
048500                 SA-ST-MAX-ELAPSED (SA-STEP-COUNT).
048600     IF SLAT-DEADLINE-DAY NUMERIC
048700        AND SLAT-DEADLINE-TIME NUMERIC
048800         MOVE SLAT-DEADLINE-DAY TO
048900                 SA-ST-DEADLINE-DAY (SA-STEP-COUNT)
049000         MOVE SLAT-DEADLINE-TIME TO
049100                 SA-ST-DEADLINE-TIME (SA-STEP-COUNT).
049200     IF SLAT-MAX-RECORDS-IN NUMERIC
049300         MOVE SLAT-MAX-RECORDS-IN TO
049400                 SA-ST-MAX-RECORDS (SA-STEP-COUNT).
049500     MOVE SLAT-REQUIRED-FLAG TO SA-ST-REQUIRED (SA-STEP-COUNT).
049600     MOVE SLAT-PATH-END-FLAG TO SA-ST-PATH-END (SA-STEP-COUNT).
049700     MOVE "Y" TO SA-ST-LISTED (SA-STEP-COUNT).
049800     MOVE SLAT-PRED-JOB-NAME (1) TO
049900             SA-ST-PRED-JOB (SA-STEP-COUNT, 1).
050000     MOVE SLAT-PRED-STEP-NAME (1) TO
050100             SA-ST-PRED-STEP (SA-STEP-COUNT, 1).
050200     MOVE SLAT-PRED-JOB-NAME (2) TO
050300             SA-ST-PRED-JOB (SA-STEP-COUNT, 2).
050400     MOVE SLAT-PRED-STEP-NAME (2) TO
050500             SA-ST-PRED-STEP (SA-STEP-COUNT, 2).
050600     MOVE SLAT-PRED-JOB-NAME (3) TO
050700             SA-ST-PRED-JOB (SA-STEP-COUNT, 3).
050800     MOVE SLAT-PRED-STEP-NAME (3) TO
050900             SA-ST-PRED-STEP (SA-STEP-COUNT, 3).
051000 1210-EXIT.
051100     EXIT.
051200***************************************************************
051300* 1300-ADD-STEP-ENTRY - OPEN A CLEARED TABLE ENTRY            *
051400***************************************************************
051500 1300-ADD-STEP-ENTRY.
051600     IF SA-STEP-COUNT NOT < SA-STEP-MAX
051700         DISPLAY "STEPS EXCEED IN-STORAGE SLA TABLE LIMIT"
051800                 UPON CONSOLE
051900         MOVE 16 TO RETURN-CODE
052000         GOBACK.
052100     ADD 1 TO SA-STEP-COUNT.
052200     MOVE SPACES TO SA-ST-JOB (SA-STEP-COUNT)
052300                    SA-ST-STEP (SA-STEP-COUNT)
052400                    SA-ST-PROGRAM (SA-STEP-COUNT)
052500                    SA-ST-REQUIRED (SA-STEP-COUNT)
052600                    SA-ST-PATH-END (SA-STEP-COUNT)
052700                    SA-ST-CRITICAL (SA-STEP-COUNT)
052800                    SA-ST-PRED-JOB (SA-STEP-COUNT, 1)
052900                    SA-ST-PRED-STEP (SA-STEP-COUNT, 1)
053000                    SA-ST-PRED-JOB (SA-STEP-COUNT, 2)
053100                    SA-ST-PRED-STEP (SA-STEP-COUNT, 2)
053200                    SA-ST-PRED-JOB (SA-STEP-COUNT, 3)
053300                    SA-ST-PRED-STEP (SA-STEP-COUNT, 3).
053400     MOVE "N" TO SA-ST-LISTED (SA-STEP-COUNT).
053500     SET SA-ST-NOT-RUN (SA-STEP-COUNT) TO TRUE.
053600     MOVE 0 TO SA-ST-MAX-ELAPSED (SA-STEP-COUNT)
053700               SA-ST-DEADLINE-DAY (SA-STEP-COUNT)
053800               SA-ST-DEADLINE-TIME (SA-STEP-COUNT)
053900               SA-ST-MAX-RECORDS (SA-STEP-COUNT)
054000               SA-ST-RUN-COUNT (SA-STEP-COUNT)
054100               SA-ST-START-TIME (SA-STEP-COUNT)
054200               SA-ST-END-TIME (SA-STEP-COUNT)
054300               SA-ST-START-STAMP (SA-STEP-COUNT)
054400               SA-ST-END-STAMP (SA-STEP-COUNT)
054500               SA-ST-ELAPSED (SA-STEP-COUNT)
054600               SA-ST-RECORDS-IN (SA-STEP-COUNT)
054700               SA-ST-RC (SA-STEP-COUNT)
054800               SA-ST-HIST-COUNT (SA-STEP-COUNT)
054900               SA-ST-HIST-LAST-SUB (SA-STEP-COUNT)
055000               SA-ST-HIST-LAST-DATE (SA-STEP-COUNT).
055100     MOVE 1 TO SA-ST-HIST-NEXT (SA-STEP-COUNT).
055200 1300-EXIT.
055300     EXIT.
055400***************************************************************
055500* 2000-READ-STEP-LOG - ONE STEP-LOG RECORD.  TONIGHT'S        *
055600*     RECORDS SET THE STEP'S RUN; AN END RECORD FROM AN       *
055700*     EARLIER RUN DATE FEEDS THE TRAILING AVERAGE; LATER RUN  *
055800*     DATES ARE IGNORED.                                      *
055900***************************************************************
056000 2000-READ-STEP-LOG.
056100     READ SA-LOG-FILE
056200         AT END
056300             SET SA-LOG-EOF TO TRUE
056400             GO TO 2000-EXIT.
056500     IF SLOG-PROGRAM OF SA-LOG-RECORD = "COBSLAR"
056600         GO TO 2000-EXIT.
056700     ADD 1 TO SA-LOG-READ-COUNT.
056800     PERFORM 2100-RESOLVE-RUN-DATE THRU 2100-EXIT.
056900     IF SA-LOG-RUN-DATE > SA-RUN-DATE-NUM
057000         GO TO 2000-EXIT.
057100     MOVE SLOG-JOB-NAME OF SA-LOG-RECORD TO SA-FIND-JOB.
057200     MOVE SLOG-STEP-NAME OF SA-LOG-RECORD TO SA-FIND-STEP.
057300     PERFORM 2200-FIND-STEP THRU 2200-EXIT.
057400     IF SA-FOUND-SUB = 0
057500         PERFORM 1300-ADD-STEP-ENTRY THRU 1300-EXIT
057600         MOVE SA-STEP-COUNT TO SA-FOUND-SUB
057700         MOVE SA-FIND-JOB TO SA-ST-JOB (SA-FOUND-SUB)
057800         MOVE SA-FIND-STEP TO SA-ST-STEP (SA-FOUND-SUB)
057900         MOVE SLOG-PROGRAM OF SA-LOG-RECORD TO
058000                 SA-ST-PROGRAM (SA-FOUND-SUB).
058100     IF SA-LOG-RUN-DATE = SA-RUN-DATE-NUM
058200         ADD 1 TO SA-LOG-TODAY-COUNT
058300         PERFORM 2300-APPLY-TONIGHT THRU 2300-EXIT
058400         GO TO 2000-EXIT.
058500     IF SLOG-STEP-END OF SA-LOG-RECORD
058600         PERFORM 2400-ADD-HISTORY THRU 2400-EXIT.
058700 2000-EXIT.
058800     EXIT.
058900***************************************************************
059000* 2100-RESOLVE-RUN-DATE - A RECORD WITHOUT A RUN DATE TAKES   *
059100*     THE RUN DATE LAST LOGGED BY ITS JOB, OR FAILING THAT    *
059200*     THE DATE THE STEP STARTED                               *
059300***************************************************************
059400 2100-RESOLVE-RUN-DATE.
059500     MOVE 0 TO SA-JOB-FOUND-SUB.
059600     PERFORM 2110-MATCH-JOB THRU 2110-EXIT
059700         VARYING SA-JOB-SUB FROM 1 BY 1
059800         UNTIL SA-JOB-SUB > SA-JOB-COUNT
059900            OR SA-JOB-FOUND-SUB > 0.
060000     IF SLOG-RUN-DATE OF SA-LOG-RECORD NUMERIC
060100        AND SLOG-RUN-DATE OF SA-LOG-RECORD > 0
060200         MOVE SLOG-RUN-DATE OF SA-LOG-RECORD TO SA-LOG-RUN-DATE
060300         PERFORM 2120-REMEMBER-JOB-DATE THRU 2120-EXIT
060400         GO TO 2100-EXIT.
060500     IF SA-JOB-FOUND-SUB > 0
060600         MOVE SA-JB-RUN-DATE (SA-JOB-FOUND-SUB) TO
060700                 SA-LOG-RUN-DATE
060800     ELSE
060900         MOVE SLOG-START-DATE OF SA-LOG-RECORD TO
061000                 SA-LOG-RUN-DATE.
061100 2100-EXIT.
061200     EXIT.
061300 2110-MATCH-JOB.
061400     IF SA-JB-NAME (SA-JOB-SUB) = SLOG-JOB-NAME OF SA-LOG-RECORD
061500         MOVE SA-JOB-SUB TO SA-JOB-FOUND-SUB.
061600 2110-EXIT.
061700     EXIT.
061800 2120-REMEMBER-JOB-DATE.
061900     IF SA-JOB-FOUND-SUB = 0
062000         IF SA-JOB-COUNT NOT < SA-JOB-MAX
062100             DISPLAY "JOBS EXCEED IN-STORAGE JOB TABLE LIMIT"
062200                     UPON CONSOLE
062300             MOVE 16 TO RETURN-CODE
062400             GOBACK
062500         END-IF
062600         ADD 1 TO SA-JOB-COUNT
062700         MOVE SA-JOB-COUNT TO SA-JOB-FOUND-SUB
062800         MOVE SLOG-JOB-NAME OF SA-LOG-RECORD TO
062900                 SA-JB-NAME (SA-JOB-FOUND-SUB).
063000     MOVE SA-LOG-RUN-DATE TO SA-JB-RUN-DATE (SA-JOB-FOUND-SUB).
063100 2120-EXIT.
063200     EXIT.
063300***************************************************************
063400* 2200-FIND-STEP - TABLE ENTRY FOR SA-FIND-JOB/SA-FIND-STEP,  *
063500*     ZERO WHEN THE STEP IS NOT ON THE TABLE                  *
063600***************************************************************
063700 2200-FIND-STEP.
063800     MOVE 0 TO SA-FOUND-SUB.
063900     PERFORM 2210-MATCH-STEP THRU 2210-EXIT
064000         VARYING SA-SCAN-SUB FROM 1 BY 1
064100         UNTIL SA-SCAN-SUB > SA-STEP-COUNT
064200            OR SA-FOUND-SUB > 0.
064300 2200-EXIT.
064400     EXIT.
064500 2210-MATCH-STEP.
064600     IF SA-ST-JOB (SA-SCAN-SUB) = SA-FIND-JOB
064700        AND SA-ST-STEP (SA-SCAN-SUB) = SA-FIND-STEP
064800         MOVE SA-SCAN-SUB TO SA-FOUND-SUB.
064900 2210-EXIT.
065000     EXIT.
065100***************************************************************
065200* 2300-APPLY-TONIGHT - A START RECORD MARKS THE STEP RUNNING; *
065300*     ITS END RECORD COMPLETES IT.  A RERUN REPLACES THE      *
065400*     EARLIER ATTEMPT.                                        *
065500***************************************************************
065600 2300-APPLY-TONIGHT.
065700     IF SLOG-STEP-START OF SA-LOG-RECORD
065800         SET SA-ST-STARTED (SA-FOUND-SUB) TO TRUE
065900         ADD 1 TO SA-ST-RUN-COUNT (SA-FOUND-SUB)
066000         MOVE SLOG-START-TIME OF SA-LOG-RECORD TO
066100                 SA-ST-START-TIME (SA-FOUND-SUB)
066200         MOVE 0 TO SA-ST-END-TIME (SA-FOUND-SUB)
066300                   SA-ST-END-STAMP (SA-FOUND-SUB)
066400                   SA-ST-ELAPSED (SA-FOUND-SUB)
066500                   SA-ST-RECORDS-IN (SA-FOUND-SUB)
066600                   SA-ST-RC (SA-FOUND-SUB)
066700         MOVE SLOG-START-DATE OF SA-LOG-RECORD TO SA-TW-DATE
066800         MOVE SLOG-START-TIME OF SA-LOG-RECORD TO SA-TW-TIME
066900         PERFORM 7100-MAKE-STAMP THRU 7100-EXIT
067000         MOVE SA-TW-STAMP TO SA-ST-START-STAMP (SA-FOUND-SUB)
067100         GO TO 2300-EXIT.
067200     IF SA-ST-RUN-COUNT (SA-FOUND-SUB) = 0
067300         MOVE 1 TO SA-ST-RUN-COUNT (SA-FOUND-SUB).
067400     SET SA-ST-ENDED (SA-FOUND-SUB) TO TRUE.
067500     PERFORM 2500-COMPUTE-ELAPSED THRU 2500-EXIT.
067600     MOVE SLOG-START-TIME OF SA-LOG-RECORD TO
067700             SA-ST-START-TIME (SA-FOUND-SUB).
067800     MOVE SLOG-END-TIME OF SA-LOG-RECORD TO
067900             SA-ST-END-TIME (SA-FOUND-SUB).
068000     MOVE SA-START-STAMP TO SA-ST-START-STAMP (SA-FOUND-SUB).
068100     MOVE SA-END-STAMP TO SA-ST-END-STAMP (SA-FOUND-SUB).
068200     MOVE SA-ELAPSED TO SA-ST-ELAPSED (SA-FOUND-SUB).
068300     MOVE SLOG-RECORDS-IN OF SA-LOG-RECORD TO
068400             SA-ST-RECORDS-IN (SA-FOUND-SUB).
068500     MOVE SLOG-RETURN-CODE OF SA-LOG-RECORD TO
068600             SA-ST-RC (SA-FOUND-SUB).
068700 2300-EXIT.
068800     EXIT.
068900***************************************************************
069000* 2400-ADD-HISTORY - ONE COMPLETED PRIOR RUN INTO THE STEP'S  *
069100*     RING OF TRAILING RUNS                                   *
069200***************************************************************
069300 2400-ADD-HISTORY.
069400     PERFORM 2500-COMPUTE-ELAPSED THRU 2500-EXIT.
069500     IF SA-ST-HIST-COUNT (SA-FOUND-SUB) > 0
069600        AND SA-ST-HIST-LAST-DATE (SA-FOUND-SUB) = SA-LOG-RUN-DATE
069700         MOVE SA-ST-HIST-LAST-SUB (SA-FOUND-SUB) TO SA-HIST-SUB
069800     ELSE
069900         MOVE SA-ST-HIST-NEXT (SA-FOUND-SUB) TO SA-HIST-SUB
070000         MOVE SA-HIST-SUB TO SA-ST-HIST-LAST-SUB (SA-FOUND-SUB)
070100         MOVE SA-LOG-RUN-DATE TO
070200                 SA-ST-HIST-LAST-DATE (SA-FOUND-SUB)
070300         IF SA-ST-HIST-COUNT (SA-FOUND-SUB) < SA-TRAIL-RUNS
070400             ADD 1 TO SA-ST-HIST-COUNT (SA-FOUND-SUB)
070500         END-IF
070600         IF SA-HIST-SUB NOT < SA-TRAIL-RUNS
070700             MOVE 1 TO SA-ST-HIST-NEXT (SA-FOUND-SUB)
070800         ELSE
070900             COMPUTE SA-ST-HIST-NEXT (SA-FOUND-SUB) =
071000                     SA-HIST-SUB + 1
071100         END-IF
071200     END-IF.
071300     MOVE SA-ELAPSED TO
071400             SA-ST-HIST-ELAPSED (SA-FOUND-SUB, SA-HIST-SUB).
071500     MOVE SLOG-RECORDS-IN OF SA-LOG-RECORD TO
071600             SA-ST-HIST-RECORDS (SA-FOUND-SUB, SA-HIST-SUB).
071700 2400-EXIT.
071800     EXIT.
071900***************************************************************
072000* 2500-COMPUTE-ELAPSED - SECONDS FROM START TO END OF THE     *
072100*     CURRENT END RECORD                                      *
072200***************************************************************
072300 2500-COMPUTE-ELAPSED.
072400     MOVE SLOG-START-DATE OF SA-LOG-RECORD TO SA-TW-DATE.
072500     MOVE SLOG-START-TIME OF SA-LOG-RECORD TO SA-TW-TIME.
072600     PERFORM 7100-MAKE-STAMP THRU 7100-EXIT.
072700     MOVE SA-TW-STAMP TO SA-START-STAMP.
072800     MOVE SLOG-END-DATE OF SA-LOG-RECORD TO SA-TW-DATE.
072900     MOVE SLOG-END-TIME OF SA-LOG-RECORD TO SA-TW-TIME.
073000     PERFORM 7100-MAKE-STAMP THRU 7100-EXIT.
073100     MOVE SA-TW-STAMP TO SA-END-STAMP.
073200     COMPUTE SA-ELAPSED = SA-END-STAMP - SA-START-STAMP.
073300     IF SA-ELAPSED < 0
073400         MOVE 0 TO SA-ELAPSED.
073500 2500-EXIT.
073600     EXIT.
073700***************************************************************
073800* 4000-PRINT-CRITICAL-PATHS - FOR EACH PATH-END STEP, WALK    *
073900*     BACK THROUGH THE PREDECESSOR THAT FINISHED LAST, MARK   *
074000*     EACH STEP ON THE WAY AND PRINT THE CHAIN IN RUN ORDER   *
074100***************************************************************
074200 4000-PRINT-CRITICAL-PATHS.
074300     PERFORM 4100-TRACE-ONE-PATH THRU 4100-EXIT
074400         VARYING SA-STEP-SUB FROM 1 BY 1
074500         UNTIL SA-STEP-SUB > SA-STEP-COUNT.
074600 4000-EXIT.
074700     EXIT.
074800 4100-TRACE-ONE-PATH.
074900     IF SA-ST-PATH-END (SA-STEP-SUB) NOT = "Y"
075000         GO TO 4100-EXIT.
075100     MOVE SA-STEP-SUB TO SA-CURRENT-SUB.
075200     MOVE 0 TO SA-PATH-LENGTH.
075300     PERFORM 4110-STEP-BACK THRU 4110-EXIT
075400         UNTIL SA-CURRENT-SUB = 0
075500            OR SA-PATH-LENGTH NOT < SA-STEP-COUNT.
075600     MOVE SPACES TO SA-PRINT-RECORD.
075700     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
075800     MOVE SA-ST-JOB (SA-STEP-SUB) TO SA-PT-JOB.
075900     MOVE SA-ST-STEP (SA-STEP-SUB) TO SA-PT-STEP.
076000     MOVE SA-PATH-TITLE TO SA-PRINT-RECORD.
076100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
076200     MOVE SA-PATH-HEADING TO SA-PRINT-RECORD.
076300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
076400     MOVE 0 TO SA-PRIOR-SUB.
076500     PERFORM 4200-PRINT-PATH-STEP THRU 4200-EXIT
076600         VARYING SA-PATH-SUB FROM SA-PATH-LENGTH BY -1
076700         UNTIL SA-PATH-SUB < 1.
076800     PERFORM 4300-PRINT-PATH-RESULT THRU 4300-EXIT.
076900 4100-EXIT.
077000     EXIT.
077100***************************************************************
077200* 4110-STEP-BACK - ADD THE CURRENT STEP TO THE PATH AND MOVE  *
077300*     TO ITS LATEST-FINISHING PREDECESSOR THAT RAN TONIGHT    *
077400***************************************************************
077500 4110-STEP-BACK.
077600     ADD 1 TO SA-PATH-LENGTH.
077700     MOVE SA-CURRENT-SUB TO SA-PATH-ENTRY (SA-PATH-LENGTH).
077800     MOVE "Y" TO SA-ST-CRITICAL (SA-CURRENT-SUB).
077900     MOVE 0 TO SA-BEST-SUB.
078000     PERFORM 4120-CHECK-PREDECESSOR THRU 4120-EXIT
078100         VARYING SA-PRED-SUB FROM 1 BY 1
078200         UNTIL SA-PRED-SUB > 3.
078300     MOVE SA-BEST-SUB TO SA-CURRENT-SUB.
078400 4110-EXIT.
078500     EXIT.
078600 4120-CHECK-PREDECESSOR.
078700     IF SA-ST-PRED-JOB (SA-CURRENT-SUB, SA-PRED-SUB) = SPACES
078800         GO TO 4120-EXIT.
078900     MOVE SA-ST-PRED-JOB (SA-CURRENT-SUB, SA-PRED-SUB) TO
079000             SA-FIND-JOB.
079100     MOVE SA-ST-PRED-STEP (SA-CURRENT-SUB, SA-PRED-SUB) TO
079200             SA-FIND-STEP.
079300     PERFORM 2200-FIND-STEP THRU 2200-EXIT.
079400     IF SA-FOUND-SUB = 0
079500         GO TO 4120-EXIT.
079600     IF NOT SA-ST-ENDED (SA-FOUND-SUB)
079700         GO TO 4120-EXIT.
079800     IF SA-BEST-SUB = 0
079900         MOVE SA-FOUND-SUB TO SA-BEST-SUB
080000         GO TO 4120-EXIT.
080100     IF SA-ST-END-STAMP (SA-FOUND-SUB) >
080200             SA-ST-END-STAMP (SA-BEST-SUB)
080300         MOVE SA-FOUND-SUB TO SA-BEST-SUB.
080400 4120-EXIT.
080500     EXIT.
080600***************************************************************
080700* 4200-PRINT-PATH-STEP - ONE STEP OF THE PATH WITH THE WAIT   *
080800*     SINCE ITS PREDECESSOR ON THE PATH ENDED                 *
080900***************************************************************
081000 4200-PRINT-PATH-STEP.
081100     MOVE SA-PATH-ENTRY (SA-PATH-SUB) TO SA-CURRENT-SUB.
081200     MOVE SPACES TO SA-PATH-LINE.
081300     MOVE SA-ST-JOB (SA-CURRENT-SUB) TO SA-PL-JOB.
081400     MOVE SA-ST-STEP (SA-CURRENT-SUB) TO SA-PL-STEP.
081500     MOVE SA-ST-PROGRAM (SA-CURRENT-SUB) TO SA-PL-PROGRAM.
081600     IF SA-ST-NOT-RUN (SA-CURRENT-SUB)
081700         MOVE "DID NOT RUN" TO SA-PL-NOTE
081800     ELSE
081900         MOVE SA-ST-START-TIME (SA-CURRENT-SUB) TO SA-TW-TIME
082000         PERFORM 7200-EDIT-TIME THRU 7200-EXIT
082100         MOVE SA-TIME-EDIT TO SA-PL-START
082200         IF SA-ST-ENDED (SA-CURRENT-SUB)
082300             MOVE SA-ST-END-TIME (SA-CURRENT-SUB) TO SA-TW-TIME
082400             PERFORM 7200-EDIT-TIME THRU 7200-EXIT
082500             MOVE SA-TIME-EDIT TO SA-PL-END
082600             MOVE SA-ST-ELAPSED (SA-CURRENT-SUB) TO SA-PL-ELAPSED
082700         ELSE
082800             MOVE "STARTED, NO END RECORD" TO SA-PL-NOTE
082900         END-IF
083000     END-IF.
083100     IF SA-PRIOR-SUB > 0
083200        AND NOT SA-ST-NOT-RUN (SA-CURRENT-SUB)
083300         COMPUTE SA-WAIT = SA-ST-START-STAMP (SA-CURRENT-SUB)
083400                         - SA-ST-END-STAMP (SA-PRIOR-SUB)
083500         IF SA-WAIT < 0
083600             MOVE 0 TO SA-WAIT
083700         END-IF
083800         MOVE SA-WAIT TO SA-PL-WAIT.
083900     MOVE SA-PATH-LINE TO SA-PRINT-RECORD.
084000     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
084100     MOVE SA-CURRENT-SUB TO SA-PRIOR-SUB.
084200 4200-EXIT.
084300     EXIT.
084400***************************************************************
084500* 4300-PRINT-PATH-RESULT - THE PATH END AGAINST ITS DEADLINE  *
084600***************************************************************
084700 4300-PRINT-PATH-RESULT.
084800     MOVE SPACES TO SA-PATH-RESULT.
084900     EVALUATE TRUE
085000         WHEN NOT SA-ST-ENDED (SA-STEP-SUB)
085100             MOVE "PATH END HAS NOT COMPLETED" TO SA-PR-TEXT
085200         WHEN SA-ST-DEADLINE-DAY (SA-STEP-SUB) = 0
085300          AND SA-ST-DEADLINE-TIME (SA-STEP-SUB) = 0
085400             MOVE "PATH END HAS NO DEADLINE" TO SA-PR-TEXT
085500         WHEN OTHER
085600             MOVE SA-STEP-SUB TO SA-CURRENT-SUB
085700             PERFORM 7300-DEADLINE-STAMP THRU 7300-EXIT
085800             COMPUTE SA-LATE-BY = SA-ST-END-STAMP (SA-STEP-SUB)
085900                                - SA-DEADLINE-STAMP
086000             IF SA-LATE-BY > 0
086100                 MOVE "PATH END MISSED ITS DEADLINE BY" TO
086200                         SA-PR-TEXT
086300                 MOVE SA-LATE-BY TO SA-PR-SECONDS
086400                 MOVE " SECONDS" TO SA-PR-SECONDS-TEXT
086500             ELSE
086600                 MOVE "PATH END MET ITS DEADLINE" TO SA-PR-TEXT
086700             END-IF
086800     END-EVALUATE.
086900     MOVE SA-PATH-RESULT TO SA-PRINT-RECORD.
087000     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
087100 4300-EXIT.
087200     EXIT.
087300***************************************************************
087400* 5000-PRINT-STEP-REPORT - EVERY STEP ON THE TABLE, AND EVERY *
087500*     STEP LOGGED TONIGHT THAT IS NOT, WITH ITS FLAGS         *
087600***************************************************************
087700 5000-PRINT-STEP-REPORT.
087800     MOVE SPACES TO SA-PRINT-RECORD.
087900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
088000     MOVE SA-STEP-HEADING-1 TO SA-PRINT-RECORD.
088100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
088200     MOVE SA-STEP-HEADING-2 TO SA-PRINT-RECORD.
088300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
088400     PERFORM 5100-PRINT-STEP-LINE THRU 5100-EXIT
088500         VARYING SA-STEP-SUB FROM 1 BY 1
088600         UNTIL SA-STEP-SUB > SA-STEP-COUNT.
088700     MOVE SPACES TO SA-PRINT-RECORD.
088800     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
088900     MOVE SA-LEGEND-LINE TO SA-PRINT-RECORD.
089000     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
089100 5000-EXIT.
089200     EXIT.
089300***************************************************************
089400* 5100-PRINT-STEP-LINE - STATUS AND FLAGS FOR ONE STEP.  ANY  *
089500*     FLAG ENDS THE RUN WITH CONDITION CODE 4.                *
089600***************************************************************
089700 5100-PRINT-STEP-LINE.
089800     IF SA-ST-LISTED (SA-STEP-SUB) NOT = "Y"
089900        AND SA-ST-NOT-RUN (SA-STEP-SUB)
090000         GO TO 5100-EXIT.
090100     IF SA-ST-LISTED (SA-STEP-SUB) NOT = "Y"
090200         ADD 1 TO SA-UNLISTED-COUNT.
090300     SET SA-STEP-CLEAN TO TRUE.
090400     MOVE SPACES TO SA-STEP-LINE.
090500     MOVE SA-ST-JOB (SA-STEP-SUB) TO SA-SL-JOB.
090600     MOVE SA-ST-STEP (SA-STEP-SUB) TO SA-SL-STEP.
090700     MOVE SA-ST-PROGRAM (SA-STEP-SUB) TO SA-SL-PROGRAM.
090800     IF SA-ST-MAX-ELAPSED (SA-STEP-SUB) > 0
090900         MOVE SA-ST-MAX-ELAPSED (SA-STEP-SUB) TO SA-SL-SLA.
091000     PERFORM 5200-COMPUTE-AVERAGES THRU 5200-EXIT.
091100     IF SA-ST-HIST-COUNT (SA-STEP-SUB) > 0
091200         MOVE SA-AVG-ELAPSED TO SA-SL-AVERAGE.
091300     IF SA-ST-CRITICAL (SA-STEP-SUB) = "Y"
091400         MOVE "CP" TO SA-SL-CRITICAL.
091500     IF SA-ST-NOT-RUN (SA-STEP-SUB)
091600         IF SA-ST-REQUIRED (SA-STEP-SUB) = "Y"
091700             MOVE "MISSING" TO SA-SL-STATUS
091800             ADD 1 TO SA-MISSING-COUNT
091900             SET SA-STEP-FLAGGED TO TRUE
092000         ELSE
092100             MOVE "NOT RUN" TO SA-SL-STATUS
092200         END-IF
092300         GO TO 5190-WRITE-STEP-LINE.
092400     ADD 1 TO SA-RAN-COUNT.
092500     MOVE SA-ST-START-TIME (SA-STEP-SUB) TO SA-TW-TIME.
092600     PERFORM 7200-EDIT-TIME THRU 7200-EXIT.
092700     MOVE SA-TIME-EDIT TO SA-SL-START.
092800     IF SA-ST-STARTED (SA-STEP-SUB)
092900         MOVE "NO END" TO SA-SL-STATUS
093000         ADD 1 TO SA-NO-END-COUNT
093100         SET SA-STEP-FLAGGED TO TRUE
093200         GO TO 5190-WRITE-STEP-LINE.
093300     MOVE SA-ST-END-TIME (SA-STEP-SUB) TO SA-TW-TIME.
093400     PERFORM 7200-EDIT-TIME THRU 7200-EXIT.
093500     MOVE SA-TIME-EDIT TO SA-SL-END.
093600     MOVE SA-ST-ELAPSED (SA-STEP-SUB) TO SA-SL-ELAPSED.
093700     MOVE SA-ST-RECORDS-IN (SA-STEP-SUB) TO SA-SL-RECORDS-IN.
093800     MOVE SA-ST-RC (SA-STEP-SUB) TO SA-SL-RC.
093900     IF SA-ST-RC (SA-STEP-SUB) > 4
094000         MOVE "FAILED" TO SA-SL-STATUS
094100         ADD 1 TO SA-FAILED-COUNT
094200         SET SA-STEP-FLAGGED TO TRUE
094300     ELSE
094400         MOVE "ENDED" TO SA-SL-STATUS.
094500     PERFORM 5300-CHECK-THRESHOLDS THRU 5300-EXIT.
094600 5190-WRITE-STEP-LINE.
094700     MOVE SA-STEP-LINE TO SA-PRINT-RECORD.
094800     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
094900     IF SA-STEP-FLAGGED
095000        AND SA-HIGHEST-RC < 4
095100         MOVE 4 TO SA-HIGHEST-RC.
095200 5100-EXIT.
095300     EXIT.
095400***************************************************************
095500* 5200-COMPUTE-AVERAGES - TRAILING AVERAGE ELAPSED SECONDS    *
095600*     AND RECORDS IN OVER THE STEP'S PRIOR RUNS               *
095700***************************************************************
095800 5200-COMPUTE-AVERAGES.
095900     MOVE 0 TO SA-SUM-ELAPSED SA-SUM-RECORDS
096000               SA-AVG-ELAPSED SA-AVG-RECORDS.
096100     IF SA-ST-HIST-COUNT (SA-STEP-SUB) = 0
096200         GO TO 5200-EXIT.
096300     PERFORM 5210-ADD-HISTORY-ENTRY THRU 5210-EXIT
096400         VARYING SA-HIST-SUB FROM 1 BY 1
096500         UNTIL SA-HIST-SUB > SA-ST-HIST-COUNT (SA-STEP-SUB).
096600     COMPUTE SA-AVG-ELAPSED ROUNDED =
096700             SA-SUM-ELAPSED / SA-ST-HIST-COUNT (SA-STEP-SUB).
096800     COMPUTE SA-AVG-RECORDS ROUNDED =
096900             SA-SUM-RECORDS / SA-ST-HIST-COUNT (SA-STEP-SUB).
097000 5200-EXIT.
097100     EXIT.
097200 5210-ADD-HISTORY-ENTRY.
097300     ADD SA-ST-HIST-ELAPSED (SA-STEP-SUB, SA-HIST-SUB) TO
097400             SA-SUM-ELAPSED.
097500     ADD SA-ST-HIST-RECORDS (SA-STEP-SUB, SA-HIST-SUB) TO
097600             SA-SUM-RECORDS.
097700 5210-EXIT.
097800     EXIT.
097900***************************************************************
098000* 5300-CHECK-THRESHOLDS - DEADLINE, ELAPSED SLA, TRAILING     *
098100*     AVERAGE AND VOLUME FOR A STEP THAT ENDED                *
098200***************************************************************
098300 5300-CHECK-THRESHOLDS.
098400     IF SA-ST-DEADLINE-DAY (SA-STEP-SUB) > 0
098500        OR SA-ST-DEADLINE-TIME (SA-STEP-SUB) > 0
098600         MOVE SA-STEP-SUB TO SA-CURRENT-SUB
098700         PERFORM 7300-DEADLINE-STAMP THRU 7300-EXIT
098800         IF SA-ST-END-STAMP (SA-STEP-SUB) > SA-DEADLINE-STAMP
098900             MOVE "LATE" TO SA-SL-LATE
099000             ADD 1 TO SA-LATE-COUNT
099100             SET SA-STEP-FLAGGED TO TRUE
099200         END-IF
099300     END-IF.
099400     IF SA-ST-MAX-ELAPSED (SA-STEP-SUB) > 0
099500        AND SA-ST-ELAPSED (SA-STEP-SUB) >
099600                SA-ST-MAX-ELAPSED (SA-STEP-SUB)
099700         MOVE "SLA" TO SA-SL-OVER-SLA
099800         ADD 1 TO SA-OVER-SLA-COUNT
099900         SET SA-STEP-FLAGGED TO TRUE.
100000     IF SA-AVG-ELAPSED > 0
100100         COMPUTE SA-TEST-LEFT = SA-ST-ELAPSED (SA-STEP-SUB) * 100
100200         COMPUTE SA-TEST-RIGHT = SA-AVG-ELAPSED
100300                               * (100 + SA-AVERAGE-PCT)
100400         IF SA-TEST-LEFT > SA-TEST-RIGHT
100500             MOVE "AVG" TO SA-SL-OVER-AVG
100600             ADD 1 TO SA-OVER-AVG-COUNT
100700             SET SA-STEP-FLAGGED TO TRUE
100800         END-IF
100900     END-IF.
101000     IF SA-ST-MAX-RECORDS (SA-STEP-SUB) > 0
101100        AND SA-ST-RECORDS-IN (SA-STEP-SUB) >
101200                SA-ST-MAX-RECORDS (SA-STEP-SUB)
101300         MOVE "VOL" TO SA-SL-VOLUME.
101400     IF SA-AVG-RECORDS > 0
101500         COMPUTE SA-TEST-LEFT =
101600                 SA-ST-RECORDS-IN (SA-STEP-SUB) * 100
101700         COMPUTE SA-TEST-RIGHT = SA-AVG-RECORDS
101800                               * (100 + SA-AVERAGE-PCT)
101900         IF SA-TEST-LEFT > SA-TEST-RIGHT
102000             MOVE "VOL" TO SA-SL-VOLUME
102100         END-IF
102200     END-IF.
102300     IF SA-SL-VOLUME = "VOL"
102400         ADD 1 TO SA-VOLUME-COUNT
102500         SET SA-STEP-FLAGGED TO TRUE.
102600 5300-EXIT.
102700     EXIT.
102800***************************************************************
102900* 6000-PRINT-TOTALS - THE NIGHT IN NUMBERS                    *
103000***************************************************************
103100 6000-PRINT-TOTALS.
103200     MOVE SPACES TO SA-PRINT-RECORD.
103300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
103400     MOVE "BATCH-WINDOW TOTALS" TO SA-PRINT-RECORD (3:19).
103500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
103600     MOVE SPACES TO SA-PRINT-RECORD.
103700     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
103800     MOVE "STEPS ON SLA TABLE .....:" TO SA-TOT-LABEL.
103900     MOVE SA-LISTED-COUNT TO SA-TOT-VALUE.
104000     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
104100     MOVE "STEPS RUN ..............:" TO SA-TOT-LABEL.
104200     MOVE SA-RAN-COUNT TO SA-TOT-VALUE.
104300     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
104400     MOVE "STEPS NOT ON SLA TABLE .:" TO SA-TOT-LABEL.
104500     MOVE SA-UNLISTED-COUNT TO SA-TOT-VALUE.
104600     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
104700     MOVE "MISSING STEPS ..........:" TO SA-TOT-LABEL.
104800     MOVE SA-MISSING-COUNT TO SA-TOT-VALUE.
104900     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
105000     MOVE "STARTED, NO END ........:" TO SA-TOT-LABEL.
105100     MOVE SA-NO-END-COUNT TO SA-TOT-VALUE.
105200     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
105300     MOVE "FAILED (RC OVER 4) .....:" TO SA-TOT-LABEL.
105400     MOVE SA-FAILED-COUNT TO SA-TOT-VALUE.
105500     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
105600     MOVE "LATE AGAINST DEADLINE ..:" TO SA-TOT-LABEL.
105700     MOVE SA-LATE-COUNT TO SA-TOT-VALUE.
105800     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
105900     MOVE "OVER ELAPSED SLA .......:" TO SA-TOT-LABEL.
106000     MOVE SA-OVER-SLA-COUNT TO SA-TOT-VALUE.
106100     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
106200     MOVE "OVER TRAILING AVERAGE ..:" TO SA-TOT-LABEL.
106300     MOVE SA-OVER-AVG-COUNT TO SA-TOT-VALUE.
106400     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
106500     MOVE "VOLUME EXCEPTIONS ......:" TO SA-TOT-LABEL.
106600     MOVE SA-VOLUME-COUNT TO SA-TOT-VALUE.
106700     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
106800     MOVE "STEP-LOG RECORDS READ ..:" TO SA-TOT-LABEL.
106900     MOVE SA-LOG-READ-COUNT TO SA-TOT-VALUE.
107000     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
107100 6000-EXIT.
107200     EXIT.
107300 6010-WRITE-TOTAL-LINE.
107400     MOVE SA-TOTAL-LINE TO SA-PRINT-RECORD.
107500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
107600     MOVE SPACES TO SA-TOTAL-LINE.
107700 6010-EXIT.
107800     EXIT.
107900***************************************************************
108000* 7000-DATE-TO-DAYS - CONVERT SA-DTD-DATE (CCYYMMDD) TO A     *
108100*     SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO AN AGE IN    *
108200*     DAYS.  THE FOUR-YEAR LEAP RULE HOLDS FOR THE WHOLE      *
108300*     1901-2099 RANGE THE SHOP CAN SEE.                       *
108400***************************************************************
108500 7000-DATE-TO-DAYS.
108600     IF SA-DTD-MONTH > 2
108700         MOVE SA-DTD-YEAR TO SA-DTD-Y
108800         COMPUTE SA-DTD-M = SA-DTD-MONTH + 1
108900     ELSE
109000         COMPUTE SA-DTD-Y = SA-DTD-YEAR - 1
109100         COMPUTE SA-DTD-M = SA-DTD-MONTH + 13.
109200     COMPUTE SA-DTD-RESULT =
109300             (1461 * SA-DTD-Y) / 4 + (153 * SA-DTD-M) / 5
109400             + SA-DTD-DAY.
109500 7000-EXIT.
109600     EXIT.
109700***************************************************************
109800* 7100-MAKE-STAMP - SA-TW-DATE AND SA-TW-TIME (HHMMSSHH) TO   *
109900*     SECONDS SINCE THE SERIAL DAY ZERO                       *
110000***************************************************************
110100 7100-MAKE-STAMP.
110200     IF SA-TW-DATE NOT NUMERIC
110300        OR SA-TW-DATE = 0
110400        OR SA-TW-TIME NOT NUMERIC
110500         MOVE 0 TO SA-TW-STAMP
110600         GO TO 7100-EXIT.
110700     MOVE SA-TW-DATE TO SA-DTD-DATE.
110800     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
110900     COMPUTE SA-TW-STAMP = SA-DTD-RESULT * SA-SECONDS-PER-DAY
111000                         + SA-TW-HOURS * 3600
111100                         + SA-TW-MINUTES * 60
111200                         + SA-TW-SECONDS.
111300 7100-EXIT.
111400     EXIT.
111500***************************************************************
111600* 7200-EDIT-TIME - SA-TW-TIME AS HH.MM.SS                     *
111700***************************************************************
111800 7200-EDIT-TIME.
111900     MOVE SA-TW-HOURS TO SA-TE-HOURS.
112000     MOVE SA-TW-MINUTES TO SA-TE-MINUTES.
112100     MOVE SA-TW-SECONDS TO SA-TE-SECONDS.
112200 7200-EXIT.
112300     EXIT.
112400***************************************************************
112500* 7300-DEADLINE-STAMP - THE DEADLINE OF STEP SA-CURRENT-SUB,  *
112600*     DAYS AFTER THE RUN DATE PLUS TIME OF DAY, AS SECONDS    *
112700***************************************************************
112800 7300-DEADLINE-STAMP.
112900     COMPUTE SA-DEADLINE-STAMP =
113000             (SA-RUN-DAYS + SA-ST-DEADLINE-DAY (SA-CURRENT-SUB))
113100                 * SA-SECONDS-PER-DAY
113200           + SA-ST-DEADLINE-HH (SA-CURRENT-SUB) * 3600
113300           + SA-ST-DEADLINE-MM (SA-CURRENT-SUB) * 60.
113400 7300-EXIT.
113500     EXIT.
113600***************************************************************
113700* 8100-START-NEW-PAGE - PAGE HEADING AND PARAMETER LINE       *
113800***************************************************************
113900 8100-START-NEW-PAGE.
114000     ADD 1 TO SA-PAGE-COUNT.
114100     MOVE SA-RUN-DATE TO SA-H1-RUN-DATE.
114200     MOVE SA-PAGE-COUNT TO SA-H1-PAGE.
114300     MOVE SA-HEADING-1 TO SA-PRINT-RECORD.
114400     WRITE SA-PRINT-RECORD AFTER ADVANCING PAGE.
114500     MOVE SA-TRAIL-RUNS TO SA-H2-TRAIL-RUNS.
114600     MOVE SA-AVERAGE-PCT TO SA-H2-AVERAGE-PCT.
114700     MOVE SA-HEADING-2 TO SA-PRINT-RECORD.
114800     WRITE SA-PRINT-RECORD AFTER ADVANCING 1 LINE.
114900     MOVE SPACES TO SA-PRINT-RECORD.
115000     WRITE SA-PRINT-RECORD AFTER ADVANCING 1 LINE.
115100     MOVE 3 TO SA-LINE-COUNT.
115200 8100-EXIT.
115300     EXIT.
115400***************************************************************
115500* 8200-WRITE-PRINT-LINE - ONE LINE WITH PAGE OVERFLOW CONTROL *
115600***************************************************************
115700 8200-WRITE-PRINT-LINE.
115800     IF SA-LINE-COUNT NOT < SA-LINES-PER-PAGE
115900         MOVE SA-PRINT-RECORD TO SA-PRINT-HOLD
116000         PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT
116100         MOVE SA-PRINT-HOLD TO SA-PRINT-RECORD.
116200     WRITE SA-PRINT-RECORD AFTER ADVANCING 1 LINE.
116300     ADD 1 TO SA-LINE-COUNT.
116400 8200-EXIT.
116500     EXIT.
116600***************************************************************
116700* 8000-CONTROL-TOTALS - CONSOLE SUMMARY.  ANY FLAGGED STEP    *
116800*     ENDS THE RUN WITH CONDITION CODE 4.                     *
116900***************************************************************
117000 8000-CONTROL-TOTALS.
117100     DISPLAY "SLAR TOTALS FOR RUN DATE "
117200             SA-RUN-DATE UPON CONSOLE.
117300     DISPLAY "  STEP-LOG RECORDS READ .: "
117400             SA-LOG-READ-COUNT UPON CONSOLE.
117500     DISPLAY "  RECORDS FOR RUN DATE ..: "
117600             SA-LOG-TODAY-COUNT UPON CONSOLE.
117700     DISPLAY "  STEPS RUN .............: "
117800             SA-RAN-COUNT UPON CONSOLE.
117900     DISPLAY "  MISSING STEPS .........: "
118000             SA-MISSING-COUNT UPON CONSOLE.
118100     DISPLAY "  LATE STEPS ............: "
118200             SA-LATE-COUNT UPON CONSOLE.
118300 8000-EXIT.
118400     EXIT.
118500***************************************************************
118600* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SET THE       *
118700*     CONDITION CODE, SIGN OFF                                *
118800***************************************************************
118900 9000-TERMINATE.
119000     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
119100     CLOSE SA-LOG-FILE SA-PRINT-FILE.
119200     MOVE SA-HIGHEST-RC TO RETURN-CODE.
119300     DISPLAY "SLAR ENDS." UPON CONSOLE.
119400 9000-EXIT.
119500     EXIT.
119600***************************************************************
119700* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
119800*     BATCH-WINDOW REPORT                                     *
119900***************************************************************
120000 9900-LOG-STEP-START.
120100     MOVE "COBSLAR" TO SLOG-PROGRAM OF CALC-STEP-LOG-RECORD.
120200     MOVE SA-RUN-DATE TO SLOG-RUN-DATE OF CALC-STEP-LOG-RECORD.
120300     MOVE RETURN-CODE TO
120400             SLOG-RETURN-CODE OF CALC-STEP-LOG-RECORD.
120500     SET SLOG-STEP-START OF CALC-STEP-LOG-RECORD TO TRUE.
120600     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
120700 9900-EXIT.
120800     EXIT.
120900***************************************************************
121000* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
121100*     AND THE FINAL CONDITION CODE                            *
121200***************************************************************
121300 9910-LOG-STEP-END.
121400     MOVE SA-LOG-READ-COUNT TO
121500             SLOG-RECORDS-IN OF CALC-STEP-LOG-RECORD.
121600     MOVE SA-STEP-COUNT TO
121700             SLOG-RECORDS-OUT OF CALC-STEP-LOG-RECORD.
121800     MOVE RETURN-CODE TO
121900             SLOG-RETURN-CODE OF CALC-STEP-LOG-RECORD.
122000     SET SLOG-STEP-END OF CALC-STEP-LOG-RECORD TO TRUE.
122100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
122200 9910-EXIT.
122300     EXIT.
