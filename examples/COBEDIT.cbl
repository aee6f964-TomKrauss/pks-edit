000500* of COBCALC in CALCJOB and validates the whole batch before  *
000600* any calculation is attempted: numeric edits on the amount,  *
000700* rate and term parameters, range edits per function code,    *
000800* and balancing of each batch's data records against its own  *
000900* BHDR/BTRL control records (submitting department, expected  *
001000* record count and amount hash total).  CALCIN may carry more *
001010* than one batch -- the keyed branch commands and the ORIGJOB *
001020* origination batch behind them -- and each BHDR...BTRL pair  *
001030* balances on its own.  Clean commands are written to CALCOUT *
001100* for COBCALC; rejected commands go to CALCERR with a reason. *
001200* Any reject or balancing failure ends the step with a        *
001300* nonzero condition code so the calculation step never starts *
001400* on a bad batch.                                             *
001500*                                                             *
001600* MODIFICATION HISTORY                                        *
001700*   DATE       BY   DESCRIPTION                                *
001884*                   RECORD IS EDITED, AND A MONTH-END DATE IS *
001885*                   FLAGGED SO OPERATIONS KNOWS MNTHJOB IS    *
001886*                   DUE                                        *
001887*   10/15/26   TWK  EDITED THE APR DISCLOSURE FUNCTION: THE   *
001888*                   COMMON LIMITS PLUS NUMERIC PREPAID FEES   *
001889*                   BELOW THE LOAN AMOUNT AND A COMPOUNDING   *
001890*                   BASIS OF M, Q, A OR BLANK                 *
001891*   10/15/26   TWK  ADDED DEPARTMENT AUTHORITY LIMITS: A      *
001892*                   CLEAN COMMAND OVER THE BHDR DEPARTMENT'S  *
001893*                   AUTHFILE LIMIT FOR ITS FUNCTION GOES TO   *
001894*                   THE HOLDOUT HOLD QUEUE INSTEAD OF         *
001895*                   CALCOUT, AND COMMANDS RELEASED BY         *
001896*                   APPROVAL (HOLDREL) ARE COPIED TO CALCOUT  *
001897*                   AHEAD OF THE BATCH                        *
001900***************************************************************
001906* MODIFICATION HISTORY (CONTINUED)                            *
001912*   DATE       BY   DESCRIPTION                               *
001918*   10/15/26   TWK  EDITED THE COMMAND CURRENCY AGAINST THE   *
001924*                   XRATTAB EXCHANGE-RATE TABLE: A CURRENCY   *
001930*                   WITH NO RATE IN EFFECT ON THE RUN DATE IS *
001936*                   REJECTED, AND THE AUTHORITY LIMIT IS NOW  *
001942*                   TESTED AGAINST THE BASE-CURRENCY AMOUNT   *
001948*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001954*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001960*                   SLA REPORT                                *
001966*   10/15/26   TWK  BALANCED EACH BHDR...BTRL BATCH ON ITS    *
001972*                   OWN AND HELD THE END MARKER TO THE END OF *
001978*                   CALCOUT, SO THE ORIGJOB BATCH CAN FOLLOW  *
001984***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     COBEDIT.
002200 AUTHOR.         T W KRAUSS.
003710     SELECT EDIT-CAL-FILE    ASSIGN TO CALFILE
003720            ORGANIZATION IS SEQUENTIAL
003730            FILE STATUS IS EDIT-CAL-STATUS.
003735     SELECT EDIT-AUTH-FILE   ASSIGN TO AUTHFILE
003740            ORGANIZATION IS SEQUENTIAL
003745            FILE STATUS IS EDIT-AUTH-STATUS.
003750     SELECT EDIT-HOLD-FILE   ASSIGN TO HOLDOUT
003755            ORGANIZATION IS SEQUENTIAL
003760            FILE STATUS IS EDIT-HOLD-STATUS.
003765     SELECT EDIT-REL-FILE    ASSIGN TO HOLDREL
003770            ORGANIZATION IS SEQUENTIAL
003775            FILE STATUS IS EDIT-REL-STATUS.
003780     SELECT EDIT-XRAT-FILE   ASSIGN TO XRATTAB
003785            ORGANIZATION IS SEQUENTIAL
003790            FILE STATUS IS EDIT-XRAT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  EDIT-INPUT-FILE
005320     RECORDING MODE IS F
005330     LABEL RECORDS ARE STANDARD.
005340     COPY CALCCAL.
005342 FD  EDIT-AUTH-FILE
005344     RECORDING MODE IS F
005346     LABEL RECORDS ARE STANDARD.
005348     COPY CALCAUTH.
005350 FD  EDIT-HOLD-FILE
005352     RECORDING MODE IS F
005354     LABEL RECORDS ARE STANDARD.
005356     COPY CALCHOLD.
005358 FD  EDIT-REL-FILE
005360     RECORDING MODE IS F
005362     LABEL RECORDS ARE STANDARD.
005364     COPY CALCCMD REPLACING CALC-COMMAND-AREA
005366                         BY EDIT-REL-RECORD.
005370 FD  EDIT-XRAT-FILE
005375     RECORDING MODE IS F
005380     LABEL RECORDS ARE STANDARD.
005385     COPY CALCXRAT.
005400 WORKING-STORAGE SECTION.
005500 01  EDIT-FILE-STATUSES.
005600     05  EDIT-INPUT-STATUS           PIC X(02).
005700     05  EDIT-CLEAN-STATUS           PIC X(02).
005800     05  EDIT-ERROR-STATUS           PIC X(02).
005810     05  EDIT-CAL-STATUS             PIC X(02).
005820     05  EDIT-AUTH-STATUS            PIC X(02).
005830     05  EDIT-HOLD-STATUS            PIC X(02).
005840     05  EDIT-REL-STATUS             PIC X(02).
005850     05  EDIT-XRAT-STATUS            PIC X(02).
005900 01  EDIT-SWITCHES.
006000     05  EDIT-EOF-SWITCH             PIC X(01) VALUE "N".
006100         88  EDIT-EOF                          VALUE "Y".
006400         88  EDIT-HEADER-SEEN                  VALUE "Y".
006500     05  EDIT-TRAILER-SWITCH         PIC X(01) VALUE "N".
006600         88  EDIT-TRAILER-SEEN                 VALUE "Y".
006610     05  EDIT-END-SWITCH             PIC X(01) VALUE "N".
006620         88  EDIT-END-SEEN                     VALUE "Y".
006700     05  EDIT-COMMAND-SWITCH         PIC X(01) VALUE "Y".
006800         88  EDIT-COMMAND-CLEAN                VALUE "Y".
006900         88  EDIT-COMMAND-REJECTED             VALUE "N".
006905         88  EDIT-COMMAND-HELD                 VALUE "H".
006910     05  EDIT-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
006920         88  EDIT-CAL-EOF                      VALUE "Y".
006930     05  EDIT-AUTH-EOF-SWITCH        PIC X(01) VALUE "N".
006940         88  EDIT-AUTH-EOF                     VALUE "Y".
006950     05  EDIT-REL-EOF-SWITCH         PIC X(01) VALUE "N".
006960         88  EDIT-REL-EOF                      VALUE "Y".
006970     05  EDIT-XRAT-EOF-SWITCH        PIC X(01) VALUE "N".
006980         88  EDIT-XRAT-EOF                     VALUE "Y".
007000 01  EDIT-COUNTERS.
007100     05  EDIT-RECORD-COUNT           PIC 9(09) COMP VALUE 0.
007200     05  EDIT-DATA-COUNT             PIC 9(07) COMP VALUE 0.
007300     05  EDIT-CLEAN-COUNT            PIC 9(07) COMP VALUE 0.
007400     05  EDIT-REJECT-COUNT           PIC 9(07) COMP VALUE 0.
007410     05  EDIT-HELD-COUNT             PIC 9(07) COMP VALUE 0.
007420     05  EDIT-RELEASED-COUNT         PIC 9(07) COMP VALUE 0.
007430     05  EDIT-BATCH-COUNT            PIC 9(07) COMP VALUE 0.
007440     05  EDIT-BATCH-DATA-COUNT       PIC 9(07) COMP VALUE 0.
007500 01  EDIT-HASH-ACCUM                 PIC 9(13)V99 VALUE 0.
007600 01  EDIT-BATCH-DEPARTMENT           PIC X(04) VALUE SPACES.
007610 01  EDIT-END-IMAGE                  PIC X(80) VALUE SPACES.
007700 01  EDIT-HIGHEST-RC                 PIC 9(02) VALUE 0.
007800 01  EDIT-REJECT-REASON              PIC X(40).
007900 01  EDIT-FUNCTION-CODE              PIC X(10).
007957 01  EDIT-CAL-SUB                    PIC 9(03) COMP VALUE 0.
007958 01  EDIT-CAL-FOUND-SUB              PIC 9(03) COMP VALUE 0.
007959 01  EDIT-RUN-DATE-NUM               PIC 9(08) VALUE 0.
007960 77  EDIT-AUTH-MAX                   PIC 9(03) COMP VALUE 500.
007962 01  EDIT-AUTH-TABLE-AREA.
007964     05  EDIT-AUTH-COUNT             PIC 9(03) COMP VALUE 0.
007966     05  EDIT-AUTH-ENTRY OCCURS 500 TIMES.
007968         10  EDIT-AUTH-TBL-DEPT      PIC X(04).
007970         10  EDIT-AUTH-TBL-FUNCTION  PIC X(10).
007972         10  EDIT-AUTH-TBL-AMOUNT    PIC 9(09)V99.
007974         10  EDIT-AUTH-TBL-TERM      PIC 9(03).
007976 01  EDIT-AUTH-SUB                   PIC 9(03) COMP VALUE 0.
007978 01  EDIT-AUTH-FOUND-SUB             PIC 9(03) COMP VALUE 0.
007980 01  EDIT-AUTH-LOOKUP-FUNCTION       PIC X(10).
007981 77  EDIT-XRAT-MAX                   PIC 9(03) COMP VALUE 500.
007982 01  EDIT-XRAT-TABLE-AREA.
007983     05  EDIT-XRAT-COUNT             PIC 9(03) COMP VALUE 0.
007984     05  EDIT-XRAT-ENTRY OCCURS 500 TIMES.
007985         10  EDIT-XRAT-TBL-CURRENCY  PIC X(03).
007986         10  EDIT-XRAT-TBL-EFF-DATE  PIC 9(08).
007987         10  EDIT-XRAT-TBL-RATE      PIC 9(05)V9(06).
007988         10  EDIT-XRAT-TBL-EXPIRY    PIC 9(08).
007989 01  EDIT-XRAT-SUB                   PIC 9(03) COMP VALUE 0.
007990 01  EDIT-XRAT-BEST-SUB              PIC 9(03) COMP VALUE 0.
007991 01  EDIT-XRAT-CURRENCY              PIC X(03).
007992 01  EDIT-XRAT-RATE                  PIC 9(05)V9(06).
007993 01  EDIT-BASE-AMOUNT                PIC 9(11)V99 VALUE 0.
008000 COPY CALCCMD REPLACING CALC-COMMAND-AREA
008100                     BY EDIT-CURRENT-COMMAND.
008105 COPY CALCSLOG.
008110 LINKAGE SECTION.
008120 01  EDIT-PARM-DATA.
008130     05  EDIT-PARM-LENGTH            PIC S9(04) COMP.
008500***************************************************************
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008750     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
008800     PERFORM 2000-EDIT-TRANS THRU 2000-EXIT
008900         UNTIL EDIT-EOF.
009000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009050     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
009100     GOBACK.
009200***************************************************************
009300* 1000-INITIALIZE - OPEN THE INPUT, CLEAN AND ERROR FILES     *
011300                 EDIT-ERROR-STATUS UPON CONSOLE
011400         MOVE 16 TO RETURN-CODE
011500         GOBACK.
011510     OPEN OUTPUT EDIT-HOLD-FILE.
011520     IF EDIT-HOLD-STATUS NOT = "00"
011530         DISPLAY "HOLDOUT OPEN FAILED, STATUS = "
011540                 EDIT-HOLD-STATUS UPON CONSOLE
011550         MOVE 16 TO RETURN-CODE
011560         GOBACK.
011570     PERFORM 1500-LOAD-AUTHORITY THRU 1500-EXIT.
011580     PERFORM 1600-COPY-RELEASED THRU 1600-EXIT.
011590     PERFORM 1700-LOAD-XRATE THRU 1700-EXIT.
011600 1000-EXIT.
011700     EXIT.
011800***************************************************************
014180         WHEN "BTRL"
014190             PERFORM 3200-EDIT-TRAILER THRU 3200-EXIT
014200         WHEN "END"
014210             PERFORM 3300-HOLD-END-MARKER THRU 3300-EXIT
014220         WHEN OTHER
014230             PERFORM 3000-EDIT-COMMAND THRU 3000-EXIT
014240     END-EVALUATE.
015400*     REJECTED ONE GOES TO CALCERR WITH A REASON.              *
015500***************************************************************
015600 3000-EDIT-COMMAND.
015700     ADD 1 TO EDIT-DATA-COUNT EDIT-BATCH-DATA-COUNT.
015800     SET EDIT-COMMAND-CLEAN TO TRUE.
015900     MOVE SPACES TO EDIT-REJECT-REASON.
015910     IF EDIT-TRAILER-SEEN
016300     PERFORM 3010-EDIT-NUMERICS THRU 3010-EXIT.
016400     IF EDIT-COMMAND-CLEAN
016500         PERFORM 3020-EDIT-RANGES THRU 3020-EXIT.
016510     IF EDIT-COMMAND-CLEAN
016520         PERFORM 3080-EDIT-CURRENCY THRU 3080-EXIT.
016600     IF NOT EDIT-COMMAND-CLEAN
016610         PERFORM 4100-WRITE-EDIT-REJECT THRU 4100-EXIT
016620         GO TO 3000-EXIT.
016622     PERFORM 3070-CHECK-AUTHORITY THRU 3070-EXIT.
016624     IF EDIT-COMMAND-HELD
016626         PERFORM 4300-WRITE-HOLD THRU 4300-EXIT
016628         GO TO 3000-EXIT.
016630     IF EDIT-FUNCTION-CODE = "CASHFLOW"
016640         PERFORM 3400-START-FLOW-SET THRU 3400-EXIT
016650         GO TO 3000-EXIT.
021250             END-IF
021260         WHEN "CASHFLOW"
021270             PERFORM 3050-EDIT-CASHFLOW-LIMITS THRU 3050-EXIT
021280         WHEN "APR"
021285             PERFORM 3030-EDIT-COMMON-LIMITS THRU 3030-EXIT
021290             IF EDIT-COMMAND-CLEAN
021291                 PERFORM 3060-EDIT-APR-LIMITS THRU 3060-EXIT
021292             END-IF
021300         WHEN OTHER
021310             SET EDIT-COMMAND-REJECTED TO TRUE
021400             MOVE "UNRECOGNIZED FUNCTION CODE" TO
021896         PERFORM 3520-REJECT-FLOW-SET THRU 3520-EXIT
021897         PERFORM 2010-ROUTE-RECORD THRU 2010-EXIT
021898         GO TO 3500-EXIT.
021899     ADD 1 TO EDIT-DATA-COUNT EDIT-BATCH-DATA-COUNT.
021900     ADD 1 TO EDIT-FLOW-HELD.
021901     MOVE EDIT-CURRENT-COMMAND TO
021902             EDIT-FLOW-IMAGE (EDIT-FLOW-HELD).
023800 3030-EXIT.
023900     EXIT.
024000***************************************************************
024100* 3100-EDIT-HEADER - A BHDR CONTROL RECORD OPENS A BATCH.  IT *
024200*     MUST BE THE FIRST RECORD ON CALCIN OR FOLLOW THE BTRL   *
024210*     THAT CLOSED THE BATCH BEFORE IT, AND MUST NAME THE      *
024220*     SUBMITTING DEPARTMENT.  THE BATCH'S COUNT AND HASH      *
024230*     TOTAL START AGAIN FROM ZERO.                            *
024300***************************************************************
024400 3100-EDIT-HEADER.
024500     IF EDIT-HEADER-SEEN
024510        AND NOT EDIT-TRAILER-SEEN
024600         MOVE "DUPLICATE BHDR CONTROL RECORD" TO
024700                 EDIT-REJECT-REASON
024800         PERFORM 4100-WRITE-EDIT-REJECT THRU 4100-EXIT
024900         PERFORM 4200-RAISE-BALANCE-ERROR THRU 4200-EXIT
025000         GO TO 3100-EXIT.
025100     IF EDIT-RECORD-COUNT NOT = 1
025110        AND NOT EDIT-TRAILER-SEEN
025200         MOVE "BHDR CONTROL RECORD IS NOT FIRST" TO
025300                 EDIT-REJECT-REASON
025400         PERFORM 4100-WRITE-EDIT-REJECT THRU 4100-EXIT
026100         PERFORM 4200-RAISE-BALANCE-ERROR THRU 4200-EXIT
026200         GO TO 3100-EXIT.
026300     SET EDIT-HEADER-SEEN TO TRUE.
026310     MOVE "N" TO EDIT-TRAILER-SWITCH.
026320     ADD 1 TO EDIT-BATCH-COUNT.
026330     MOVE 0 TO EDIT-BATCH-DATA-COUNT.
026340     MOVE 0 TO EDIT-HASH-ACCUM.
026400     MOVE CALC-BCH-DEPARTMENT OF EDIT-CURRENT-COMMAND TO
026500             EDIT-BATCH-DEPARTMENT.
026600 3100-EXIT.
026700     EXIT.
026800***************************************************************
026900* 3200-EDIT-TRAILER - BALANCE THE BTRL EXPECTED COUNT AND     *
027000*     AMOUNT HASH TOTAL AGAINST WHAT ITS OWN BATCH READ       *
027100***************************************************************
027200 3200-EDIT-TRAILER.
027300     IF EDIT-TRAILER-SEEN
028700         PERFORM 4200-RAISE-BALANCE-ERROR THRU 4200-EXIT
028800         GO TO 3200-EXIT.
028900     IF CALC-BCH-EXPECTED-COUNT OF EDIT-CURRENT-COMMAND
029000             NOT = EDIT-BATCH-DATA-COUNT
029100         DISPLAY "BATCH COUNT OUT OF BALANCE, EXPECTED "
029200                 CALC-BCH-EXPECTED-COUNT OF EDIT-CURRENT-COMMAND
029300                 " READ " EDIT-BATCH-DATA-COUNT UPON CONSOLE
029400         MOVE "RECORD COUNT OUT OF BALANCE" TO
029500                 EDIT-REJECT-REASON
029600         PERFORM 4100-WRITE-EDIT-REJECT THRU 4100-EXIT
030700 3200-EXIT.
030800     EXIT.
030900***************************************************************
031000* 3300-HOLD-END-MARKER - THE END MARKER STOPS COBCALC, SO     *
031100*     IT IS HELD AND WRITTEN ONCE, AS THE LAST RECORD ON      *
031110*     CALCOUT, AFTER EVERY BATCH ON CALCIN HAS BEEN EDITED    *
031200***************************************************************
031300 3300-HOLD-END-MARKER.
031400     MOVE EDIT-CURRENT-COMMAND TO EDIT-END-IMAGE.
031500     SET EDIT-END-SEEN TO TRUE.
031600 3300-EXIT.
031700     EXIT.
031800***************************************************************
035200             EDIT-CLEAN-COUNT UPON CONSOLE.
035300     DISPLAY "  REJECTED COMMANDS .....: "
035400             EDIT-REJECT-COUNT UPON CONSOLE.
035410     DISPLAY "  HELD OVER AUTHORITY ...: "
035420             EDIT-HELD-COUNT UPON CONSOLE.
035430     DISPLAY "  RELEASED BY APPROVAL ..: "
035440             EDIT-RELEASED-COUNT UPON CONSOLE.
035450     DISPLAY "  BATCHES ...............: "
035460             EDIT-BATCH-COUNT UPON CONSOLE.
035500 8000-EXIT.
035600     EXIT.
035700***************************************************************
036500     IF NOT EDIT-TRAILER-SEEN
036600         DISPLAY "BTRL CONTROL RECORD MISSING" UPON CONSOLE
036700         PERFORM 4200-RAISE-BALANCE-ERROR THRU 4200-EXIT.
036710     IF EDIT-END-SEEN
036720         MOVE EDIT-END-IMAGE TO EDIT-CLEAN-RECORD
036730         WRITE EDIT-CLEAN-RECORD.
036800     PERFORM 8000-EDIT-TOTALS THRU 8000-EXIT.
036900     CLOSE EDIT-INPUT-FILE EDIT-CLEAN-FILE EDIT-ERROR-FILE
036950           EDIT-HOLD-FILE.
037000     MOVE EDIT-HIGHEST-RC TO RETURN-CODE.
037100     DISPLAY "EDIT ENDS." UPON CONSOLE.
037200 9000-EXIT.
038040         MOVE EDIT-CAL-SUB TO EDIT-CAL-FOUND-SUB.
038050 1420-EXIT.
038060     EXIT.
038070***************************************************************
038080* 3060-EDIT-APR-LIMITS - THE PREPAID FEES MUST BE NUMERIC AND *
038090*     LESS THAN THE LOAN AMOUNT, AND THE COMPOUNDING BASIS    *
038100*     MONTHLY, QUARTERLY OR ANNUAL (BLANK MEANS MONTHLY)      *
038110***************************************************************
038120 3060-EDIT-APR-LIMITS.
038130     IF CALC-TIL-FEES OF EDIT-CURRENT-COMMAND NOT NUMERIC
038140         SET EDIT-COMMAND-REJECTED TO TRUE
038150         MOVE "APR PREPAID FEES NOT NUMERIC" TO
038160                 EDIT-REJECT-REASON
038170         GO TO 3060-EXIT.
038180     IF CALC-TIL-FEES OF EDIT-CURRENT-COMMAND NOT <
038190             CALC-CMD-AMOUNT OF EDIT-CURRENT-COMMAND
038200         SET EDIT-COMMAND-REJECTED TO TRUE
038210         MOVE "APR PREPAID FEES NOT LESS THAN AMOUNT" TO
038220                 EDIT-REJECT-REASON
038230         GO TO 3060-EXIT.
038240     IF NOT CALC-TIL-BASIS-VALID OF EDIT-CURRENT-COMMAND
038250         SET EDIT-COMMAND-REJECTED TO TRUE
038260         MOVE "APR COMPOUNDING BASIS NOT M, Q OR A" TO
038270                 EDIT-REJECT-REASON
038280         GO TO 3060-EXIT.
038290 3060-EXIT.
038300     EXIT.
038310***************************************************************
038320* 1500-LOAD-AUTHORITY - LOAD THE AUTHFILE DEPARTMENT          *
038330*     AUTHORITY LIMITS.  THE FILE IS REQUIRED: WITHOUT IT     *
038340*     EVERY COMMAND WOULD GO TO THE HOLD QUEUE.               *
038350***************************************************************
038360 1500-LOAD-AUTHORITY.
038370     OPEN INPUT EDIT-AUTH-FILE.
038380     IF EDIT-AUTH-STATUS NOT = "00"
038390         DISPLAY "AUTHFILE OPEN FAILED, STATUS = "
038400                 EDIT-AUTH-STATUS UPON CONSOLE
038410         MOVE 16 TO RETURN-CODE
038420         GOBACK.
038430     PERFORM 1510-LOAD-AUTH-ENTRY THRU 1510-EXIT
038440         UNTIL EDIT-AUTH-EOF.
038450     CLOSE EDIT-AUTH-FILE.
038460     DISPLAY "AUTHORITY LIMITS LOADED .: "
038470             EDIT-AUTH-COUNT UPON CONSOLE.
038480 1500-EXIT.
038490     EXIT.
038500 1510-LOAD-AUTH-ENTRY.
038510     READ EDIT-AUTH-FILE
038520         AT END
038530             SET EDIT-AUTH-EOF TO TRUE
038540             GO TO 1510-EXIT.
038550     IF EDIT-AUTH-COUNT NOT < EDIT-AUTH-MAX
038560         DISPLAY "AUTHFILE EXCEEDS IN-STORAGE TABLE LIMIT"
038570                 UPON CONSOLE
038580         MOVE 16 TO RETURN-CODE
038590         GOBACK.
038600     IF AUTH-MAX-AMOUNT NOT NUMERIC
038610       OR AUTH-MAX-TERM NOT NUMERIC
038620         DISPLAY "AUTHFILE LIMIT NOT NUMERIC FOR "
038630                 AUTH-DEPARTMENT " " AUTH-FUNCTION
038640                 " - ENTRY IGNORED" UPON CONSOLE
038650         GO TO 1510-EXIT.
038660     ADD 1 TO EDIT-AUTH-COUNT.
038670     MOVE AUTH-DEPARTMENT TO
038680             EDIT-AUTH-TBL-DEPT (EDIT-AUTH-COUNT).
038690     MOVE FUNCTION UPPER-CASE(AUTH-FUNCTION) TO
038700             EDIT-AUTH-TBL-FUNCTION (EDIT-AUTH-COUNT).
038710     MOVE AUTH-MAX-AMOUNT TO
038720             EDIT-AUTH-TBL-AMOUNT (EDIT-AUTH-COUNT).
038730     MOVE AUTH-MAX-TERM TO
038740             EDIT-AUTH-TBL-TERM (EDIT-AUTH-COUNT).
038750 1510-EXIT.
038760     EXIT.
038770***************************************************************
038780* 1600-COPY-RELEASED - COMMANDS COBHOLD HAS RELEASED BY       *
038790*     APPROVAL GO TO CALCOUT AHEAD OF THE BATCH.  THEY WERE   *
038800*     EDITED CLEAN WHEN HELD, ARE OUTSIDE THE BATCH'S BTRL    *
038810*     CONTROL TOTALS, AND ARE NOT HELD AGAIN.  A MISSING OR   *
038820*     EMPTY HOLDREL MEANS NOTHING WAS APPROVED.               *
038830***************************************************************
038840 1600-COPY-RELEASED.
038850     OPEN INPUT EDIT-REL-FILE.
038860     EVALUATE EDIT-REL-STATUS
038870         WHEN "00"
038880             PERFORM 1610-COPY-ONE-RELEASED THRU 1610-EXIT
038890                 UNTIL EDIT-REL-EOF
038900             CLOSE EDIT-REL-FILE
038910         WHEN "35"
038920             CONTINUE
038930         WHEN OTHER
038940             DISPLAY "HOLDREL OPEN FAILED, STATUS = "
038950                     EDIT-REL-STATUS UPON CONSOLE
038960             MOVE 16 TO RETURN-CODE
038970             GOBACK
038980     END-EVALUATE.
038990 1600-EXIT.
039000     EXIT.
039010 1610-COPY-ONE-RELEASED.
039020     READ EDIT-REL-FILE
039030         AT END
039040             SET EDIT-REL-EOF TO TRUE
039050             GO TO 1610-EXIT.
039060     MOVE EDIT-REL-RECORD TO EDIT-CLEAN-RECORD.
039070     WRITE EDIT-CLEAN-RECORD.
039080     ADD 1 TO EDIT-RELEASED-COUNT.
039090 1610-EXIT.
039100     EXIT.
039110***************************************************************
039120* 3070-CHECK-AUTHORITY - HOLD A CLEAN COMMAND WHOSE AMOUNT OR *
039130*     TERM IS OVER THE BATCH DEPARTMENT'S LIMIT FOR THE       *
039140*     FUNCTION (OR ITS ALL-FUNCTION LIMIT WHEN THE FUNCTION   *
039150*     HAS NONE).  A DEPARTMENT WITH NO LIMIT ON FILE HAS NO   *
039160*     AUTHORITY AND EVERY COMMAND IS HELD.  A CASHFLOW SET    *
039170*     CARRIES NO SINGLE AMOUNT AND IS NOT LIMITED.            *
039172*     LIMITS ARE IN BASE CURRENCY, SO THE AMOUNT IS TESTED    *
039174*     AS CONVERTED AT THE RUN DATE'S EXCHANGE RATE.           *
039180***************************************************************
039190 3070-CHECK-AUTHORITY.
039200     IF EDIT-FUNCTION-CODE = "CASHFLOW"
039210         GO TO 3070-EXIT.
039220     MOVE 0 TO EDIT-AUTH-FOUND-SUB.
039230     MOVE EDIT-FUNCTION-CODE TO EDIT-AUTH-LOOKUP-FUNCTION.
039240     PERFORM 3071-MATCH-AUTH-ENTRY THRU 3071-EXIT
039250         VARYING EDIT-AUTH-SUB FROM 1 BY 1
039260         UNTIL EDIT-AUTH-SUB > EDIT-AUTH-COUNT
039270            OR EDIT-AUTH-FOUND-SUB > 0.
039280     IF EDIT-AUTH-FOUND-SUB = 0
039290         MOVE "ALL" TO EDIT-AUTH-LOOKUP-FUNCTION
039300         PERFORM 3071-MATCH-AUTH-ENTRY THRU 3071-EXIT
039310             VARYING EDIT-AUTH-SUB FROM 1 BY 1
039320             UNTIL EDIT-AUTH-SUB > EDIT-AUTH-COUNT
039330                OR EDIT-AUTH-FOUND-SUB > 0.
039340     IF EDIT-AUTH-FOUND-SUB = 0
039350         SET EDIT-COMMAND-HELD TO TRUE
039360         MOVE "NO AUTHORITY LIMIT FOR DEPARTMENT" TO
039370                 EDIT-REJECT-REASON
039380         GO TO 3070-EXIT.
039390     IF EDIT-BASE-AMOUNT >
039400             EDIT-AUTH-TBL-AMOUNT (EDIT-AUTH-FOUND-SUB)
039410         SET EDIT-COMMAND-HELD TO TRUE
039420         MOVE "AMOUNT OVER DEPARTMENT AUTHORITY LIMIT" TO
039430                 EDIT-REJECT-REASON
039440         GO TO 3070-EXIT.
039450     IF CALC-CMD-TERM OF EDIT-CURRENT-COMMAND >
039460             EDIT-AUTH-TBL-TERM (EDIT-AUTH-FOUND-SUB)
039470         SET EDIT-COMMAND-HELD TO TRUE
039480         MOVE "TERM OVER DEPARTMENT AUTHORITY LIMIT" TO
039490                 EDIT-REJECT-REASON
039500         GO TO 3070-EXIT.
039510 3070-EXIT.
039520     EXIT.
039530 3071-MATCH-AUTH-ENTRY.
039540     IF EDIT-AUTH-TBL-DEPT (EDIT-AUTH-SUB) = EDIT-BATCH-DEPARTMENT
039550        AND EDIT-AUTH-TBL-FUNCTION (EDIT-AUTH-SUB) =
039560                EDIT-AUTH-LOOKUP-FUNCTION
039570         MOVE EDIT-AUTH-SUB TO EDIT-AUTH-FOUND-SUB.
039580 3071-EXIT.
039590     EXIT.
039600***************************************************************
039610* 4300-WRITE-HOLD - QUEUE ONE OVER-LIMIT COMMAND ON HOLDOUT   *
039620*     WITH THE LIMIT IT BROKE.  COBHOLD ASSIGNS THE HOLD ID.  *
039630*     A HELD COMMAND IS NOT AN ERROR AND LEAVES THE CONDITION *
039640*     CODE ALONE.                                             *
039650***************************************************************
039660 4300-WRITE-HOLD.
039670     MOVE SPACES TO CALC-HOLD-RECORD.
039680     MOVE 0 TO HOLD-ID.
039690     SET HOLD-PENDING TO TRUE.
039700     MOVE EDIT-BATCH-DEPARTMENT TO HOLD-DEPARTMENT.
039710     MOVE EDIT-RUN-DATE-NUM TO HOLD-ENTRY-DATE.
039720     MOVE EDIT-CURRENT-COMMAND TO HOLD-ORIGINAL-COMMAND.
039730     MOVE EDIT-REJECT-REASON TO HOLD-REASON-TEXT.
039740     IF EDIT-AUTH-FOUND-SUB > 0
039750         MOVE EDIT-AUTH-TBL-AMOUNT (EDIT-AUTH-FOUND-SUB) TO
039760                 HOLD-LIMIT-AMOUNT
039770         MOVE EDIT-AUTH-TBL-TERM (EDIT-AUTH-FOUND-SUB) TO
039780                 HOLD-LIMIT-TERM
039790     ELSE
039800         MOVE 0 TO HOLD-LIMIT-AMOUNT
039810         MOVE 0 TO HOLD-LIMIT-TERM.
039820     MOVE 0 TO HOLD-CLOSED-DATE.
039830     WRITE CALC-HOLD-RECORD.
039840     ADD 1 TO EDIT-HELD-COUNT.
039850 4300-EXIT.
039860     EXIT.
039900***************************************************************
040000* 1700-LOAD-XRATE - LOAD THE XRATTAB EXCHANGE-RATE TABLE.     *
040100*     A MISSING TABLE LEAVES ONLY THE BASE CURRENCY USABLE,   *
040200*     SO EVERY FOREIGN-CURRENCY COMMAND WILL BE REJECTED.     *
040300***************************************************************
040400 1700-LOAD-XRATE.
040500     OPEN INPUT EDIT-XRAT-FILE.
040600     EVALUATE EDIT-XRAT-STATUS
040700         WHEN "00"
040800             PERFORM 1710-LOAD-XRATE-ENTRY THRU 1710-EXIT
040900                 UNTIL EDIT-XRAT-EOF
041000             CLOSE EDIT-XRAT-FILE
041100         WHEN "35"
041200             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
041300                     UPON CONSOLE
041400         WHEN OTHER
041500             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
041600                     EDIT-XRAT-STATUS UPON CONSOLE
041700             MOVE 16 TO RETURN-CODE
041800             GOBACK
041900     END-EVALUATE.
042000     DISPLAY "EXCHANGE RATES LOADED ...: "
042100             EDIT-XRAT-COUNT UPON CONSOLE.
042200 1700-EXIT.
042300     EXIT.
042400 1710-LOAD-XRATE-ENTRY.
042500     READ EDIT-XRAT-FILE
042600         AT END
042700             SET EDIT-XRAT-EOF TO TRUE
042800             GO TO 1710-EXIT.
042900     IF EDIT-XRAT-COUNT NOT < EDIT-XRAT-MAX
043000         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
043100                 UPON CONSOLE
043200         MOVE 16 TO RETURN-CODE
043300         GOBACK.
043400     ADD 1 TO EDIT-XRAT-COUNT.
043500     MOVE XRAT-CURRENCY TO
043600             EDIT-XRAT-TBL-CURRENCY (EDIT-XRAT-COUNT).
043700     MOVE XRAT-EFF-DATE TO
043800             EDIT-XRAT-TBL-EFF-DATE (EDIT-XRAT-COUNT).
043900     MOVE XRAT-RATE TO
044000             EDIT-XRAT-TBL-RATE (EDIT-XRAT-COUNT).
044100     MOVE XRAT-EXPIRY-DATE TO
044200             EDIT-XRAT-TBL-EXPIRY (EDIT-XRAT-COUNT).
044300 1710-EXIT.
044400     EXIT.
044500***************************************************************
044600* 3080-EDIT-CURRENCY - THE COMMAND CURRENCY (BLANK MEANS THE  *
044700*     BASE CURRENCY, USD) MUST HAVE AN EXCHANGE RATE IN       *
044800*     EFFECT ON THE RUN DATE: THE XRATTAB ENTRY WITH THE      *
044900*     LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, NOT       *
045000*     EXPIRED.  THE AMOUNT IS CONVERTED TO BASE FOR THE       *
045100*     AUTHORITY LIMIT; THE COMMAND ITSELF STAYS IN ITS OWN    *
045200*     CURRENCY.                                               *
045300***************************************************************
045400 3080-EDIT-CURRENCY.
045500     MOVE CALC-CMD-CURRENCY OF EDIT-CURRENT-COMMAND TO
045600             EDIT-XRAT-CURRENCY.
045700     IF EDIT-XRAT-CURRENCY = SPACES
045800         MOVE "USD" TO EDIT-XRAT-CURRENCY.
045900     IF EDIT-XRAT-CURRENCY = "USD"
046000         MOVE 1 TO EDIT-XRAT-RATE
046100         GO TO 3080-CONVERT.
046200     IF EDIT-XRAT-CURRENCY NOT ALPHABETIC-UPPER
046300         SET EDIT-COMMAND-REJECTED TO TRUE
046400         MOVE "CURRENCY CODE IS NOT VALID" TO EDIT-REJECT-REASON
046500         GO TO 3080-EXIT.
046600     MOVE 0 TO EDIT-XRAT-BEST-SUB.
046700     PERFORM 3081-SCAN-XRATE-ENTRY THRU 3081-EXIT
046800         VARYING EDIT-XRAT-SUB FROM 1 BY 1
046900         UNTIL EDIT-XRAT-SUB > EDIT-XRAT-COUNT.
047000     IF EDIT-XRAT-BEST-SUB = 0
047100         SET EDIT-COMMAND-REJECTED TO TRUE
047200         MOVE "NO EXCHANGE RATE FOR CURRENCY ON RUN DATE" TO
047300                 EDIT-REJECT-REASON
047400         GO TO 3080-EXIT.
047500     IF EDIT-XRAT-TBL-EXPIRY (EDIT-XRAT-BEST-SUB) NOT = 0
047600        AND EDIT-RUN-DATE-NUM >
047700                EDIT-XRAT-TBL-EXPIRY (EDIT-XRAT-BEST-SUB)
047800         SET EDIT-COMMAND-REJECTED TO TRUE
047900         MOVE "EXCHANGE RATE EXPIRED AS OF RUN DATE" TO
048000                 EDIT-REJECT-REASON
048100         GO TO 3080-EXIT.
048200     MOVE EDIT-XRAT-TBL-RATE (EDIT-XRAT-BEST-SUB) TO
048300             EDIT-XRAT-RATE.
048400 3080-CONVERT.
048500     COMPUTE EDIT-BASE-AMOUNT ROUNDED =
048600             CALC-CMD-AMOUNT OF EDIT-CURRENT-COMMAND *
048700             EDIT-XRAT-RATE
048800         ON SIZE ERROR
048900             SET EDIT-COMMAND-REJECTED TO TRUE
049000             MOVE "AMOUNT OVERFLOWS ON CONVERSION TO BASE" TO
049100                     EDIT-REJECT-REASON
049200     END-COMPUTE.
049300 3080-EXIT.
049400     EXIT.
049500 3081-SCAN-XRATE-ENTRY.
049600     IF EDIT-XRAT-TBL-CURRENCY (EDIT-XRAT-SUB) NOT =
049700             EDIT-XRAT-CURRENCY
049800         GO TO 3081-EXIT.
049900     IF EDIT-XRAT-TBL-EFF-DATE (EDIT-XRAT-SUB) > EDIT-RUN-DATE-NUM
050000         GO TO 3081-EXIT.
050100     IF EDIT-XRAT-BEST-SUB = 0
050200         MOVE EDIT-XRAT-SUB TO EDIT-XRAT-BEST-SUB
050300         GO TO 3081-EXIT.
050400     IF EDIT-XRAT-TBL-EFF-DATE (EDIT-XRAT-SUB) >
050500             EDIT-XRAT-TBL-EFF-DATE (EDIT-XRAT-BEST-SUB)
050600         MOVE EDIT-XRAT-SUB TO EDIT-XRAT-BEST-SUB.
050700 3081-EXIT.
050800     EXIT.
050900***************************************************************
051000* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
051100*     BATCH-WINDOW REPORT                                     *
051200***************************************************************
051300 9900-LOG-STEP-START.
051400     MOVE "COBEDIT" TO SLOG-PROGRAM.
051500     MOVE EDIT-RUN-DATE TO SLOG-RUN-DATE.
051600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
051700     SET SLOG-STEP-START TO TRUE.
051800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
051900 9900-EXIT.
052000     EXIT.
052100***************************************************************
052200* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
052300*     AND THE FINAL CONDITION CODE                            *
052400***************************************************************
052500 9910-LOG-STEP-END.
052600     MOVE EDIT-RECORD-COUNT TO SLOG-RECORDS-IN.
052700     COMPUTE SLOG-RECORDS-OUT = EDIT-CLEAN-COUNT
052800             + EDIT-RELEASED-COUNT.
052900     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
053000     SET SLOG-STEP-END TO TRUE.
053100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
053200 9910-EXIT.
053300     EXIT.
