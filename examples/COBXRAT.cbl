000100***************************************************************
000200* COBXRAT                                                     *
000300*                                                             *
000400* Maintains the XRATTAB dated exchange-rate table from        *
000500* treasury rate transactions, the same way COBRATE keeps      *
000600* RATETAB.  Reads the current table (XRATOLD) into storage,   *
000700* applies the XRATIN transactions -- ADD introduces a new     *
000800* currency/effective-date rate, EXPIRE sets the expiry date   *
000900* on an existing entry -- and writes the new table (XRATNEW)  *
001000* in currency and effective-date order.  A rate is the number *
001100* of base-currency (USD) units bought by one unit of the      *
001200* currency; the base currency itself is never carried.        *
001300* Transactions that cannot be applied go to XRATREJ with a    *
001400* reason.                                                     *
001500*                                                             *
001600* MODIFICATION HISTORY                                        *
001700*   DATE       BY   DESCRIPTION                               *
001800*   10/15/26   TWK  ORIGINAL PROGRAM                          *
001820*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001840*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001860*                   SLA REPORT                                *
001900***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     COBXRAT.
002200 AUTHOR.         T W KRAUSS.
002300 INSTALLATION.   FINANCIAL SYSTEMS.
002400 DATE-WRITTEN.   10/15/26.
002500 DATE-COMPILED.  10/15/26.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT XR-TRANS-FILE    ASSIGN TO XRATIN
003000            ORGANIZATION IS SEQUENTIAL
003100            FILE STATUS IS XR-TRANS-STATUS.
003200     SELECT XR-OLD-FILE      ASSIGN TO XRATOLD
003300            ORGANIZATION IS SEQUENTIAL
003400            FILE STATUS IS XR-OLD-STATUS.
003500     SELECT XR-NEW-FILE      ASSIGN TO XRATNEW
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS XR-NEW-STATUS.
003800     SELECT XR-REJECT-FILE   ASSIGN TO XRATREJ
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS XR-REJECT-STATUS.
004100     SELECT XR-PARM-FILE     ASSIGN TO SYSPARM
004200            ORGANIZATION IS SEQUENTIAL
004300            FILE STATUS IS XR-PARM-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  XR-TRANS-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CALCXTRN.
005000 FD  XR-OLD-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CALCXRAT REPLACING CALC-XRAT-RECORD
005400                          BY XR-OLD-RECORD.
005500 FD  XR-NEW-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY CALCXRAT REPLACING CALC-XRAT-RECORD
005900                          BY XR-NEW-RECORD.
006000 FD  XR-REJECT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY CALCREJ.
006400 FD  XR-PARM-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CALCPRM.
006800 WORKING-STORAGE SECTION.
006900 01  XR-FILE-STATUSES.
007000     05  XR-TRANS-STATUS             PIC X(02).
007100     05  XR-OLD-STATUS               PIC X(02).
007200     05  XR-NEW-STATUS               PIC X(02).
007300     05  XR-REJECT-STATUS            PIC X(02).
007400     05  XR-PARM-STATUS              PIC X(02).
007500 01  XR-SWITCHES.
007600     05  XR-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
007700         88  XR-TRANS-EOF                      VALUE "Y".
007800     05  XR-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
007900         88  XR-OLD-EOF                        VALUE "Y".
008000 01  XR-COUNTERS.
008100     05  XR-TRANS-COUNT              PIC 9(07) COMP VALUE 0.
008200     05  XR-OLD-COUNT                PIC 9(07) COMP VALUE 0.
008300     05  XR-ADD-COUNT                PIC 9(07) COMP VALUE 0.
008400     05  XR-EXPIRE-COUNT             PIC 9(07) COMP VALUE 0.
008500     05  XR-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
008600     05  XR-NEW-COUNT                PIC 9(07) COMP VALUE 0.
008700 77  XR-TABLE-MAX                    PIC 9(03) COMP VALUE 200.
008800 77  XR-OCCURS-MAX                   PIC 9(03) COMP VALUE 500.
008900 01  XR-SUBSCRIPTS.
009000     05  XR-SUB                      PIC 9(03) COMP VALUE 0.
009100     05  XR-FOUND-SUB                PIC 9(03) COMP VALUE 0.
009200     05  XR-WORK-SUB                 PIC 9(03) COMP VALUE 0.
009300 01  XR-TABLE-AREA.
009400     05  XR-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
009500     05  XR-ENTRY OCCURS 500 TIMES.
009600         10  XR-TBL-CURRENCY         PIC X(03).
009700         10  XR-TBL-EFF-DATE         PIC 9(08).
009800         10  XR-TBL-RATE             PIC 9(05)V9(06).
009900         10  XR-TBL-EXPIRY           PIC 9(08).
010000 01  XR-REJECT-REASON                PIC X(40).
010100 01  XR-RUN-DATE                     PIC X(08) VALUE SPACES.
010200 01  XR-INSERT-FIELDS.
010300     05  XR-INS-CURRENCY             PIC X(03).
010400     05  XR-INS-EFF-DATE             PIC 9(08).
010500     05  XR-INS-RATE                 PIC 9(05)V9(06).
010600     05  XR-INS-EXPIRY               PIC 9(08).
010700 01  XR-PARM-EOF-SWITCH              PIC X(01) VALUE "N".
010800     88  XR-PARM-EOF                           VALUE "Y".
010900 01  XR-PARM-VALUE-NUM               PIC 9(10) VALUE 0.
010950 COPY CALCSLOG.
011000 LINKAGE SECTION.
011100 01  XR-PARM-DATA.
011200     05  XR-PARM-LENGTH              PIC S9(04) COMP.
011300     05  XR-PARM-RUN-DATE            PIC X(08).
011400 PROCEDURE DIVISION USING XR-PARM-DATA.
011500***************************************************************
011600* 0000-MAINLINE                                               *
011700***************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
012000     PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
012100         UNTIL XR-TRANS-EOF.
012200     PERFORM 7000-WRITE-NEW-TABLE THRU 7000-EXIT.
012300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
012400     GOBACK.
012500***************************************************************
012600* 1000-INITIALIZE - OPEN THE FILES AND LOAD THE CURRENT TABLE *
012700***************************************************************
012800 1000-INITIALIZE.
012900     DISPLAY "XRAT BEGINS." UPON CONSOLE.
013000     IF XR-PARM-LENGTH > 0
013100         MOVE XR-PARM-RUN-DATE TO XR-RUN-DATE
013200     ELSE
013300         MOVE SPACES TO XR-RUN-DATE.
013400     OPEN INPUT XR-TRANS-FILE.
013500     IF XR-TRANS-STATUS NOT = "00"
013600         DISPLAY "XRATIN OPEN FAILED, STATUS = "
013700                 XR-TRANS-STATUS UPON CONSOLE
013800         MOVE 16 TO RETURN-CODE
013900         GOBACK.
014000     OPEN OUTPUT XR-NEW-FILE.
014100     IF XR-NEW-STATUS NOT = "00"
014200         DISPLAY "XRATNEW OPEN FAILED, STATUS = "
014300                 XR-NEW-STATUS UPON CONSOLE
014400         MOVE 16 TO RETURN-CODE
014500         GOBACK.
014600     OPEN OUTPUT XR-REJECT-FILE.
014700     IF XR-REJECT-STATUS NOT = "00"
014800         DISPLAY "XRATREJ OPEN FAILED, STATUS = "
014900                 XR-REJECT-STATUS UPON CONSOLE
015000         MOVE 16 TO RETURN-CODE
015100         GOBACK.
015200     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
015300     PERFORM 1100-LOAD-OLD-TABLE THRU 1100-EXIT.
015400 1000-EXIT.
015500     EXIT.
015600***************************************************************
015700* 1100-LOAD-OLD-TABLE - READ THE CURRENT XRATTAB INTO         *
015800*     STORAGE.  A MISSING OLD TABLE (FIRST LOAD) STARTS       *
015900*     EMPTY                                                   *
016000***************************************************************
016100 1100-LOAD-OLD-TABLE.
016200     OPEN INPUT XR-OLD-FILE.
016300     EVALUATE XR-OLD-STATUS
016400         WHEN "00"
016500             PERFORM 1110-LOAD-OLD-ENTRY THRU 1110-EXIT
016600                 UNTIL XR-OLD-EOF
016700             CLOSE XR-OLD-FILE
016800         WHEN "35"
016900             SET XR-OLD-EOF TO TRUE
017000         WHEN OTHER
017100             DISPLAY "XRATOLD OPEN FAILED, STATUS = "
017200                     XR-OLD-STATUS UPON CONSOLE
017300             MOVE 16 TO RETURN-CODE
017400             GOBACK
017500     END-EVALUATE.
017600 1100-EXIT.
017700     EXIT.
017800 1110-LOAD-OLD-ENTRY.
017900     READ XR-OLD-FILE
018000         AT END
018100             SET XR-OLD-EOF TO TRUE
018200             GO TO 1110-EXIT.
018300     ADD 1 TO XR-OLD-COUNT.
018400     IF XR-ENTRY-COUNT NOT < XR-TABLE-MAX
018500         DISPLAY "XRATOLD EXCEEDS IN-STORAGE TABLE LIMIT"
018600                 UPON CONSOLE
018700         MOVE 16 TO RETURN-CODE
018800         GOBACK.
018900     MOVE XRAT-CURRENCY OF XR-OLD-RECORD TO XR-INS-CURRENCY.
019000     MOVE XRAT-EFF-DATE OF XR-OLD-RECORD TO XR-INS-EFF-DATE.
019100     MOVE XRAT-RATE OF XR-OLD-RECORD TO XR-INS-RATE.
019200     MOVE XRAT-EXPIRY-DATE OF XR-OLD-RECORD TO XR-INS-EXPIRY.
019300     PERFORM 3030-INSERT-ENTRY THRU 3030-EXIT.
019400 1110-EXIT.
019500     EXIT.
019600***************************************************************
019700* 2000-APPLY-TRANS - READ AND APPLY ONE EXCHANGE-RATE         *
019800*     TRANSACTION TO THE IN-STORAGE TABLE                     *
019900***************************************************************
020000 2000-APPLY-TRANS.
020100     READ XR-TRANS-FILE
020200         AT END
020300             SET XR-TRANS-EOF TO TRUE
020400             GO TO 2000-EXIT.
020500     ADD 1 TO XR-TRANS-COUNT.
020600     IF XTRN-CURRENCY = SPACES
020700         MOVE "CURRENCY CODE NOT SUPPLIED" TO XR-REJECT-REASON
020800         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
020900         GO TO 2000-EXIT.
021000     IF XTRN-CURRENCY = "USD"
021100         MOVE "BASE CURRENCY TAKES NO EXCHANGE RATE" TO
021200                 XR-REJECT-REASON
021300         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
021400         GO TO 2000-EXIT.
021500     IF XTRN-EFF-DATE NOT NUMERIC
021600         MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO
021700                 XR-REJECT-REASON
021800         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
021900         GO TO 2000-EXIT.
022000     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
022100     EVALUATE FUNCTION UPPER-CASE(XTRN-ACTION)
022200         WHEN "ADD"
022300             PERFORM 3000-ADD-RATE THRU 3000-EXIT
022400         WHEN "EXPIRE"
022500             PERFORM 3100-EXPIRE-RATE THRU 3100-EXIT
022600         WHEN OTHER
022700             MOVE "UNRECOGNIZED EXCHANGE RATE ACTION" TO
022800                     XR-REJECT-REASON
022900             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
023000     END-EVALUATE.
023100 2000-EXIT.
023200     EXIT.
023300***************************************************************
023400* 2100-FIND-ENTRY - LOCATE THE CURRENCY/EFFECTIVE-DATE        *
023500*     ENTRY                                                   *
023600***************************************************************
023700 2100-FIND-ENTRY.
023800     MOVE 0 TO XR-FOUND-SUB.
023900     PERFORM 2110-MATCH-ENTRY THRU 2110-EXIT
024000         VARYING XR-SUB FROM 1 BY 1
024100         UNTIL XR-SUB > XR-ENTRY-COUNT.
024200 2100-EXIT.
024300     EXIT.
024400 2110-MATCH-ENTRY.
024500     IF XR-TBL-CURRENCY (XR-SUB) = XTRN-CURRENCY
024600        AND XR-TBL-EFF-DATE (XR-SUB) = XTRN-EFF-DATE
024700         MOVE XR-SUB TO XR-FOUND-SUB.
024800 2110-EXIT.
024900     EXIT.
025000***************************************************************
025100* 3000-ADD-RATE - INSERT A NEW EXCHANGE RATE IN CURRENCY      *
025200*     AND EFFECTIVE-DATE ORDER                                *
025300***************************************************************
025400 3000-ADD-RATE.
025500     IF XR-FOUND-SUB NOT = 0
025600         MOVE "EXCHANGE RATE ALREADY ON TABLE" TO
025700                 XR-REJECT-REASON
025800         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
025900         GO TO 3000-EXIT.
026000     IF XTRN-RATE NOT NUMERIC
026100         MOVE "RATE IS NOT NUMERIC" TO XR-REJECT-REASON
026200         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
026300         GO TO 3000-EXIT.
026400     IF XTRN-RATE = 0
026500         MOVE "EXCHANGE RATE IS ZERO" TO XR-REJECT-REASON
026600         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
026700         GO TO 3000-EXIT.
026800     IF XTRN-EXPIRY-DATE NOT NUMERIC
026900         MOVE "EXPIRY DATE IS NOT NUMERIC" TO XR-REJECT-REASON
027000         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
027100         GO TO 3000-EXIT.
027200     IF XR-ENTRY-COUNT NOT < XR-TABLE-MAX
027300         MOVE "EXCHANGE RATE TABLE IS FULL" TO XR-REJECT-REASON
027400         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
027500         GO TO 3000-EXIT.
027600     MOVE XTRN-CURRENCY TO XR-INS-CURRENCY.
027700     MOVE XTRN-EFF-DATE TO XR-INS-EFF-DATE.
027800     MOVE XTRN-RATE TO XR-INS-RATE.
027900     MOVE XTRN-EXPIRY-DATE TO XR-INS-EXPIRY.
028000     PERFORM 3030-INSERT-ENTRY THRU 3030-EXIT.
028100     ADD 1 TO XR-ADD-COUNT.
028200 3000-EXIT.
028300     EXIT.
028400***************************************************************
028500* 3030-INSERT-ENTRY - INSERT XR-INSERT-FIELDS INTO THE TABLE  *
028600*     IN CURRENCY AND EFFECTIVE-DATE ORDER.  USED BOTH WHEN   *
028700*     LOADING THE OLD TABLE AND WHEN APPLYING AN ADD, SO THE  *
028800*     NEW TABLE COMES OUT ORDERED EVEN IF THE OLD ONE WAS NOT *
028900***************************************************************
029000 3030-INSERT-ENTRY.
029100     PERFORM 3010-FIND-INSERT-POINT THRU 3010-EXIT.
029200     PERFORM 3020-OPEN-SLOT THRU 3020-EXIT.
029300     MOVE XR-INS-CURRENCY TO XR-TBL-CURRENCY (XR-SUB).
029400     MOVE XR-INS-EFF-DATE TO XR-TBL-EFF-DATE (XR-SUB).
029500     MOVE XR-INS-RATE TO XR-TBL-RATE (XR-SUB).
029600     MOVE XR-INS-EXPIRY TO XR-TBL-EXPIRY (XR-SUB).
029700 3030-EXIT.
029800     EXIT.
029900 3010-FIND-INSERT-POINT.
030000     MOVE 1 TO XR-SUB.
030100 3010-LOOP.
030200     IF XR-SUB > XR-ENTRY-COUNT
030300         GO TO 3010-EXIT.
030400     IF XR-TBL-CURRENCY (XR-SUB) > XR-INS-CURRENCY
030500         GO TO 3010-EXIT.
030600     IF XR-TBL-CURRENCY (XR-SUB) = XR-INS-CURRENCY
030700        AND XR-TBL-EFF-DATE (XR-SUB) > XR-INS-EFF-DATE
030800         GO TO 3010-EXIT.
030900     ADD 1 TO XR-SUB.
031000     GO TO 3010-LOOP.
031100 3010-EXIT.
031200     EXIT.
031300 3020-OPEN-SLOT.
031400     MOVE XR-ENTRY-COUNT TO XR-WORK-SUB.
031500 3020-LOOP.
031600     IF XR-WORK-SUB < XR-SUB
031700         GO TO 3020-CLAIM.
031800     MOVE XR-ENTRY (XR-WORK-SUB) TO XR-ENTRY (XR-WORK-SUB + 1).
031900     SUBTRACT 1 FROM XR-WORK-SUB.
032000     GO TO 3020-LOOP.
032100 3020-CLAIM.
032200     ADD 1 TO XR-ENTRY-COUNT.
032300 3020-EXIT.
032400     EXIT.
032500***************************************************************
032600* 3100-EXPIRE-RATE - SET THE EXPIRY DATE ON AN EXISTING ENTRY *
032700***************************************************************
032800 3100-EXPIRE-RATE.
032900     IF XR-FOUND-SUB = 0
033000         MOVE "EXCHANGE RATE NOT ON TABLE" TO XR-REJECT-REASON
033100         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
033200         GO TO 3100-EXIT.
033300     IF XTRN-EXPIRY-DATE NOT NUMERIC
033400         MOVE "EXPIRY DATE IS NOT NUMERIC" TO XR-REJECT-REASON
033500         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
033600         GO TO 3100-EXIT.
033700     MOVE XTRN-EXPIRY-DATE TO XR-TBL-EXPIRY (XR-FOUND-SUB).
033800     ADD 1 TO XR-EXPIRE-COUNT.
033900 3100-EXIT.
034000     EXIT.
034100***************************************************************
034200* 4100-WRITE-REJECT - LOG ONE UNAPPLIED TRANSACTION TO        *
034300*     XRATREJ WITH ITS REASON                                 *
034400***************************************************************
034500 4100-WRITE-REJECT.
034600     MOVE SPACES TO CALC-REJECT-RECORD.
034700     MOVE CALC-XRAT-TRANS TO REJ-ORIGINAL-COMMAND.
034800     MOVE XR-REJECT-REASON TO REJ-REASON-TEXT.
034900     MOVE XR-RUN-DATE TO REJ-RUN-DATE.
035000     WRITE CALC-REJECT-RECORD.
035100     ADD 1 TO XR-REJECT-COUNT.
035200 4100-EXIT.
035300     EXIT.
035400***************************************************************
035500* 7000-WRITE-NEW-TABLE - WRITE THE UPDATED TABLE TO XRATNEW   *
035600***************************************************************
035700 7000-WRITE-NEW-TABLE.
035800     PERFORM 7010-WRITE-NEW-ENTRY THRU 7010-EXIT
035900         VARYING XR-SUB FROM 1 BY 1
036000         UNTIL XR-SUB > XR-ENTRY-COUNT.
036100 7000-EXIT.
036200     EXIT.
036300 7010-WRITE-NEW-ENTRY.
036400     MOVE SPACES TO XR-NEW-RECORD.
036500     MOVE XR-TBL-CURRENCY (XR-SUB) TO
036600             XRAT-CURRENCY OF XR-NEW-RECORD.
036700     MOVE XR-TBL-EFF-DATE (XR-SUB) TO
036800             XRAT-EFF-DATE OF XR-NEW-RECORD.
036900     MOVE XR-TBL-RATE (XR-SUB) TO
037000             XRAT-RATE OF XR-NEW-RECORD.
037100     MOVE XR-TBL-EXPIRY (XR-SUB) TO
037200             XRAT-EXPIRY-DATE OF XR-NEW-RECORD.
037300     WRITE XR-NEW-RECORD.
037400     ADD 1 TO XR-NEW-COUNT.
037500 7010-EXIT.
037600     EXIT.
037700***************************************************************
037800* 8000-CONTROL-TOTALS - RECONCILE TRANSACTIONS READ AGAINST   *
037900*     WHAT WAS APPLIED OR REJECTED                            *
038000***************************************************************
038100 8000-CONTROL-TOTALS.
038200     DISPLAY "XRAT TOTALS FOR RUN DATE "
038300             XR-RUN-DATE UPON CONSOLE.
038400     DISPLAY "  OLD TABLE ENTRIES .....: "
038500             XR-OLD-COUNT UPON CONSOLE.
038600     DISPLAY "  TRANSACTIONS READ .....: "
038700             XR-TRANS-COUNT UPON CONSOLE.
038800     DISPLAY "  RATES ADDED ...........: "
038900             XR-ADD-COUNT UPON CONSOLE.
039000     DISPLAY "  RATES EXPIRED .........: "
039100             XR-EXPIRE-COUNT UPON CONSOLE.
039200     DISPLAY "  REJECTED TRANSACTIONS .: "
039300             XR-REJECT-COUNT UPON CONSOLE.
039400     DISPLAY "  NEW TABLE ENTRIES .....: "
039500             XR-NEW-COUNT UPON CONSOLE.
039600 8000-EXIT.
039700     EXIT.
039800***************************************************************
039900* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SIGN OFF      *
040000***************************************************************
040100 9000-TERMINATE.
040200     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
040300     CLOSE XR-TRANS-FILE XR-NEW-FILE XR-REJECT-FILE.
040400     IF XR-REJECT-COUNT > 0
040500         MOVE 4 TO RETURN-CODE.
040600     DISPLAY "XRAT ENDS." UPON CONSOLE.
040700 9000-EXIT.
040800     EXIT.
040900***************************************************************
041000* 1500-READ-PARAMETERS - APPLY THE SYSPARM RUNTIME PARAMETER  *
041100*     DATASET AND SAY WHAT VALUES THIS RUN IS USING.  A       *
041200*     MISSING DATASET OR AN ABSENT KEYWORD LEAVES THE         *
041300*     COMPILED-IN DEFAULT IN EFFECT; KEYWORDS BELONGING TO    *
041400*     OTHER PROGRAMS ARE IGNORED.                             *
041500***************************************************************
041600 1500-READ-PARAMETERS.
041700     OPEN INPUT XR-PARM-FILE.
041800     EVALUATE XR-PARM-STATUS
041900         WHEN "00"
042000             PERFORM 1510-APPLY-PARAMETER THRU 1510-EXIT
042100                 UNTIL XR-PARM-EOF
042200             CLOSE XR-PARM-FILE
042300         WHEN "35"
042400             DISPLAY "SYSPARM NOT ALLOCATED - DEFAULTS IN "
042500                     "EFFECT" UPON CONSOLE
042600         WHEN OTHER
042700             DISPLAY "SYSPARM OPEN FAILED, STATUS = "
042800                     XR-PARM-STATUS UPON CONSOLE
042900             MOVE 16 TO RETURN-CODE
043000             GOBACK
043100     END-EVALUATE.
043200     DISPLAY "XRAT RUNTIME PARAMETERS" UPON CONSOLE.
043300     DISPLAY "  XRATE TABLE LIMIT .....: "
043400             XR-TABLE-MAX UPON CONSOLE.
043500 1500-EXIT.
043600     EXIT.
043700 1510-APPLY-PARAMETER.
043800     READ XR-PARM-FILE
043900         AT END
044000             SET XR-PARM-EOF TO TRUE
044100             GO TO 1510-EXIT.
044200     IF PRM-VALUE NOT NUMERIC
044300         GO TO 1510-EXIT.
044400     MOVE PRM-VALUE TO XR-PARM-VALUE-NUM.
044500     EVALUATE PRM-KEYWORD
044600         WHEN "XRATE-TABLE-MAX"
044700             IF XR-PARM-VALUE-NUM > 0
044800                AND XR-PARM-VALUE-NUM NOT > XR-OCCURS-MAX
044900                 MOVE XR-PARM-VALUE-NUM TO XR-TABLE-MAX
045000             ELSE
045100                 DISPLAY "SYSPARM XRATE-TABLE-MAX OUT OF RANGE"
045200                         " - DEFAULT KEPT" UPON CONSOLE
045300             END-IF
045400         WHEN OTHER
045500             CONTINUE
045600     END-EVALUATE.
045700 1510-EXIT.
045800     EXIT.
045900***************************************************************
046000* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
046100*     BATCH-WINDOW REPORT                                     *
046200***************************************************************
046300 9900-LOG-STEP-START.
046400     MOVE "COBXRAT" TO SLOG-PROGRAM.
046500     MOVE XR-RUN-DATE TO SLOG-RUN-DATE.
046600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
046700     SET SLOG-STEP-START TO TRUE.
046800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
046900 9900-EXIT.
047000     EXIT.
047100***************************************************************
047200* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
047300*     AND THE FINAL CONDITION CODE                            *
047400***************************************************************
047500 9910-LOG-STEP-END.
047600     MOVE XR-TRANS-COUNT TO SLOG-RECORDS-IN.
047700     MOVE XR-NEW-COUNT TO SLOG-RECORDS-OUT.
047800     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
047900     SET SLOG-STEP-END TO TRUE.
048000     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
048100 9910-EXIT.
048200     EXIT.
