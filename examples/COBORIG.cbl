000100***************************************************************
000200* COBORIG                                                     *
000300*                                                             *
000400* Loan-origination feed conversion.  Reads the origination    *
000500* system's nightly comma-delimited file of new applications   *
000600* (application id, customer, branch, requested amount, term,  *
000700* product and, optionally, the loan currency) and validates   *
000800* every line.  Each good application becomes a COBMSTR ADD    *
000900* transaction on MSTROUT setting the account up under the     *
001000* application id, plus a PMT and an AMRT command in CALCCMD   *
001100* layout on CALCOUT naming the product, so COBCALC prices     *
001200* them at the rate-table rate for the run date.  The commands *
001300* are wrapped in a generated BHDR/BTRL pair carrying the      *
001400* record count and amount hash total COBEDIT balances to.     *
001500* A line that fails an edit goes back to the origination      *
001600* system on ORIGREJ with its reason.  The control report on   *
001700* ORIGPRT lists every application with its outcome and ties   *
001800* applications received to the accounts and commands written. *
001900*                                                             *
002000* MODIFICATION HISTORY                                        *
002100*   DATE       BY   DESCRIPTION                               *
002200*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002220*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002240*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002260*                   SLA REPORT                                *
002270*   10/15/26   TWK  REJECTED A CURRENCY WITH NO UNEXPIRED     *
002280*                   XRATTAB RATE FOR THE RUN DATE, OR WHOSE   *
002290*                   AMOUNT OVERFLOWS ON CONVERSION TO BASE    *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     COBORIG.
002600 AUTHOR.         T W KRAUSS.
002700 INSTALLATION.   FINANCIAL SYSTEMS.
002800 DATE-WRITTEN.   10/15/26.
002900 DATE-COMPILED.  10/15/26.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OR-FEED-FILE     ASSIGN TO ORIGIN
003400            ORGANIZATION IS SEQUENTIAL
003500            FILE STATUS IS OR-FEED-STATUS.
003600     SELECT OR-MASTER-FILE   ASSIGN TO MSTRFILE
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS RANDOM
003900            RECORD KEY IS MSTR-ACCOUNT-NBR
004000            FILE STATUS IS OR-MASTER-STATUS.
004100     SELECT OR-RATE-FILE     ASSIGN TO RATETAB
004200            ORGANIZATION IS SEQUENTIAL
004300            FILE STATUS IS OR-RATE-STATUS.
004400     SELECT OR-PARM-FILE     ASSIGN TO SYSPARM
004500            ORGANIZATION IS SEQUENTIAL
004600            FILE STATUS IS OR-PARM-STATUS.
004610     SELECT OR-XRAT-FILE     ASSIGN TO XRATTAB
004620            ORGANIZATION IS SEQUENTIAL
004630            FILE STATUS IS OR-XRAT-STATUS.
004700     SELECT OR-MTRN-FILE     ASSIGN TO MSTROUT
004800            ORGANIZATION IS SEQUENTIAL
004900            FILE STATUS IS OR-MTRN-STATUS.
005000     SELECT OR-CMD-FILE      ASSIGN TO CALCOUT
005100            ORGANIZATION IS SEQUENTIAL
005200            FILE STATUS IS OR-CMD-STATUS.
005300     SELECT OR-REJECT-FILE   ASSIGN TO ORIGREJ
005400            ORGANIZATION IS SEQUENTIAL
005500            FILE STATUS IS OR-REJECT-STATUS.
005600     SELECT OR-PRINT-FILE    ASSIGN TO ORIGPRT
005700            ORGANIZATION IS SEQUENTIAL
005800            FILE STATUS IS OR-PRINT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OR-FEED-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  OR-FEED-RECORD                  PIC X(120).
006500 FD  OR-MASTER-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CALCMSTR.
006800 FD  OR-RATE-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CALCRATE.
007200 FD  OR-PARM-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CALCPRM.
007510 FD  OR-XRAT-FILE
007520     RECORDING MODE IS F
007530     LABEL RECORDS ARE STANDARD.
007540     COPY CALCXRAT.
007600 FD  OR-MTRN-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CALCMTRN.
008000 FD  OR-CMD-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CALCCMD REPLACING CALC-COMMAND-AREA
008400                         BY OR-COMMAND-RECORD.
008500 FD  OR-REJECT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CALCORJ.
008900 FD  OR-PRINT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  OR-PRINT-RECORD                 PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 01  OR-FILE-STATUSES.
009500     05  OR-FEED-STATUS              PIC X(02).
009600     05  OR-MASTER-STATUS            PIC X(02).
009700     05  OR-RATE-STATUS              PIC X(02).
009800     05  OR-PARM-STATUS              PIC X(02).
009810     05  OR-XRAT-STATUS              PIC X(02).
009900     05  OR-MTRN-STATUS              PIC X(02).
010000     05  OR-CMD-STATUS               PIC X(02).
010100     05  OR-REJECT-STATUS            PIC X(02).
010200     05  OR-PRINT-STATUS             PIC X(02).
010300 01  OR-SWITCHES.
010400     05  OR-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
010500         88  OR-FEED-EOF                       VALUE "Y".
010600     05  OR-RATE-EOF-SWITCH          PIC X(01) VALUE "N".
010700         88  OR-RATE-EOF                       VALUE "Y".
010800     05  OR-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
010900         88  OR-PARM-EOF                       VALUE "Y".
010910     05  OR-XRAT-EOF-SWITCH          PIC X(01) VALUE "N".
010920         88  OR-XRAT-EOF                       VALUE "Y".
011000     05  OR-APPL-SWITCH              PIC X(01) VALUE "Y".
011100         88  OR-APPL-CLEAN                     VALUE "Y".
011200         88  OR-APPL-REJECTED                  VALUE "N".
011300 01  OR-COUNTERS.
011400     05  OR-RECORD-COUNT             PIC 9(07) COMP VALUE 0.
011500     05  OR-BLANK-COUNT              PIC 9(07) COMP VALUE 0.
011600     05  OR-RECEIVED-COUNT           PIC 9(07) COMP VALUE 0.
011700     05  OR-ACCEPTED-COUNT           PIC 9(07) COMP VALUE 0.
011800     05  OR-REJECTED-COUNT           PIC 9(07) COMP VALUE 0.
011900     05  OR-ADD-COUNT                PIC 9(07) COMP VALUE 0.
012000     05  OR-PMT-COUNT                PIC 9(07) COMP VALUE 0.
012100     05  OR-AMRT-COUNT               PIC 9(07) COMP VALUE 0.
012200     05  OR-BATCH-COUNT              PIC 9(07) COMP VALUE 0.
012300     05  OR-LINE-COUNT               PIC 9(03) COMP VALUE 99.
012400     05  OR-PAGE-COUNT               PIC 9(05) COMP VALUE 0.
012500 77  OR-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
012600 77  OR-RATE-MAX                     PIC 9(03) COMP VALUE 500.
012610 77  OR-XRAT-MAX                     PIC 9(03) COMP VALUE 500.
012700 77  OR-APPL-MAX                     PIC 9(05) COMP VALUE 5000.
012800 77  OR-MAX-TERM                     PIC 9(03) COMP VALUE 360.
012900 01  OR-SUBSCRIPTS.
013000     05  OR-RATE-COUNT               PIC 9(03) COMP VALUE 0.
013100     05  OR-RATE-SUB                 PIC 9(03) COMP VALUE 0.
013200     05  OR-RATE-BEST-SUB            PIC 9(03) COMP VALUE 0.
013300     05  OR-APPL-COUNT               PIC 9(05) COMP VALUE 0.
013400     05  OR-APPL-SUB                 PIC 9(05) COMP VALUE 0.
013500     05  OR-APPL-FOUND-SUB           PIC 9(05) COMP VALUE 0.
013510     05  OR-XRAT-COUNT               PIC 9(03) COMP VALUE 0.
013520     05  OR-XRAT-SUB                 PIC 9(03) COMP VALUE 0.
013530     05  OR-XRAT-BEST-SUB            PIC 9(03) COMP VALUE 0.
013600 01  OR-HASH-TOTAL                   PIC 9(13)V99 VALUE 0.
013700 01  OR-ACCEPTED-AMOUNT              PIC 9(13)V99 VALUE 0.
013800 01  OR-HIGHEST-RC                   PIC 9(02) VALUE 0.
013900 01  OR-DEPARTMENT                   PIC X(04) VALUE "ORIG".
014000 01  OR-RUN-DATE                     PIC X(08) VALUE SPACES.
014100 01  OR-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
014200 01  OR-REJECT-REASON                PIC X(40) VALUE SPACES.
014300 01  OR-RESULT-TEXT                  PIC X(40) VALUE SPACES.
014400 01  OR-WORK-FUNCTION                PIC X(10) VALUE SPACES.
014450 01  OR-PRINT-HOLD                   PIC X(132) VALUE SPACES.
014460 01  OR-XRAT-RATE                    PIC 9(05)V9(06) VALUE 0.
014470 01  OR-BASE-AMOUNT                  PIC 9(11)V99 VALUE 0.
014500***************************************************************
014600* ONE FEED LINE SPLIT AT THE COMMAS.  EACH RECEIVING FIELD IS *
014700* WIDER THAN THE VALUE IT MAY HOLD SO AN OVER-LONG VALUE      *
014800* SHOWS UP IN ITS COUNT INSTEAD OF BEING TRUNCATED UNSEEN.    *
014900***************************************************************
015000 01  OR-FEED-FIELDS.
015100     05  OR-FLD-APPL-ID              PIC X(20).
015200     05  OR-FLD-CUSTOMER             PIC X(40).
015300     05  OR-FLD-BRANCH               PIC X(10).
015400     05  OR-FLD-AMOUNT               PIC X(20).
015500     05  OR-FLD-TERM                 PIC X(10).
015600     05  OR-FLD-PRODUCT              PIC X(10).
015700     05  OR-FLD-CURRENCY             PIC X(10).
015800 01  OR-FEED-LENGTHS.
015900     05  OR-RECORD-LENGTH            PIC 9(03) COMP VALUE 0.
016000     05  OR-FIELD-COUNT              PIC 9(03) COMP VALUE 0.
016100     05  OR-LEN-APPL-ID              PIC 9(03) COMP VALUE 0.
016200     05  OR-LEN-CUSTOMER             PIC 9(03) COMP VALUE 0.
016300     05  OR-LEN-BRANCH               PIC 9(03) COMP VALUE 0.
016400     05  OR-LEN-AMOUNT               PIC 9(03) COMP VALUE 0.
016500     05  OR-LEN-TERM                 PIC 9(03) COMP VALUE 0.
016600     05  OR-LEN-PRODUCT              PIC 9(03) COMP VALUE 0.
016700     05  OR-LEN-CURRENCY             PIC 9(03) COMP VALUE 0.
016800 01  OR-AMOUNT-PARTS.
016900     05  OR-AMT-WHOLE                PIC X(20).
017000     05  OR-AMT-FRACTION             PIC X(20).
017100     05  OR-AMT-PART-COUNT           PIC 9(03) COMP VALUE 0.
017200     05  OR-LEN-WHOLE                PIC 9(03) COMP VALUE 0.
017300     05  OR-LEN-FRACTION             PIC 9(03) COMP VALUE 0.
017400     05  OR-AMT-POSITION             PIC 9(03) COMP VALUE 0.
017500 01  OR-AMOUNT-EDIT                  PIC X(11).
017600 01  OR-AMOUNT-EDIT-NUM REDEFINES OR-AMOUNT-EDIT
017700                                     PIC 9(09)V99.
017800 01  OR-TERM-EDIT                    PIC X(03).
017900 01  OR-TERM-EDIT-NUM REDEFINES OR-TERM-EDIT
018000                                     PIC 9(03).
018100 01  OR-APPLICATION.
018200     05  OR-APPL-ID                  PIC X(10).
018300     05  OR-APPL-CUSTOMER            PIC X(30).
018400     05  OR-APPL-BRANCH              PIC X(04).
018500     05  OR-APPL-AMOUNT              PIC 9(09)V99.
018600     05  OR-APPL-TERM                PIC 9(03).
018700     05  OR-APPL-PRODUCT             PIC X(08).
018800     05  OR-APPL-CURRENCY            PIC X(03).
018900 01  OR-RATE-TABLE-AREA.
019000     05  OR-RATE-ENTRY OCCURS 500 TIMES.
019100         10  OR-RATE-PRODUCT         PIC X(08).
019200         10  OR-RATE-EFF-DATE        PIC 9(08).
019300         10  OR-RATE-EXPIRY          PIC 9(08).
019310 01  OR-XRAT-TABLE-AREA.
019320     05  OR-XRAT-ENTRY OCCURS 500 TIMES.
019330         10  OR-XRAT-TBL-CURRENCY    PIC X(03).
019340         10  OR-XRAT-TBL-EFF-DATE    PIC 9(08).
019350         10  OR-XRAT-TBL-RATE        PIC 9(05)V9(06).
019360         10  OR-XRAT-TBL-EXPIRY      PIC 9(08).
019400 01  OR-APPL-TABLE-AREA.
019500     05  OR-APPL-ENTRY OCCURS 5000 TIMES
019600                                     PIC X(10).
019700 01  OR-HEADING-1.
019800     05  FILLER                      PIC X(08) VALUE "COBCALC".
019900     05  FILLER                      PIC X(42)
020000         VALUE "LOAN ORIGINATION FEED CONTROL REPORT".
020100     05  FILLER                      PIC X(10)
020200         VALUE "RUN DATE ".
020300     05  OR-H1-RUN-DATE              PIC X(08).
020400     05  FILLER                      PIC X(50) VALUE SPACES.
020500     05  FILLER                      PIC X(05) VALUE "PAGE ".
020600     05  OR-H1-PAGE                  PIC ZZZZ9.
020700     05  FILLER                      PIC X(04) VALUE SPACES.
020800 01  OR-DETAIL-HEADING.
020900     05  FILLER                      PIC X(45)
021000         VALUE "  APPL ID     BRANCH PRODUCT           AMOUNT".
021100     05  FILLER                      PIC X(18)
021200         VALUE "  TRM  CCY  RESULT".
021300     05  FILLER                      PIC X(69) VALUE SPACES.
021400 01  OR-DETAIL-LINE.
021500     05  FILLER                      PIC X(02) VALUE SPACES.
021600     05  OR-DL-APPL-ID               PIC X(10).
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  OR-DL-BRANCH                PIC X(04).
021900     05  FILLER                      PIC X(03) VALUE SPACES.
022000     05  OR-DL-PRODUCT               PIC X(08).
022100     05  FILLER                      PIC X(02) VALUE SPACES.
022200     05  OR-DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
022300     05  FILLER                      PIC X(02) VALUE SPACES.
022400     05  OR-DL-TERM                  PIC ZZ9.
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  OR-DL-CURRENCY              PIC X(03).
022700     05  FILLER                      PIC X(02) VALUE SPACES.
022800     05  OR-DL-RESULT                PIC X(40).
022900     05  FILLER                      PIC X(35) VALUE SPACES.
023000 01  OR-TOTAL-LINE.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  OR-TOT-LABEL                PIC X(26).
023300     05  OR-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
023400     05  FILLER                      PIC X(93) VALUE SPACES.
023500 01  OR-AMOUNT-LINE.
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  OR-AMT-LABEL                PIC X(26).
023800     05  OR-AMT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023900     05  FILLER                      PIC X(87) VALUE SPACES.
023950 COPY CALCSLOG.
024000 LINKAGE SECTION.
024100 01  OR-PARM-DATA.
024200     05  OR-PARM-LENGTH              PIC S9(04) COMP.
024300     05  OR-PARM-RUN-DATE            PIC X(08).
024400 PROCEDURE DIVISION USING OR-PARM-DATA.
024500***************************************************************
024600* 0000-MAINLINE                                               *
024700***************************************************************
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
025000     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
025100     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
025110     PERFORM 1250-LOAD-XRATE-TABLE THRU 1250-EXIT.
025200     PERFORM 1300-WRITE-BATCH-HEADER THRU 1300-EXIT.
025300     PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
025400         UNTIL OR-FEED-EOF.
025500     PERFORM 4000-WRITE-BATCH-TRAILER THRU 4000-EXIT.
025600     PERFORM 6000-PRINT-REPORT-TOTALS THRU 6000-EXIT.
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025750     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
025800     GOBACK.
025900***************************************************************
026000* 1000-INITIALIZE - PICK UP THE RUN DATE AND OPEN THE FILES.  *
026100*     THE RUN DATE PRICES THE PRODUCT CHECK, SO A RUN         *
026200*     WITHOUT ONE IS REFUSED.                                 *
026300***************************************************************
026400 1000-INITIALIZE.
026500     DISPLAY "ORIG BEGINS." UPON CONSOLE.
026600     IF OR-PARM-LENGTH > 0
026700         MOVE OR-PARM-RUN-DATE TO OR-RUN-DATE
026800     ELSE
026900         MOVE SPACES TO OR-RUN-DATE.
027000     IF OR-RUN-DATE NUMERIC
027100         MOVE OR-RUN-DATE TO OR-RUN-DATE-NUM
027200     ELSE
027300         DISPLAY "RUN DATE PARM NOT SUPPLIED - RUN REFUSED"
027400                 UPON CONSOLE
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK.
027700     OPEN INPUT OR-FEED-FILE.
027800     IF OR-FEED-STATUS NOT = "00"
027900         DISPLAY "ORIGIN OPEN FAILED, STATUS = "
028000                 OR-FEED-STATUS UPON CONSOLE
028100         MOVE 16 TO RETURN-CODE
028200         GOBACK.
028300     OPEN INPUT OR-MASTER-FILE.
028400     IF OR-MASTER-STATUS NOT = "00"
028500         DISPLAY "MSTRFILE OPEN FAILED, STATUS = "
028600                 OR-MASTER-STATUS UPON CONSOLE
028700         MOVE 16 TO RETURN-CODE
028800         GOBACK.
028900     OPEN OUTPUT OR-MTRN-FILE.
029000     IF OR-MTRN-STATUS NOT = "00"
029100         DISPLAY "MSTROUT OPEN FAILED, STATUS = "
029200                 OR-MTRN-STATUS UPON CONSOLE
029300         MOVE 16 TO RETURN-CODE
029400         GOBACK.
029500     OPEN OUTPUT OR-CMD-FILE.
029600     IF OR-CMD-STATUS NOT = "00"
029700         DISPLAY "CALCOUT OPEN FAILED, STATUS = "
029800                 OR-CMD-STATUS UPON CONSOLE
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK.
030100     OPEN OUTPUT OR-REJECT-FILE.
030200     IF OR-REJECT-STATUS NOT = "00"
030300         DISPLAY "ORIGREJ OPEN FAILED, STATUS = "
030400                 OR-REJECT-STATUS UPON CONSOLE
030500         MOVE 16 TO RETURN-CODE
030600         GOBACK.
030700     OPEN OUTPUT OR-PRINT-FILE.
030800     IF OR-PRINT-STATUS NOT = "00"
030900         DISPLAY "ORIGPRT OPEN FAILED, STATUS = "
031000                 OR-PRINT-STATUS UPON CONSOLE
031100         MOVE 16 TO RETURN-CODE
031200         GOBACK.
031300 1000-EXIT.
031400     EXIT.
031500***************************************************************
031600* 1100-READ-PARAMETERS - APPLY THE SYSPARM RUNTIME PARAMETER  *
031700*     DATASET.  A MISSING DATASET OR AN ABSENT KEYWORD        *
031800*     LEAVES THE COMPILED-IN DEFAULT IN EFFECT; KEYWORDS      *
031900*     BELONGING TO OTHER PROGRAMS ARE IGNORED.                *
032000***************************************************************
032100 1100-READ-PARAMETERS.
032200     OPEN INPUT OR-PARM-FILE.
032300     EVALUATE OR-PARM-STATUS
032400         WHEN "00"
032500             PERFORM 1110-APPLY-PARAMETER THRU 1110-EXIT
032600                 UNTIL OR-PARM-EOF
032700             CLOSE OR-PARM-FILE
032800         WHEN "35"
032900             DISPLAY "SYSPARM NOT ALLOCATED - DEFAULTS IN "
033000                     "EFFECT" UPON CONSOLE
033100         WHEN OTHER
033200             DISPLAY "SYSPARM OPEN FAILED, STATUS = "
033300                     OR-PARM-STATUS UPON CONSOLE
033400             MOVE 16 TO RETURN-CODE
033500             GOBACK
033600     END-EVALUATE.
033700     DISPLAY "ORIG RUNTIME PARAMETERS" UPON CONSOLE.
033800     DISPLAY "  BATCH DEPARTMENT ......: "
033900             OR-DEPARTMENT UPON CONSOLE.
034000 1100-EXIT.
034100     EXIT.
034200 1110-APPLY-PARAMETER.
034300     READ OR-PARM-FILE
034400         AT END
034500             SET OR-PARM-EOF TO TRUE
034600             GO TO 1110-EXIT.
034700     IF PRM-KEYWORD = "ORIG-DEPARTMENT"
034800         IF PRM-VALUE (1:4) NOT = SPACES
034900             MOVE PRM-VALUE (1:4) TO OR-DEPARTMENT
035000         ELSE
035100             DISPLAY "SYSPARM ORIG-DEPARTMENT IS BLANK"
035200                     " - DEFAULT KEPT" UPON CONSOLE.
035300 1110-EXIT.
035400     EXIT.
035500***************************************************************
035600* 1200-LOAD-RATE-TABLE - READ THE RATETAB PRODUCT RATE TABLE  *
035700*     INTO STORAGE SO EACH APPLICATION'S PRODUCT CAN BE       *
035800*     CHECKED THE WAY COBCALC WILL PRICE IT                   *
035900***************************************************************
036000 1200-LOAD-RATE-TABLE.
036100     OPEN INPUT OR-RATE-FILE.
036200     IF OR-RATE-STATUS NOT = "00"
036300         DISPLAY "RATETAB OPEN FAILED, STATUS = "
036400                 OR-RATE-STATUS UPON CONSOLE
036500         MOVE 16 TO RETURN-CODE
036600         GOBACK.
036700     PERFORM 1210-LOAD-RATE-ENTRY THRU 1210-EXIT
036800         UNTIL OR-RATE-EOF.
036900     CLOSE OR-RATE-FILE.
037000 1200-EXIT.
037100     EXIT.
037200 1210-LOAD-RATE-ENTRY.
037300     READ OR-RATE-FILE
037400         AT END
037500             SET OR-RATE-EOF TO TRUE
037600             GO TO 1210-EXIT.
037700     IF OR-RATE-COUNT NOT < OR-RATE-MAX
037800         DISPLAY "RATETAB EXCEEDS IN-STORAGE TABLE LIMIT"
037900                 UPON CONSOLE
038000         MOVE 16 TO RETURN-CODE
038100         GOBACK.
038200     ADD 1 TO OR-RATE-COUNT.
038300     MOVE RATE-PRODUCT-CODE TO OR-RATE-PRODUCT (OR-RATE-COUNT).
038400     MOVE RATE-EFF-DATE TO OR-RATE-EFF-DATE (OR-RATE-COUNT).
038500     MOVE RATE-EXPIRY-DATE TO OR-RATE-EXPIRY (OR-RATE-COUNT).
038600 1210-EXIT.
038700     EXIT.
038702***************************************************************
038704* 1250-LOAD-XRATE-TABLE - READ THE XRATTAB EXCHANGE-RATE      *
038706*     TABLE SO AN APPLICATION'S CURRENCY CAN BE CHECKED THE   *
038708*     WAY COBEDIT WILL CHECK ITS COMMANDS.  WITHOUT THE TABLE *
038710*     ONLY THE BASE CURRENCY IS ACCEPTED.                     *
038712***************************************************************
038714 1250-LOAD-XRATE-TABLE.
038716     OPEN INPUT OR-XRAT-FILE.
038718     EVALUATE OR-XRAT-STATUS
038720         WHEN "00"
038722             PERFORM 1260-LOAD-XRATE-ENTRY THRU 1260-EXIT
038724                 UNTIL OR-XRAT-EOF
038726             CLOSE OR-XRAT-FILE
038728         WHEN "35"
038730             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
038732                     UPON CONSOLE
038734         WHEN OTHER
038736             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
038738                     OR-XRAT-STATUS UPON CONSOLE
038740             MOVE 16 TO RETURN-CODE
038742             GOBACK
038744     END-EVALUATE.
038746     DISPLAY "EXCHANGE RATES LOADED ...: "
038748             OR-XRAT-COUNT UPON CONSOLE.
038750 1250-EXIT.
038752     EXIT.
038754 1260-LOAD-XRATE-ENTRY.
038756     READ OR-XRAT-FILE
038758         AT END
038760             SET OR-XRAT-EOF TO TRUE
038762             GO TO 1260-EXIT.
038764     IF OR-XRAT-COUNT NOT < OR-XRAT-MAX
038766         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
038768                 UPON CONSOLE
038770         MOVE 16 TO RETURN-CODE
038772         GOBACK.
038774     ADD 1 TO OR-XRAT-COUNT.
038776     MOVE XRAT-CURRENCY TO OR-XRAT-TBL-CURRENCY (OR-XRAT-COUNT).
038778     MOVE XRAT-EFF-DATE TO OR-XRAT-TBL-EFF-DATE (OR-XRAT-COUNT).
038780     MOVE XRAT-RATE TO OR-XRAT-TBL-RATE (OR-XRAT-COUNT).
038782     MOVE XRAT-EXPIRY-DATE TO OR-XRAT-TBL-EXPIRY (OR-XRAT-COUNT).
038784 1260-EXIT.
038786     EXIT.
038800***************************************************************
038900* 1300-WRITE-BATCH-HEADER - THE BHDR CONTROL RECORD OPENS THE *
039000*     GENERATED BATCH UNDER THE ORIGINATION DEPARTMENT        *
039100***************************************************************
039200 1300-WRITE-BATCH-HEADER.
039300     MOVE SPACES TO OR-COMMAND-RECORD.
039400     MOVE "BHDR" TO CALC-CMD-CODE.
039500     MOVE OR-DEPARTMENT TO CALC-BCH-DEPARTMENT.
039600     MOVE 0 TO CALC-BCH-EXPECTED-COUNT.
039700     MOVE 0 TO CALC-BCH-HASH-TOTAL.
039800     WRITE OR-COMMAND-RECORD.
039900 1300-EXIT.
040000     EXIT.
040100***************************************************************
040200* 2000-PROCESS-FEED - EDIT ONE APPLICATION LINE.  A CLEAN     *
040300*     APPLICATION BECOMES AN ACCOUNT ADD AND ITS COMMANDS; A  *
040400*     REJECTED ONE GOES BACK ON ORIGREJ.  EITHER WAY IT IS    *
040500*     LISTED ON THE CONTROL REPORT.  BLANK LINES ARE SKIPPED. *
040600***************************************************************
040700 2000-PROCESS-FEED.
040800     READ OR-FEED-FILE
040900         AT END
041000             SET OR-FEED-EOF TO TRUE
041100             GO TO 2000-EXIT.
041200     ADD 1 TO OR-RECORD-COUNT.
041300     IF OR-FEED-RECORD = SPACES
041400         ADD 1 TO OR-BLANK-COUNT
041500         GO TO 2000-EXIT.
041600     ADD 1 TO OR-RECEIVED-COUNT.
041700     SET OR-APPL-CLEAN TO TRUE.
041800     MOVE SPACES TO OR-REJECT-REASON.
041900     MOVE SPACES TO OR-APPLICATION.
042000     MOVE 0 TO OR-APPL-AMOUNT OR-APPL-TERM.
042100     PERFORM 2100-SPLIT-FIELDS THRU 2100-EXIT.
042200     IF OR-APPL-CLEAN
042300         PERFORM 2200-EDIT-IDENTITY THRU 2200-EXIT.
042400     IF OR-APPL-CLEAN
042500         PERFORM 2300-EDIT-AMOUNT THRU 2300-EXIT.
042600     IF OR-APPL-CLEAN
042700         PERFORM 2400-EDIT-TERM THRU 2400-EXIT.
042800     IF OR-APPL-CLEAN
042900         PERFORM 2500-EDIT-PRODUCT THRU 2500-EXIT.
042910     IF OR-APPL-CLEAN
042920         PERFORM 2550-EDIT-EXCHANGE-RATE THRU 2550-EXIT.
043000     IF OR-APPL-CLEAN
043100         PERFORM 2600-CHECK-MASTER THRU 2600-EXIT.
043200     IF OR-APPL-REJECTED
043300         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
043400         MOVE OR-REJECT-REASON TO OR-RESULT-TEXT
043500         GO TO 2000-PRINT.
043600     PERFORM 3000-WRITE-ACCOUNT-ADD THRU 3000-EXIT.
043700     PERFORM 3100-WRITE-COMMANDS THRU 3100-EXIT.
043800     PERFORM 2700-REGISTER-APPLICATION THRU 2700-EXIT.
043900     ADD 1 TO OR-ACCEPTED-COUNT.
044000     ADD OR-APPL-AMOUNT TO OR-ACCEPTED-AMOUNT.
044100     MOVE "ACCEPTED - ACCOUNT ADDED, PMT AND AMRT" TO
044200             OR-RESULT-TEXT.
044300 2000-PRINT.
044400     PERFORM 7000-PRINT-DETAIL-LINE THRU 7000-EXIT.
044500 2000-EXIT.
044600     EXIT.
044700***************************************************************
044800* 2100-SPLIT-FIELDS - SPLIT THE LINE AT THE COMMAS.  TRAILING *
044900*     SPACES ARE TRIMMED FIRST SO THE LAST FIELD'S COUNT IS   *
045000*     ITS OWN LENGTH.  SIX FIELDS ARE REQUIRED; THE SEVENTH   *
045100*     (CURRENCY) IS OPTIONAL.                                 *
045200***************************************************************
045300 2100-SPLIT-FIELDS.
045400     MOVE 120 TO OR-RECORD-LENGTH.
045500     PERFORM 2110-BACK-UP-ONE THRU 2110-EXIT
045600         UNTIL OR-FEED-RECORD (OR-RECORD-LENGTH:1) NOT = SPACE.
045700     MOVE SPACES TO OR-FEED-FIELDS.
045800     MOVE 0 TO OR-FIELD-COUNT OR-LEN-APPL-ID OR-LEN-CUSTOMER
045900               OR-LEN-BRANCH OR-LEN-AMOUNT OR-LEN-TERM
046000               OR-LEN-PRODUCT OR-LEN-CURRENCY.
046100     UNSTRING OR-FEED-RECORD (1:OR-RECORD-LENGTH)
046200         DELIMITED BY ","
046300         INTO OR-FLD-APPL-ID  COUNT IN OR-LEN-APPL-ID
046400              OR-FLD-CUSTOMER COUNT IN OR-LEN-CUSTOMER
046500              OR-FLD-BRANCH   COUNT IN OR-LEN-BRANCH
046600              OR-FLD-AMOUNT   COUNT IN OR-LEN-AMOUNT
046700              OR-FLD-TERM     COUNT IN OR-LEN-TERM
046800              OR-FLD-PRODUCT  COUNT IN OR-LEN-PRODUCT
046900              OR-FLD-CURRENCY COUNT IN OR-LEN-CURRENCY
047000         TALLYING IN OR-FIELD-COUNT
047100         ON OVERFLOW
047200             SET OR-APPL-REJECTED TO TRUE
047300             MOVE "APPLICATION LINE HAS TOO MANY FIELDS" TO
047400                     OR-REJECT-REASON
047500     END-UNSTRING.
047600     MOVE OR-FLD-APPL-ID TO OR-APPL-ID.
047700     IF OR-APPL-REJECTED
047800         GO TO 2100-EXIT.
047900     IF OR-FIELD-COUNT < 6
048000         SET OR-APPL-REJECTED TO TRUE
048100         MOVE "APPLICATION LINE HAS TOO FEW FIELDS" TO
048200                 OR-REJECT-REASON
048300         GO TO 2100-EXIT.
048400 2100-EXIT.
048500     EXIT.
048600 2110-BACK-UP-ONE.
048700     SUBTRACT 1 FROM OR-RECORD-LENGTH.
048800 2110-EXIT.
048900     EXIT.
049000***************************************************************
049100* 2200-EDIT-IDENTITY - APPLICATION ID, CUSTOMER, BRANCH AND   *
049200*     CURRENCY.  THE APPLICATION ID BECOMES THE ACCOUNT       *
049300*     NUMBER, SO IT MAY APPEAR ONLY ONCE IN THE FEED.         *
049400***************************************************************
049500 2200-EDIT-IDENTITY.
049600     IF OR-LEN-APPL-ID = 0
049700        OR OR-FLD-APPL-ID = SPACES
049800         SET OR-APPL-REJECTED TO TRUE
049900         MOVE "APPLICATION ID NOT SUPPLIED" TO OR-REJECT-REASON
050000         GO TO 2200-EXIT.
050100     IF OR-LEN-APPL-ID > 10
050200         SET OR-APPL-REJECTED TO TRUE
050300         MOVE "APPLICATION ID LONGER THAN 10" TO
050400                 OR-REJECT-REASON
050500         GO TO 2200-EXIT.
050600     PERFORM 2210-FIND-APPLICATION THRU 2210-EXIT.
050700     IF OR-APPL-FOUND-SUB > 0
050800         SET OR-APPL-REJECTED TO TRUE
050900         MOVE "DUPLICATE APPLICATION ID IN FEED" TO
051000                 OR-REJECT-REASON
051100         GO TO 2200-EXIT.
051200     IF OR-LEN-CUSTOMER = 0
051300        OR OR-FLD-CUSTOMER = SPACES
051400         SET OR-APPL-REJECTED TO TRUE
051500         MOVE "CUSTOMER NAME NOT SUPPLIED" TO OR-REJECT-REASON
051600         GO TO 2200-EXIT.
051700     IF OR-LEN-CUSTOMER > 30
051800         SET OR-APPL-REJECTED TO TRUE
051900         MOVE "CUSTOMER NAME LONGER THAN 30" TO OR-REJECT-REASON
052000         GO TO 2200-EXIT.
052100     MOVE OR-FLD-CUSTOMER TO OR-APPL-CUSTOMER.
052200     MOVE OR-FLD-BRANCH TO OR-APPL-BRANCH.
052300     IF OR-LEN-BRANCH = 0
052400        OR OR-FLD-BRANCH = SPACES
052500         SET OR-APPL-REJECTED TO TRUE
052600         MOVE "BRANCH NOT SUPPLIED" TO OR-REJECT-REASON
052700         GO TO 2200-EXIT.
052800     IF OR-LEN-BRANCH > 4
052900         SET OR-APPL-REJECTED TO TRUE
053000         MOVE "BRANCH LONGER THAN 4" TO OR-REJECT-REASON
053100         GO TO 2200-EXIT.
053200     IF OR-LEN-CURRENCY = 0
053300         GO TO 2200-EXIT.
053400     MOVE OR-FLD-CURRENCY TO OR-APPL-CURRENCY.
053500     IF OR-LEN-CURRENCY NOT = 3
053600        OR OR-APPL-CURRENCY NOT ALPHABETIC-UPPER
053700        OR OR-APPL-CURRENCY = SPACES
053800         SET OR-APPL-REJECTED TO TRUE
053900         MOVE "CURRENCY CODE IS NOT VALID" TO OR-REJECT-REASON
054000         GO TO 2200-EXIT.
054100 2200-EXIT.
054200     EXIT.
054300 2210-FIND-APPLICATION.
054400     MOVE 0 TO OR-APPL-FOUND-SUB.
054500     PERFORM 2211-MATCH-APPLICATION THRU 2211-EXIT
054600         VARYING OR-APPL-SUB FROM 1 BY 1
054700         UNTIL OR-APPL-SUB > OR-APPL-COUNT
054800            OR OR-APPL-FOUND-SUB > 0.
054900 2210-EXIT.
055000     EXIT.
055100 2211-MATCH-APPLICATION.
055200     IF OR-APPL-ENTRY (OR-APPL-SUB) = OR-APPL-ID
055300         MOVE OR-APPL-SUB TO OR-APPL-FOUND-SUB.
055400 2211-EXIT.
055500     EXIT.
055600***************************************************************
055700* 2300-EDIT-AMOUNT - THE REQUESTED AMOUNT IS DIGITS WITH AN   *
055800*     OPTIONAL DECIMAL POINT AND UP TO TWO DECIMAL PLACES,    *
055900*     AND MUST FIT THE COMMAND AMOUNT FIELD                   *
056000***************************************************************
056100 2300-EDIT-AMOUNT.
056200     IF OR-LEN-AMOUNT = 0
056300         SET OR-APPL-REJECTED TO TRUE
056400         MOVE "REQUESTED AMOUNT NOT SUPPLIED" TO OR-REJECT-REASON
056500         GO TO 2300-EXIT.
056600     MOVE SPACES TO OR-AMT-WHOLE OR-AMT-FRACTION.
056700     MOVE 0 TO OR-AMT-PART-COUNT OR-LEN-WHOLE OR-LEN-FRACTION.
056800     UNSTRING OR-FLD-AMOUNT (1:OR-LEN-AMOUNT)
056900         DELIMITED BY "."
057000         INTO OR-AMT-WHOLE    COUNT IN OR-LEN-WHOLE
057100              OR-AMT-FRACTION COUNT IN OR-LEN-FRACTION
057200         TALLYING IN OR-AMT-PART-COUNT
057300         ON OVERFLOW
057400             SET OR-APPL-REJECTED TO TRUE
057500     END-UNSTRING.
057600     IF OR-APPL-CLEAN
057700         IF OR-LEN-WHOLE = 0
057800            OR OR-LEN-WHOLE > 9
057900            OR OR-LEN-FRACTION > 2
058000             SET OR-APPL-REJECTED TO TRUE
058100         END-IF
058200     END-IF.
058300     IF OR-APPL-REJECTED
058400         MOVE "REQUESTED AMOUNT IS NOT VALID" TO OR-REJECT-REASON
058500         GO TO 2300-EXIT.
058600     MOVE ALL "0" TO OR-AMOUNT-EDIT.
058700     COMPUTE OR-AMT-POSITION = 10 - OR-LEN-WHOLE.
058800     MOVE OR-AMT-WHOLE (1:OR-LEN-WHOLE) TO
058900             OR-AMOUNT-EDIT (OR-AMT-POSITION:OR-LEN-WHOLE).
059000     IF OR-LEN-FRACTION > 0
059100         MOVE OR-AMT-FRACTION (1:OR-LEN-FRACTION) TO
059200                 OR-AMOUNT-EDIT (10:OR-LEN-FRACTION).
059300     IF OR-AMOUNT-EDIT NOT NUMERIC
059400         SET OR-APPL-REJECTED TO TRUE
059500         MOVE "REQUESTED AMOUNT IS NOT VALID" TO OR-REJECT-REASON
059600         GO TO 2300-EXIT.
059700     MOVE OR-AMOUNT-EDIT-NUM TO OR-APPL-AMOUNT.
059800     IF OR-APPL-AMOUNT = 0
059900         SET OR-APPL-REJECTED TO TRUE
060000         MOVE "REQUESTED AMOUNT IS ZERO" TO OR-REJECT-REASON
060100         GO TO 2300-EXIT.
060200 2300-EXIT.
060300     EXIT.
060400***************************************************************
060500* 2400-EDIT-TERM - ONE TO THREE DIGITS, WITHIN THE 360-PERIOD *
060600*     SCHEDULE MAXIMUM COBEDIT APPLIES TO AMRT                *
060700***************************************************************
060800 2400-EDIT-TERM.
060900     IF OR-LEN-TERM = 0
061000        OR OR-LEN-TERM > 3
061100         SET OR-APPL-REJECTED TO TRUE
061200         MOVE "TERM IS NOT VALID" TO OR-REJECT-REASON
061300         GO TO 2400-EXIT.
061400     MOVE ALL "0" TO OR-TERM-EDIT.
061500     COMPUTE OR-AMT-POSITION = 4 - OR-LEN-TERM.
061600     MOVE OR-FLD-TERM (1:OR-LEN-TERM) TO
061700             OR-TERM-EDIT (OR-AMT-POSITION:OR-LEN-TERM).
061800     IF OR-TERM-EDIT NOT NUMERIC
061900         SET OR-APPL-REJECTED TO TRUE
062000         MOVE "TERM IS NOT VALID" TO OR-REJECT-REASON
062100         GO TO 2400-EXIT.
062200     MOVE OR-TERM-EDIT-NUM TO OR-APPL-TERM.
062300     IF OR-APPL-TERM = 0
062400        OR OR-APPL-TERM > OR-MAX-TERM
062500         SET OR-APPL-REJECTED TO TRUE
062600         MOVE "TERM OUTSIDE 1-360 RANGE" TO OR-REJECT-REASON
062700         GO TO 2400-EXIT.
062800 2400-EXIT.
062900     EXIT.
063000***************************************************************
063100* 2500-EDIT-PRODUCT - THE PRODUCT MUST HAVE A RATE-TABLE      *
063200*     ENTRY IN EFFECT ON THE RUN DATE, THE SAME TEST COBCALC  *
063300*     APPLIES WHEN IT PRICES THE COMMANDS                     *
063400***************************************************************
063500 2500-EDIT-PRODUCT.
063600     IF OR-LEN-PRODUCT = 0
063700        OR OR-FLD-PRODUCT = SPACES
063800         SET OR-APPL-REJECTED TO TRUE
063900         MOVE "PRODUCT NOT SUPPLIED" TO OR-REJECT-REASON
064000         GO TO 2500-EXIT.
064100     IF OR-LEN-PRODUCT > 8
064200         SET OR-APPL-REJECTED TO TRUE
064300         MOVE "PRODUCT CODE LONGER THAN 8" TO OR-REJECT-REASON
064400         GO TO 2500-EXIT.
064500     MOVE OR-FLD-PRODUCT TO OR-APPL-PRODUCT.
064600     MOVE 0 TO OR-RATE-BEST-SUB.
064700     PERFORM 2510-SCAN-RATE-ENTRY THRU 2510-EXIT
064800         VARYING OR-RATE-SUB FROM 1 BY 1
064900         UNTIL OR-RATE-SUB > OR-RATE-COUNT.
065000     IF OR-RATE-BEST-SUB = 0
065100         SET OR-APPL-REJECTED TO TRUE
065200         MOVE "PRODUCT NOT ON RATE TABLE AS OF RUN DATE" TO
065300                 OR-REJECT-REASON
065400         GO TO 2500-EXIT.
065500     IF OR-RATE-EXPIRY (OR-RATE-BEST-SUB) NOT = 0
065600        AND OR-RUN-DATE-NUM > OR-RATE-EXPIRY (OR-RATE-BEST-SUB)
065700         SET OR-APPL-REJECTED TO TRUE
065800         MOVE "PRODUCT RATE EXPIRED AS OF RUN DATE" TO
065900                 OR-REJECT-REASON
066000         GO TO 2500-EXIT.
066100 2500-EXIT.
066200     EXIT.
066300 2510-SCAN-RATE-ENTRY.
066400     IF OR-RATE-PRODUCT (OR-RATE-SUB) NOT = OR-APPL-PRODUCT
066500         GO TO 2510-EXIT.
066600     IF OR-RATE-EFF-DATE (OR-RATE-SUB) > OR-RUN-DATE-NUM
066700         GO TO 2510-EXIT.
066800     IF OR-RATE-BEST-SUB = 0
066900         MOVE OR-RATE-SUB TO OR-RATE-BEST-SUB
067000         GO TO 2510-EXIT.
067100     IF OR-RATE-EFF-DATE (OR-RATE-SUB) >
067200             OR-RATE-EFF-DATE (OR-RATE-BEST-SUB)
067300         MOVE OR-RATE-SUB TO OR-RATE-BEST-SUB.
067400 2510-EXIT.
067500     EXIT.
067502***************************************************************
067504* 2550-EDIT-EXCHANGE-RATE - A LOAN CURRENCY OTHER THAN THE    *
067506*     BASE CURRENCY (USD) MUST HAVE AN XRATTAB RATE IN EFFECT *
067508*     ON THE RUN DATE, AND THE AMOUNT MUST CONVERT TO BASE,   *
067510*     THE SAME TESTS COBEDIT APPLIES TO THE COMMANDS -- ONE   *
067512*     UNRATED APPLICATION WOULD OTHERWISE FAIL THE EDIT OF    *
067514*     THE WHOLE CALCIN                                        *
067516***************************************************************
067518 2550-EDIT-EXCHANGE-RATE.
067520     IF OR-APPL-CURRENCY = SPACES
067522        OR OR-APPL-CURRENCY = "USD"
067524         GO TO 2550-EXIT.
067526     MOVE 0 TO OR-XRAT-BEST-SUB.
067528     PERFORM 2560-SCAN-XRATE-ENTRY THRU 2560-EXIT
067530         VARYING OR-XRAT-SUB FROM 1 BY 1
067532         UNTIL OR-XRAT-SUB > OR-XRAT-COUNT.
067534     IF OR-XRAT-BEST-SUB = 0
067536         SET OR-APPL-REJECTED TO TRUE
067538         MOVE "NO EXCHANGE RATE FOR CURRENCY ON RUN DATE" TO
067540                 OR-REJECT-REASON
067542         GO TO 2550-EXIT.
067544     IF OR-XRAT-TBL-EXPIRY (OR-XRAT-BEST-SUB) NOT = 0
067545        AND OR-RUN-DATE-NUM >
067546                OR-XRAT-TBL-EXPIRY (OR-XRAT-BEST-SUB)
067548         SET OR-APPL-REJECTED TO TRUE
067550         MOVE "EXCHANGE RATE EXPIRED AS OF RUN DATE" TO
067552                 OR-REJECT-REASON
067554         GO TO 2550-EXIT.
067556     MOVE OR-XRAT-TBL-RATE (OR-XRAT-BEST-SUB) TO OR-XRAT-RATE.
067558     COMPUTE OR-BASE-AMOUNT ROUNDED =
067560             OR-APPL-AMOUNT * OR-XRAT-RATE
067562         ON SIZE ERROR
067564             SET OR-APPL-REJECTED TO TRUE
067566             MOVE "AMOUNT OVERFLOWS ON CONVERSION TO BASE" TO
067568                     OR-REJECT-REASON
067570     END-COMPUTE.
067572 2550-EXIT.
067574     EXIT.
067576 2560-SCAN-XRATE-ENTRY.
067578     IF OR-XRAT-TBL-CURRENCY (OR-XRAT-SUB) NOT = OR-APPL-CURRENCY
067580         GO TO 2560-EXIT.
067582     IF OR-XRAT-TBL-EFF-DATE (OR-XRAT-SUB) > OR-RUN-DATE-NUM
067584         GO TO 2560-EXIT.
067586     IF OR-XRAT-BEST-SUB = 0
067588         MOVE OR-XRAT-SUB TO OR-XRAT-BEST-SUB
067590         GO TO 2560-EXIT.
067592     IF OR-XRAT-TBL-EFF-DATE (OR-XRAT-SUB) >
067594             OR-XRAT-TBL-EFF-DATE (OR-XRAT-BEST-SUB)
067596         MOVE OR-XRAT-SUB TO OR-XRAT-BEST-SUB.
067597 2560-EXIT.
067598     EXIT.
067600***************************************************************
067700* 2600-CHECK-MASTER - THE NEW ACCOUNT MUST NOT ALREADY EXIST, *
067800*     OR THE COMMANDS WOULD POST TO SOMEONE ELSE'S LOAN       *
067900***************************************************************
068000 2600-CHECK-MASTER.
068100     MOVE OR-APPL-ID TO MSTR-ACCOUNT-NBR.
068200     READ OR-MASTER-FILE
068300         INVALID KEY
068400             CONTINUE
068500         NOT INVALID KEY
068600             SET OR-APPL-REJECTED TO TRUE
068700             MOVE "ACCOUNT ALREADY ON MASTER" TO OR-REJECT-REASON
068800     END-READ.
068900 2600-EXIT.
069000     EXIT.
069100***************************************************************
069200* 2700-REGISTER-APPLICATION - REMEMBER AN ACCEPTED ID SO A    *
069300*     SECOND LINE FOR IT IN THE SAME FEED IS REFUSED          *
069400***************************************************************
069500 2700-REGISTER-APPLICATION.
069600     IF OR-APPL-COUNT NOT < OR-APPL-MAX
069700         DISPLAY "ORIGIN EXCEEDS IN-STORAGE APPLICATION LIMIT"
069800                 UPON CONSOLE
069900         MOVE 16 TO RETURN-CODE
070000         GOBACK.
070100     ADD 1 TO OR-APPL-COUNT.
070200     MOVE OR-APPL-ID TO OR-APPL-ENTRY (OR-APPL-COUNT).
070300 2700-EXIT.
070400     EXIT.
070500***************************************************************
070600* 3000-WRITE-ACCOUNT-ADD - COBMSTR ADD SETTING THE ACCOUNT UP *
070700*     UNDER THE APPLICATION ID.  AN APPLICATION IS NOT YET A  *
070800*     BOOKED LOAN, SO THE LOAN TERMS ARE LEFT ZERO AND THE    *
070900*     ACCOUNT OPENS QUOTE-ONLY.                               *
071000***************************************************************
071100 3000-WRITE-ACCOUNT-ADD.
071200     MOVE SPACES TO CALC-MSTR-TRANS.
071300     MOVE "ADD" TO MTRN-ACTION.
071400     MOVE OR-APPL-ID TO MTRN-ACCOUNT-NBR.
071500     MOVE OR-APPL-CUSTOMER TO MTRN-CUSTOMER-NAME.
071600     MOVE OR-APPL-BRANCH TO MTRN-BRANCH.
071700     MOVE 0 TO MTRN-PRINCIPAL MTRN-RATE MTRN-TERM
071800               MTRN-FIRST-DUE-DATE.
071900     WRITE CALC-MSTR-TRANS.
072000     ADD 1 TO OR-ADD-COUNT.
072100 3000-EXIT.
072200     EXIT.
072300***************************************************************
072400* 3100-WRITE-COMMANDS - THE PMT QUOTE AND THE AMRT SCHEDULE   *
072500*     FOR THE NEW ACCOUNT                                     *
072600***************************************************************
072700 3100-WRITE-COMMANDS.
072800     MOVE "PMT" TO OR-WORK-FUNCTION.
072900     PERFORM 3110-WRITE-ONE-COMMAND THRU 3110-EXIT.
073000     ADD 1 TO OR-PMT-COUNT.
073100     MOVE "AMRT" TO OR-WORK-FUNCTION.
073200     PERFORM 3110-WRITE-ONE-COMMAND THRU 3110-EXIT.
073300     ADD 1 TO OR-AMRT-COUNT.
073400 3100-EXIT.
073500     EXIT.
073600***************************************************************
073700* 3110-WRITE-ONE-COMMAND - ONE DATA COMMAND, COUNTED AND      *
073800*     HASHED FOR THE TRAILER.  THE RATE IS LEFT ZERO SO       *
073900*     COBCALC PRICES THE NAMED PRODUCT.                       *
074000***************************************************************
074100 3110-WRITE-ONE-COMMAND.
074200     MOVE SPACES TO OR-COMMAND-RECORD.
074300     MOVE OR-WORK-FUNCTION TO CALC-CMD-CODE.
074400     MOVE OR-APPL-AMOUNT TO CALC-CMD-AMOUNT.
074500     MOVE 0 TO CALC-CMD-RATE.
074600     MOVE OR-APPL-TERM TO CALC-CMD-TERM.
074700     MOVE OR-APPL-ID TO CALC-CMD-ACCOUNT.
074800     MOVE OR-APPL-PRODUCT TO CALC-CMD-PRODUCT.
074900     MOVE 0 TO CALC-CMD-RATE-STEP CALC-CMD-STEP-COUNT
075000               CALC-CMD-SEQUENCE.
075100     MOVE OR-APPL-CURRENCY TO CALC-CMD-CURRENCY.
075200     WRITE OR-COMMAND-RECORD.
075300     ADD 1 TO OR-BATCH-COUNT.
075400     ADD OR-APPL-AMOUNT TO OR-HASH-TOTAL.
075500 3110-EXIT.
075600     EXIT.
075700***************************************************************
075800* 3900-WRITE-REJECT - RETURN ONE APPLICATION TO ORIGINATION   *
075900*     WITH ITS REASON AND THE LINE AS RECEIVED                *
076000***************************************************************
076100 3900-WRITE-REJECT.
076200     MOVE SPACES TO CALC-ORIG-REJECT-RECORD.
076300     MOVE OR-APPL-ID TO ORJ-APPLICATION-ID.
076400     MOVE OR-REJECT-REASON TO ORJ-REASON-TEXT.
076500     MOVE OR-RUN-DATE-NUM TO ORJ-RUN-DATE.
076600     MOVE OR-FEED-RECORD TO ORJ-ORIGINAL-LINE.
076700     WRITE CALC-ORIG-REJECT-RECORD.
076800     ADD 1 TO OR-REJECTED-COUNT.
076900     IF OR-HIGHEST-RC < 4
077000         MOVE 4 TO OR-HIGHEST-RC.
077100 3900-EXIT.
077200     EXIT.
077300***************************************************************
077400* 4000-WRITE-BATCH-TRAILER - THE BTRL CARRIES THE DATA RECORD *
077500*     COUNT AND AMOUNT HASH TOTAL OF EVERYTHING WRITTEN       *
077600***************************************************************
077700 4000-WRITE-BATCH-TRAILER.
077800     MOVE SPACES TO OR-COMMAND-RECORD.
077900     MOVE "BTRL" TO CALC-CMD-CODE.
078000     MOVE OR-DEPARTMENT TO CALC-BCH-DEPARTMENT.
078100     MOVE OR-BATCH-COUNT TO CALC-BCH-EXPECTED-COUNT.
078200     MOVE OR-HASH-TOTAL TO CALC-BCH-HASH-TOTAL.
078300     WRITE OR-COMMAND-RECORD.
078400 4000-EXIT.
078500     EXIT.
078600***************************************************************
078700* 6000-PRINT-REPORT-TOTALS - TIE APPLICATIONS RECEIVED TO THE *
078800*     ACCOUNTS AND COMMANDS PRODUCED.  A BREAK HERE MEANS THE *
078900*     BATCH CANNOT BE TRUSTED AND FAILS THE STEP.             *
079000***************************************************************
079100 6000-PRINT-REPORT-TOTALS.
079200     MOVE SPACES TO OR-PRINT-RECORD.
079300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
079400     MOVE "ORIGINATION TOTALS" TO OR-PRINT-RECORD (3:18).
079500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
079600     MOVE SPACES TO OR-PRINT-RECORD.
079700     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
079800     MOVE "APPLICATIONS RECEIVED ..:" TO OR-TOT-LABEL.
079900     MOVE OR-RECEIVED-COUNT TO OR-TOT-VALUE.
080000     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
080100     MOVE "APPLICATIONS ACCEPTED ..:" TO OR-TOT-LABEL.
080200     MOVE OR-ACCEPTED-COUNT TO OR-TOT-VALUE.
080300     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
080400     MOVE "APPLICATIONS REJECTED ..:" TO OR-TOT-LABEL.
080500     MOVE OR-REJECTED-COUNT TO OR-TOT-VALUE.
080600     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
080700     MOVE "BLANK LINES SKIPPED ....:" TO OR-TOT-LABEL.
080800     MOVE OR-BLANK-COUNT TO OR-TOT-VALUE.
080900     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
081000     MOVE "ACCOUNT ADDS WRITTEN ...:" TO OR-TOT-LABEL.
081100     MOVE OR-ADD-COUNT TO OR-TOT-VALUE.
081200     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
081300     MOVE "PMT COMMANDS WRITTEN ...:" TO OR-TOT-LABEL.
081400     MOVE OR-PMT-COUNT TO OR-TOT-VALUE.
081500     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
081600     MOVE "AMRT COMMANDS WRITTEN ..:" TO OR-TOT-LABEL.
081700     MOVE OR-AMRT-COUNT TO OR-TOT-VALUE.
081800     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
081900     MOVE "BTRL RECORD COUNT ......:" TO OR-TOT-LABEL.
082000     MOVE OR-BATCH-COUNT TO OR-TOT-VALUE.
082100     PERFORM 6010-WRITE-TOTAL-LINE THRU 6010-EXIT.
082200     MOVE "BTRL HASH TOTAL ........:" TO OR-AMT-LABEL.
082300     MOVE OR-HASH-TOTAL TO OR-AMT-VALUE.
082400     PERFORM 6020-WRITE-AMOUNT-LINE THRU 6020-EXIT.
082500     MOVE "AMOUNT ACCEPTED ........:" TO OR-AMT-LABEL.
082600     MOVE OR-ACCEPTED-AMOUNT TO OR-AMT-VALUE.
082700     PERFORM 6020-WRITE-AMOUNT-LINE THRU 6020-EXIT.
082800     MOVE SPACES TO OR-PRINT-RECORD.
082900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
083000     IF OR-RECEIVED-COUNT =
083100             OR-ACCEPTED-COUNT + OR-REJECTED-COUNT
083200        AND OR-ADD-COUNT = OR-ACCEPTED-COUNT
083300        AND OR-PMT-COUNT = OR-ACCEPTED-COUNT
083400        AND OR-AMRT-COUNT = OR-ACCEPTED-COUNT
083500        AND OR-BATCH-COUNT = OR-PMT-COUNT + OR-AMRT-COUNT
083600         MOVE "CONTROL TOTALS IN BALANCE" TO
083700                 OR-PRINT-RECORD (3:25)
083800     ELSE
083900         MOVE "*** CONTROL TOTALS OUT OF BALANCE ***" TO
084000                 OR-PRINT-RECORD (3:37)
084100         DISPLAY "ORIG CONTROL TOTALS OUT OF BALANCE"
084200                 UPON CONSOLE
084300         MOVE 16 TO OR-HIGHEST-RC.
084400     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
084500 6000-EXIT.
084600     EXIT.
084700 6010-WRITE-TOTAL-LINE.
084800     MOVE OR-TOTAL-LINE TO OR-PRINT-RECORD.
084900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
085000     MOVE SPACES TO OR-TOTAL-LINE.
085100 6010-EXIT.
085200     EXIT.
085300 6020-WRITE-AMOUNT-LINE.
085400     MOVE OR-AMOUNT-LINE TO OR-PRINT-RECORD.
085500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
085600     MOVE SPACES TO OR-AMOUNT-LINE.
085700 6020-EXIT.
085800     EXIT.
085900***************************************************************
086000* 7000-PRINT-DETAIL-LINE - ONE APPLICATION AND ITS OUTCOME    *
086100***************************************************************
086200 7000-PRINT-DETAIL-LINE.
086300     MOVE SPACES TO OR-DETAIL-LINE.
086400     MOVE OR-APPL-ID TO OR-DL-APPL-ID.
086500     MOVE OR-APPL-BRANCH TO OR-DL-BRANCH.
086600     MOVE OR-APPL-PRODUCT TO OR-DL-PRODUCT.
086700     MOVE OR-APPL-AMOUNT TO OR-DL-AMOUNT.
086800     MOVE OR-APPL-TERM TO OR-DL-TERM.
086900     MOVE OR-APPL-CURRENCY TO OR-DL-CURRENCY.
087000     MOVE OR-RESULT-TEXT TO OR-DL-RESULT.
087100     MOVE OR-DETAIL-LINE TO OR-PRINT-RECORD.
087200     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
087300 7000-EXIT.
087400     EXIT.
087500***************************************************************
087600* 8100-START-NEW-PAGE - PAGE HEADING AND COLUMN HEADING       *
087700***************************************************************
087800 8100-START-NEW-PAGE.
087900     ADD 1 TO OR-PAGE-COUNT.
088000     MOVE OR-RUN-DATE TO OR-H1-RUN-DATE.
088100     MOVE OR-PAGE-COUNT TO OR-H1-PAGE.
088200     MOVE OR-HEADING-1 TO OR-PRINT-RECORD.
088300     WRITE OR-PRINT-RECORD AFTER ADVANCING PAGE.
088400     MOVE SPACES TO OR-PRINT-RECORD.
088500     WRITE OR-PRINT-RECORD AFTER ADVANCING 1 LINE.
088600     MOVE OR-DETAIL-HEADING TO OR-PRINT-RECORD.
088700     WRITE OR-PRINT-RECORD AFTER ADVANCING 1 LINE.
088800     MOVE SPACES TO OR-PRINT-RECORD.
088900     WRITE OR-PRINT-RECORD AFTER ADVANCING 1 LINE.
089000     MOVE 4 TO OR-LINE-COUNT.
089100 8100-EXIT.
089200     EXIT.
089300***************************************************************
089400* 8200-WRITE-PRINT-LINE - ONE LINE WITH PAGE OVERFLOW CONTROL *
089500***************************************************************
089600 8200-WRITE-PRINT-LINE.
089700     IF OR-LINE-COUNT NOT < OR-LINES-PER-PAGE
089800         MOVE OR-PRINT-RECORD TO OR-PRINT-HOLD
089900         PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT
090000         MOVE OR-PRINT-HOLD TO OR-PRINT-RECORD.
090100     WRITE OR-PRINT-RECORD AFTER ADVANCING 1 LINE.
090200     ADD 1 TO OR-LINE-COUNT.
090300 8200-EXIT.
090400     EXIT.
090500***************************************************************
090600* 8000-CONTROL-TOTALS - CONSOLE RECONCILIATION.  A REJECTED   *
090700*     APPLICATION ENDS THE STEP WITH CONDITION CODE 4 SO THE  *
090800*     BATCH STILL RUNS BUT THE RETURN FILE GETS LOOKED AT.    *
090900***************************************************************
091000 8000-CONTROL-TOTALS.
091100     DISPLAY "ORIG TOTALS FOR RUN DATE "
091200             OR-RUN-DATE UPON CONSOLE.
091300     DISPLAY "  FEED RECORDS READ .....: "
091400             OR-RECORD-COUNT UPON CONSOLE.
091500     DISPLAY "  APPLICATIONS RECEIVED .: "
091600             OR-RECEIVED-COUNT UPON CONSOLE.
091700     DISPLAY "  APPLICATIONS ACCEPTED .: "
091800             OR-ACCEPTED-COUNT UPON CONSOLE.
091900     DISPLAY "  APPLICATIONS REJECTED .: "
092000             OR-REJECTED-COUNT UPON CONSOLE.
092100     DISPLAY "  BATCH DATA RECORDS ....: "
092200             OR-BATCH-COUNT UPON CONSOLE.
092300     DISPLAY "  BATCH HASH TOTAL ......: "
092400             OR-HASH-TOTAL UPON CONSOLE.
092500 8000-EXIT.
092600     EXIT.
092700***************************************************************
092800* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SET THE       *
092900*     CONDITION CODE, SIGN OFF                                *
093000***************************************************************
093100 9000-TERMINATE.
093200     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
093300     CLOSE OR-FEED-FILE OR-MASTER-FILE OR-MTRN-FILE OR-CMD-FILE
093400           OR-REJECT-FILE OR-PRINT-FILE.
093500     MOVE OR-HIGHEST-RC TO RETURN-CODE.
093600     DISPLAY "ORIG ENDS." UPON CONSOLE.
093700 9000-EXIT.
093800     EXIT.
093900***************************************************************
094000* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
094100*     BATCH-WINDOW REPORT                                     *
094200***************************************************************
094300 9900-LOG-STEP-START.
094400     MOVE "COBORIG" TO SLOG-PROGRAM.
094500     MOVE OR-RUN-DATE TO SLOG-RUN-DATE.
094600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
094700     SET SLOG-STEP-START TO TRUE.
094800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
094900 9900-EXIT.
095000     EXIT.
095100***************************************************************
095200* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
095300*     AND THE FINAL CONDITION CODE                            *
095400***************************************************************
095500 9910-LOG-STEP-END.
095600     MOVE OR-RECORD-COUNT TO SLOG-RECORDS-IN.
095700     COMPUTE SLOG-RECORDS-OUT = OR-BATCH-COUNT
095800             + OR-ADD-COUNT.
095900     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
096000     SET SLOG-STEP-END TO TRUE.
096100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
096200 9910-EXIT.
096300     EXIT.
