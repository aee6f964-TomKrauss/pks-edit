000100***************************************************************
000200* COBHOLD                                                     *
000300*                                                             *
000400* Authority hold manager.  COBEDIT holds back every command   *
000500* over its department's authority limit on the day's HOLDOUT  *
000600* file instead of passing it to COBCALC.  COBHOLD loads those *
000700* items onto the HOLDFILE keyed cluster under the next hold   *
000800* id as pending, applies the day's HOLDTRN approval           *
000900* transactions -- an approved item's command image is written *
001000* to HOLDREL, which COBEDIT adds to the next CALCIN batch --  *
001100* and ages off to suspense (HOLDEXP, swept up by COBSUSP) any *
001200* item left pending longer than HOLD-EXPIRY-DAYS.  The        *
001300* pending-approval report on HOLDPRT lists the approvals      *
001400* applied or refused, the items aged off today and every item *
001500* still waiting, oldest first, with the limit it broke.       *
001600*                                                             *
001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                               *
001900*   10/15/26   TWK  ORIGINAL PROGRAM                          *
001920*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001940*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001960*                   SLA REPORT                                *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     COBHOLD.
002300 AUTHOR.         T W KRAUSS.
002400 INSTALLATION.   FINANCIAL SYSTEMS.
002500 DATE-WRITTEN.   10/15/26.
002600 DATE-COMPILED.  10/15/26.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HO-HOLD-FILE     ASSIGN TO HOLDFILE
003100            ORGANIZATION IS INDEXED
003200            ACCESS MODE IS DYNAMIC
003300            RECORD KEY IS HOLD-ID
003400            FILE STATUS IS HO-HOLD-STATUS.
003500     SELECT HO-NEW-FILE      ASSIGN TO HOLDOUT
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS HO-NEW-STATUS.
003800     SELECT HO-TRAN-FILE     ASSIGN TO HOLDTRN
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS HO-TRAN-STATUS.
004100     SELECT HO-REL-FILE      ASSIGN TO HOLDREL
004200            ORGANIZATION IS SEQUENTIAL
004300            FILE STATUS IS HO-REL-STATUS.
004400     SELECT HO-EXP-FILE      ASSIGN TO HOLDEXP
004500            ORGANIZATION IS SEQUENTIAL
004600            FILE STATUS IS HO-EXP-STATUS.
004700     SELECT HO-PARM-FILE     ASSIGN TO SYSPARM
004800            ORGANIZATION IS SEQUENTIAL
004900            FILE STATUS IS HO-PARM-STATUS.
005000     SELECT HO-PRINT-FILE    ASSIGN TO HOLDPRT
005100            ORGANIZATION IS SEQUENTIAL
005200            FILE STATUS IS HO-PRINT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HO-HOLD-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CALCHOLD.
005800 FD  HO-NEW-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  HO-NEW-RECORD                   PIC X(180).
006200 FD  HO-TRAN-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCHTRN.
006600 FD  HO-REL-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  HO-REL-RECORD                   PIC X(80).
007000 FD  HO-EXP-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CALCREJ.
007400 FD  HO-PARM-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCPRM.
007800 FD  HO-PRINT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  HO-PRINT-RECORD                 PIC X(132).
008200 WORKING-STORAGE SECTION.
008300 01  HO-FILE-STATUSES.
008400     05  HO-HOLD-STATUS              PIC X(02).
008500     05  HO-NEW-STATUS               PIC X(02).
008600     05  HO-TRAN-STATUS              PIC X(02).
008700     05  HO-REL-STATUS               PIC X(02).
008800     05  HO-EXP-STATUS               PIC X(02).
008900     05  HO-PARM-STATUS              PIC X(02).
009000     05  HO-PRINT-STATUS             PIC X(02).
009100 01  HO-SWITCHES.
009200     05  HO-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
009300         88  HO-HOLD-EOF                       VALUE "Y".
009400         88  HO-HOLD-NOT-EOF                   VALUE "N".
009500     05  HO-STREAM-EOF-SWITCH        PIC X(01) VALUE "N".
009600         88  HO-STREAM-EOF                     VALUE "Y".
009700         88  HO-STREAM-NOT-EOF                 VALUE "N".
009800     05  HO-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
009900         88  HO-PARM-EOF                       VALUE "Y".
010000     05  HO-LOADED-SWITCH            PIC X(01) VALUE "N".
010100         88  HO-ALREADY-LOADED                 VALUE "Y".
010200 01  HO-COUNTERS.
010300     05  HO-ON-FILE-COUNT            PIC 9(09) COMP VALUE 0.
010400     05  HO-NEW-COUNT                PIC 9(07) COMP VALUE 0.
010500     05  HO-TRAN-COUNT               PIC 9(07) COMP VALUE 0.
010600     05  HO-RELEASED-COUNT           PIC 9(07) COMP VALUE 0.
010700     05  HO-REFUSED-COUNT            PIC 9(07) COMP VALUE 0.
010800     05  HO-EXPIRED-COUNT            PIC 9(07) COMP VALUE 0.
010900     05  HO-PENDING-COUNT            PIC 9(07) COMP VALUE 0.
011000     05  HO-LINE-COUNT               PIC 9(03) COMP VALUE 99.
011100     05  HO-PAGE-COUNT               PIC 9(05) COMP VALUE 0.
011200 77  HO-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
011300 77  HO-EXPIRY-DAYS                  PIC 9(03) COMP VALUE 10.
011400 77  HO-EXPIRY-CEILING               PIC 9(03) COMP VALUE 365.
011500 01  HO-PENDING-AMOUNT               PIC 9(13)V99 VALUE 0.
011600 01  HO-NEXT-ID                      PIC 9(09) VALUE 0.
011700 01  HO-RUN-DATE                     PIC X(08) VALUE SPACES.
011800 01  HO-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
011900 01  HO-RUN-DAYS                     PIC S9(09) COMP VALUE 0.
012000 01  HO-AGE-DAYS                     PIC S9(09) COMP VALUE 0.
012100 01  HO-PARM-VALUE-NUM               PIC 9(10) VALUE 0.
012200 01  HO-TRAN-RESULT                  PIC X(40) VALUE SPACES.
012300 01  HO-DATE-WORK-FIELDS.
012400     05  HO-DTD-DATE                 PIC 9(08).
012500     05  HO-DTD-SPLIT REDEFINES HO-DTD-DATE.
012600         10  HO-DTD-YEAR             PIC 9(04).
012700         10  HO-DTD-MONTH            PIC 9(02).
012800         10  HO-DTD-DAY              PIC 9(02).
012900     05  HO-DTD-Y                    PIC S9(09) COMP.
013000     05  HO-DTD-M                    PIC S9(09) COMP.
013100     05  HO-DTD-RESULT               PIC S9(09) COMP.
013200 COPY CALCCMD REPLACING CALC-COMMAND-AREA
013300                     BY HO-WORK-COMMAND.
013400 01  HO-HEADING-1.
013500     05  FILLER                      PIC X(08) VALUE "COBCALC".
013600     05  FILLER                      PIC X(42)
013700         VALUE "AUTHORITY HOLDS PENDING APPROVAL".
013800     05  FILLER                      PIC X(10)
013900         VALUE "RUN DATE ".
014000     05  HO-H1-RUN-DATE              PIC X(08).
014100     05  FILLER                      PIC X(50) VALUE SPACES.
014200     05  FILLER                      PIC X(05) VALUE "PAGE ".
014300     05  HO-H1-PAGE                  PIC ZZZZ9.
014400     05  FILLER                      PIC X(04) VALUE SPACES.
014500 01  HO-TRAN-HEADING.
014600     05  FILLER                      PIC X(44)
014700         VALUE "  HOLD ID  APPROVER  DEPT  FUNCTION  ACCOUNT".
014800     05  FILLER                      PIC X(48)
014900         VALUE "             AMOUNT  RESULT".
015000     05  FILLER                      PIC X(40) VALUE SPACES.
015100 01  HO-TRAN-LINE.
015200     05  HO-TL-HOLD-ID               PIC ZZZZZZZZ9.
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  HO-TL-APPROVER              PIC X(08).
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  HO-TL-DEPARTMENT            PIC X(04).
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  HO-TL-FUNCTION              PIC X(08).
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  HO-TL-ACCOUNT               PIC X(10).
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  HO-TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
016300     05  FILLER                      PIC X(02) VALUE SPACES.
016400     05  HO-TL-RESULT                PIC X(40).
016500     05  FILLER                      PIC X(27) VALUE SPACES.
016600 01  HO-ITEM-HEADING.
016700     05  FILLER                      PIC X(44)
016800         VALUE "  HOLD ID DEPT ENTERED  AGE FUNCTION ACCOUNT".
016900     05  FILLER                      PIC X(48)
017000         VALUE "            AMOUNT TRM   LIMIT AMOUNT LTM REASON".
017100     05  FILLER                      PIC X(40) VALUE SPACES.
017200 01  HO-ITEM-LINE.
017300     05  HO-IL-HOLD-ID               PIC ZZZZZZZZ9.
017400     05  FILLER                      PIC X(01) VALUE SPACES.
017500     05  HO-IL-DEPARTMENT            PIC X(04).
017600     05  FILLER                      PIC X(01) VALUE SPACES.
017700     05  HO-IL-ENTRY-DATE            PIC 9(08).
017800     05  FILLER                      PIC X(01) VALUE SPACES.
017900     05  HO-IL-AGE                   PIC ZZ9.
018000     05  FILLER                      PIC X(01) VALUE SPACES.
018100     05  HO-IL-FUNCTION              PIC X(08).
018200     05  FILLER                      PIC X(01) VALUE SPACES.
018300     05  HO-IL-ACCOUNT               PIC X(10).
018400     05  FILLER                      PIC X(01) VALUE SPACES.
018500     05  HO-IL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
018600     05  FILLER                      PIC X(01) VALUE SPACES.
018700     05  HO-IL-TERM                  PIC ZZ9.
018800     05  FILLER                      PIC X(01) VALUE SPACES.
018900     05  HO-IL-LIMIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
019000     05  FILLER                      PIC X(01) VALUE SPACES.
019100     05  HO-IL-LIMIT-TERM            PIC ZZ9.
019200     05  FILLER                      PIC X(01) VALUE SPACES.
019300     05  HO-IL-REASON                PIC X(40).
019400     05  FILLER                      PIC X(06) VALUE SPACES.
019500 01  HO-TOTAL-LINE.
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  HO-TOT-LABEL                PIC X(26).
019800     05  HO-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
019900     05  FILLER                      PIC X(93) VALUE SPACES.
019910 01  HO-AMOUNT-LINE.
019920     05  FILLER                      PIC X(02) VALUE SPACES.
019930     05  HO-AMT-LABEL                PIC X(26).
019940     05  HO-AMT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019950     05  FILLER                      PIC X(87) VALUE SPACES.
019960 COPY CALCSLOG.
020000 LINKAGE SECTION.
020100 01  HO-PARM-DATA.
020200     05  HO-PARM-LENGTH              PIC S9(04) COMP.
020300     05  HO-PARM-RUN-DATE            PIC X(08).
020400 PROCEDURE DIVISION USING HO-PARM-DATA.
020500***************************************************************
020600* 0000-MAINLINE                                               *
020700***************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
021000     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
021100     PERFORM 2000-SCAN-HOLD-FILE THRU 2000-EXIT.
021200     PERFORM 3000-LOAD-NEW-HOLDS THRU 3000-EXIT.
021300     PERFORM 4000-APPLY-APPROVALS THRU 4000-EXIT.
021400     PERFORM 5000-AGE-OFF-HOLDS THRU 5000-EXIT.
021500     PERFORM 6000-PRINT-PENDING-REPORT THRU 6000-EXIT.
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021650     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
021700     GOBACK.
021800***************************************************************
021900* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE HOLD       *
022000*     CLUSTER (CREATED EMPTY ON FIRST USE), THE RELEASE AND   *
022100*     EXPIRY FILES AND THE REPORT                             *
022200***************************************************************
022300 1000-INITIALIZE.
022400     DISPLAY "HOLD BEGINS." UPON CONSOLE.
022500     IF HO-PARM-LENGTH > 0
022600         MOVE HO-PARM-RUN-DATE TO HO-RUN-DATE
022700     ELSE
022800         MOVE SPACES TO HO-RUN-DATE.
022900     IF HO-RUN-DATE NUMERIC
023000         MOVE HO-RUN-DATE TO HO-RUN-DATE-NUM
023100     ELSE
023200         MOVE 0 TO HO-RUN-DATE-NUM.
023300     MOVE HO-RUN-DATE-NUM TO HO-DTD-DATE.
023400     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
023500     MOVE HO-DTD-RESULT TO HO-RUN-DAYS.
023600     OPEN I-O HO-HOLD-FILE.
023700     IF HO-HOLD-STATUS = "35"
023800         OPEN OUTPUT HO-HOLD-FILE
023900         CLOSE HO-HOLD-FILE
024000         OPEN I-O HO-HOLD-FILE.
024100     IF HO-HOLD-STATUS NOT = "00"
024200         DISPLAY "HOLDFILE OPEN FAILED, STATUS = "
024300                 HO-HOLD-STATUS UPON CONSOLE
024400         MOVE 16 TO RETURN-CODE
024500         GOBACK.
024600     OPEN OUTPUT HO-REL-FILE.
024700     IF HO-REL-STATUS NOT = "00"
024800         DISPLAY "HOLDREL OPEN FAILED, STATUS = "
024900                 HO-REL-STATUS UPON CONSOLE
025000         MOVE 16 TO RETURN-CODE
025100         GOBACK.
025200     OPEN OUTPUT HO-EXP-FILE.
025300     IF HO-EXP-STATUS NOT = "00"
025400         DISPLAY "HOLDEXP OPEN FAILED, STATUS = "
025500                 HO-EXP-STATUS UPON CONSOLE
025600         MOVE 16 TO RETURN-CODE
025700         GOBACK.
025800     OPEN OUTPUT HO-PRINT-FILE.
025900     IF HO-PRINT-STATUS NOT = "00"
026000         DISPLAY "HOLDPRT OPEN FAILED, STATUS = "
026100                 HO-PRINT-STATUS UPON CONSOLE
026200         MOVE 16 TO RETURN-CODE
026300         GOBACK.
026400 1000-EXIT.
026500     EXIT.
026600***************************************************************
026700* 1100-READ-PARAMETERS - APPLY THE SYSPARM RUNTIME PARAMETER  *
026800*     DATASET.  A MISSING DATASET OR AN ABSENT KEYWORD        *
026900*     LEAVES THE COMPILED-IN DEFAULT IN EFFECT; KEYWORDS      *
027000*     BELONGING TO OTHER PROGRAMS ARE IGNORED.                *
027100***************************************************************
027200 1100-READ-PARAMETERS.
027300     OPEN INPUT HO-PARM-FILE.
027400     EVALUATE HO-PARM-STATUS
027500         WHEN "00"
027600             PERFORM 1110-APPLY-PARAMETER THRU 1110-EXIT
027700                 UNTIL HO-PARM-EOF
027800             CLOSE HO-PARM-FILE
027900         WHEN "35"
028000             DISPLAY "SYSPARM NOT ALLOCATED - DEFAULTS IN "
028100                     "EFFECT" UPON CONSOLE
028200         WHEN OTHER
028300             DISPLAY "SYSPARM OPEN FAILED, STATUS = "
028400                     HO-PARM-STATUS UPON CONSOLE
028500             MOVE 16 TO RETURN-CODE
028600             GOBACK
028700     END-EVALUATE.
028800     DISPLAY "HOLD RUNTIME PARAMETERS" UPON CONSOLE.
028900     DISPLAY "  HOLD EXPIRY DAYS ......: "
029000             HO-EXPIRY-DAYS UPON CONSOLE.
029100 1100-EXIT.
029200     EXIT.
029300 1110-APPLY-PARAMETER.
029400     READ HO-PARM-FILE
029500         AT END
029600             SET HO-PARM-EOF TO TRUE
029700             GO TO 1110-EXIT.
029800     IF PRM-VALUE NOT NUMERIC
029900         GO TO 1110-EXIT.
030000     MOVE PRM-VALUE TO HO-PARM-VALUE-NUM.
030100     EVALUATE PRM-KEYWORD
030200         WHEN "HOLD-EXPIRY-DAYS"
030300             IF HO-PARM-VALUE-NUM > 0
030400                AND HO-PARM-VALUE-NUM NOT > HO-EXPIRY-CEILING
030500                 MOVE HO-PARM-VALUE-NUM TO HO-EXPIRY-DAYS
030600             ELSE
030700                 DISPLAY "SYSPARM HOLD-EXPIRY-DAYS OUT OF RANGE"
030800                         " - DEFAULT KEPT" UPON CONSOLE
030900             END-IF
031000         WHEN OTHER
031100             CONTINUE
031200     END-EVALUATE.
031300 1110-EXIT.
031400     EXIT.
031500***************************************************************
031600* 2000-SCAN-HOLD-FILE - ONE PASS OVER THE HOLD FILE TO FIND   *
031700*     THE HIGHEST HOLD ID IN USE, AND TO SEE WHETHER TODAY'S  *
031800*     HOLDOUT HAS ALREADY BEEN LOADED BY AN EARLIER RUN       *
031900***************************************************************
032000 2000-SCAN-HOLD-FILE.
032100     MOVE 0 TO HOLD-ID.
032200     SET HO-HOLD-NOT-EOF TO TRUE.
032300     START HO-HOLD-FILE KEY NOT < HOLD-ID
032400         INVALID KEY
032500             SET HO-HOLD-EOF TO TRUE
032600     END-START.
032700     PERFORM 2010-READ-NEXT-HOLD THRU 2010-EXIT
032800         UNTIL HO-HOLD-EOF.
032900 2000-EXIT.
033000     EXIT.
033100 2010-READ-NEXT-HOLD.
033200     READ HO-HOLD-FILE NEXT RECORD
033300         AT END
033400             SET HO-HOLD-EOF TO TRUE
033500             GO TO 2010-EXIT.
033600     ADD 1 TO HO-ON-FILE-COUNT.
033700     IF HOLD-ID > HO-NEXT-ID
033800         MOVE HOLD-ID TO HO-NEXT-ID.
033900     IF HOLD-ENTRY-DATE = HO-RUN-DATE-NUM
034000         SET HO-ALREADY-LOADED TO TRUE.
034100 2010-EXIT.
034200     EXIT.
034300***************************************************************
034400* 3000-LOAD-NEW-HOLDS - ADD THE DAY'S HOLDOUT ITEMS AS        *
034500*     PENDING UNDER NEW HOLD IDS.  A MISSING HOLDOUT (NOTHING *
034600*     HELD TODAY) IS NOT AN ERROR.  A RERUN FOR A RUN DATE    *
034700*     ALREADY ON FILE DOES NOT LOAD THE ITEMS A SECOND TIME.  *
034800***************************************************************
034900 3000-LOAD-NEW-HOLDS.
035000     IF HO-ALREADY-LOADED
035100         DISPLAY "HOLDOUT FOR RUN DATE " HO-RUN-DATE
035200                 " ALREADY LOADED - NOT RELOADED" UPON CONSOLE
035300         GO TO 3000-EXIT.
035400     OPEN INPUT HO-NEW-FILE.
035500     EVALUATE HO-NEW-STATUS
035600         WHEN "00"
035700             SET HO-STREAM-NOT-EOF TO TRUE
035800             PERFORM 3100-ADD-HOLD-ITEM THRU 3100-EXIT
035900                 UNTIL HO-STREAM-EOF
036000             CLOSE HO-NEW-FILE
036100         WHEN "35"
036200             CONTINUE
036300         WHEN OTHER
036400             DISPLAY "HOLDOUT OPEN FAILED, STATUS = "
036500                     HO-NEW-STATUS UPON CONSOLE
036600             MOVE 16 TO RETURN-CODE
036700             GOBACK
036800     END-EVALUATE.
036900 3000-EXIT.
037000     EXIT.
037100 3100-ADD-HOLD-ITEM.
037200     READ HO-NEW-FILE
037300         AT END
037400             SET HO-STREAM-EOF TO TRUE
037500             GO TO 3100-EXIT.
037600     MOVE HO-NEW-RECORD TO CALC-HOLD-RECORD.
037700     ADD 1 TO HO-NEXT-ID.
037800     MOVE HO-NEXT-ID TO HOLD-ID.
037900     SET HOLD-PENDING TO TRUE.
038000     MOVE HO-RUN-DATE-NUM TO HOLD-ENTRY-DATE.
038100     MOVE SPACES TO HOLD-APPROVED-BY.
038200     MOVE 0 TO HOLD-CLOSED-DATE.
038300     WRITE CALC-HOLD-RECORD
038400         INVALID KEY
038500             DISPLAY "HOLDFILE WRITE FAILED FOR ITEM "
038600                     HOLD-ID UPON CONSOLE
038700             MOVE 16 TO RETURN-CODE
038800             GOBACK
038900     END-WRITE.
039000     ADD 1 TO HO-NEW-COUNT.
039100     ADD 1 TO HO-ON-FILE-COUNT.
039200 3100-EXIT.
039300     EXIT.
039400***************************************************************
039500* 4000-APPLY-APPROVALS - ONE HOLDTRN TRANSACTION AT A TIME.   *
039600*     EACH IS LISTED ON THE REPORT WITH ITS RESULT.  A        *
039700*     MISSING HOLDTRN (NOTHING APPROVED TODAY) IS NOT AN      *
039800*     ERROR.                                                  *
039900***************************************************************
040000 4000-APPLY-APPROVALS.
040100     PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT.
040200     MOVE "APPROVAL TRANSACTIONS" TO HO-PRINT-RECORD (3:21).
040300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
040400     MOVE SPACES TO HO-PRINT-RECORD.
040500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
040600     MOVE HO-TRAN-HEADING TO HO-PRINT-RECORD.
040700     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
040800     OPEN INPUT HO-TRAN-FILE.
040900     EVALUATE HO-TRAN-STATUS
041000         WHEN "00"
041100             SET HO-STREAM-NOT-EOF TO TRUE
041200             PERFORM 4100-APPLY-ONE-APPROVAL THRU 4100-EXIT
041300                 UNTIL HO-STREAM-EOF
041400             CLOSE HO-TRAN-FILE
041500         WHEN "35"
041600             CONTINUE
041700         WHEN OTHER
041800             DISPLAY "HOLDTRN OPEN FAILED, STATUS = "
041900                     HO-TRAN-STATUS UPON CONSOLE
042000             MOVE 16 TO RETURN-CODE
042100             GOBACK
042200     END-EVALUATE.
042300     IF HO-TRAN-COUNT = 0
042400         MOVE SPACES TO HO-PRINT-RECORD
042500         MOVE "NO APPROVAL TRANSACTIONS" TO
042600                 HO-PRINT-RECORD (3:24)
042700         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
042800 4000-EXIT.
042900     EXIT.
043000 4100-APPLY-ONE-APPROVAL.
043100     READ HO-TRAN-FILE
043200         AT END
043300             SET HO-STREAM-EOF TO TRUE
043400             GO TO 4100-EXIT.
043500     ADD 1 TO HO-TRAN-COUNT.
043600     MOVE SPACES TO HO-TRAN-LINE.
043700     MOVE HTRN-APPROVER TO HO-TL-APPROVER.
043800     IF HTRN-HOLD-ID NUMERIC
043900         MOVE HTRN-HOLD-ID TO HO-TL-HOLD-ID.
044000     PERFORM 4200-VALIDATE-APPROVAL THRU 4200-EXIT.
044100     IF HO-TRAN-RESULT NOT = SPACES
044200         ADD 1 TO HO-REFUSED-COUNT
044300         GO TO 4100-PRINT.
044400     MOVE HOLD-ORIGINAL-COMMAND TO HO-REL-RECORD.
044500     WRITE HO-REL-RECORD.
044600     IF HO-REL-STATUS NOT = "00"
044700         DISPLAY "HOLDREL WRITE FAILED, STATUS = "
044800                 HO-REL-STATUS UPON CONSOLE
044900         MOVE 16 TO RETURN-CODE
045000         GOBACK.
045100     SET HOLD-RELEASED TO TRUE.
045200     MOVE HTRN-APPROVER TO HOLD-APPROVED-BY.
045300     MOVE HO-RUN-DATE-NUM TO HOLD-CLOSED-DATE.
045400     REWRITE CALC-HOLD-RECORD
045500         INVALID KEY
045600             DISPLAY "HOLDFILE REWRITE FAILED FOR ITEM "
045700                     HOLD-ID UPON CONSOLE
045800             MOVE 16 TO RETURN-CODE
045900             GOBACK
046000     END-REWRITE.
046100     ADD 1 TO HO-RELEASED-COUNT.
046200     MOVE "RELEASED TO NEXT CALCIN BATCH" TO HO-TRAN-RESULT.
046300 4100-PRINT.
046400     MOVE HO-TRAN-RESULT TO HO-TL-RESULT.
046500     MOVE HO-TRAN-LINE TO HO-PRINT-RECORD.
046600     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
046700 4100-EXIT.
046800     EXIT.
046900***************************************************************
047000* 4200-VALIDATE-APPROVAL - LOOK UP THE HOLD THE TRANSACTION   *
047100*     NAMES.  HO-TRAN-RESULT COMES BACK SPACES WHEN THE ITEM  *
047200*     MAY BE RELEASED, OTHERWISE WITH THE REASON IT MAY NOT.  *
047300***************************************************************
047400 4200-VALIDATE-APPROVAL.
047500     MOVE SPACES TO HO-TRAN-RESULT.
047600     IF NOT HTRN-APPROVE
047700         MOVE "UNRECOGNIZED HOLD TRANSACTION" TO HO-TRAN-RESULT
047800         GO TO 4200-EXIT.
047900     IF HTRN-HOLD-ID NOT NUMERIC
048000         MOVE "HOLD ID NOT NUMERIC" TO HO-TRAN-RESULT
048100         GO TO 4200-EXIT.
048200     IF HTRN-APPROVER = SPACES
048300         MOVE "APPROVER NOT SUPPLIED" TO HO-TRAN-RESULT
048400         GO TO 4200-EXIT.
048500     MOVE HTRN-HOLD-ID TO HOLD-ID.
048600     READ HO-HOLD-FILE
048700         INVALID KEY
048800             MOVE "HOLD ID NOT ON FILE" TO HO-TRAN-RESULT
048900             GO TO 4200-EXIT
049000     END-READ.
049100     MOVE HOLD-ORIGINAL-COMMAND TO HO-WORK-COMMAND.
049200     MOVE HOLD-DEPARTMENT TO HO-TL-DEPARTMENT.
049300     MOVE CALC-CMD-CODE TO HO-TL-FUNCTION.
049400     MOVE CALC-CMD-ACCOUNT TO HO-TL-ACCOUNT.
049500     IF CALC-CMD-AMOUNT NUMERIC
049600         MOVE CALC-CMD-AMOUNT TO HO-TL-AMOUNT.
049700     IF HOLD-RELEASED
049800         MOVE "HOLD ALREADY RELEASED" TO HO-TRAN-RESULT
049900         GO TO 4200-EXIT.
050000     IF HOLD-EXPIRED
050100         MOVE "HOLD ALREADY AGED OFF TO SUSPENSE" TO
050200                 HO-TRAN-RESULT
050300         GO TO 4200-EXIT.
050400     IF NOT HOLD-PENDING
050500         MOVE "HOLD HAS UNRECOGNIZED STATUS" TO HO-TRAN-RESULT
050600         GO TO 4200-EXIT.
050700 4200-EXIT.
050800     EXIT.
050900***************************************************************
051000* 5000-AGE-OFF-HOLDS - EVERY ITEM STILL PENDING MORE THAN     *
051100*     HOLD-EXPIRY-DAYS AFTER ITS ENTRY DATE IS WRITTEN TO     *
051200*     HOLDEXP IN CALCREJ FORMAT FOR COBSUSP AND MARKED        *
051300*     EXPIRED                                                 *
051400***************************************************************
051500 5000-AGE-OFF-HOLDS.
051600     MOVE SPACES TO HO-PRINT-RECORD.
051700     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
051800     MOVE "AGED OFF TO SUSPENSE TODAY" TO HO-PRINT-RECORD (3:26).
051900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
052000     MOVE SPACES TO HO-PRINT-RECORD.
052100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
052200     MOVE HO-ITEM-HEADING TO HO-PRINT-RECORD.
052300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
052400     MOVE 0 TO HOLD-ID.
052500     SET HO-HOLD-NOT-EOF TO TRUE.
052600     START HO-HOLD-FILE KEY NOT < HOLD-ID
052700         INVALID KEY
052800             SET HO-HOLD-EOF TO TRUE
052900     END-START.
053000     PERFORM 5100-AGE-ONE-HOLD THRU 5100-EXIT
053100         UNTIL HO-HOLD-EOF.
053200     IF HO-EXPIRED-COUNT = 0
053300         MOVE SPACES TO HO-PRINT-RECORD
053400         MOVE "NO HOLDS AGED OFF" TO HO-PRINT-RECORD (3:17)
053500         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
053600 5000-EXIT.
053700     EXIT.
053800 5100-AGE-ONE-HOLD.
053900     READ HO-HOLD-FILE NEXT RECORD
054000         AT END
054100             SET HO-HOLD-EOF TO TRUE
054200             GO TO 5100-EXIT.
054300     IF NOT HOLD-PENDING
054400         GO TO 5100-EXIT.
054500     PERFORM 7100-AGE-HOLD THRU 7100-EXIT.
054600     IF HO-AGE-DAYS NOT > HO-EXPIRY-DAYS
054700         GO TO 5100-EXIT.
054800     MOVE SPACES TO CALC-REJECT-RECORD.
054900     MOVE HOLD-ORIGINAL-COMMAND TO REJ-ORIGINAL-COMMAND.
055000     MOVE "AUTHORITY HOLD NOT APPROVED IN TIME" TO
055100             REJ-REASON-TEXT.
055200     MOVE HO-RUN-DATE-NUM TO REJ-RUN-DATE.
055300     WRITE CALC-REJECT-RECORD.
055400     IF HO-EXP-STATUS NOT = "00"
055500         DISPLAY "HOLDEXP WRITE FAILED, STATUS = "
055600                 HO-EXP-STATUS UPON CONSOLE
055700         MOVE 16 TO RETURN-CODE
055800         GOBACK.
055900     SET HOLD-EXPIRED TO TRUE.
056000     MOVE HO-RUN-DATE-NUM TO HOLD-CLOSED-DATE.
056100     REWRITE CALC-HOLD-RECORD
056200         INVALID KEY
056300             DISPLAY "HOLDFILE REWRITE FAILED FOR ITEM "
056400                     HOLD-ID UPON CONSOLE
056500             MOVE 16 TO RETURN-CODE
056600             GOBACK
056700     END-REWRITE.
056800     ADD 1 TO HO-EXPIRED-COUNT.
056900     PERFORM 7200-FORMAT-ITEM-LINE THRU 7200-EXIT.
057000     MOVE HO-ITEM-LINE TO HO-PRINT-RECORD.
057100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
057200 5100-EXIT.
057300     EXIT.
057400***************************************************************
057500* 6000-PRINT-PENDING-REPORT - EVERY ITEM STILL AWAITING       *
057600*     APPROVAL IN HOLD ID (ARRIVAL) ORDER, THEN THE TOTALS    *
057700***************************************************************
057800 6000-PRINT-PENDING-REPORT.
057900     PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT.
058000     MOVE "PENDING APPROVAL" TO HO-PRINT-RECORD (3:16).
058100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058200     MOVE SPACES TO HO-PRINT-RECORD.
058300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058400     MOVE HO-ITEM-HEADING TO HO-PRINT-RECORD.
058500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058600     MOVE 0 TO HOLD-ID.
058700     SET HO-HOLD-NOT-EOF TO TRUE.
058800     START HO-HOLD-FILE KEY NOT < HOLD-ID
058900         INVALID KEY
059000             SET HO-HOLD-EOF TO TRUE
059100     END-START.
059200     PERFORM 6100-PRINT-PENDING-LINE THRU 6100-EXIT
059300         UNTIL HO-HOLD-EOF.
059400     IF HO-PENDING-COUNT = 0
059500         MOVE SPACES TO HO-PRINT-RECORD
059600         MOVE "NO HOLDS PENDING APPROVAL" TO
059700                 HO-PRINT-RECORD (3:25)
059800         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
059900     PERFORM 6300-PRINT-REPORT-TOTALS THRU 6300-EXIT.
060000 6000-EXIT.
060100     EXIT.
060200 6100-PRINT-PENDING-LINE.
060300     READ HO-HOLD-FILE NEXT RECORD
060400         AT END
060500             SET HO-HOLD-EOF TO TRUE
060600             GO TO 6100-EXIT.
060700     IF NOT HOLD-PENDING
060800         GO TO 6100-EXIT.
060900     PERFORM 7100-AGE-HOLD THRU 7100-EXIT.
061000     PERFORM 7200-FORMAT-ITEM-LINE THRU 7200-EXIT.
061100     MOVE HO-ITEM-LINE TO HO-PRINT-RECORD.
061200     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
061300     ADD 1 TO HO-PENDING-COUNT.
061400     IF CALC-CMD-AMOUNT NUMERIC
061500         ADD CALC-CMD-AMOUNT TO HO-PENDING-AMOUNT.
061600 6100-EXIT.
061700     EXIT.
061800***************************************************************
061900* 6300-PRINT-REPORT-TOTALS - RUN RECONCILIATION               *
062000***************************************************************
062100 6300-PRINT-REPORT-TOTALS.
062200     MOVE SPACES TO HO-PRINT-RECORD.
062300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
062400     MOVE "HOLD TOTALS" TO HO-PRINT-RECORD (3:11).
062500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
062600     MOVE SPACES TO HO-PRINT-RECORD.
062700     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
062800     MOVE "ITEMS ON FILE ..........:" TO HO-TOT-LABEL.
062900     MOVE HO-ON-FILE-COUNT TO HO-TOT-VALUE.
063000     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
063100     MOVE "HELD TODAY .............:" TO HO-TOT-LABEL.
063200     MOVE HO-NEW-COUNT TO HO-TOT-VALUE.
063300     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
063400     MOVE "APPROVALS READ .........:" TO HO-TOT-LABEL.
063500     MOVE HO-TRAN-COUNT TO HO-TOT-VALUE.
063600     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
063700     MOVE "RELEASED TODAY .........:" TO HO-TOT-LABEL.
063800     MOVE HO-RELEASED-COUNT TO HO-TOT-VALUE.
063900     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
064000     MOVE "APPROVALS REFUSED ......:" TO HO-TOT-LABEL.
064100     MOVE HO-REFUSED-COUNT TO HO-TOT-VALUE.
064200     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
064300     MOVE "AGED OFF TODAY .........:" TO HO-TOT-LABEL.
064400     MOVE HO-EXPIRED-COUNT TO HO-TOT-VALUE.
064500     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
064600     MOVE "PENDING APPROVAL .......:" TO HO-TOT-LABEL.
064700     MOVE HO-PENDING-COUNT TO HO-TOT-VALUE.
064800     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
064900     MOVE "PENDING AMOUNT .........:" TO HO-AMT-LABEL.
065000     MOVE HO-PENDING-AMOUNT TO HO-AMT-VALUE.
065100     MOVE HO-AMOUNT-LINE TO HO-PRINT-RECORD.
065110     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
065200 6300-EXIT.
065300     EXIT.
065400 6310-WRITE-TOTAL-LINE.
065500     MOVE HO-TOTAL-LINE TO HO-PRINT-RECORD.
065600     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
065700     MOVE SPACES TO HO-TOTAL-LINE.
065800 6310-EXIT.
065900     EXIT.
066000***************************************************************
066100* 7000-DATE-TO-DAYS - CONVERT HO-DTD-DATE (CCYYMMDD) TO A     *
066200*     SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO AN AGE IN    *
066300*     DAYS.  THE FOUR-YEAR LEAP RULE HOLDS FOR THE WHOLE      *
066400*     1901-2099 RANGE THE SHOP CAN SEE.                       *
066500***************************************************************
066600 7000-DATE-TO-DAYS.
066700     IF HO-DTD-MONTH > 2
066800         MOVE HO-DTD-YEAR TO HO-DTD-Y
066900         COMPUTE HO-DTD-M = HO-DTD-MONTH + 1
067000     ELSE
067100         COMPUTE HO-DTD-Y = HO-DTD-YEAR - 1
067200         COMPUTE HO-DTD-M = HO-DTD-MONTH + 13.
067300     COMPUTE HO-DTD-RESULT =
067400             (1461 * HO-DTD-Y) / 4 + (153 * HO-DTD-M) / 5
067500             + HO-DTD-DAY.
067600 7000-EXIT.
067700     EXIT.
067800***************************************************************
067900* 7100-AGE-HOLD - DAYS THE CURRENT HOLD HAS BEEN PENDING      *
068000***************************************************************
068100 7100-AGE-HOLD.
068200     IF HOLD-ENTRY-DATE NUMERIC
068300        AND HOLD-ENTRY-DATE > 0
068400         MOVE HOLD-ENTRY-DATE TO HO-DTD-DATE
068500         PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT
068600         COMPUTE HO-AGE-DAYS = HO-RUN-DAYS - HO-DTD-RESULT
068700     ELSE
068800         MOVE 0 TO HO-AGE-DAYS.
068900     IF HO-AGE-DAYS < 0
069000         MOVE 0 TO HO-AGE-DAYS.
069100 7100-EXIT.
069200     EXIT.
069300***************************************************************
069400* 7200-FORMAT-ITEM-LINE - ONE HOLD ITEM ON THE REPORT         *
069500***************************************************************
069600 7200-FORMAT-ITEM-LINE.
069700     MOVE SPACES TO HO-ITEM-LINE.
069800     MOVE HOLD-ORIGINAL-COMMAND TO HO-WORK-COMMAND.
069900     MOVE HOLD-ID TO HO-IL-HOLD-ID.
070000     MOVE HOLD-DEPARTMENT TO HO-IL-DEPARTMENT.
070100     MOVE HOLD-ENTRY-DATE TO HO-IL-ENTRY-DATE.
070200     MOVE HO-AGE-DAYS TO HO-IL-AGE.
070300     MOVE CALC-CMD-CODE TO HO-IL-FUNCTION.
070400     MOVE CALC-CMD-ACCOUNT TO HO-IL-ACCOUNT.
070500     IF CALC-CMD-AMOUNT NUMERIC
070600         MOVE CALC-CMD-AMOUNT TO HO-IL-AMOUNT.
070700     IF CALC-CMD-TERM NUMERIC
070800         MOVE CALC-CMD-TERM TO HO-IL-TERM.
070900     MOVE HOLD-LIMIT-AMOUNT TO HO-IL-LIMIT-AMOUNT.
071000     MOVE HOLD-LIMIT-TERM TO HO-IL-LIMIT-TERM.
071100     MOVE HOLD-REASON-TEXT TO HO-IL-REASON.
071200 7200-EXIT.
071300     EXIT.
071400***************************************************************
071500* 8100-START-NEW-PAGE - PAGE HEADING                          *
071600***************************************************************
071700 8100-START-NEW-PAGE.
071800     ADD 1 TO HO-PAGE-COUNT.
071900     MOVE HO-RUN-DATE TO HO-H1-RUN-DATE.
072000     MOVE HO-PAGE-COUNT TO HO-H1-PAGE.
072100     MOVE HO-HEADING-1 TO HO-PRINT-RECORD.
072200     WRITE HO-PRINT-RECORD AFTER ADVANCING PAGE.
072300     MOVE SPACES TO HO-PRINT-RECORD.
072400     WRITE HO-PRINT-RECORD AFTER ADVANCING 1 LINE.
072500     MOVE 2 TO HO-LINE-COUNT.
072600 8100-EXIT.
072700     EXIT.
072800***************************************************************
072900* 8200-WRITE-PRINT-LINE - ONE LINE WITH PAGE OVERFLOW CONTROL *
073000***************************************************************
073100 8200-WRITE-PRINT-LINE.
073200     IF HO-LINE-COUNT NOT < HO-LINES-PER-PAGE
073300         PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT.
073400     WRITE HO-PRINT-RECORD AFTER ADVANCING 1 LINE.
073500     ADD 1 TO HO-LINE-COUNT.
073600 8200-EXIT.
073700     EXIT.
073800***************************************************************
073900* 8000-CONTROL-TOTALS - CONSOLE RECONCILIATION.  A REFUSED    *
074000*     APPROVAL ENDS THE STEP WITH CONDITION CODE 4 SO THE     *
074100*     OFFICER HEARS ABOUT IT BEFORE THE ITEM AGES OFF.        *
074200***************************************************************
074300 8000-CONTROL-TOTALS.
074400     DISPLAY "HOLD TOTALS FOR RUN DATE "
074500             HO-RUN-DATE UPON CONSOLE.
074600     DISPLAY "  HELD TODAY ............: "
074700             HO-NEW-COUNT UPON CONSOLE.
074800     DISPLAY "  RELEASED TODAY ........: "
074900             HO-RELEASED-COUNT UPON CONSOLE.
075000     DISPLAY "  APPROVALS REFUSED .....: "
075100             HO-REFUSED-COUNT UPON CONSOLE.
075200     DISPLAY "  AGED OFF TODAY ........: "
075300             HO-EXPIRED-COUNT UPON CONSOLE.
075400     DISPLAY "  PENDING APPROVAL ......: "
075500             HO-PENDING-COUNT UPON CONSOLE.
075600     IF HO-REFUSED-COUNT > 0
075700         MOVE 4 TO RETURN-CODE.
075800 8000-EXIT.
075900     EXIT.
076000***************************************************************
076100* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SIGN OFF      *
076200***************************************************************
076300 9000-TERMINATE.
076400     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
076500     CLOSE HO-HOLD-FILE HO-REL-FILE HO-EXP-FILE HO-PRINT-FILE.
076600     DISPLAY "HOLD ENDS." UPON CONSOLE.
076700 9000-EXIT.
076800     EXIT.
076900***************************************************************
077000* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
077100*     BATCH-WINDOW REPORT                                     *
077200***************************************************************
077300 9900-LOG-STEP-START.
077400     MOVE "COBHOLD" TO SLOG-PROGRAM.
077500     MOVE HO-RUN-DATE TO SLOG-RUN-DATE.
077600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
077700     SET SLOG-STEP-START TO TRUE.
077800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
077900 9900-EXIT.
078000     EXIT.
078100***************************************************************
078200* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
078300*     AND THE FINAL CONDITION CODE                            *
078400***************************************************************
078500 9910-LOG-STEP-END.
078600     MOVE HO-NEW-COUNT TO SLOG-RECORDS-IN.
078700     COMPUTE SLOG-RECORDS-OUT = HO-RELEASED-COUNT
078800             + HO-EXPIRED-COUNT.
078900     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
079000     SET SLOG-STEP-END TO TRUE.
079100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
079200 9910-EXIT.
079300     EXIT.
