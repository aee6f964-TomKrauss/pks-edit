000100***************************************************************
000200* COBPURG                                                     *
000300*                                                             *
000400* Closed-account retention purge for the MSTRFILE loan        *
000500* master.  A CLOSE only marks an account closed, so without   *
000600* this step every closed account would stay on the cluster    *
000700* for good, and COBIMPA, COBRCON, COBBRCH and COBLTTR would   *
000800* keep reading past them, customer names and all, long after  *
000900* records retention says the name must go.  Each run browses  *
001000* the master and takes every closed account whose close date  *
001100* (or restore date, for an account COBMSTR has brought back   *
001200* from the archive) is more than MSTR-RETAIN-DAYS before the  *
001300* run date: the record is written to MSTRARCH, the current    *
001400* year's master archive, journaled to MSTRAUD as a PURGE with *
001500* no after image, and deleted from the cluster.               *
001600* An account that still has unresolved items on SUSPFILE (new *
001700* or corrected, not yet resubmitted or written off) is        *
001800* refused and stays on the master until they are cleared.     *
001900* The purge register on PURGPRT lists every account archived  *
002000* or refused, by branch, with branch and run totals.          *
002100* A run that refuses an account ends with condition code 4.   *
002200*                                                             *
002300* MODIFICATION HISTORY                                        *
002400*   DATE       BY   DESCRIPTION                               *
002500*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     COBPURG.
002900 AUTHOR.         T W KRAUSS.
003000 INSTALLATION.   FINANCIAL SYSTEMS.
003100 DATE-WRITTEN.   10/15/26.
003200 DATE-COMPILED.  10/15/26.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PG-MASTER-FILE   ASSIGN TO MSTRFILE
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS SEQUENTIAL
003900            RECORD KEY IS MSTR-ACCOUNT-NBR
004000            FILE STATUS IS PG-MASTER-STATUS.
004100     SELECT PG-SUSP-FILE     ASSIGN TO SUSPFILE
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS SEQUENTIAL
004400            RECORD KEY IS SUSP-ID
004500            FILE STATUS IS PG-SUSP-STATUS.
004600     SELECT PG-PARM-FILE     ASSIGN TO SYSPARM
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS PG-PARM-STATUS.
004900     SELECT PG-ARCHIVE-FILE  ASSIGN TO MSTRARCH
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS IS PG-ARCHIVE-STATUS.
005200     SELECT PG-AUDIT-FILE    ASSIGN TO MSTRAUD
005300            ORGANIZATION IS SEQUENTIAL
005400            FILE STATUS IS PG-AUDIT-STATUS.
005500     SELECT PG-PRINT-FILE    ASSIGN TO PURGPRT
005600            ORGANIZATION IS SEQUENTIAL
005700            FILE STATUS IS PG-PRINT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PG-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CALCMSTR.
006300 FD  PG-SUSP-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCSUSP.
006600 FD  PG-PARM-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CALCPRM.
007000 FD  PG-ARCHIVE-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CALCMARC.
007400 FD  PG-AUDIT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCAUDT.
007800 FD  PG-PRINT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  PG-PRINT-RECORD                 PIC X(132).
008200 WORKING-STORAGE SECTION.
008300 01  PG-FILE-STATUSES.
008400     05  PG-MASTER-STATUS            PIC X(02).
008500     05  PG-SUSP-STATUS              PIC X(02).
008600     05  PG-PARM-STATUS              PIC X(02).
008700     05  PG-ARCHIVE-STATUS           PIC X(02).
008800     05  PG-AUDIT-STATUS             PIC X(02).
008900     05  PG-PRINT-STATUS             PIC X(02).
009000 01  PG-SWITCHES.
009100     05  PG-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
009200         88  PG-MASTER-EOF                     VALUE "Y".
009300     05  PG-SUSP-EOF-SWITCH          PIC X(01) VALUE "N".
009400         88  PG-SUSP-EOF                       VALUE "Y".
009500     05  PG-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
009600         88  PG-PARM-EOF                       VALUE "Y".
009700     05  PG-FULL-SWITCH              PIC X(01) VALUE "N".
009800         88  PG-REGISTER-FULL                  VALUE "Y".
009900 01  PG-COUNTERS.
010000     05  PG-READ-COUNT               PIC 9(09) COMP VALUE 0.
010100     05  PG-CLOSED-COUNT             PIC 9(09) COMP VALUE 0.
010200     05  PG-ELIGIBLE-COUNT           PIC 9(09) COMP VALUE 0.
010300     05  PG-ARCHIVED-COUNT           PIC 9(09) COMP VALUE 0.
010400     05  PG-REFUSED-COUNT            PIC 9(09) COMP VALUE 0.
010500     05  PG-SUSP-READ-COUNT          PIC 9(09) COMP VALUE 0.
010600     05  PG-SUSP-OPEN-COUNT          PIC 9(09) COMP VALUE 0.
010700     05  PG-AUDIT-COUNT              PIC 9(09) COMP VALUE 0.
010800     05  PG-LINE-COUNT               PIC 9(03) COMP VALUE 99.
010900     05  PG-PAGE-COUNT               PIC 9(05) COMP VALUE 0.
011000 77  PG-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
011100 77  PG-SUSP-MAX                     PIC 9(05) COMP VALUE 5000.
011200 77  PG-REG-MAX                      PIC 9(05) COMP VALUE 5000.
011300 77  PG-BRANCH-MAX                   PIC 9(03) COMP VALUE 100.
011400 77  PG-RETAIN-CEILING               PIC 9(05) COMP VALUE 9999.
011500 01  PG-RETAIN-DAYS                  PIC 9(05) COMP VALUE 2557.
011600 01  PG-PARM-VALUE-NUM               PIC 9(10) VALUE 0.
011700 01  PG-RUN-DATE                     PIC X(08) VALUE SPACES.
011800 01  PG-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
011900 01  PG-RUN-DAYS                     PIC S9(09) COMP VALUE 0.
012000 01  PG-RETAIN-FROM                  PIC 9(08) VALUE 0.
012100 01  PG-DAYS-CLOSED                  PIC S9(09) COMP VALUE 0.
012200 01  PG-AUDIT-TIME                   PIC 9(08) VALUE 0.
012300 01  PG-WORK-ACCOUNT                 PIC X(10) VALUE SPACES.
012400 01  PG-WORK-BRANCH                  PIC X(04) VALUE SPACES.
012500 01  PG-SUBSCRIPTS.
012600     05  PG-SUSP-COUNT               PIC 9(05) COMP VALUE 0.
012700     05  PG-SUSP-SUB                 PIC 9(05) COMP VALUE 0.
012800     05  PG-SUSP-FOUND-SUB           PIC 9(05) COMP VALUE 0.
012900     05  PG-REG-COUNT                PIC 9(05) COMP VALUE 0.
013000     05  PG-REG-SUB                  PIC 9(05) COMP VALUE 0.
013100     05  PG-BRANCH-COUNT             PIC 9(03) COMP VALUE 0.
013200     05  PG-BRANCH-SUB               PIC 9(03) COMP VALUE 0.
013300     05  PG-SHIFT-SUB                PIC 9(03) COMP VALUE 0.
013400 01  PG-DATE-TO-DAYS.
013500     05  PG-DTD-DATE                 PIC 9(08).
013600     05  PG-DTD-SPLIT REDEFINES PG-DTD-DATE.
013700         10  PG-DTD-YEAR             PIC 9(04).
013800         10  PG-DTD-MONTH            PIC 9(02).
013900         10  PG-DTD-DAY              PIC 9(02).
014000     05  PG-DTD-Y                    PIC S9(09) COMP.
014100     05  PG-DTD-M                    PIC S9(09) COMP.
014200     05  PG-DTD-RESULT               PIC S9(09) COMP.
014300***************************************************************
014400* THE ORIGINAL INPUT IMAGE ON A SUSPENSE ITEM IS IN ITS OWN   *
014500* STREAM'S LAYOUT; THE ACCOUNT IS TAKEN THROUGH THAT LAYOUT.  *
014600***************************************************************
014700 COPY CALCCMD.
014800 COPY CALCMTRN.
014900 COPY CALCPAY.
015000***************************************************************
015100* ACCOUNTS WITH UNRESOLVED SUSPENSE ITEMS                     *
015200***************************************************************
015300 01  PG-SUSP-TABLE-AREA.
015400     05  PG-SUSP-ENTRY OCCURS 5000 TIMES.
015500         10  PG-SE-ACCOUNT           PIC X(10).
015600         10  PG-SE-ITEMS             PIC 9(05) COMP.
015700***************************************************************
015800* THE REGISTER: EVERY ACCOUNT ARCHIVED OR REFUSED THIS RUN,   *
015900* PRINTED BRANCH BY BRANCH FROM THE ASCENDING BRANCH TABLE    *
016000***************************************************************
016100 01  PG-REGISTER-TABLE-AREA.
016200     05  PG-REG-ENTRY OCCURS 5000 TIMES.
016300         10  PG-RG-BRANCH            PIC X(04).
016400         10  PG-RG-ACCOUNT           PIC X(10).
016500         10  PG-RG-NAME              PIC X(30).
016600         10  PG-RG-OPEN-DATE         PIC 9(08).
016700         10  PG-RG-CLOSE-DATE        PIC 9(08).
016800         10  PG-RG-RESTORE-DATE      PIC 9(08).
016900         10  PG-RG-DISPOSITION       PIC X(01).
017000             88  PG-RG-ARCHIVED                VALUE "A".
017100             88  PG-RG-REFUSED                 VALUE "R".
017200         10  PG-RG-SUSP-ITEMS        PIC 9(05) COMP.
017300 01  PG-BRANCH-TABLE-AREA.
017400     05  PG-BRANCH-ENTRY OCCURS 100 TIMES.
017500         10  PG-BT-BRANCH            PIC X(04).
017600         10  PG-BT-ARCHIVED          PIC 9(07) COMP.
017700         10  PG-BT-REFUSED           PIC 9(07) COMP.
017800 01  PG-HEADING-1.
017900     05  FILLER                      PIC X(08) VALUE "COBCALC".
018000     05  FILLER                      PIC X(42)
018100         VALUE "MASTER RETENTION PURGE REGISTER".
018200     05  FILLER                      PIC X(10)
018300         VALUE "RUN DATE ".
018400     05  PG-H1-RUN-DATE              PIC X(08).
018500     05  FILLER                      PIC X(50) VALUE SPACES.
018600     05  FILLER                      PIC X(05) VALUE "PAGE ".
018700     05  PG-H1-PAGE                  PIC ZZZZ9.
018800     05  FILLER                      PIC X(04) VALUE SPACES.
018900 01  PG-HEADING-2.
019000     05  FILLER                      PIC X(35)
019100         VALUE "CLOSED ACCOUNTS ARE RETAINED FOR ".
019200     05  PG-H2-RETAIN-DAYS           PIC Z,ZZ9.
019300     05  FILLER                      PIC X(46)
019400         VALUE " DAYS AFTER CLOSE OR RESTORE, THEN ARCHIVED".
019500     05  FILLER                      PIC X(46) VALUE SPACES.
019600 01  PG-BRANCH-HEADING.
019700     05  FILLER                      PIC X(08) VALUE " BRANCH ".
019800     05  PG-BH-BRANCH                PIC X(04).
019900     05  FILLER                      PIC X(120) VALUE SPACES.
020000 01  PG-COLUMN-HEADING.
020100     05  FILLER                      PIC X(45)
020200         VALUE " ACCOUNT     CUSTOMER NAME".
020300     05  FILLER                      PIC X(30)
020400         VALUE "OPENED    CLOSED    RESTORED".
020500     05  FILLER                      PIC X(57)
020600         VALUE "DISPOSITION".
020700 01  PG-DETAIL-LINE.
020800     05  FILLER                      PIC X(01) VALUE SPACES.
020900     05  PG-DL-ACCOUNT               PIC X(10).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  PG-DL-NAME                  PIC X(30).
021200     05  FILLER                      PIC X(02) VALUE SPACES.
021300     05  PG-DL-OPEN-DATE             PIC 9(08).
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  PG-DL-CLOSE-DATE            PIC 9(08).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  PG-DL-RESTORE-DATE          PIC X(08).
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  PG-DL-DISPOSITION           PIC X(36).
022000     05  PG-DL-SUSP-ITEMS            PIC ZZZZ9.
022100     05  FILLER                      PIC X(16) VALUE SPACES.
022200 01  PG-BRANCH-TOTAL-LINE.
022300     05  FILLER                      PIC X(08) VALUE " BRANCH ".
022400     05  PG-BL-BRANCH                PIC X(04).
022500     05  FILLER                      PIC X(13)
022600         VALUE "  ARCHIVED: ".
022700     05  PG-BL-ARCHIVED              PIC ZZZ,ZZ9.
022800     05  FILLER                      PIC X(12)
022900         VALUE "  REFUSED: ".
023000     05  PG-BL-REFUSED               PIC ZZZ,ZZ9.
023100     05  FILLER                      PIC X(81) VALUE SPACES.
023200 01  PG-TOTAL-LINE.
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  PG-TOT-LABEL                PIC X(26).
023500     05  PG-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
023600     05  FILLER                      PIC X(93) VALUE SPACES.
023700 01  PG-PRINT-HOLD                   PIC X(132) VALUE SPACES.
023800 COPY CALCSLOG.
023900 LINKAGE SECTION.
024000 01  PG-PARM-DATA.
024100     05  PG-PARM-LENGTH              PIC S9(04) COMP.
024200     05  PG-PARM-RUN-DATE            PIC X(08).
024300 PROCEDURE DIVISION USING PG-PARM-DATA.
024400***************************************************************
024500* 0000-MAINLINE                                               *
024600***************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
025000     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
025100     PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT.
025200     PERFORM 2000-PURGE-MASTER THRU 2000-EXIT
025300         UNTIL PG-MASTER-EOF.
025400     PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT.
025500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025600     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
025700     GOBACK.
025800***************************************************************
025900* 1000-INITIALIZE - THE RUN DATE DECIDES WHICH ACCOUNTS HAVE  *
026000*     OUTLIVED THE RETENTION PERIOD, SO A RUN WITHOUT ONE IS  *
026100*     REFUSED OUTRIGHT                                        *
026200***************************************************************
026300 1000-INITIALIZE.
026400     DISPLAY "PURG BEGINS." UPON CONSOLE.
026500     IF PG-PARM-LENGTH > 0
026600         MOVE PG-PARM-RUN-DATE TO PG-RUN-DATE
026700     ELSE
026800         MOVE SPACES TO PG-RUN-DATE.
026900     IF PG-RUN-DATE NUMERIC
027000         MOVE PG-RUN-DATE TO PG-RUN-DATE-NUM
027100     ELSE
027200         DISPLAY "RUN DATE PARM MISSING OR NOT NUMERIC - RUN "
027300                 "REFUSED" UPON CONSOLE
027400         MOVE 16 TO RETURN-CODE
027500         GOBACK.
027600     MOVE PG-RUN-DATE-NUM TO PG-DTD-DATE.
027700     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
027800     MOVE PG-DTD-RESULT TO PG-RUN-DAYS.
027900     OPEN I-O PG-MASTER-FILE.
028000     IF PG-MASTER-STATUS NOT = "00"
028100         DISPLAY "MSTRFILE OPEN FAILED, STATUS = "
028200                 PG-MASTER-STATUS UPON CONSOLE
028300         MOVE 16 TO RETURN-CODE
028400         GOBACK.
028500     OPEN EXTEND PG-ARCHIVE-FILE.
028600     IF PG-ARCHIVE-STATUS = "35"
028700         OPEN OUTPUT PG-ARCHIVE-FILE.
028800     IF PG-ARCHIVE-STATUS NOT = "00"
028900         DISPLAY "MSTRARCH OPEN FAILED, STATUS = "
029000                 PG-ARCHIVE-STATUS UPON CONSOLE
029100         MOVE 16 TO RETURN-CODE
029200         GOBACK.
029300     OPEN EXTEND PG-AUDIT-FILE.
029400     IF PG-AUDIT-STATUS = "35"
029500         OPEN OUTPUT PG-AUDIT-FILE.
029600     IF PG-AUDIT-STATUS NOT = "00"
029700         DISPLAY "MSTRAUD OPEN FAILED, STATUS = "
029800                 PG-AUDIT-STATUS UPON CONSOLE
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK.
030100     OPEN OUTPUT PG-PRINT-FILE.
030200     IF PG-PRINT-STATUS NOT = "00"
030300         DISPLAY "PURGPRT OPEN FAILED, STATUS = "
030400                 PG-PRINT-STATUS UPON CONSOLE
030500         MOVE 16 TO RETURN-CODE
030600         GOBACK.
030700 1000-EXIT.
030800     EXIT.
030900***************************************************************
031000* 1100-READ-PARAMETERS - APPLY THE SYSPARM RUNTIME PARAMETER  *
031100*     DATASET.  A MISSING DATASET OR AN ABSENT KEYWORD        *
031200*     LEAVES THE COMPILED-IN DEFAULT IN EFFECT; KEYWORDS      *
031300*     BELONGING TO OTHER PROGRAMS ARE IGNORED.                *
031400***************************************************************
031500 1100-READ-PARAMETERS.
031600     OPEN INPUT PG-PARM-FILE.
031700     EVALUATE PG-PARM-STATUS
031800         WHEN "00"
031900             PERFORM 1110-APPLY-PARAMETER THRU 1110-EXIT
032000                 UNTIL PG-PARM-EOF
032100             CLOSE PG-PARM-FILE
032200         WHEN "35"
032300             DISPLAY "SYSPARM NOT ALLOCATED - DEFAULTS IN "
032400                     "EFFECT" UPON CONSOLE
032500         WHEN OTHER
032600             DISPLAY "SYSPARM OPEN FAILED, STATUS = "
032700                     PG-PARM-STATUS UPON CONSOLE
032800             MOVE 16 TO RETURN-CODE
032900             GOBACK
033000     END-EVALUATE.
033100     DISPLAY "PURG RUNTIME PARAMETERS" UPON CONSOLE.
033200     DISPLAY "  RETENTION DAYS ........: "
033300             PG-RETAIN-DAYS UPON CONSOLE.
033400 1100-EXIT.
033500     EXIT.
033600 1110-APPLY-PARAMETER.
033700     READ PG-PARM-FILE
033800         AT END
033900             SET PG-PARM-EOF TO TRUE
034000             GO TO 1110-EXIT.
034100     IF PRM-VALUE NOT NUMERIC
034200         GO TO 1110-EXIT.
034300     MOVE PRM-VALUE TO PG-PARM-VALUE-NUM.
034400     EVALUATE PRM-KEYWORD
034500         WHEN "MSTR-RETAIN-DAYS"
034600             IF PG-PARM-VALUE-NUM > 0
034700                AND PG-PARM-VALUE-NUM NOT > PG-RETAIN-CEILING
034800                 MOVE PG-PARM-VALUE-NUM TO PG-RETAIN-DAYS
034900             ELSE
035000                 DISPLAY "SYSPARM MSTR-RETAIN-DAYS OUT OF RANGE"
035100                         " - DEFAULT KEPT" UPON CONSOLE
035200             END-IF
035300         WHEN OTHER
035400             CONTINUE
035500     END-EVALUATE.
035600 1110-EXIT.
035700     EXIT.
035800***************************************************************
035900* 1200-LOAD-SUSPENSE - EVERY ACCOUNT WITH A SUSPENSE ITEM     *
036000*     STILL NEW OR CORRECTED.  WITHOUT THE SUSPENSE FILE THE  *
036100*     PURGE CANNOT TELL WHICH ACCOUNTS IT MUST REFUSE, SO IT  *
036200*     DOES NOT RUN.                                           *
036300***************************************************************
036400 1200-LOAD-SUSPENSE.
036500     OPEN INPUT PG-SUSP-FILE.
036600     IF PG-SUSP-STATUS NOT = "00"
036700         DISPLAY "SUSPFILE OPEN FAILED, STATUS = "
036800                 PG-SUSP-STATUS UPON CONSOLE
036900         MOVE 16 TO RETURN-CODE
037000         GOBACK.
037100     PERFORM 1210-LOAD-SUSPENSE-ITEM THRU 1210-EXIT
037200         UNTIL PG-SUSP-EOF.
037300     CLOSE PG-SUSP-FILE.
037400 1200-EXIT.
037500     EXIT.
037600 1210-LOAD-SUSPENSE-ITEM.
037700     READ PG-SUSP-FILE
037800         AT END
037900             SET PG-SUSP-EOF TO TRUE
038000             GO TO 1210-EXIT.
038100     ADD 1 TO PG-SUSP-READ-COUNT.
038200     IF NOT SUSP-NEW
038300        AND NOT SUSP-CORRECTED
038400         GO TO 1210-EXIT.
038500     PERFORM 1220-SUSPENSE-ACCOUNT THRU 1220-EXIT.
038600     IF PG-WORK-ACCOUNT = SPACES
038700         GO TO 1210-EXIT.
038800     ADD 1 TO PG-SUSP-OPEN-COUNT.
038900     PERFORM 1300-FIND-SUSPENSE-ACCOUNT THRU 1300-EXIT.
039000     IF PG-SUSP-FOUND-SUB > 0
039100         ADD 1 TO PG-SE-ITEMS (PG-SUSP-FOUND-SUB)
039200         GO TO 1210-EXIT.
039300     IF PG-SUSP-COUNT NOT < PG-SUSP-MAX
039400         DISPLAY "SUSPENSE ACCOUNTS EXCEED IN-STORAGE TABLE "
039500                 "LIMIT" UPON CONSOLE
039600         MOVE 16 TO RETURN-CODE
039700         GOBACK.
039800     ADD 1 TO PG-SUSP-COUNT.
039900     MOVE PG-WORK-ACCOUNT TO PG-SE-ACCOUNT (PG-SUSP-COUNT).
040000     MOVE 1 TO PG-SE-ITEMS (PG-SUSP-COUNT).
040100 1210-EXIT.
040200     EXIT.
040300***************************************************************
040400* 1220-SUSPENSE-ACCOUNT - THE ACCOUNT ON THE ITEM'S ORIGINAL  *
040500*     INPUT IMAGE.  CALCULATION COMMANDS (CALCREJ, CALCERR,   *
040600*     HOLDEXP) CARRY IT IN THE CALCCMD LAYOUT, MASTER         *
040700*     MAINTENANCE IN CALCMTRN AND PAYMENTS IN CALCPAY.  RATE  *
040800*     TABLE ITEMS BELONG TO NO ACCOUNT.                       *
040900***************************************************************
041000 1220-SUSPENSE-ACCOUNT.
041100     MOVE SPACES TO PG-WORK-ACCOUNT.
041200     EVALUATE TRUE
041300         WHEN SUSP-FROM-CALC
041400           OR SUSP-FROM-EDIT
041500           OR SUSP-FROM-HOLD
041600             MOVE SUSP-ORIGINAL-COMMAND TO CALC-COMMAND-AREA
041700             MOVE CALC-CMD-ACCOUNT TO PG-WORK-ACCOUNT
041800         WHEN SUSP-FROM-MSTR
041900             MOVE SUSP-ORIGINAL-COMMAND TO CALC-MSTR-TRANS
042000             MOVE MTRN-ACCOUNT-NBR TO PG-WORK-ACCOUNT
042100         WHEN SUSP-FROM-PAY
042200             MOVE SUSP-ORIGINAL-COMMAND TO CALC-PAYMENT-TRANS
042300             MOVE PAY-ACCOUNT-NBR TO PG-WORK-ACCOUNT
042400         WHEN OTHER
042500             CONTINUE
042600     END-EVALUATE.
042700 1220-EXIT.
042800     EXIT.
042900***************************************************************
043000* 1300-FIND-SUSPENSE-ACCOUNT - TABLE ENTRY FOR                *
043100*     PG-WORK-ACCOUNT, ZERO WHEN IT HAS NO OPEN ITEMS         *
043200***************************************************************
043300 1300-FIND-SUSPENSE-ACCOUNT.
043400     MOVE 0 TO PG-SUSP-FOUND-SUB.
043500     PERFORM 1310-MATCH-SUSPENSE-ACCOUNT THRU 1310-EXIT
043600         VARYING PG-SUSP-SUB FROM 1 BY 1
043700         UNTIL PG-SUSP-SUB > PG-SUSP-COUNT
043800            OR PG-SUSP-FOUND-SUB > 0.
043900 1300-EXIT.
044000     EXIT.
044100 1310-MATCH-SUSPENSE-ACCOUNT.
044200     IF PG-SE-ACCOUNT (PG-SUSP-SUB) = PG-WORK-ACCOUNT
044300         MOVE PG-SUSP-SUB TO PG-SUSP-FOUND-SUB.
044400 1310-EXIT.
044500     EXIT.
044600***************************************************************
044700* 2000-PURGE-MASTER - ONE MASTER RECORD.  A CLOSED ACCOUNT    *
044800*     PAST THE RETENTION PERIOD IS ARCHIVED, JOURNALED AND    *
044900*     DELETED, OR REFUSED WHILE IT HAS OPEN SUSPENSE ITEMS.   *
045000*     WHEN THE REGISTER IS FULL THE RUN STOPS TAKING          *
045100*     ACCOUNTS; THE REST WAIT FOR THE NEXT RUN.               *
045200***************************************************************
045300 2000-PURGE-MASTER.
045400     READ PG-MASTER-FILE NEXT RECORD
045500         AT END
045600             SET PG-MASTER-EOF TO TRUE
045700             GO TO 2000-EXIT.
045800     ADD 1 TO PG-READ-COUNT.
045900     IF NOT MSTR-CLOSED
046000         GO TO 2000-EXIT.
046100     ADD 1 TO PG-CLOSED-COUNT.
046200     IF MSTR-CLOSE-DATE NOT NUMERIC
046300        OR MSTR-CLOSE-DATE = 0
046400         GO TO 2000-EXIT.
046500     MOVE MSTR-CLOSE-DATE TO PG-RETAIN-FROM.
046600     IF MSTR-RESTORE-DATE NUMERIC
046700        AND MSTR-RESTORE-DATE > PG-RETAIN-FROM
046800         MOVE MSTR-RESTORE-DATE TO PG-RETAIN-FROM.
046900     MOVE PG-RETAIN-FROM TO PG-DTD-DATE.
047000     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
047100     COMPUTE PG-DAYS-CLOSED = PG-RUN-DAYS - PG-DTD-RESULT.
047200     IF PG-DAYS-CLOSED NOT > PG-RETAIN-DAYS
047300         GO TO 2000-EXIT.
047400     ADD 1 TO PG-ELIGIBLE-COUNT.
047500     IF PG-REG-COUNT NOT < PG-REG-MAX
047600         PERFORM 2900-REGISTER-FULL THRU 2900-EXIT
047700         GO TO 2000-EXIT.
047800     MOVE MSTR-BRANCH TO PG-WORK-BRANCH.
047900     PERFORM 2200-LOCATE-BRANCH-ENTRY THRU 2200-EXIT.
048000     IF PG-REGISTER-FULL
048100         GO TO 2000-EXIT.
048200     MOVE MSTR-ACCOUNT-NBR TO PG-WORK-ACCOUNT.
048300     PERFORM 1300-FIND-SUSPENSE-ACCOUNT THRU 1300-EXIT.
048400     IF PG-SUSP-FOUND-SUB > 0
048500         PERFORM 2100-ADD-REGISTER-ENTRY THRU 2100-EXIT
048600         SET PG-RG-REFUSED (PG-REG-COUNT) TO TRUE
048700         MOVE PG-SE-ITEMS (PG-SUSP-FOUND-SUB) TO
048800                 PG-RG-SUSP-ITEMS (PG-REG-COUNT)
048900         ADD 1 TO PG-BT-REFUSED (PG-BRANCH-SUB)
049000         ADD 1 TO PG-REFUSED-COUNT
049100         GO TO 2000-EXIT.
049200     PERFORM 3000-ARCHIVE-ACCOUNT THRU 3000-EXIT.
049300     PERFORM 2100-ADD-REGISTER-ENTRY THRU 2100-EXIT.
049400     SET PG-RG-ARCHIVED (PG-REG-COUNT) TO TRUE.
049500     ADD 1 TO PG-BT-ARCHIVED (PG-BRANCH-SUB).
049600     ADD 1 TO PG-ARCHIVED-COUNT.
049700 2000-EXIT.
049800     EXIT.
049900***************************************************************
050000* 2100-ADD-REGISTER-ENTRY - THE ACCOUNT AS IT STOOD ON THE    *
050100*     MASTER, FOR THE REGISTER                                *
050200***************************************************************
050300 2100-ADD-REGISTER-ENTRY.
050400     ADD 1 TO PG-REG-COUNT.
050500     MOVE PG-WORK-BRANCH TO PG-RG-BRANCH (PG-REG-COUNT).
050600     MOVE PG-WORK-ACCOUNT TO PG-RG-ACCOUNT (PG-REG-COUNT).
050700     MOVE MSTR-CUSTOMER-NAME TO PG-RG-NAME (PG-REG-COUNT).
050800     MOVE MSTR-OPEN-DATE TO PG-RG-OPEN-DATE (PG-REG-COUNT).
050900     MOVE MSTR-CLOSE-DATE TO PG-RG-CLOSE-DATE (PG-REG-COUNT).
051000     IF MSTR-RESTORE-DATE NUMERIC
051100         MOVE MSTR-RESTORE-DATE TO
051200                 PG-RG-RESTORE-DATE (PG-REG-COUNT)
051300     ELSE
051400         MOVE 0 TO PG-RG-RESTORE-DATE (PG-REG-COUNT).
051500     MOVE 0 TO PG-RG-SUSP-ITEMS (PG-REG-COUNT).
051600 2100-EXIT.
051700     EXIT.
051800***************************************************************
051900* 2200-LOCATE-BRANCH-ENTRY - FIND OR CLAIM THE BRANCH TABLE   *
052000*     ENTRY FOR PG-WORK-BRANCH.  ENTRIES ARE KEPT IN          *
052100*     ASCENDING BRANCH ORDER SO THE REGISTER PRINTS IN BRANCH *
052200*     ORDER.                                                  *
052300***************************************************************
052400 2200-LOCATE-BRANCH-ENTRY.
052500     MOVE 1 TO PG-BRANCH-SUB.
052600 2200-LOOP.
052700     IF PG-BRANCH-SUB > PG-BRANCH-COUNT
052800         PERFORM 2210-INSERT-BRANCH-ENTRY THRU 2210-EXIT
052900         GO TO 2200-EXIT.
053000     IF PG-BT-BRANCH (PG-BRANCH-SUB) = PG-WORK-BRANCH
053100         GO TO 2200-EXIT.
053200     IF PG-BT-BRANCH (PG-BRANCH-SUB) > PG-WORK-BRANCH
053300         PERFORM 2210-INSERT-BRANCH-ENTRY THRU 2210-EXIT
053400         GO TO 2200-EXIT.
053500     ADD 1 TO PG-BRANCH-SUB.
053600     GO TO 2200-LOOP.
053700 2200-EXIT.
053800     EXIT.
053900***************************************************************
054000* 2210-INSERT-BRANCH-ENTRY - OPEN A SLOT AT PG-BRANCH-SUB AND *
054100*     CLAIM IT FOR THE NEW BRANCH                             *
054200***************************************************************
054300 2210-INSERT-BRANCH-ENTRY.
054400     IF PG-BRANCH-COUNT NOT < PG-BRANCH-MAX
054500         PERFORM 2900-REGISTER-FULL THRU 2900-EXIT
054600         GO TO 2210-EXIT.
054700     MOVE PG-BRANCH-COUNT TO PG-SHIFT-SUB.
054800 2210-SHIFT-LOOP.
054900     IF PG-SHIFT-SUB < PG-BRANCH-SUB
055000         GO TO 2210-CLAIM.
055100     MOVE PG-BRANCH-ENTRY (PG-SHIFT-SUB) TO
055200             PG-BRANCH-ENTRY (PG-SHIFT-SUB + 1).
055300     SUBTRACT 1 FROM PG-SHIFT-SUB.
055400     GO TO 2210-SHIFT-LOOP.
055500 2210-CLAIM.
055600     ADD 1 TO PG-BRANCH-COUNT.
055700     MOVE PG-WORK-BRANCH TO PG-BT-BRANCH (PG-BRANCH-SUB).
055800     MOVE 0 TO PG-BT-ARCHIVED (PG-BRANCH-SUB)
055900               PG-BT-REFUSED (PG-BRANCH-SUB).
056000 2210-EXIT.
056100     EXIT.
056200***************************************************************
056300* 2900-REGISTER-FULL - STOP TAKING ACCOUNTS FOR THIS RUN.     *
056400*     WHAT HAS BEEN ARCHIVED STAYS ARCHIVED; THE REMAINING    *
056500*     ACCOUNTS ARE PICKED UP BY THE NEXT RUN.                 *
056600***************************************************************
056700 2900-REGISTER-FULL.
056800     SET PG-REGISTER-FULL TO TRUE.
056900     SET PG-MASTER-EOF TO TRUE.
057000     DISPLAY "PURGE REGISTER OR BRANCH TABLE FULL - "
057100             "REMAINING ACCOUNTS LEFT FOR THE NEXT RUN"
057200             UPON CONSOLE.
057300 2900-EXIT.
057400     EXIT.
057500***************************************************************
057600* 3000-ARCHIVE-ACCOUNT - WRITE THE RECORD TO THE YEAR'S       *
057700*     ARCHIVE, DELETE IT FROM THE CLUSTER AND JOURNAL THE     *
057800*     PURGE.  ANY FAILURE STOPS THE RUN: AN ACCOUNT MUST NOT  *
057900*     LEAVE THE MASTER WITHOUT AN ARCHIVE COPY AND A TRAIL.   *
058000***************************************************************
058100 3000-ARCHIVE-ACCOUNT.
058200     MOVE SPACES TO CALC-MASTER-ARCHIVE-RECORD.
058300     MOVE PG-RUN-DATE-NUM TO MARC-ARCHIVE-DATE.
058400     MOVE MSTR-BRANCH TO MARC-BRANCH.
058500     MOVE MSTR-ACCOUNT-NBR TO MARC-ACCOUNT-NBR.
058600     MOVE CALC-MASTER-RECORD TO MARC-MASTER-IMAGE.
058700     WRITE CALC-MASTER-ARCHIVE-RECORD.
058800     IF PG-ARCHIVE-STATUS NOT = "00"
058900         DISPLAY "MSTRARCH WRITE FAILED, STATUS = "
059000                 PG-ARCHIVE-STATUS " FOR ACCOUNT "
059100                 MSTR-ACCOUNT-NBR UPON CONSOLE
059200         MOVE 16 TO RETURN-CODE
059300         GOBACK.
059400     DELETE PG-MASTER-FILE RECORD.
059500     IF PG-MASTER-STATUS NOT = "00"
059600         DISPLAY "MSTRFILE DELETE FAILED, STATUS = "
059700                 PG-MASTER-STATUS " FOR ACCOUNT "
059800                 MSTR-ACCOUNT-NBR UPON CONSOLE
059900         MOVE 16 TO RETURN-CODE
060000         GOBACK.
060100     MOVE SPACES TO CALC-AUDIT-RECORD.
060200     MOVE MARC-ACCOUNT-NBR TO AUD-ACCOUNT-NBR.
060300     MOVE PG-RUN-DATE-NUM TO AUD-RUN-DATE.
060400     ACCEPT PG-AUDIT-TIME FROM TIME.
060500     MOVE PG-AUDIT-TIME TO AUD-TIME.
060600     MOVE "COBPURG" TO AUD-PROGRAM.
060700     SET AUD-PURGE TO TRUE.
060800     MOVE MARC-MASTER-IMAGE TO AUD-BEFORE-IMAGE.
060900     MOVE SPACES TO AUD-AFTER-IMAGE.
061000     WRITE CALC-AUDIT-RECORD.
061100     IF PG-AUDIT-STATUS NOT = "00"
061200         DISPLAY "MSTRAUD WRITE FAILED, STATUS = "
061300                 PG-AUDIT-STATUS " FOR ACCOUNT "
061400                 MARC-ACCOUNT-NBR UPON CONSOLE
061500         MOVE 16 TO RETURN-CODE
061600         GOBACK.
061700     ADD 1 TO PG-AUDIT-COUNT.
061800 3000-EXIT.
061900     EXIT.
062000***************************************************************
062100* 6000-PRINT-REGISTER - ONE SECTION PER BRANCH, EACH ACCOUNT  *
062200*     ARCHIVED OR REFUSED, THE BRANCH TOTALS, THEN THE RUN    *
062300*     TOTALS                                                  *
062400***************************************************************
062500 6000-PRINT-REGISTER.
062600     IF PG-BRANCH-COUNT = 0
062700         MOVE SPACES TO PG-PRINT-RECORD
062800         MOVE "NO ACCOUNTS PAST THE RETENTION PERIOD" TO
062900                 PG-PRINT-RECORD (2:37)
063000         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
063100     PERFORM 6100-PRINT-BRANCH THRU 6100-EXIT
063200         VARYING PG-BRANCH-SUB FROM 1 BY 1
063300         UNTIL PG-BRANCH-SUB > PG-BRANCH-COUNT.
063400     PERFORM 6300-PRINT-TOTALS THRU 6300-EXIT.
063500 6000-EXIT.
063600     EXIT.
063700 6100-PRINT-BRANCH.
063800     MOVE SPACES TO PG-PRINT-RECORD.
063900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
064000     MOVE PG-BT-BRANCH (PG-BRANCH-SUB) TO PG-BH-BRANCH.
064100     MOVE PG-BRANCH-HEADING TO PG-PRINT-RECORD.
064200     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
064300     MOVE PG-COLUMN-HEADING TO PG-PRINT-RECORD.
064400     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
064500     PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT
064600         VARYING PG-REG-SUB FROM 1 BY 1
064700         UNTIL PG-REG-SUB > PG-REG-COUNT.
064800     MOVE PG-BT-BRANCH (PG-BRANCH-SUB) TO PG-BL-BRANCH.
064900     MOVE PG-BT-ARCHIVED (PG-BRANCH-SUB) TO PG-BL-ARCHIVED.
065000     MOVE PG-BT-REFUSED (PG-BRANCH-SUB) TO PG-BL-REFUSED.
065100     MOVE PG-BRANCH-TOTAL-LINE TO PG-PRINT-RECORD.
065200     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
065300 6100-EXIT.
065400     EXIT.
065500 6200-PRINT-DETAIL.
065600     IF PG-RG-BRANCH (PG-REG-SUB) NOT =
065700             PG-BT-BRANCH (PG-BRANCH-SUB)
065800         GO TO 6200-EXIT.
065900     MOVE SPACES TO PG-DETAIL-LINE.
066000     MOVE PG-RG-ACCOUNT (PG-REG-SUB) TO PG-DL-ACCOUNT.
066100     MOVE PG-RG-NAME (PG-REG-SUB) TO PG-DL-NAME.
066200     MOVE PG-RG-OPEN-DATE (PG-REG-SUB) TO PG-DL-OPEN-DATE.
066300     MOVE PG-RG-CLOSE-DATE (PG-REG-SUB) TO PG-DL-CLOSE-DATE.
066400     IF PG-RG-RESTORE-DATE (PG-REG-SUB) > 0
066500         MOVE PG-RG-RESTORE-DATE (PG-REG-SUB) TO
066600                 PG-DL-RESTORE-DATE.
066700     IF PG-RG-ARCHIVED (PG-REG-SUB)
066800         MOVE "ARCHIVED AND PURGED" TO PG-DL-DISPOSITION
066900     ELSE
067000         MOVE "REFUSED - OPEN SUSPENSE ITEMS:" TO
067100                 PG-DL-DISPOSITION
067200         MOVE PG-RG-SUSP-ITEMS (PG-REG-SUB) TO PG-DL-SUSP-ITEMS.
067300     MOVE PG-DETAIL-LINE TO PG-PRINT-RECORD.
067400     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
067500 6200-EXIT.
067600     EXIT.
067700 6300-PRINT-TOTALS.
067800     MOVE SPACES TO PG-PRINT-RECORD.
067900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
068000     MOVE "PURGE TOTALS" TO PG-PRINT-RECORD (3:12).
068100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
068200     MOVE SPACES TO PG-PRINT-RECORD.
068300     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
068400     MOVE "MASTER RECORDS READ ....:" TO PG-TOT-LABEL.
068500     MOVE PG-READ-COUNT TO PG-TOT-VALUE.
068600     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
068700     MOVE "CLOSED ACCOUNTS ........:" TO PG-TOT-LABEL.
068800     MOVE PG-CLOSED-COUNT TO PG-TOT-VALUE.
068900     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
069000     MOVE "PAST RETENTION PERIOD ..:" TO PG-TOT-LABEL.
069100     MOVE PG-ELIGIBLE-COUNT TO PG-TOT-VALUE.
069200     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
069300     MOVE "ARCHIVED AND PURGED ....:" TO PG-TOT-LABEL.
069400     MOVE PG-ARCHIVED-COUNT TO PG-TOT-VALUE.
069500     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
069600     MOVE "REFUSED - OPEN SUSPENSE :" TO PG-TOT-LABEL.
069700     MOVE PG-REFUSED-COUNT TO PG-TOT-VALUE.
069800     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
069900     MOVE "OPEN SUSPENSE ITEMS ....:" TO PG-TOT-LABEL.
070000     MOVE PG-SUSP-OPEN-COUNT TO PG-TOT-VALUE.
070100     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
070200     MOVE "AUDIT ENTRIES WRITTEN ..:" TO PG-TOT-LABEL.
070300     MOVE PG-AUDIT-COUNT TO PG-TOT-VALUE.
070400     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
070500     IF PG-REGISTER-FULL
070600         MOVE SPACES TO PG-PRINT-RECORD
070700         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT
070800         MOVE "REGISTER FULL - REMAINING ACCOUNTS LEFT FOR THE "
070900                 TO PG-PRINT-RECORD (3:48)
071000         MOVE "NEXT RUN" TO PG-PRINT-RECORD (51:8)
071100         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
071200 6300-EXIT.
071300     EXIT.
071400 6310-WRITE-TOTAL-LINE.
071500     MOVE PG-TOTAL-LINE TO PG-PRINT-RECORD.
071600     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
071700     MOVE SPACES TO PG-TOTAL-LINE.
071800 6310-EXIT.
071900     EXIT.
072000***************************************************************
072100* 7000-DATE-TO-DAYS - CONVERT PG-DTD-DATE (CCYYMMDD) TO A     *
072200*     SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO AN AGE IN    *
072300*     DAYS.  THE FOUR-YEAR LEAP RULE HOLDS FOR THE WHOLE      *
072400*     1901-2099 RANGE THE SHOP CAN SEE.                       *
072500***************************************************************
072600 7000-DATE-TO-DAYS.
072700     IF PG-DTD-MONTH > 2
072800         MOVE PG-DTD-YEAR TO PG-DTD-Y
072900         COMPUTE PG-DTD-M = PG-DTD-MONTH + 1
073000     ELSE
073100         COMPUTE PG-DTD-Y = PG-DTD-YEAR - 1
073200         COMPUTE PG-DTD-M = PG-DTD-MONTH + 13.
073300     COMPUTE PG-DTD-RESULT =
073400             (1461 * PG-DTD-Y) / 4 + (153 * PG-DTD-M) / 5
073500             + PG-DTD-DAY.
073600 7000-EXIT.
073700     EXIT.
073800***************************************************************
073900* 8000-CONTROL-TOTALS - CONSOLE SUMMARY                       *
074000***************************************************************
074100 8000-CONTROL-TOTALS.
074200     DISPLAY "PURG TOTALS FOR RUN DATE "
074300             PG-RUN-DATE UPON CONSOLE.
074400     DISPLAY "  MASTER RECORDS READ ...: "
074500             PG-READ-COUNT UPON CONSOLE.
074600     DISPLAY "  PAST RETENTION PERIOD .: "
074700             PG-ELIGIBLE-COUNT UPON CONSOLE.
074800     DISPLAY "  ARCHIVED AND PURGED ...: "
074900             PG-ARCHIVED-COUNT UPON CONSOLE.
075000     DISPLAY "  REFUSED - SUSPENSE ....: "
075100             PG-REFUSED-COUNT UPON CONSOLE.
075200 8000-EXIT.
075300     EXIT.
075400***************************************************************
075500* 8100-START-NEW-PAGE - PAGE HEADING AND RETENTION LINE       *
075600***************************************************************
075700 8100-START-NEW-PAGE.
075800     ADD 1 TO PG-PAGE-COUNT.
075900     MOVE PG-RUN-DATE TO PG-H1-RUN-DATE.
076000     MOVE PG-PAGE-COUNT TO PG-H1-PAGE.
076100     MOVE PG-HEADING-1 TO PG-PRINT-RECORD.
076200     WRITE PG-PRINT-RECORD AFTER ADVANCING PAGE.
076300     MOVE PG-RETAIN-DAYS TO PG-H2-RETAIN-DAYS.
076400     MOVE PG-HEADING-2 TO PG-PRINT-RECORD.
076500     WRITE PG-PRINT-RECORD AFTER ADVANCING 1 LINE.
076600     MOVE SPACES TO PG-PRINT-RECORD.
076700     WRITE PG-PRINT-RECORD AFTER ADVANCING 1 LINE.
076800     MOVE 3 TO PG-LINE-COUNT.
076900 8100-EXIT.
077000     EXIT.
077100***************************************************************
077200* 8200-WRITE-PRINT-LINE - ONE LINE WITH PAGE OVERFLOW CONTROL *
077300***************************************************************
077400 8200-WRITE-PRINT-LINE.
077500     IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE
077600         MOVE PG-PRINT-RECORD TO PG-PRINT-HOLD
077700         PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT
077800         MOVE PG-PRINT-HOLD TO PG-PRINT-RECORD.
077900     WRITE PG-PRINT-RECORD AFTER ADVANCING 1 LINE.
078000     ADD 1 TO PG-LINE-COUNT.
078100 8200-EXIT.
078200     EXIT.
078300***************************************************************
078400* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SIGN OFF.  A  *
078500*     REFUSED ACCOUNT OR A FULL REGISTER ENDS THE RUN WITH    *
078600*     CONDITION CODE 4.                                       *
078700***************************************************************
078800 9000-TERMINATE.
078900     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
079000     CLOSE PG-MASTER-FILE PG-ARCHIVE-FILE PG-AUDIT-FILE
079100           PG-PRINT-FILE.
079200     IF PG-REFUSED-COUNT > 0
079300        OR PG-REGISTER-FULL
079400         MOVE 4 TO RETURN-CODE.
079500     DISPLAY "PURG ENDS." UPON CONSOLE.
079600 9000-EXIT.
079700     EXIT.
079800***************************************************************
079900* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
080000*     BATCH-WINDOW REPORT                                     *
080100***************************************************************
080200 9900-LOG-STEP-START.
080300     MOVE "COBPURG" TO SLOG-PROGRAM.
080400     MOVE PG-RUN-DATE TO SLOG-RUN-DATE.
080500     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
080600     SET SLOG-STEP-START TO TRUE.
080700     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
080800 9900-EXIT.
080900     EXIT.
081000***************************************************************
081100* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
081200*     AND THE FINAL CONDITION CODE                            *
081300***************************************************************
081400 9910-LOG-STEP-END.
081500     MOVE PG-READ-COUNT TO SLOG-RECORDS-IN.
081600     MOVE PG-ARCHIVED-COUNT TO SLOG-RECORDS-OUT.
081700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
081800     SET SLOG-STEP-END TO TRUE.
081900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
082000 9910-EXIT.
082100     EXIT.
