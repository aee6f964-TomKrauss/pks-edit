000100***************************************************************
000200* COBQRPT                                                     *
000300*                                                             *
000400* Weekly quote register report and housekeeping for the       *
000500* QUOTFILE cluster that COBCALC registers LOAN, PMT and AMRT  *
000600* quotes on.  Each run browses the whole register against the *
000700* PARM run date.  An open quote whose expiry date has passed  *
000800* is marked expired, so the branches see what lapsed; any     *
000900* quote more than QUOTE-KEEP-DAYS past its expiry date is     *
001000* removed, so the cluster does not grow for good.  The report *
001100* on QRPTPRT lists, branch by branch, every quote still open, *
001200* every quote accepted in the last seven days and every quote *
001300* that expired in the last seven days, with branch and run    *
001400* totals.                                                     *
001500* A run whose report table fills ends with condition code 4;  *
001600* the housekeeping still covers the whole register.           *
001700*                                                             *
001800* MODIFICATION HISTORY                                        *
001900*   DATE       BY   DESCRIPTION                               *
002000*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     COBQRPT.
002400 AUTHOR.         T W KRAUSS.
002500 INSTALLATION.   FINANCIAL SYSTEMS.
002600 DATE-WRITTEN.   10/15/26.
002700 DATE-COMPILED.  10/15/26.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT QR-QUOTE-FILE    ASSIGN TO QUOTFILE
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE IS SEQUENTIAL
003400            RECORD KEY IS QTE-QUOTE-NBR
003500            FILE STATUS IS QR-QUOTE-STATUS.
003600     SELECT QR-PARM-FILE     ASSIGN TO SYSPARM
003700            ORGANIZATION IS SEQUENTIAL
003800            FILE STATUS IS QR-PARM-STATUS.
003900     SELECT QR-PRINT-FILE    ASSIGN TO QRPTPRT
004000            ORGANIZATION IS SEQUENTIAL
004100            FILE STATUS IS QR-PRINT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  QR-QUOTE-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CALCQTE.
004700 FD  QR-PARM-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CALCPRM.
005100 FD  QR-PRINT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  QR-PRINT-RECORD                 PIC X(132).
005500 WORKING-STORAGE SECTION.
005600 01  QR-FILE-STATUSES.
005700     05  QR-QUOTE-STATUS             PIC X(02).
005800     05  QR-PARM-STATUS              PIC X(02).
005900     05  QR-PRINT-STATUS             PIC X(02).
006000 01  QR-SWITCHES.
006100     05  QR-QUOTE-EOF-SWITCH         PIC X(01) VALUE "N".
006200         88  QR-QUOTE-EOF                      VALUE "Y".
006300     05  QR-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
006400         88  QR-PARM-EOF                       VALUE "Y".
006500     05  QR-FULL-SWITCH              PIC X(01) VALUE "N".
006600         88  QR-REGISTER-FULL                  VALUE "Y".
006700     05  QR-GROUP-SWITCH             PIC X(01) VALUE SPACE.
006800         88  QR-GROUP-OPEN                     VALUE "O".
006900         88  QR-GROUP-ACCEPTED                 VALUE "A".
007000         88  QR-GROUP-EXPIRED                  VALUE "E".
007100         88  QR-GROUP-NONE                     VALUE SPACE.
007200 01  QR-COUNTERS.
007300     05  QR-READ-COUNT               PIC 9(09) COMP VALUE 0.
007400     05  QR-OPEN-COUNT               PIC 9(09) COMP VALUE 0.
007500     05  QR-ACCEPTED-COUNT           PIC 9(09) COMP VALUE 0.
007600     05  QR-EXPIRED-COUNT            PIC 9(09) COMP VALUE 0.
007700     05  QR-MARKED-COUNT             PIC 9(09) COMP VALUE 0.
007800     05  QR-REMOVED-COUNT            PIC 9(09) COMP VALUE 0.
007900     05  QR-UNLISTED-COUNT           PIC 9(09) COMP VALUE 0.
008000     05  QR-LINE-COUNT               PIC 9(03) COMP VALUE 99.
008100     05  QR-PAGE-COUNT               PIC 9(05) COMP VALUE 0.
008200 77  QR-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
008300 77  QR-REG-MAX                      PIC 9(05) COMP VALUE 5000.
008400 77  QR-BRANCH-MAX                   PIC 9(03) COMP VALUE 100.
008500 77  QR-KEEP-CEILING                 PIC 9(03) COMP VALUE 999.
008600 77  QR-WEEK-DAYS                    PIC 9(03) COMP VALUE 7.
008700 01  QR-KEEP-DAYS                    PIC 9(03) COMP VALUE 90.
008800 01  QR-PARM-VALUE-NUM               PIC 9(10) VALUE 0.
008900 01  QR-RUN-DATE                     PIC X(08) VALUE SPACES.
009000 01  QR-RUN-DATE-NUM                 PIC 9(08) VALUE 0.
009100 01  QR-RUN-DAYS                     PIC S9(09) COMP VALUE 0.
009200 01  QR-DAYS-EXPIRED                 PIC S9(09) COMP VALUE 0.
009300 01  QR-DAYS-ACCEPTED                PIC S9(09) COMP VALUE 0.
009400 01  QR-WORK-BRANCH                  PIC X(04) VALUE SPACES.
009500 01  QR-SUBSCRIPTS.
009600     05  QR-REG-COUNT                PIC 9(05) COMP VALUE 0.
009700     05  QR-REG-SUB                  PIC 9(05) COMP VALUE 0.
009800     05  QR-BRANCH-COUNT             PIC 9(03) COMP VALUE 0.
009900     05  QR-BRANCH-SUB               PIC 9(03) COMP VALUE 0.
010000     05  QR-SHIFT-SUB                PIC 9(03) COMP VALUE 0.
010100 01  QR-DATE-TO-DAYS.
010200     05  QR-DTD-DATE                 PIC 9(08).
010300     05  QR-DTD-SPLIT REDEFINES QR-DTD-DATE.
010400         10  QR-DTD-YEAR             PIC 9(04).
010500         10  QR-DTD-MONTH            PIC 9(02).
010600         10  QR-DTD-DAY              PIC 9(02).
010700     05  QR-DTD-Y                    PIC S9(09) COMP.
010800     05  QR-DTD-M                    PIC S9(09) COMP.
010900     05  QR-DTD-RESULT               PIC S9(09) COMP.
011000***************************************************************
011100* THE REPORT: EVERY QUOTE OPEN, ACCEPTED THIS WEEK OR EXPIRED *
011200* THIS WEEK, PRINTED BRANCH BY BRANCH FROM THE ASCENDING      *
011300* BRANCH TABLE                                                *
011400***************************************************************
011500 01  QR-REGISTER-TABLE-AREA.
011600     05  QR-REG-ENTRY OCCURS 5000 TIMES.
011700         10  QR-RG-BRANCH            PIC X(04).
011800         10  QR-RG-GROUP             PIC X(01).
011900         10  QR-RG-QUOTE-NBR         PIC 9(09).
012000         10  QR-RG-ACCOUNT           PIC X(10).
012100         10  QR-RG-FUNCTION          PIC X(06).
012200         10  QR-RG-PRODUCT           PIC X(08).
012300         10  QR-RG-AMOUNT            PIC 9(09)V99.
012400         10  QR-RG-RATE              PIC 9(03)V9(04).
012500         10  QR-RG-TERM              PIC 9(03).
012600         10  QR-RG-ISSUE-DATE        PIC 9(08).
012700         10  QR-RG-EXPIRY-DATE       PIC 9(08).
012800         10  QR-RG-ACCEPT-DATE       PIC 9(08).
012900 01  QR-BRANCH-TABLE-AREA.
013000     05  QR-BRANCH-ENTRY OCCURS 100 TIMES.
013100         10  QR-BT-BRANCH            PIC X(04).
013200         10  QR-BT-OPEN              PIC 9(07) COMP.
013300         10  QR-BT-ACCEPTED          PIC 9(07) COMP.
013400         10  QR-BT-EXPIRED           PIC 9(07) COMP.
013500 01  QR-HEADING-1.
013600     05  FILLER                      PIC X(08) VALUE "COBCALC".
013700     05  FILLER                      PIC X(42)
013800         VALUE "QUOTE REGISTER - WEEKLY STATUS BY BRANCH".
013900     05  FILLER                      PIC X(10)
014000         VALUE "RUN DATE ".
014100     05  QR-H1-RUN-DATE              PIC X(08).
014200     05  FILLER                      PIC X(50) VALUE SPACES.
014300     05  FILLER                      PIC X(05) VALUE "PAGE ".
014400     05  QR-H1-PAGE                  PIC ZZZZ9.
014500     05  FILLER                      PIC X(04) VALUE SPACES.
014600 01  QR-HEADING-2.
014700     05  FILLER                      PIC X(39)
014800         VALUE "CLOSED QUOTES STAY ON THE REGISTER FOR ".
014900     05  QR-H2-KEEP-DAYS             PIC ZZ9.
015000     05  FILLER                      PIC X(90)
015100         VALUE " DAYS PAST THEIR EXPIRY DATE".
015200 01  QR-BRANCH-HEADING.
015300     05  FILLER                      PIC X(08) VALUE " BRANCH ".
015400     05  QR-BH-BRANCH                PIC X(04).
015500     05  FILLER                      PIC X(120) VALUE SPACES.
015600 01  QR-GROUP-HEADING.
015700     05  FILLER                      PIC X(03) VALUE SPACES.
015800     05  QR-GH-TEXT                  PIC X(30).
015900     05  FILLER                      PIC X(99) VALUE SPACES.
016000 01  QR-COLUMN-HEADING.
016100     05  FILLER                      PIC X(50)
016200         VALUE " QUOTE NO   ACCOUNT     FUNC    PRODUCT".
016300     05  FILLER                      PIC X(23)
016400         VALUE "AMOUNT      RATE  TRM".
016500     05  FILLER                      PIC X(59)
016600         VALUE "ISSUED    EXPIRES   ACCEPTED".
016700 01  QR-DETAIL-LINE.
016800     05  FILLER                      PIC X(01) VALUE SPACES.
016900     05  QR-DL-QUOTE-NBR             PIC 9(09).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  QR-DL-ACCOUNT               PIC X(10).
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  QR-DL-FUNCTION              PIC X(06).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  QR-DL-PRODUCT               PIC X(08).
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  QR-DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  QR-DL-RATE                  PIC ZZ9.9999.
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  QR-DL-TERM                  PIC ZZ9.
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  QR-DL-ISSUE-DATE            PIC 9(08).
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  QR-DL-EXPIRY-DATE           PIC 9(08).
018600     05  FILLER                      PIC X(02) VALUE SPACES.
018700     05  QR-DL-ACCEPT-DATE           PIC X(08).
018800     05  FILLER                      PIC X(31) VALUE SPACES.
018900 01  QR-BRANCH-TOTAL-LINE.
019000     05  FILLER                      PIC X(08) VALUE " BRANCH ".
019100     05  QR-BL-BRANCH                PIC X(04).
019200     05  FILLER                      PIC X(08) VALUE "  OPEN: ".
019300     05  QR-BL-OPEN                  PIC ZZZ,ZZ9.
019400     05  FILLER                      PIC X(12)
019500         VALUE "  ACCEPTED: ".
019600     05  QR-BL-ACCEPTED              PIC ZZZ,ZZ9.
019700     05  FILLER                      PIC X(11)
019800         VALUE "  EXPIRED: ".
019900     05  QR-BL-EXPIRED               PIC ZZZ,ZZ9.
020000     05  FILLER                      PIC X(68) VALUE SPACES.
020100 01  QR-TOTAL-LINE.
020200     05  FILLER                      PIC X(02) VALUE SPACES.
020300     05  QR-TOT-LABEL                PIC X(26).
020400     05  QR-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER                      PIC X(93) VALUE SPACES.
020600 01  QR-PRINT-HOLD                   PIC X(132) VALUE SPACES.
020700 COPY CALCSLOG.
020800 LINKAGE SECTION.
020900 01  QR-PARM-DATA.
021000     05  QR-PARM-LENGTH              PIC S9(04) COMP.
021100     05  QR-PARM-RUN-DATE            PIC X(08).
021200 PROCEDURE DIVISION USING QR-PARM-DATA.
021300***************************************************************
021400* 0000-MAINLINE                                               *
021500***************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
021900     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
022000     PERFORM 2000-PROCESS-QUOTE THRU 2000-EXIT
022100         UNTIL QR-QUOTE-EOF.
022200     PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT.
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
022500     GOBACK.
022600***************************************************************
022700* 1000-INITIALIZE - THE RUN DATE DECIDES WHICH QUOTES HAVE    *
022800*     EXPIRED, SO A RUN WITHOUT ONE IS REFUSED OUTRIGHT       *
022900***************************************************************
023000 1000-INITIALIZE.
023100     DISPLAY "QRPT BEGINS." UPON CONSOLE.
023200     IF QR-PARM-LENGTH > 0
023300         MOVE QR-PARM-RUN-DATE TO QR-RUN-DATE
023400     ELSE
023500         MOVE SPACES TO QR-RUN-DATE.
023600     IF QR-RUN-DATE NUMERIC
023700         MOVE QR-RUN-DATE TO QR-RUN-DATE-NUM
023800     ELSE
023900         DISPLAY "RUN DATE PARM MISSING OR NOT NUMERIC - RUN "
024000                 "REFUSED" UPON CONSOLE
024100         MOVE 16 TO RETURN-CODE
024200         GOBACK.
024300     MOVE QR-RUN-DATE-NUM TO QR-DTD-DATE.
024400     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
024500     MOVE QR-DTD-RESULT TO QR-RUN-DAYS.
024600     OPEN I-O QR-QUOTE-FILE.
024700     IF QR-QUOTE-STATUS NOT = "00"
024800         DISPLAY "QUOTFILE OPEN FAILED, STATUS = "
024900                 QR-QUOTE-STATUS UPON CONSOLE
025000         MOVE 16 TO RETURN-CODE
025100         GOBACK.
025200     OPEN OUTPUT QR-PRINT-FILE.
025300     IF QR-PRINT-STATUS NOT = "00"
025400         DISPLAY "QRPTPRT OPEN FAILED, STATUS = "
025500                 QR-PRINT-STATUS UPON CONSOLE
025600         MOVE 16 TO RETURN-CODE
025700         GOBACK.
025800 1000-EXIT.
025900     EXIT.
026000***************************************************************
026100* 1100-READ-PARAMETERS - APPLY THE SYSPARM RUNTIME PARAMETER  *
026200*     DATASET.  A MISSING DATASET OR AN ABSENT KEYWORD        *
026300*     LEAVES THE COMPILED-IN DEFAULT IN EFFECT; KEYWORDS      *
026400*     BELONGING TO OTHER PROGRAMS ARE IGNORED.                *
026500***************************************************************
026600 1100-READ-PARAMETERS.
026700     OPEN INPUT QR-PARM-FILE.
026800     EVALUATE QR-PARM-STATUS
026900         WHEN "00"
027000             PERFORM 1110-APPLY-PARAMETER THRU 1110-EXIT
027100                 UNTIL QR-PARM-EOF
027200             CLOSE QR-PARM-FILE
027300         WHEN "35"
027400             DISPLAY "SYSPARM NOT ALLOCATED - DEFAULTS IN "
027500                     "EFFECT" UPON CONSOLE
027600         WHEN OTHER
027700             DISPLAY "SYSPARM OPEN FAILED, STATUS = "
027800                     QR-PARM-STATUS UPON CONSOLE
027900             MOVE 16 TO RETURN-CODE
028000             GOBACK
028100     END-EVALUATE.
028200     DISPLAY "QRPT RUNTIME PARAMETERS" UPON CONSOLE.
028300     DISPLAY "  QUOTE KEEP DAYS .......: "
028400             QR-KEEP-DAYS UPON CONSOLE.
028500 1100-EXIT.
028600     EXIT.
028700 1110-APPLY-PARAMETER.
028800     READ QR-PARM-FILE
028900         AT END
029000             SET QR-PARM-EOF TO TRUE
029100             GO TO 1110-EXIT.
029200     IF PRM-VALUE NOT NUMERIC
029300         GO TO 1110-EXIT.
029400     MOVE PRM-VALUE TO QR-PARM-VALUE-NUM.
029500     EVALUATE PRM-KEYWORD
029600         WHEN "QUOTE-KEEP-DAYS"
029700             IF QR-PARM-VALUE-NUM > 0
029800                AND QR-PARM-VALUE-NUM NOT > QR-KEEP-CEILING
029900                 MOVE QR-PARM-VALUE-NUM TO QR-KEEP-DAYS
030000             ELSE
030100                 DISPLAY "SYSPARM QUOTE-KEEP-DAYS OUT OF RANGE"
030200                         " - DEFAULT KEPT" UPON CONSOLE
030300             END-IF
030400         WHEN OTHER
030500             CONTINUE
030600     END-EVALUATE.
030700 1110-EXIT.
030800     EXIT.
030900***************************************************************
031000* 2000-PROCESS-QUOTE - ONE REGISTER RECORD.  A QUOTE MORE     *
031100*     THAN THE KEEP PERIOD PAST ITS EXPIRY DATE IS REMOVED,   *
031200*     OPEN OR NOT; AN OPEN QUOTE ONLY JUST PAST IT IS MARKED  *
031300*     EXPIRED.  WHAT IS LEFT IS LISTED IF IT IS STILL OPEN,   *
031400*     OR WAS ACCEPTED OR EXPIRED IN THE LAST WEEK.            *
031500*     THE DELETE IS TESTED FIRST: UNDER SEQUENTIAL ACCESS IT  *
031600*     MUST FOLLOW THE READ, NOT A REWRITE.                    *
031700***************************************************************
031800 2000-PROCESS-QUOTE.
031900     READ QR-QUOTE-FILE NEXT RECORD
032000         AT END
032100             SET QR-QUOTE-EOF TO TRUE
032200             GO TO 2000-EXIT.
032300     ADD 1 TO QR-READ-COUNT.
032400     IF QTE-EXPIRY-DATE NOT NUMERIC
032500        OR QTE-EXPIRY-DATE = 0
032600         GO TO 2000-EXIT.
032700     MOVE QTE-EXPIRY-DATE TO QR-DTD-DATE.
032800     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
032900     COMPUTE QR-DAYS-EXPIRED = QR-RUN-DAYS - QR-DTD-RESULT.
033000     IF QR-DAYS-EXPIRED > QR-KEEP-DAYS
033100         PERFORM 3100-REMOVE-QUOTE THRU 3100-EXIT
033200         GO TO 2000-EXIT.
033300     IF QTE-OPEN
033400        AND QR-DAYS-EXPIRED > 0
033500         PERFORM 3000-EXPIRE-QUOTE THRU 3000-EXIT.
033600     PERFORM 2050-CLASSIFY-QUOTE THRU 2050-EXIT.
033700     IF QR-GROUP-NONE
033800         GO TO 2000-EXIT.
033900     IF QR-REGISTER-FULL
034000         ADD 1 TO QR-UNLISTED-COUNT
034100         GO TO 2000-EXIT.
034200     IF QR-REG-COUNT NOT < QR-REG-MAX
034300         PERFORM 2900-REGISTER-FULL THRU 2900-EXIT
034400         ADD 1 TO QR-UNLISTED-COUNT
034500         GO TO 2000-EXIT.
034600     MOVE QTE-BRANCH TO QR-WORK-BRANCH.
034700     PERFORM 2200-LOCATE-BRANCH-ENTRY THRU 2200-EXIT.
034800     IF QR-REGISTER-FULL
034900         ADD 1 TO QR-UNLISTED-COUNT
035000         GO TO 2000-EXIT.
035100     PERFORM 2100-ADD-REGISTER-ENTRY THRU 2100-EXIT.
035200     EVALUATE TRUE
035300         WHEN QR-GROUP-OPEN
035400             ADD 1 TO QR-BT-OPEN (QR-BRANCH-SUB)
035500             ADD 1 TO QR-OPEN-COUNT
035600         WHEN QR-GROUP-ACCEPTED
035700             ADD 1 TO QR-BT-ACCEPTED (QR-BRANCH-SUB)
035800             ADD 1 TO QR-ACCEPTED-COUNT
035900         WHEN OTHER
036000             ADD 1 TO QR-BT-EXPIRED (QR-BRANCH-SUB)
036100             ADD 1 TO QR-EXPIRED-COUNT
036200     END-EVALUATE.
036300 2000-EXIT.
036400     EXIT.
036500***************************************************************
036600* 2050-CLASSIFY-QUOTE - WHICH GROUP OF THE REPORT THE QUOTE   *
036700*     BELONGS IN.  ACCEPTED MEANS ON OR WITHIN SIX DAYS       *
036800*     BEFORE THE RUN DATE; EXPIRED MEANS THE EXPIRY DATE FELL *
036900*     IN THE SEVEN DAYS BEFORE THE RUN DATE.                  *
037000***************************************************************
037100 2050-CLASSIFY-QUOTE.
037200     SET QR-GROUP-NONE TO TRUE.
037300     IF QTE-OPEN
037400         SET QR-GROUP-OPEN TO TRUE
037500         GO TO 2050-EXIT.
037600     IF QTE-EXPIRED
037700         IF QR-DAYS-EXPIRED > 0
037800            AND QR-DAYS-EXPIRED NOT > QR-WEEK-DAYS
037900             SET QR-GROUP-EXPIRED TO TRUE
038000         END-IF
038100         GO TO 2050-EXIT.
038200     IF NOT QTE-ACCEPTED
038300        OR QTE-ACCEPT-DATE NOT NUMERIC
038400        OR QTE-ACCEPT-DATE = 0
038500         GO TO 2050-EXIT.
038600     MOVE QTE-ACCEPT-DATE TO QR-DTD-DATE.
038700     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
038800     COMPUTE QR-DAYS-ACCEPTED = QR-RUN-DAYS - QR-DTD-RESULT.
038900     IF QR-DAYS-ACCEPTED NOT < 0
039000        AND QR-DAYS-ACCEPTED < QR-WEEK-DAYS
039100         SET QR-GROUP-ACCEPTED TO TRUE.
039200 2050-EXIT.
039300     EXIT.
039400***************************************************************
039500* 2100-ADD-REGISTER-ENTRY - THE QUOTE AS IT NOW STANDS ON THE *
039600*     REGISTER, FOR THE REPORT                                *
039700***************************************************************
039800 2100-ADD-REGISTER-ENTRY.
039900     ADD 1 TO QR-REG-COUNT.
040000     MOVE QR-WORK-BRANCH TO QR-RG-BRANCH (QR-REG-COUNT).
040100     MOVE QR-GROUP-SWITCH TO QR-RG-GROUP (QR-REG-COUNT).
040200     MOVE QTE-QUOTE-NBR TO QR-RG-QUOTE-NBR (QR-REG-COUNT).
040300     MOVE QTE-ACCOUNT-NBR TO QR-RG-ACCOUNT (QR-REG-COUNT).
040400     MOVE QTE-FUNCTION TO QR-RG-FUNCTION (QR-REG-COUNT).
040500     MOVE QTE-PRODUCT TO QR-RG-PRODUCT (QR-REG-COUNT).
040600     MOVE QTE-AMOUNT TO QR-RG-AMOUNT (QR-REG-COUNT).
040700     MOVE QTE-RATE TO QR-RG-RATE (QR-REG-COUNT).
040800     MOVE QTE-TERM TO QR-RG-TERM (QR-REG-COUNT).
040900     MOVE QTE-ISSUE-DATE TO QR-RG-ISSUE-DATE (QR-REG-COUNT).
041000     MOVE QTE-EXPIRY-DATE TO QR-RG-EXPIRY-DATE (QR-REG-COUNT).
041100     IF QTE-ACCEPT-DATE NUMERIC
041200         MOVE QTE-ACCEPT-DATE TO
041300                 QR-RG-ACCEPT-DATE (QR-REG-COUNT)
041400     ELSE
041500         MOVE 0 TO QR-RG-ACCEPT-DATE (QR-REG-COUNT).
041600 2100-EXIT.
041700     EXIT.
041800***************************************************************
041900* 2200-LOCATE-BRANCH-ENTRY - FIND OR CLAIM THE BRANCH TABLE   *
042000*     ENTRY FOR QR-WORK-BRANCH.  ENTRIES ARE KEPT IN          *
042100*     ASCENDING BRANCH ORDER SO THE REPORT PRINTS IN BRANCH   *
042200*     ORDER.                                                  *
042300***************************************************************
042400 2200-LOCATE-BRANCH-ENTRY.
042500     MOVE 1 TO QR-BRANCH-SUB.
042600 2200-LOOP.
042700     IF QR-BRANCH-SUB > QR-BRANCH-COUNT
042800         PERFORM 2210-INSERT-BRANCH-ENTRY THRU 2210-EXIT
042900         GO TO 2200-EXIT.
043000     IF QR-BT-BRANCH (QR-BRANCH-SUB) = QR-WORK-BRANCH
043100         GO TO 2200-EXIT.
043200     IF QR-BT-BRANCH (QR-BRANCH-SUB) > QR-WORK-BRANCH
043300         PERFORM 2210-INSERT-BRANCH-ENTRY THRU 2210-EXIT
043400         GO TO 2200-EXIT.
043500     ADD 1 TO QR-BRANCH-SUB.
043600     GO TO 2200-LOOP.
043700 2200-EXIT.
043800     EXIT.
043900***************************************************************
044000* 2210-INSERT-BRANCH-ENTRY - OPEN A SLOT AT QR-BRANCH-SUB AND *
044100*     CLAIM IT FOR THE NEW BRANCH                             *
044200***************************************************************
044300 2210-INSERT-BRANCH-ENTRY.
044400     IF QR-BRANCH-COUNT NOT < QR-BRANCH-MAX
044500         PERFORM 2900-REGISTER-FULL THRU 2900-EXIT
044600         GO TO 2210-EXIT.
044700     MOVE QR-BRANCH-COUNT TO QR-SHIFT-SUB.
044800 2210-SHIFT-LOOP.
044900     IF QR-SHIFT-SUB < QR-BRANCH-SUB
045000         GO TO 2210-CLAIM.
045100     MOVE QR-BRANCH-ENTRY (QR-SHIFT-SUB) TO
045200             QR-BRANCH-ENTRY (QR-SHIFT-SUB + 1).
045300     SUBTRACT 1 FROM QR-SHIFT-SUB.
045400     GO TO 2210-SHIFT-LOOP.
045500 2210-CLAIM.
045600     ADD 1 TO QR-BRANCH-COUNT.
045700     MOVE QR-WORK-BRANCH TO QR-BT-BRANCH (QR-BRANCH-SUB).
045800     MOVE 0 TO QR-BT-OPEN (QR-BRANCH-SUB)
045900               QR-BT-ACCEPTED (QR-BRANCH-SUB)
046000               QR-BT-EXPIRED (QR-BRANCH-SUB).
046100 2210-EXIT.
046200     EXIT.
046300***************************************************************
046400* 2900-REGISTER-FULL - STOP LISTING QUOTES FOR THIS RUN.  THE *
046500*     BROWSE CARRIES ON SO EVERY EXPIRED QUOTE IS STILL       *
046600*     MARKED AND EVERY SPENT QUOTE STILL REMOVED.             *
046700***************************************************************
046800 2900-REGISTER-FULL.
046900     SET QR-REGISTER-FULL TO TRUE.
047000     DISPLAY "QUOTE REPORT OR BRANCH TABLE FULL - REMAINING "
047100             "QUOTES NOT LISTED" UPON CONSOLE.
047200 2900-EXIT.
047300     EXIT.
047400***************************************************************
047500* 3000-EXPIRE-QUOTE - AN OPEN QUOTE PAST ITS EXPIRY DATE.     *
047600*     COBCALC ALREADY REFUSES IT ON DATE; MARKING IT CLOSES   *
047700*     IT ON THE REGISTER.  A FAILED REWRITE STOPS THE RUN.    *
047800***************************************************************
047900 3000-EXPIRE-QUOTE.
048000     SET QTE-EXPIRED TO TRUE.
048100     REWRITE CALC-QUOTE-RECORD.
048200     IF QR-QUOTE-STATUS NOT = "00"
048300         DISPLAY "QUOTFILE REWRITE FAILED, STATUS = "
048400                 QR-QUOTE-STATUS " FOR QUOTE "
048500                 QTE-QUOTE-NBR UPON CONSOLE
048600         MOVE 16 TO RETURN-CODE
048700         GOBACK.
048800     ADD 1 TO QR-MARKED-COUNT.
048900 3000-EXIT.
049000     EXIT.
049100***************************************************************
049200* 3100-REMOVE-QUOTE - A QUOTE MORE THAN QUOTE-KEEP-DAYS PAST  *
049300*     ITS EXPIRY DATE CAN NO LONGER BE CITED AND IS TAKEN OFF *
049400*     THE REGISTER.  A FAILED DELETE STOPS THE RUN.           *
049500***************************************************************
049600 3100-REMOVE-QUOTE.
049700     DELETE QR-QUOTE-FILE RECORD.
049800     IF QR-QUOTE-STATUS NOT = "00"
049900         DISPLAY "QUOTFILE DELETE FAILED, STATUS = "
050000                 QR-QUOTE-STATUS " FOR QUOTE "
050100                 QTE-QUOTE-NBR UPON CONSOLE
050200         MOVE 16 TO RETURN-CODE
050300         GOBACK.
050400     ADD 1 TO QR-REMOVED-COUNT.
050500 3100-EXIT.
050600     EXIT.
050700***************************************************************
050800* 6000-PRINT-REGISTER - ONE SECTION PER BRANCH WITH ITS OPEN, *
050900*     ACCEPTED AND EXPIRED QUOTES AND THE BRANCH TOTALS, THEN *
051000*     THE RUN TOTALS                                          *
051100***************************************************************
051200 6000-PRINT-REGISTER.
051300     IF QR-BRANCH-COUNT = 0
051400         MOVE SPACES TO QR-PRINT-RECORD
051500         MOVE "NO OPEN, ACCEPTED OR EXPIRED QUOTES THIS WEEK" TO
051600                 QR-PRINT-RECORD (2:45)
051700         PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
051800     PERFORM 6100-PRINT-BRANCH THRU 6100-EXIT
051900         VARYING QR-BRANCH-SUB FROM 1 BY 1
052000         UNTIL QR-BRANCH-SUB > QR-BRANCH-COUNT.
052100     PERFORM 6300-PRINT-TOTALS THRU 6300-EXIT.
052200 6000-EXIT.
052300     EXIT.
052400 6100-PRINT-BRANCH.
052500     MOVE SPACES TO QR-PRINT-RECORD.
052600     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
052700     MOVE QR-BT-BRANCH (QR-BRANCH-SUB) TO QR-BH-BRANCH.
052800     MOVE QR-BRANCH-HEADING TO QR-PRINT-RECORD.
052900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
053000     MOVE QR-COLUMN-HEADING TO QR-PRINT-RECORD.
053100     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
053200     IF QR-BT-OPEN (QR-BRANCH-SUB) > 0
053300         SET QR-GROUP-OPEN TO TRUE
053400         MOVE "OPEN QUOTES" TO QR-GH-TEXT
053500         PERFORM 6150-PRINT-GROUP THRU 6150-EXIT.
053600     IF QR-BT-ACCEPTED (QR-BRANCH-SUB) > 0
053700         SET QR-GROUP-ACCEPTED TO TRUE
053800         MOVE "ACCEPTED THIS WEEK" TO QR-GH-TEXT
053900         PERFORM 6150-PRINT-GROUP THRU 6150-EXIT.
054000     IF QR-BT-EXPIRED (QR-BRANCH-SUB) > 0
054100         SET QR-GROUP-EXPIRED TO TRUE
054200         MOVE "EXPIRED THIS WEEK" TO QR-GH-TEXT
054300         PERFORM 6150-PRINT-GROUP THRU 6150-EXIT.
054400     MOVE QR-BT-BRANCH (QR-BRANCH-SUB) TO QR-BL-BRANCH.
054500     MOVE QR-BT-OPEN (QR-BRANCH-SUB) TO QR-BL-OPEN.
054600     MOVE QR-BT-ACCEPTED (QR-BRANCH-SUB) TO QR-BL-ACCEPTED.
054700     MOVE QR-BT-EXPIRED (QR-BRANCH-SUB) TO QR-BL-EXPIRED.
054800     MOVE QR-BRANCH-TOTAL-LINE TO QR-PRINT-RECORD.
054900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
055000 6100-EXIT.
055100     EXIT.
055200 6150-PRINT-GROUP.
055300     MOVE QR-GROUP-HEADING TO QR-PRINT-RECORD.
055400     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
055500     PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT
055600         VARYING QR-REG-SUB FROM 1 BY 1
055700         UNTIL QR-REG-SUB > QR-REG-COUNT.
055800 6150-EXIT.
055900     EXIT.
056000 6200-PRINT-DETAIL.
056100     IF QR-RG-BRANCH (QR-REG-SUB) NOT =
056200             QR-BT-BRANCH (QR-BRANCH-SUB)
056300        OR QR-RG-GROUP (QR-REG-SUB) NOT = QR-GROUP-SWITCH
056400         GO TO 6200-EXIT.
056500     MOVE SPACES TO QR-DETAIL-LINE.
056600     MOVE QR-RG-QUOTE-NBR (QR-REG-SUB) TO QR-DL-QUOTE-NBR.
056700     MOVE QR-RG-ACCOUNT (QR-REG-SUB) TO QR-DL-ACCOUNT.
056800     MOVE QR-RG-FUNCTION (QR-REG-SUB) TO QR-DL-FUNCTION.
056900     MOVE QR-RG-PRODUCT (QR-REG-SUB) TO QR-DL-PRODUCT.
057000     MOVE QR-RG-AMOUNT (QR-REG-SUB) TO QR-DL-AMOUNT.
057100     MOVE QR-RG-RATE (QR-REG-SUB) TO QR-DL-RATE.
057200     MOVE QR-RG-TERM (QR-REG-SUB) TO QR-DL-TERM.
057300     MOVE QR-RG-ISSUE-DATE (QR-REG-SUB) TO QR-DL-ISSUE-DATE.
057400     MOVE QR-RG-EXPIRY-DATE (QR-REG-SUB) TO QR-DL-EXPIRY-DATE.
057500     IF QR-RG-ACCEPT-DATE (QR-REG-SUB) > 0
057600         MOVE QR-RG-ACCEPT-DATE (QR-REG-SUB) TO
057700                 QR-DL-ACCEPT-DATE.
057800     MOVE QR-DETAIL-LINE TO QR-PRINT-RECORD.
057900     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058000 6200-EXIT.
058100     EXIT.
058200 6300-PRINT-TOTALS.
058300     MOVE SPACES TO QR-PRINT-RECORD.
058400     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058500     MOVE "QUOTE REGISTER TOTALS" TO QR-PRINT-RECORD (3:21).
058600     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058700     MOVE SPACES TO QR-PRINT-RECORD.
058800     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
058900     MOVE "QUOTE RECORDS READ .....:" TO QR-TOT-LABEL.
059000     MOVE QR-READ-COUNT TO QR-TOT-VALUE.
059100     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
059200     MOVE "OPEN QUOTES ............:" TO QR-TOT-LABEL.
059300     MOVE QR-OPEN-COUNT TO QR-TOT-VALUE.
059400     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
059500     MOVE "ACCEPTED THIS WEEK .....:" TO QR-TOT-LABEL.
059600     MOVE QR-ACCEPTED-COUNT TO QR-TOT-VALUE.
059700     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
059800     MOVE "EXPIRED THIS WEEK ......:" TO QR-TOT-LABEL.
059900     MOVE QR-EXPIRED-COUNT TO QR-TOT-VALUE.
060000     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
060100     MOVE "MARKED EXPIRED THIS RUN :" TO QR-TOT-LABEL.
060200     MOVE QR-MARKED-COUNT TO QR-TOT-VALUE.
060300     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
060400     MOVE "REMOVED FROM REGISTER ..:" TO QR-TOT-LABEL.
060500     MOVE QR-REMOVED-COUNT TO QR-TOT-VALUE.
060600     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
060700     IF QR-REGISTER-FULL
060800         MOVE "NOT LISTED - TABLE FULL :" TO QR-TOT-LABEL
060900         MOVE QR-UNLISTED-COUNT TO QR-TOT-VALUE
061000         PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
061100 6300-EXIT.
061200     EXIT.
061300 6310-WRITE-TOTAL-LINE.
061400     MOVE QR-TOTAL-LINE TO QR-PRINT-RECORD.
061500     PERFORM 8200-WRITE-PRINT-LINE THRU 8200-EXIT.
061600     MOVE SPACES TO QR-TOTAL-LINE.
061700 6310-EXIT.
061800     EXIT.
061900***************************************************************
062000* 7000-DATE-TO-DAYS - CONVERT QR-DTD-DATE (CCYYMMDD) TO A     *
062100*     SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO AN AGE IN    *
062200*     DAYS.  THE FOUR-YEAR LEAP RULE HOLDS FOR THE WHOLE      *
062300*     1901-2099 RANGE THE SHOP CAN SEE.                       *
062400***************************************************************
062500 7000-DATE-TO-DAYS.
062600     IF QR-DTD-MONTH > 2
062700         MOVE QR-DTD-YEAR TO QR-DTD-Y
062800         COMPUTE QR-DTD-M = QR-DTD-MONTH + 1
062900     ELSE
063000         COMPUTE QR-DTD-Y = QR-DTD-YEAR - 1
063100         COMPUTE QR-DTD-M = QR-DTD-MONTH + 13.
063200     COMPUTE QR-DTD-RESULT =
063300             (1461 * QR-DTD-Y) / 4 + (153 * QR-DTD-M) / 5
063400             + QR-DTD-DAY.
063500 7000-EXIT.
063600     EXIT.
063700***************************************************************
063800* 8000-CONTROL-TOTALS - CONSOLE SUMMARY                       *
063900***************************************************************
064000 8000-CONTROL-TOTALS.
064100     DISPLAY "QRPT TOTALS FOR RUN DATE "
064200             QR-RUN-DATE UPON CONSOLE.
064300     DISPLAY "  QUOTE RECORDS READ ....: "
064400             QR-READ-COUNT UPON CONSOLE.
064500     DISPLAY "  OPEN QUOTES ...........: "
064600             QR-OPEN-COUNT UPON CONSOLE.
064700     DISPLAY "  ACCEPTED THIS WEEK ....: "
064800             QR-ACCEPTED-COUNT UPON CONSOLE.
064900     DISPLAY "  EXPIRED THIS WEEK .....: "
065000             QR-EXPIRED-COUNT UPON CONSOLE.
065100     DISPLAY "  MARKED EXPIRED ........: "
065200             QR-MARKED-COUNT UPON CONSOLE.
065300     DISPLAY "  REMOVED FROM REGISTER .: "
065400             QR-REMOVED-COUNT UPON CONSOLE.
065500 8000-EXIT.
065600     EXIT.
065700***************************************************************
065800* 8100-START-NEW-PAGE - PAGE HEADING AND KEEP-PERIOD LINE     *
065900***************************************************************
066000 8100-START-NEW-PAGE.
066100     ADD 1 TO QR-PAGE-COUNT.
066200     MOVE QR-RUN-DATE TO QR-H1-RUN-DATE.
066300     MOVE QR-PAGE-COUNT TO QR-H1-PAGE.
066400     MOVE QR-HEADING-1 TO QR-PRINT-RECORD.
066500     WRITE QR-PRINT-RECORD AFTER ADVANCING PAGE.
066600     MOVE QR-KEEP-DAYS TO QR-H2-KEEP-DAYS.
066700     MOVE QR-HEADING-2 TO QR-PRINT-RECORD.
066800     WRITE QR-PRINT-RECORD AFTER ADVANCING 1 LINE.
066900     MOVE SPACES TO QR-PRINT-RECORD.
067000     WRITE QR-PRINT-RECORD AFTER ADVANCING 1 LINE.
067100     MOVE 3 TO QR-LINE-COUNT.
067200 8100-EXIT.
067300     EXIT.
067400***************************************************************
067500* 8200-WRITE-PRINT-LINE - ONE LINE WITH PAGE OVERFLOW CONTROL *
067600***************************************************************
067700 8200-WRITE-PRINT-LINE.
067800     IF QR-LINE-COUNT NOT < QR-LINES-PER-PAGE
067900         MOVE QR-PRINT-RECORD TO QR-PRINT-HOLD
068000         PERFORM 8100-START-NEW-PAGE THRU 8100-EXIT
068100         MOVE QR-PRINT-HOLD TO QR-PRINT-RECORD.
068200     WRITE QR-PRINT-RECORD AFTER ADVANCING 1 LINE.
068300     ADD 1 TO QR-LINE-COUNT.
068400 8200-EXIT.
068500     EXIT.
068600***************************************************************
068700* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SIGN OFF.  A  *
068800*     FULL REPORT TABLE ENDS THE RUN WITH CONDITION CODE 4.   *
068900***************************************************************
069000 9000-TERMINATE.
069100     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
069200     CLOSE QR-QUOTE-FILE QR-PRINT-FILE.
069300     IF QR-REGISTER-FULL
069400         MOVE 4 TO RETURN-CODE.
069500     DISPLAY "QRPT ENDS." UPON CONSOLE.
069600 9000-EXIT.
069700     EXIT.
069800***************************************************************
069900* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
070000*     BATCH-WINDOW REPORT                                     *
070100***************************************************************
070200 9900-LOG-STEP-START.
070300     MOVE "COBQRPT" TO SLOG-PROGRAM.
070400     MOVE QR-RUN-DATE TO SLOG-RUN-DATE.
070500     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
070600     SET SLOG-STEP-START TO TRUE.
070700     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
070800 9900-EXIT.
070900     EXIT.
071000***************************************************************
071100* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
071200*     AND THE FINAL CONDITION CODE                            *
071300***************************************************************
071400 9910-LOG-STEP-END.
071500     MOVE QR-READ-COUNT TO SLOG-RECORDS-IN.
071600     MOVE QR-REG-COUNT TO SLOG-RECORDS-OUT.
071700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
071800     SET SLOG-STEP-END TO TRUE.
071900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
072000 9910-EXIT.
072100     EXIT.
