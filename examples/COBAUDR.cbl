000100***************************************************************
000200* COBAUDR                                                     *
000300*                                                             *
000400* Loan master audit inquiry.  Reads the MSTRAUD audit journal *
000500* written by every program that updates the MSTRFILE loan     *
000600* master and prints, for each selection card on AUDSEL, the   *
000700* entries that match it: who (program and run) changed the    *
000800* account, when, what kind of update it was, and every field  *
000900* whose value differs between the before and after images,    *
001000* shown as the old value beside the new one.  A card naming   *
001100* an account lists that account's full change history (or     *
001200* the part of it inside the card's date range, if one is      *
001300* given); a card with no account lists every change made in   *
001400* its date range.  Each card starts a new page.               *
001500*                                                             *
001600* MODIFICATION HISTORY                                        *
001700*   DATE       BY   DESCRIPTION                               *
001800*   10/15/26   TWK  ORIGINAL PROGRAM                          *
001850*   10/15/26   TWK  COMPARED THE NEW LOAN CURRENCY FIELD      *
001860*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001870*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001880*                   SLA REPORT                                *
001890*   10/15/26   TWK  COMPARED THE RESTORE DATE SET BY A RESTOR *
001900***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     COBAUDR.
002200 AUTHOR.         T W KRAUSS.
002300 INSTALLATION.   FINANCIAL SYSTEMS.
002400 DATE-WRITTEN.   10/15/26.
002500 DATE-COMPILED.  10/15/26.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT AUDR-SELECT-FILE ASSIGN TO AUDSEL
003000            ORGANIZATION IS SEQUENTIAL
003100            FILE STATUS IS AUDR-SELECT-STATUS.
003200     SELECT AUDR-AUDIT-FILE  ASSIGN TO MSTRAUD
003300            ORGANIZATION IS SEQUENTIAL
003400            FILE STATUS IS AUDR-AUDIT-STATUS.
003500     SELECT AUDR-PRINT-FILE  ASSIGN TO AUDPRT
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS AUDR-PRINT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  AUDR-SELECT-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  AUDR-SELECT-CARD.
004400     05  SEL-ACCOUNT-NBR             PIC X(10).
004500     05  SEL-FROM-DATE               PIC 9(08).
004600     05  SEL-TO-DATE                 PIC 9(08).
004700     05  FILLER                      PIC X(54).
004800 FD  AUDR-AUDIT-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY CALCAUDT.
005200 FD  AUDR-PRINT-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  AUDR-PRINT-RECORD               PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 01  AUDR-FILE-STATUSES.
005800     05  AUDR-SELECT-STATUS          PIC X(02).
005900     05  AUDR-AUDIT-STATUS           PIC X(02).
006000     05  AUDR-PRINT-STATUS           PIC X(02).
006100 01  AUDR-SWITCHES.
006200     05  AUDR-SEL-EOF-SWITCH         PIC X(01) VALUE "N".
006300         88  AUDR-SEL-EOF                      VALUE "Y".
006400     05  AUDR-AUD-EOF-SWITCH         PIC X(01) VALUE "N".
006500         88  AUDR-AUD-EOF                      VALUE "Y".
006600         88  AUDR-AUD-NOT-EOF                  VALUE "N".
006700     05  AUDR-CARD-SWITCH            PIC X(01) VALUE "Y".
006800         88  AUDR-CARD-VALID                   VALUE "Y".
006900         88  AUDR-CARD-INVALID                 VALUE "N".
007000 01  AUDR-COUNTERS.
007100     05  AUDR-CARD-COUNT             PIC 9(07) COMP VALUE 0.
007200     05  AUDR-BAD-CARD-COUNT         PIC 9(07) COMP VALUE 0.
007300     05  AUDR-READ-COUNT             PIC 9(09) COMP VALUE 0.
007400     05  AUDR-CARD-SELECTED          PIC 9(07) COMP VALUE 0.
007500     05  AUDR-TOTAL-SELECTED         PIC 9(07) COMP VALUE 0.
007600     05  AUDR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
007700     05  AUDR-PAGE-COUNT             PIC 9(05) COMP VALUE 0.
007800 77  AUDR-LINES-PER-PAGE             PIC 9(03) COMP VALUE 55.
007900 01  AUDR-RUN-DATE                   PIC X(08) VALUE SPACES.
008000 01  AUDR-CARD-REASON                PIC X(40) VALUE SPACES.
008100 01  AUDR-TIME-WORK                  PIC 9(08).
008200 01  AUDR-TIME-SPLIT REDEFINES AUDR-TIME-WORK.
008300     05  AUDR-TIME-HH                PIC 9(02).
008400     05  AUDR-TIME-MM                PIC 9(02).
008500     05  AUDR-TIME-SS                PIC 9(02).
008600     05  AUDR-TIME-CC                PIC 9(02).
008700 01  AUDR-COMPARE-FIELDS.
008800     05  AUDR-FLD-NAME               PIC X(20).
008900     05  AUDR-FLD-BEFORE             PIC X(30).
009000     05  AUDR-FLD-AFTER              PIC X(30).
009100 01  AUDR-AMT-BEFORE.
009200     05  AUDR-AMT-BEFORE-VALUE       PIC 9(09)V99.
009300 01  AUDR-AMT-AFTER.
009400     05  AUDR-AMT-AFTER-VALUE        PIC 9(09)V99.
009500 01  AUDR-RATE-BEFORE.
009600     05  AUDR-RATE-BEFORE-VALUE      PIC 9(03)V9(04).
009700 01  AUDR-RATE-AFTER.
009800     05  AUDR-RATE-AFTER-VALUE       PIC 9(03)V9(04).
009900 01  AUDR-EDIT-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
010000 01  AUDR-EDIT-RATE                  PIC ZZ9.9999.
010100 COPY CALCMSTR REPLACING CALC-MASTER-RECORD
010200                      BY AUDR-BEFORE-MASTER.
010300 COPY CALCMSTR REPLACING CALC-MASTER-RECORD
010400                      BY AUDR-AFTER-MASTER.
010500 01  AUDR-HEADING-1.
010600     05  FILLER                      PIC X(08) VALUE "COBCALC".
010700     05  FILLER                      PIC X(42)
010800         VALUE "LOAN MASTER AUDIT INQUIRY".
010900     05  FILLER                      PIC X(10)
011000         VALUE "RUN DATE ".
011100     05  AUDR-H1-RUN-DATE            PIC X(08).
011200     05  FILLER                      PIC X(50) VALUE SPACES.
011300     05  FILLER                      PIC X(05) VALUE "PAGE ".
011400     05  AUDR-H1-PAGE                PIC ZZZZ9.
011500     05  FILLER                      PIC X(04) VALUE SPACES.
011600 01  AUDR-SELECTION-LINE.
011700     05  FILLER                      PIC X(11)
011800         VALUE "SELECTION: ".
011900     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
012000     05  AUDR-SL-ACCOUNT             PIC X(10).
012100     05  FILLER                      PIC X(07) VALUE "  FROM ".
012200     05  AUDR-SL-FROM                PIC X(08).
012300     05  FILLER                      PIC X(05) VALUE "  TO ".
012400     05  AUDR-SL-TO                  PIC X(08).
012500     05  FILLER                      PIC X(75) VALUE SPACES.
012600 01  AUDR-COLUMN-HEADING.
012700     05  FILLER                      PIC X(38)
012800         VALUE "  ACCOUNT     RUN DATE  TIME      PROG".
012900     05  FILLER                      PIC X(30)
013000         VALUE "RAM   ACTION  REFERENCE".
013100     05  FILLER                      PIC X(64) VALUE SPACES.
013200 01  AUDR-ENTRY-LINE.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  AUDR-EL-ACCOUNT             PIC X(10).
013500     05  FILLER                      PIC X(02) VALUE SPACES.
013600     05  AUDR-EL-DATE                PIC 9(08).
013700     05  FILLER                      PIC X(02) VALUE SPACES.
013800     05  AUDR-EL-HH                  PIC 9(02).
013900     05  FILLER                      PIC X(01) VALUE ":".
014000     05  AUDR-EL-MM                  PIC 9(02).
014100     05  FILLER                      PIC X(01) VALUE ":".
014200     05  AUDR-EL-SS                  PIC 9(02).
014300     05  FILLER                      PIC X(02) VALUE SPACES.
014400     05  AUDR-EL-PROGRAM             PIC X(08).
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  AUDR-EL-ACTION              PIC X(06).
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  AUDR-EL-REFERENCE           PIC X(10).
014900     05  FILLER                      PIC X(66) VALUE SPACES.
015000 01  AUDR-CHANGE-LINE.
015100     05  FILLER                      PIC X(06) VALUE SPACES.
015200     05  AUDR-CL-NAME                PIC X(20).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  AUDR-CL-BEFORE              PIC X(30).
015500     05  FILLER                      PIC X(04) VALUE " -> ".
015600     05  AUDR-CL-AFTER               PIC X(30).
015700     05  FILLER                      PIC X(40) VALUE SPACES.
015800 01  AUDR-TOTAL-LINE.
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  AUDR-TOT-LABEL              PIC X(26).
016100     05  AUDR-TOT-VALUE              PIC ZZZ,ZZZ,ZZ9.
016200     05  FILLER                      PIC X(93) VALUE SPACES.
016250 COPY CALCSLOG.
016300 LINKAGE SECTION.
016400 01  AUDR-PARM-DATA.
016500     05  AUDR-PARM-LENGTH            PIC S9(04) COMP.
016600     05  AUDR-PARM-RUN-DATE          PIC X(08).
016700 PROCEDURE DIVISION USING AUDR-PARM-DATA.
016800***************************************************************
016900* 0000-MAINLINE                                               *
017000***************************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017250     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
017300     PERFORM 2000-PROCESS-SELECTION THRU 2000-EXIT
017400         UNTIL AUDR-SEL-EOF.
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017550     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
017600     GOBACK.
017700***************************************************************
017800* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE SELECTION  *
017900*     CARDS AND THE REPORT                                    *
018000***************************************************************
018100 1000-INITIALIZE.
018200     DISPLAY "AUDR BEGINS." UPON CONSOLE.
018300     IF AUDR-PARM-LENGTH > 0
018400         MOVE AUDR-PARM-RUN-DATE TO AUDR-RUN-DATE
018500     ELSE
018600         MOVE SPACES TO AUDR-RUN-DATE.
018700     OPEN INPUT AUDR-SELECT-FILE.
018800     IF AUDR-SELECT-STATUS NOT = "00"
018900         DISPLAY "AUDSEL OPEN FAILED, STATUS = "
019000                 AUDR-SELECT-STATUS UPON CONSOLE
019100         MOVE 16 TO RETURN-CODE
019200         GOBACK.
019300     OPEN OUTPUT AUDR-PRINT-FILE.
019400     IF AUDR-PRINT-STATUS NOT = "00"
019500         DISPLAY "AUDPRT OPEN FAILED, STATUS = "
019600                 AUDR-PRINT-STATUS UPON CONSOLE
019700         MOVE 16 TO RETURN-CODE
019800         GOBACK.
019900 1000-EXIT.
020000     EXIT.
020100***************************************************************
020200* 2000-PROCESS-SELECTION - ONE SELECTION CARD: EDIT IT, THEN  *
020300*     ONE PASS OF THE JOURNAL PRINTING THE ENTRIES IT PICKS   *
020400***************************************************************
020500 2000-PROCESS-SELECTION.
020600     READ AUDR-SELECT-FILE
020700         AT END
020800             SET AUDR-SEL-EOF TO TRUE
020900             GO TO 2000-EXIT.
021000     ADD 1 TO AUDR-CARD-COUNT.
021100     PERFORM 2100-EDIT-SELECTION THRU 2100-EXIT.
021200     MOVE SEL-ACCOUNT-NBR TO AUDR-SL-ACCOUNT.
021300     IF SEL-ACCOUNT-NBR = SPACES
021400         MOVE "(ALL)" TO AUDR-SL-ACCOUNT.
021500     MOVE SEL-FROM-DATE TO AUDR-SL-FROM.
021600     MOVE SEL-TO-DATE TO AUDR-SL-TO.
021700     PERFORM 4000-START-NEW-PAGE THRU 4000-EXIT.
021800     IF AUDR-CARD-INVALID
021900         ADD 1 TO AUDR-BAD-CARD-COUNT
022000         DISPLAY "AUDSEL CARD " AUDR-CARD-COUNT " REJECTED - "
022100                 AUDR-CARD-REASON UPON CONSOLE
022200         MOVE SPACES TO AUDR-PRINT-RECORD
022300         STRING "SELECTION REJECTED - " AUDR-CARD-REASON
022400                 DELIMITED BY SIZE INTO AUDR-PRINT-RECORD (3:61)
022500         PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT
022600         GO TO 2000-EXIT.
022700     PERFORM 3000-SCAN-JOURNAL THRU 3000-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000***************************************************************
023100* 2100-EDIT-SELECTION - A CARD NEEDS AN ACCOUNT, A DATE       *
023200*     RANGE, OR BOTH.  A ZERO FROM-DATE MEANS FROM THE START  *
023300*     OF THE JOURNAL AND A ZERO TO-DATE MEANS TO ITS END.     *
023400***************************************************************
023500 2100-EDIT-SELECTION.
023600     SET AUDR-CARD-VALID TO TRUE.
023700     IF SEL-FROM-DATE NOT NUMERIC
023800         MOVE 0 TO SEL-FROM-DATE.
023900     IF SEL-TO-DATE NOT NUMERIC
024000         MOVE 0 TO SEL-TO-DATE.
024100     IF SEL-ACCOUNT-NBR = SPACES
024200        AND SEL-FROM-DATE = 0
024300        AND SEL-TO-DATE = 0
024400         SET AUDR-CARD-INVALID TO TRUE
024500         MOVE "NO ACCOUNT OR DATE RANGE SELECTED" TO
024600                 AUDR-CARD-REASON
024700         GO TO 2100-EXIT.
024800     IF SEL-TO-DATE NOT = 0
024900        AND SEL-FROM-DATE > SEL-TO-DATE
025000         SET AUDR-CARD-INVALID TO TRUE
025100         MOVE "FROM DATE IS AFTER TO DATE" TO
025200                 AUDR-CARD-REASON.
025300 2100-EXIT.
025400     EXIT.
025500***************************************************************
025600* 3000-SCAN-JOURNAL - READ THE WHOLE JOURNAL FOR THIS CARD.   *
025700*     A JOURNAL NOT YET CREATED IS AN EMPTY JOURNAL.          *
025800***************************************************************
025900 3000-SCAN-JOURNAL.
026000     MOVE 0 TO AUDR-CARD-SELECTED.
026100     SET AUDR-AUD-NOT-EOF TO TRUE.
026200     OPEN INPUT AUDR-AUDIT-FILE.
026300     EVALUATE AUDR-AUDIT-STATUS
026400         WHEN "00"
026500             PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
026600                 UNTIL AUDR-AUD-EOF
026700             CLOSE AUDR-AUDIT-FILE
026800         WHEN "35"
026900             CONTINUE
027000         WHEN OTHER
027100             DISPLAY "MSTRAUD OPEN FAILED, STATUS = "
027200                     AUDR-AUDIT-STATUS UPON CONSOLE
027300             MOVE 16 TO RETURN-CODE
027400             GOBACK
027500     END-EVALUATE.
027600     MOVE SPACES TO AUDR-PRINT-RECORD.
027700     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
027800     MOVE "ENTRIES SELECTED .......:" TO AUDR-TOT-LABEL.
027900     MOVE AUDR-CARD-SELECTED TO AUDR-TOT-VALUE.
028000     MOVE AUDR-TOTAL-LINE TO AUDR-PRINT-RECORD.
028100     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
028200 3000-EXIT.
028300     EXIT.
028400 3100-READ-JOURNAL.
028500     READ AUDR-AUDIT-FILE
028600         AT END
028700             SET AUDR-AUD-EOF TO TRUE
028800             GO TO 3100-EXIT.
028900     ADD 1 TO AUDR-READ-COUNT.
029000     IF SEL-ACCOUNT-NBR NOT = SPACES
029100        AND AUD-ACCOUNT-NBR NOT = SEL-ACCOUNT-NBR
029200         GO TO 3100-EXIT.
029300     IF SEL-FROM-DATE NOT = 0
029400        AND AUD-RUN-DATE < SEL-FROM-DATE
029500         GO TO 3100-EXIT.
029600     IF SEL-TO-DATE NOT = 0
029700        AND AUD-RUN-DATE > SEL-TO-DATE
029800         GO TO 3100-EXIT.
029900     ADD 1 TO AUDR-CARD-SELECTED.
030000     ADD 1 TO AUDR-TOTAL-SELECTED.
030100     PERFORM 3200-PRINT-ENTRY THRU 3200-EXIT.
030200 3100-EXIT.
030300     EXIT.
030400***************************************************************
030500* 3200-PRINT-ENTRY - THE ENTRY LINE, THEN ONE LINE PER FIELD  *
030600*     THE UPDATE CHANGED                                      *
030700***************************************************************
030800 3200-PRINT-ENTRY.
030900     MOVE AUD-BEFORE-IMAGE TO AUDR-BEFORE-MASTER.
031000     MOVE AUD-AFTER-IMAGE TO AUDR-AFTER-MASTER.
031100     MOVE AUD-ACCOUNT-NBR TO AUDR-EL-ACCOUNT.
031200     MOVE AUD-RUN-DATE TO AUDR-EL-DATE.
031300     MOVE AUD-TIME TO AUDR-TIME-WORK.
031400     MOVE AUDR-TIME-HH TO AUDR-EL-HH.
031500     MOVE AUDR-TIME-MM TO AUDR-EL-MM.
031600     MOVE AUDR-TIME-SS TO AUDR-EL-SS.
031700     MOVE AUD-PROGRAM TO AUDR-EL-PROGRAM.
031800     MOVE AUD-ACTION TO AUDR-EL-ACTION.
031900     MOVE AUD-REFERENCE TO AUDR-EL-REFERENCE.
032000     MOVE SPACES TO AUDR-PRINT-RECORD.
032100     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
032200     MOVE AUDR-ENTRY-LINE TO AUDR-PRINT-RECORD.
032300     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
032400     PERFORM 3300-COMPARE-FIELDS THRU 3300-EXIT.
032500 3200-EXIT.
032600     EXIT.
032700***************************************************************
032800* 3300-COMPARE-FIELDS - EVERY CALCMSTR FIELD, BEFORE AGAINST  *
032900*     AFTER.  AMOUNTS AND RATES ARE EDITED FOR READING; AN    *
033000*     ADD'S EMPTY BEFORE IMAGE SHOWS AS BLANK.                *
033100***************************************************************
033200 3300-COMPARE-FIELDS.
033300     MOVE "STATUS" TO AUDR-FLD-NAME.
033400     MOVE MSTR-STATUS OF AUDR-BEFORE-MASTER TO AUDR-FLD-BEFORE.
033500     MOVE MSTR-STATUS OF AUDR-AFTER-MASTER TO AUDR-FLD-AFTER.
033600     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
033700     MOVE "CUSTOMER NAME" TO AUDR-FLD-NAME.
033800     MOVE MSTR-CUSTOMER-NAME OF AUDR-BEFORE-MASTER TO
033900             AUDR-FLD-BEFORE.
034000     MOVE MSTR-CUSTOMER-NAME OF AUDR-AFTER-MASTER TO
034100             AUDR-FLD-AFTER.
034200     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
034300     MOVE "BRANCH" TO AUDR-FLD-NAME.
034400     MOVE MSTR-BRANCH OF AUDR-BEFORE-MASTER TO AUDR-FLD-BEFORE.
034500     MOVE MSTR-BRANCH OF AUDR-AFTER-MASTER TO AUDR-FLD-AFTER.
034600     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
034700     MOVE "OPEN DATE" TO AUDR-FLD-NAME.
034800     MOVE MSTR-OPEN-DATE OF AUDR-BEFORE-MASTER TO
034900             AUDR-FLD-BEFORE.
035000     MOVE MSTR-OPEN-DATE OF AUDR-AFTER-MASTER TO AUDR-FLD-AFTER.
035100     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
035200     MOVE "CLOSE DATE" TO AUDR-FLD-NAME.
035300     MOVE MSTR-CLOSE-DATE OF AUDR-BEFORE-MASTER TO
035400             AUDR-FLD-BEFORE.
035500     MOVE MSTR-CLOSE-DATE OF AUDR-AFTER-MASTER TO
035600             AUDR-FLD-AFTER.
035700     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
035800     MOVE "LAST FUNCTION" TO AUDR-FLD-NAME.
035900     MOVE MSTR-LAST-FUNCTION OF AUDR-BEFORE-MASTER TO
036000             AUDR-FLD-BEFORE.
036100     MOVE MSTR-LAST-FUNCTION OF AUDR-AFTER-MASTER TO
036200             AUDR-FLD-AFTER.
036300     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
036400     MOVE "LAST RESULT" TO AUDR-FLD-NAME.
036500     MOVE MSTR-LAST-RESULT OF AUDR-BEFORE-MASTER TO
036600             AUDR-AMT-BEFORE.
036700     MOVE MSTR-LAST-RESULT OF AUDR-AFTER-MASTER TO
036800             AUDR-AMT-AFTER.
036900     PERFORM 3310-COMPARE-AMOUNT THRU 3310-EXIT.
037000     MOVE "LAST CALC DATE" TO AUDR-FLD-NAME.
037100     MOVE MSTR-LAST-CALC-DATE OF AUDR-BEFORE-MASTER TO
037200             AUDR-FLD-BEFORE.
037300     MOVE MSTR-LAST-CALC-DATE OF AUDR-AFTER-MASTER TO
037400             AUDR-FLD-AFTER.
037500     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
037600     MOVE "LAST AMOUNT" TO AUDR-FLD-NAME.
037700     MOVE MSTR-LAST-AMOUNT OF AUDR-BEFORE-MASTER TO
037800             AUDR-AMT-BEFORE.
037900     MOVE MSTR-LAST-AMOUNT OF AUDR-AFTER-MASTER TO
038000             AUDR-AMT-AFTER.
038100     PERFORM 3310-COMPARE-AMOUNT THRU 3310-EXIT.
038200     MOVE "LAST TERM" TO AUDR-FLD-NAME.
038300     MOVE MSTR-LAST-TERM OF AUDR-BEFORE-MASTER TO
038400             AUDR-FLD-BEFORE.
038500     MOVE MSTR-LAST-TERM OF AUDR-AFTER-MASTER TO AUDR-FLD-AFTER.
038600     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
038700     MOVE "LAST PRODUCT" TO AUDR-FLD-NAME.
038800     MOVE MSTR-LAST-PRODUCT OF AUDR-BEFORE-MASTER TO
038900             AUDR-FLD-BEFORE.
039000     MOVE MSTR-LAST-PRODUCT OF AUDR-AFTER-MASTER TO
039100             AUDR-FLD-AFTER.
039200     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
039300     MOVE "NOTE RATE" TO AUDR-FLD-NAME.
039400     MOVE MSTR-NOTE-RATE OF AUDR-BEFORE-MASTER TO
039500             AUDR-RATE-BEFORE.
039600     MOVE MSTR-NOTE-RATE OF AUDR-AFTER-MASTER TO
039700             AUDR-RATE-AFTER.
039800     PERFORM 3320-COMPARE-RATE THRU 3320-EXIT.
039900     MOVE "TERM" TO AUDR-FLD-NAME.
040000     MOVE MSTR-TERM OF AUDR-BEFORE-MASTER TO AUDR-FLD-BEFORE.
040100     MOVE MSTR-TERM OF AUDR-AFTER-MASTER TO AUDR-FLD-AFTER.
040200     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
040300     MOVE "ORIGINAL PRINCIPAL" TO AUDR-FLD-NAME.
040400     MOVE MSTR-ORIG-PRINCIPAL OF AUDR-BEFORE-MASTER TO
040500             AUDR-AMT-BEFORE.
040600     MOVE MSTR-ORIG-PRINCIPAL OF AUDR-AFTER-MASTER TO
040700             AUDR-AMT-AFTER.
040800     PERFORM 3310-COMPARE-AMOUNT THRU 3310-EXIT.
040900     MOVE "SCHEDULED PAYMENT" TO AUDR-FLD-NAME.
041000     MOVE MSTR-SCHED-PAYMENT OF AUDR-BEFORE-MASTER TO
041100             AUDR-AMT-BEFORE.
041200     MOVE MSTR-SCHED-PAYMENT OF AUDR-AFTER-MASTER TO
041300             AUDR-AMT-AFTER.
041400     PERFORM 3310-COMPARE-AMOUNT THRU 3310-EXIT.
041500     MOVE "PRINCIPAL BALANCE" TO AUDR-FLD-NAME.
041600     MOVE MSTR-PRINCIPAL-BALANCE OF AUDR-BEFORE-MASTER TO
041700             AUDR-AMT-BEFORE.
041800     MOVE MSTR-PRINCIPAL-BALANCE OF AUDR-AFTER-MASTER TO
041900             AUDR-AMT-AFTER.
042000     PERFORM 3310-COMPARE-AMOUNT THRU 3310-EXIT.
042100     MOVE "NEXT DUE DATE" TO AUDR-FLD-NAME.
042200     MOVE MSTR-NEXT-DUE-DATE OF AUDR-BEFORE-MASTER TO
042300             AUDR-FLD-BEFORE.
042400     MOVE MSTR-NEXT-DUE-DATE OF AUDR-AFTER-MASTER TO
042500             AUDR-FLD-AFTER.
042600     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
042700     MOVE "PAID-TO DATE" TO AUDR-FLD-NAME.
042800     MOVE MSTR-PAID-TO-DATE OF AUDR-BEFORE-MASTER TO
042900             AUDR-FLD-BEFORE.
043000     MOVE MSTR-PAID-TO-DATE OF AUDR-AFTER-MASTER TO
043100             AUDR-FLD-AFTER.
043200     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
043300     MOVE "TOTAL PAID" TO AUDR-FLD-NAME.
043400     MOVE MSTR-TOTAL-PAID OF AUDR-BEFORE-MASTER TO
043500             AUDR-AMT-BEFORE.
043600     MOVE MSTR-TOTAL-PAID OF AUDR-AFTER-MASTER TO
043700             AUDR-AMT-AFTER.
043800     PERFORM 3310-COMPARE-AMOUNT THRU 3310-EXIT.
043900     MOVE "LAST PAYMENT DATE" TO AUDR-FLD-NAME.
044000     MOVE MSTR-LAST-PAY-DATE OF AUDR-BEFORE-MASTER TO
044100             AUDR-FLD-BEFORE.
044200     MOVE MSTR-LAST-PAY-DATE OF AUDR-AFTER-MASTER TO
044300             AUDR-FLD-AFTER.
044400     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
044410     MOVE "CURRENCY" TO AUDR-FLD-NAME.
044420     MOVE MSTR-CURRENCY OF AUDR-BEFORE-MASTER TO AUDR-FLD-BEFORE.
044430     MOVE MSTR-CURRENCY OF AUDR-AFTER-MASTER TO AUDR-FLD-AFTER.
044440     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
044450     MOVE "RESTORE DATE" TO AUDR-FLD-NAME.
044460     IF MSTR-RESTORE-DATE OF AUDR-BEFORE-MASTER NUMERIC
044465        AND MSTR-RESTORE-DATE OF AUDR-BEFORE-MASTER > 0
044470         MOVE MSTR-RESTORE-DATE OF AUDR-BEFORE-MASTER TO
044480                 AUDR-FLD-BEFORE
044485     ELSE
044490         MOVE SPACES TO AUDR-FLD-BEFORE.
044491     IF MSTR-RESTORE-DATE OF AUDR-AFTER-MASTER NUMERIC
044492        AND MSTR-RESTORE-DATE OF AUDR-AFTER-MASTER > 0
044493         MOVE MSTR-RESTORE-DATE OF AUDR-AFTER-MASTER TO
044494                 AUDR-FLD-AFTER
044495     ELSE
044496         MOVE SPACES TO AUDR-FLD-AFTER.
044497     PERFORM 3390-PRINT-IF-CHANGED THRU 3390-EXIT.
044500 3300-EXIT.
044600     EXIT.
044700***************************************************************
044800* 3310-COMPARE-AMOUNT - EDIT A 9(09)V99 PAIR FOR PRINTING     *
044900***************************************************************
045000 3310-COMPARE-AMOUNT.
045100     MOVE SPACES TO AUDR-FLD-BEFORE AUDR-FLD-AFTER.
045200     IF AUDR-AMT-BEFORE = AUDR-AMT-AFTER
045300         GO TO 3310-EXIT.
045400     IF AUDR-AMT-BEFORE-VALUE NUMERIC
045500         MOVE AUDR-AMT-BEFORE-VALUE TO AUDR-EDIT-AMOUNT
045600         MOVE AUDR-EDIT-AMOUNT TO AUDR-FLD-BEFORE.
045700     IF AUDR-AMT-AFTER-VALUE NUMERIC
045800         MOVE AUDR-AMT-AFTER-VALUE TO AUDR-EDIT-AMOUNT
045900         MOVE AUDR-EDIT-AMOUNT TO AUDR-FLD-AFTER.
046000     PERFORM 3395-PRINT-CHANGE THRU 3395-EXIT.
046100 3310-EXIT.
046200     EXIT.
046300***************************************************************
046400* 3320-COMPARE-RATE - EDIT A 9(03)V9(04) PAIR FOR PRINTING    *
046500***************************************************************
046600 3320-COMPARE-RATE.
046700     MOVE SPACES TO AUDR-FLD-BEFORE AUDR-FLD-AFTER.
046800     IF AUDR-RATE-BEFORE = AUDR-RATE-AFTER
046900         GO TO 3320-EXIT.
047000     IF AUDR-RATE-BEFORE-VALUE NUMERIC
047100         MOVE AUDR-RATE-BEFORE-VALUE TO AUDR-EDIT-RATE
047200         MOVE AUDR-EDIT-RATE TO AUDR-FLD-BEFORE.
047300     IF AUDR-RATE-AFTER-VALUE NUMERIC
047400         MOVE AUDR-RATE-AFTER-VALUE TO AUDR-EDIT-RATE
047500         MOVE AUDR-EDIT-RATE TO AUDR-FLD-AFTER.
047600     PERFORM 3395-PRINT-CHANGE THRU 3395-EXIT.
047700 3320-EXIT.
047800     EXIT.
047900 3390-PRINT-IF-CHANGED.
048000     IF AUDR-FLD-BEFORE NOT = AUDR-FLD-AFTER
048100         PERFORM 3395-PRINT-CHANGE THRU 3395-EXIT.
048200 3390-EXIT.
048300     EXIT.
048400 3395-PRINT-CHANGE.
048500     MOVE AUDR-FLD-NAME TO AUDR-CL-NAME.
048600     MOVE AUDR-FLD-BEFORE TO AUDR-CL-BEFORE.
048700     MOVE AUDR-FLD-AFTER TO AUDR-CL-AFTER.
048800     MOVE AUDR-CHANGE-LINE TO AUDR-PRINT-RECORD.
048900     PERFORM 5000-WRITE-PRINT-LINE THRU 5000-EXIT.
049000 3395-EXIT.
049100     EXIT.
049200***************************************************************
049300* 4000-START-NEW-PAGE - PAGE HEADING, THE CARD BEING SERVED   *
049400*     AND THE COLUMN HEADINGS                                 *
049500***************************************************************
049600 4000-START-NEW-PAGE.
049700     ADD 1 TO AUDR-PAGE-COUNT.
049800     MOVE AUDR-RUN-DATE TO AUDR-H1-RUN-DATE.
049900     MOVE AUDR-PAGE-COUNT TO AUDR-H1-PAGE.
050000     MOVE AUDR-HEADING-1 TO AUDR-PRINT-RECORD.
050100     WRITE AUDR-PRINT-RECORD AFTER ADVANCING PAGE.
050200     MOVE SPACES TO AUDR-PRINT-RECORD.
050300     WRITE AUDR-PRINT-RECORD AFTER ADVANCING 1 LINE.
050400     MOVE AUDR-SELECTION-LINE TO AUDR-PRINT-RECORD.
050500     WRITE AUDR-PRINT-RECORD AFTER ADVANCING 1 LINE.
050600     MOVE AUDR-COLUMN-HEADING TO AUDR-PRINT-RECORD.
050700     WRITE AUDR-PRINT-RECORD AFTER ADVANCING 2 LINES.
050800     MOVE 5 TO AUDR-LINE-COUNT.
050900 4000-EXIT.
051000     EXIT.
051100***************************************************************
051200* 5000-WRITE-PRINT-LINE - ONE LINE WITH PAGE OVERFLOW CONTROL *
051300***************************************************************
051400 5000-WRITE-PRINT-LINE.
051500     IF AUDR-LINE-COUNT NOT < AUDR-LINES-PER-PAGE
051600         PERFORM 4000-START-NEW-PAGE THRU 4000-EXIT.
051700     WRITE AUDR-PRINT-RECORD AFTER ADVANCING 1 LINE.
051800     ADD 1 TO AUDR-LINE-COUNT.
051900 5000-EXIT.
052000     EXIT.
052100***************************************************************
052200* 8000-CONTROL-TOTALS - CONSOLE RECONCILIATION                *
052300***************************************************************
052400 8000-CONTROL-TOTALS.
052500     DISPLAY "AUDR TOTALS FOR RUN DATE "
052600             AUDR-RUN-DATE UPON CONSOLE.
052700     DISPLAY "  SELECTION CARDS READ ..: "
052800             AUDR-CARD-COUNT UPON CONSOLE.
052900     DISPLAY "  SELECTION CARDS BAD ...: "
053000             AUDR-BAD-CARD-COUNT UPON CONSOLE.
053100     DISPLAY "  JOURNAL ENTRIES READ ..: "
053200             AUDR-READ-COUNT UPON CONSOLE.
053300     DISPLAY "  ENTRIES SELECTED ......: "
053400             AUDR-TOTAL-SELECTED UPON CONSOLE.
053500 8000-EXIT.
053600     EXIT.
053700***************************************************************
053800* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SIGN OFF.     *
053900*     NO CARDS AT ALL, OR ANY BAD CARD, ENDS THE STEP RC 4.   *
054000***************************************************************
054100 9000-TERMINATE.
054200     IF AUDR-CARD-COUNT = 0
054300         DISPLAY "AUDSEL HAS NO SELECTION CARDS - NOTHING "
054400                 "REPORTED" UPON CONSOLE
054500         MOVE 4 TO RETURN-CODE.
054600     IF AUDR-BAD-CARD-COUNT > 0
054700         MOVE 4 TO RETURN-CODE.
054800     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
054900     CLOSE AUDR-SELECT-FILE AUDR-PRINT-FILE.
055000     DISPLAY "AUDR ENDS." UPON CONSOLE.
055100 9000-EXIT.
055200     EXIT.
055300***************************************************************
055400* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
055500*     BATCH-WINDOW REPORT                                     *
055600***************************************************************
055700 9900-LOG-STEP-START.
055800     MOVE "COBAUDR" TO SLOG-PROGRAM.
055900     MOVE AUDR-RUN-DATE TO SLOG-RUN-DATE.
056000     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
056100     SET SLOG-STEP-START TO TRUE.
056200     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
056300 9900-EXIT.
056400     EXIT.
056500***************************************************************
056600* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
056700*     AND THE FINAL CONDITION CODE                            *
056800***************************************************************
056900 9910-LOG-STEP-END.
057000     MOVE AUDR-READ-COUNT TO SLOG-RECORDS-IN.
057100     MOVE AUDR-TOTAL-SELECTED TO SLOG-RECORDS-OUT.
057200     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
057300     SET SLOG-STEP-END TO TRUE.
057400     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
057500 9910-EXIT.
057600     EXIT.
