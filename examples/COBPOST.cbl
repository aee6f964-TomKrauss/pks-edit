000100***************************************************************
000200* COBPOST                                                     *
000300*                                                             *
000400* Daily customer payment posting against the MSTRFILE loan    *
000500* master.  Reads the PAYIN payment transactions, finds each   *
000600* account on the master and splits the payment into interest  *
000700* and principal.  The payment that satisfies the installment  *
000800* due (at least the scheduled payment) is split exactly as    *
000900* COBAMRT builds one schedule period: interest is the         *
001000* outstanding principal times the account's periodic note     *
001100* rate, and the rest reduces principal; it moves the next due *
001200* date on by one month.  A smaller payment takes no interest, *
001300* so the period is charged once, and all of it reduces        *
001310* principal while the installment stays due.  The outstanding *
001400* principal, next due date, paid-to date, total paid and      *
001500* last payment date are rewritten on the master and every     *
001600* posting is written to the PAYHIST payment history file.     *
001700* Payments for unknown or closed accounts, for accounts with  *
001800* nothing outstanding, and payments whose principal portion   *
001900* would take the balance below zero go to PAYREJ with a       *
002000* reason, for COBSUSP to carry onto the suspense file.        *
002010* Every posting is also journaled to MSTRAUD with the         *
002020* master record's before and after images.                    *
002100*                                                             *
002200* MODIFICATION HISTORY                                        *
002300*   DATE       BY   DESCRIPTION                               *
002400*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002410*   10/15/26   TWK  JOURNALED EVERY POSTING TO THE MSTRAUD    *
002420*                   AUDIT JOURNAL WITH BEFORE AND AFTER       *
002430*                   IMAGES                                    *
002440*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002460*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002480*                   SLA REPORT                                *
002482*   10/15/26   TWK  CHARGED THE PERIOD'S INTEREST ONLY ON THE *
002484*                   PAYMENT THAT SATISFIES THE INSTALLMENT; A *
002486*                   PARTIAL PAYMENT IS ALL PRINCIPAL AND IS   *
002488*                   HISTORIED WITH A ZERO INTEREST PORTION    *
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.     COBPOST.
002800 AUTHOR.         T W KRAUSS.
002900 INSTALLATION.   FINANCIAL SYSTEMS.
003000 DATE-WRITTEN.   10/15/26.
003100 DATE-COMPILED.  10/15/26.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT POST-TRANS-FILE  ASSIGN TO PAYIN
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS POST-TRANS-STATUS.
003800     SELECT POST-MASTER-FILE ASSIGN TO MSTRFILE
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS RANDOM
004100            RECORD KEY IS MSTR-ACCOUNT-NBR
004200            FILE STATUS IS POST-MASTER-STATUS.
004300     SELECT POST-HIST-FILE   ASSIGN TO PAYHIST
004400            ORGANIZATION IS SEQUENTIAL
004500            FILE STATUS IS POST-HIST-STATUS.
004600     SELECT POST-REJECT-FILE ASSIGN TO PAYREJ
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS POST-REJECT-STATUS.
004810     SELECT POST-AUDIT-FILE  ASSIGN TO MSTRAUD
004820            ORGANIZATION IS SEQUENTIAL
004830            FILE STATUS IS POST-AUDIT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  POST-TRANS-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY CALCPAY.
005500 FD  POST-MASTER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CALCMSTR.
005800 FD  POST-HIST-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CALCPHST.
006200 FD  POST-REJECT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCREJ.
006510 FD  POST-AUDIT-FILE
006520     RECORDING MODE IS F
006530     LABEL RECORDS ARE STANDARD.
006540     COPY CALCAUDT.
006600 WORKING-STORAGE SECTION.
006700 01  POST-FILE-STATUSES.
006800     05  POST-TRANS-STATUS           PIC X(02).
006900     05  POST-MASTER-STATUS          PIC X(02).
007000     05  POST-HIST-STATUS            PIC X(02).
007100     05  POST-REJECT-STATUS          PIC X(02).
007110     05  POST-AUDIT-STATUS           PIC X(02).
007200 01  POST-SWITCHES.
007300     05  POST-EOF-SWITCH             PIC X(01) VALUE "N".
007400         88  POST-EOF                          VALUE "Y".
007500         88  POST-NOT-EOF                      VALUE "N".
007600     05  POST-FOUND-SWITCH           PIC X(01) VALUE "N".
007700         88  POST-ACCT-FOUND                   VALUE "Y".
007800         88  POST-ACCT-NOT-FOUND               VALUE "N".
007900 01  POST-COUNTERS.
008000     05  POST-TRANS-COUNT            PIC 9(07) COMP VALUE 0.
008100     05  POST-POSTED-COUNT           PIC 9(07) COMP VALUE 0.
008200     05  POST-INSTALLMENT-COUNT      PIC 9(07) COMP VALUE 0.
008300     05  POST-PARTIAL-COUNT          PIC 9(07) COMP VALUE 0.
008400     05  POST-PAYOFF-COUNT           PIC 9(07) COMP VALUE 0.
008500     05  POST-REJECT-COUNT           PIC 9(07) COMP VALUE 0.
008600 01  POST-AMOUNT-TOTALS.
008700     05  POST-TOTAL-RECEIVED         PIC 9(13)V99 VALUE 0.
008800     05  POST-TOTAL-INTEREST         PIC 9(13)V99 VALUE 0.
008900     05  POST-TOTAL-PRINCIPAL        PIC 9(13)V99 VALUE 0.
009000 01  POST-WORK-FIELDS.
009100     05  POST-WORK-INTEREST          PIC 9(09)V99.
009200     05  POST-WORK-PRINCIPAL         PIC 9(09)V99.
009300     05  POST-WORK-BALANCE           PIC 9(09)V99.
009400     05  POST-WORK-EFF-DATE          PIC 9(08).
009500     05  POST-WORK-DUE-PAID          PIC 9(08).
009600 01  POST-RUN-DATE                   PIC X(08) VALUE SPACES.
009700 01  POST-RUN-DATE-NUM               PIC 9(08) VALUE 0.
009800 01  POST-REJECT-REASON              PIC X(40).
009900 01  POST-EDIT-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
009910 01  POST-BEFORE-IMAGE               PIC X(210) VALUE SPACES.
009920 01  POST-AUDIT-TIME                 PIC 9(08) VALUE 0.
010000 01  POST-MONTH-WORK-FIELDS.
010100     05  POST-MW-DATE                PIC 9(08).
010200     05  POST-MW-SPLIT REDEFINES POST-MW-DATE.
010300         10  POST-MW-YEAR            PIC 9(04).
010400         10  POST-MW-MONTH           PIC 9(02).
010500         10  POST-MW-DAY             PIC 9(02).
010600     05  POST-MW-LAST-DAY            PIC 9(02).
010700     05  POST-MW-QUOTIENT            PIC 9(04) COMP.
010800     05  POST-MW-REMAINDER           PIC 9(04) COMP.
010900 01  POST-MONTH-DAYS-VALUES.
011000     05  FILLER                      PIC X(24)
011100         VALUE "312831303130313130313031".
011200 01  POST-MONTH-DAYS-TABLE REDEFINES POST-MONTH-DAYS-VALUES.
011300     05  POST-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
011350 COPY CALCSLOG.
011400 LINKAGE SECTION.
011500 01  POST-PARM-DATA.
011600     05  POST-PARM-LENGTH            PIC S9(04) COMP.
011700     05  POST-PARM-RUN-DATE          PIC X(08).
011800 PROCEDURE DIVISION USING POST-PARM-DATA.
011900***************************************************************
012000* 0000-MAINLINE                                               *
012100***************************************************************
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012350     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
012400     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
012500         UNTIL POST-EOF.
012600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012650     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
012700     GOBACK.
012800***************************************************************
012900* 1000-INITIALIZE - PICK UP THE RUN DATE AND OPEN THE FILES.  *
013000*     PAYHIST IS A RUNNING HISTORY AND IS EXTENDED; IT IS     *
013100*     CREATED ON FIRST USE.                                   *
013200***************************************************************
013300 1000-INITIALIZE.
013400     DISPLAY "POST BEGINS." UPON CONSOLE.
013500     SET POST-NOT-EOF TO TRUE.
013600     IF POST-PARM-LENGTH > 0
013700         MOVE POST-PARM-RUN-DATE TO POST-RUN-DATE
013800     ELSE
013900         MOVE SPACES TO POST-RUN-DATE.
014000     IF POST-RUN-DATE NUMERIC
014100         MOVE POST-RUN-DATE TO POST-RUN-DATE-NUM
014200     ELSE
014300         MOVE 0 TO POST-RUN-DATE-NUM.
014400     OPEN INPUT POST-TRANS-FILE.
014500     IF POST-TRANS-STATUS NOT = "00"
014600         DISPLAY "PAYIN OPEN FAILED, STATUS = "
014700                 POST-TRANS-STATUS UPON CONSOLE
014800         MOVE 16 TO RETURN-CODE
014900         GOBACK.
015000     OPEN I-O POST-MASTER-FILE.
015100     IF POST-MASTER-STATUS NOT = "00"
015200         DISPLAY "MSTRFILE OPEN FAILED, STATUS = "
015300                 POST-MASTER-STATUS UPON CONSOLE
015400         MOVE 16 TO RETURN-CODE
015500         GOBACK.
015600     OPEN EXTEND POST-HIST-FILE.
015700     IF POST-HIST-STATUS = "35"
015800         OPEN OUTPUT POST-HIST-FILE.
015900     IF POST-HIST-STATUS NOT = "00"
016000         DISPLAY "PAYHIST OPEN FAILED, STATUS = "
016100                 POST-HIST-STATUS UPON CONSOLE
016200         MOVE 16 TO RETURN-CODE
016300         GOBACK.
016400     OPEN OUTPUT POST-REJECT-FILE.
016500     IF POST-REJECT-STATUS NOT = "00"
016600         DISPLAY "PAYREJ OPEN FAILED, STATUS = "
016700                 POST-REJECT-STATUS UPON CONSOLE
016800         MOVE 16 TO RETURN-CODE
016900         GOBACK.
016910     OPEN EXTEND POST-AUDIT-FILE.
016920     IF POST-AUDIT-STATUS = "35"
016930         OPEN OUTPUT POST-AUDIT-FILE.
016940     IF POST-AUDIT-STATUS NOT = "00"
016950         DISPLAY "MSTRAUD OPEN FAILED, STATUS = "
016960                 POST-AUDIT-STATUS UPON CONSOLE
016970         MOVE 16 TO RETURN-CODE
016980         GOBACK.
017000 1000-EXIT.
017100     EXIT.
017200***************************************************************
017300* 2000-PROCESS-PAYMENT - READ, EDIT AND POST ONE PAYMENT      *
017400***************************************************************
017500 2000-PROCESS-PAYMENT.
017600     READ POST-TRANS-FILE
017700         AT END
017800             SET POST-EOF TO TRUE
017900             GO TO 2000-EXIT.
018000     ADD 1 TO POST-TRANS-COUNT.
018100     IF PAY-ACCOUNT-NBR = SPACES
018200         MOVE "ACCOUNT NUMBER NOT SUPPLIED" TO
018300                 POST-REJECT-REASON
018400         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
018500         GO TO 2000-EXIT.
018600     IF PAY-AMOUNT NOT NUMERIC
018700         MOVE "PAYMENT AMOUNT NOT NUMERIC" TO
018800                 POST-REJECT-REASON
018900         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
019000         GO TO 2000-EXIT.
019100     IF PAY-AMOUNT = 0
019200         MOVE "PAYMENT AMOUNT NOT SUPPLIED" TO
019300                 POST-REJECT-REASON
019400         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
019500         GO TO 2000-EXIT.
019600     IF PAY-EFF-DATE NUMERIC
019700        AND PAY-EFF-DATE > 0
019800         MOVE PAY-EFF-DATE TO POST-WORK-EFF-DATE
019900     ELSE
020000         MOVE POST-RUN-DATE-NUM TO POST-WORK-EFF-DATE.
020100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
020200     IF POST-ACCT-NOT-FOUND
020300         MOVE "ACCOUNT NOT ON LOAN MASTER" TO
020400                 POST-REJECT-REASON
020500         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
020600         GO TO 2000-EXIT.
020700     IF MSTR-CLOSED
020800         MOVE "ACCOUNT IS CLOSED ON LOAN MASTER" TO
020900                 POST-REJECT-REASON
021000         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
021100         GO TO 2000-EXIT.
021200     IF MSTR-PRINCIPAL-BALANCE NOT NUMERIC
021300        OR MSTR-NOTE-RATE NOT NUMERIC
021400        OR MSTR-PRINCIPAL-BALANCE = 0
021500         MOVE "NO OUTSTANDING BALANCE ON ACCOUNT" TO
021600                 POST-REJECT-REASON
021700         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
021800         GO TO 2000-EXIT.
021900     PERFORM 3000-SPLIT-PAYMENT THRU 3000-EXIT.
022000     IF POST-WORK-PRINCIPAL > MSTR-PRINCIPAL-BALANCE
022100         MOVE "PAYMENT EXCEEDS OUTSTANDING BALANCE" TO
022200                 POST-REJECT-REASON
022300         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
022400         GO TO 2000-EXIT.
022410     MOVE CALC-MASTER-RECORD TO POST-BEFORE-IMAGE.
022500     PERFORM 3100-APPLY-PAYMENT THRU 3100-EXIT.
022600     REWRITE CALC-MASTER-RECORD
022700         INVALID KEY
022800             MOVE "MASTER REWRITE REJECTED BY VSAM" TO
022900                     POST-REJECT-REASON
023000             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
023100             GO TO 2000-EXIT
023200     END-REWRITE.
023300     PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT.
023310     PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
023400     ADD 1 TO POST-POSTED-COUNT.
023500     ADD PAY-AMOUNT TO POST-TOTAL-RECEIVED.
023600     ADD POST-WORK-INTEREST TO POST-TOTAL-INTEREST.
023700     ADD POST-WORK-PRINCIPAL TO POST-TOTAL-PRINCIPAL.
023800 2000-EXIT.
023900     EXIT.
024000***************************************************************
024100* 2100-READ-MASTER - RANDOM READ OF THE PAYMENT'S ACCOUNT     *
024200***************************************************************
024300 2100-READ-MASTER.
024400     MOVE PAY-ACCOUNT-NBR TO MSTR-ACCOUNT-NBR.
024500     READ POST-MASTER-FILE
024600         INVALID KEY
024700             SET POST-ACCT-NOT-FOUND TO TRUE
024800         NOT INVALID KEY
024900             SET POST-ACCT-FOUND TO TRUE
025000     END-READ.
025100 2100-EXIT.
025200     EXIT.
025300***************************************************************
025400* 3000-SPLIT-PAYMENT - ONE COBAMRT SCHEDULE PERIOD ON THE     *
025500*     OUTSTANDING BALANCE: INTEREST = BALANCE * PERIODIC      *
025600*     RATE, PRINCIPAL = PAYMENT - INTEREST.  ONLY THE PAYMENT *
025610*     THAT SATISFIES THE INSTALLMENT IS CHARGED THE PERIOD'S  *
025620*     INTEREST; A PARTIAL PAYMENT AHEAD OF IT IS ALL          *
025630*     PRINCIPAL, SO SEVERAL PAYMENTS IN ONE PERIOD DO NOT     *
025640*     EACH PAY A FULL PERIOD'S INTEREST.  A PAYMENT THAT DOES *
025700*     NOT COVER THE PERIOD'S INTEREST IS ALL INTEREST.        *
025800***************************************************************
025900 3000-SPLIT-PAYMENT.
025910     IF PAY-AMOUNT < MSTR-SCHED-PAYMENT
025920         MOVE 0 TO POST-WORK-INTEREST
025930         MOVE PAY-AMOUNT TO POST-WORK-PRINCIPAL
025940         GO TO 3000-EXIT.
026000     COMPUTE POST-WORK-INTEREST ROUNDED =
026100             MSTR-PRINCIPAL-BALANCE * MSTR-NOTE-RATE
026200         ON SIZE ERROR
026300             MOVE PAY-AMOUNT TO POST-WORK-INTEREST
026400     END-COMPUTE.
026500     IF POST-WORK-INTEREST NOT < PAY-AMOUNT
026600         MOVE PAY-AMOUNT TO POST-WORK-INTEREST
026700         MOVE 0 TO POST-WORK-PRINCIPAL
026800     ELSE
026900         COMPUTE POST-WORK-PRINCIPAL =
027000                 PAY-AMOUNT - POST-WORK-INTEREST.
027100 3000-EXIT.
027200     EXIT.
027300***************************************************************
027400* 3100-APPLY-PAYMENT - REDUCE THE OUTSTANDING PRINCIPAL AND   *
027500*     MOVE THE DUE DATES.  A FULL INSTALLMENT (OR A PAYOFF)   *
027600*     SATISFIES THE INSTALLMENT DUE; A PAYOFF LEAVES NO NEXT  *
027700*     DUE DATE.  THE BALANCE BEFORE IS KEPT FOR THE HISTORY.  *
027800***************************************************************
027900 3100-APPLY-PAYMENT.
028000     MOVE MSTR-PRINCIPAL-BALANCE TO POST-WORK-BALANCE.
028100     SUBTRACT POST-WORK-PRINCIPAL FROM MSTR-PRINCIPAL-BALANCE.
028200     MOVE 0 TO POST-WORK-DUE-PAID.
028300     IF MSTR-PRINCIPAL-BALANCE = 0
028400         MOVE MSTR-NEXT-DUE-DATE TO POST-WORK-DUE-PAID
028500         MOVE MSTR-NEXT-DUE-DATE TO MSTR-PAID-TO-DATE
028600         MOVE 0 TO MSTR-NEXT-DUE-DATE
028700         ADD 1 TO POST-PAYOFF-COUNT
028800     ELSE
028900         IF PAY-AMOUNT NOT < MSTR-SCHED-PAYMENT
029000             MOVE MSTR-NEXT-DUE-DATE TO POST-WORK-DUE-PAID
029100             MOVE MSTR-NEXT-DUE-DATE TO MSTR-PAID-TO-DATE
029200             MOVE MSTR-NEXT-DUE-DATE TO POST-MW-DATE
029300             PERFORM 7000-ADD-ONE-MONTH THRU 7000-EXIT
029400             MOVE POST-MW-DATE TO MSTR-NEXT-DUE-DATE
029500             ADD 1 TO POST-INSTALLMENT-COUNT
029600         ELSE
029700             ADD 1 TO POST-PARTIAL-COUNT.
029800     IF MSTR-TOTAL-PAID NOT NUMERIC
029900         MOVE 0 TO MSTR-TOTAL-PAID.
030000     ADD PAY-AMOUNT TO MSTR-TOTAL-PAID.
030100     MOVE POST-WORK-EFF-DATE TO MSTR-LAST-PAY-DATE.
030200 3100-EXIT.
030300     EXIT.
030400***************************************************************
030500* 4000-WRITE-HISTORY - ONE PAYHIST RECORD PER POSTING         *
030600***************************************************************
030700 4000-WRITE-HISTORY.
030800     MOVE SPACES TO CALC-PAY-HISTORY-RECORD.
030900     MOVE MSTR-ACCOUNT-NBR TO PHST-ACCOUNT-NBR.
031000     MOVE POST-RUN-DATE-NUM TO PHST-POST-DATE.
031100     MOVE POST-WORK-EFF-DATE TO PHST-EFF-DATE.
031200     MOVE PAY-REFERENCE TO PHST-REFERENCE.
031300     MOVE PAY-AMOUNT TO PHST-PAYMENT-AMOUNT.
031400     MOVE POST-WORK-INTEREST TO PHST-INTEREST-PORTION.
031500     MOVE POST-WORK-PRINCIPAL TO PHST-PRINCIPAL-PORTION.
031600     MOVE POST-WORK-BALANCE TO PHST-BALANCE-BEFORE.
031700     MOVE MSTR-PRINCIPAL-BALANCE TO PHST-BALANCE-AFTER.
031800     MOVE MSTR-NOTE-RATE TO PHST-NOTE-RATE.
031900     MOVE POST-WORK-DUE-PAID TO PHST-DUE-DATE-PAID.
032000     MOVE MSTR-NEXT-DUE-DATE TO PHST-NEXT-DUE-DATE.
032100     IF MSTR-PRINCIPAL-BALANCE = 0
032200         SET PHST-PAID-IN-FULL TO TRUE
032300     ELSE
032400         SET PHST-BALANCE-REMAINS TO TRUE.
032500     WRITE CALC-PAY-HISTORY-RECORD.
032600     IF POST-HIST-STATUS NOT = "00"
032700         DISPLAY "PAYHIST WRITE FAILED, STATUS = "
032800                 POST-HIST-STATUS " FOR ACCOUNT "
032900                 MSTR-ACCOUNT-NBR UPON CONSOLE
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK.
033200 4000-EXIT.
033300     EXIT.
033400***************************************************************
033500* 4100-WRITE-REJECT - LOG ONE UNPOSTED PAYMENT TO PAYREJ      *
033600*     WITH ITS REASON                                         *
033700***************************************************************
033800 4100-WRITE-REJECT.
033900     MOVE SPACES TO CALC-REJECT-RECORD.
034000     MOVE CALC-PAYMENT-TRANS TO REJ-ORIGINAL-COMMAND.
034100     MOVE POST-REJECT-REASON TO REJ-REASON-TEXT.
034200     MOVE POST-RUN-DATE TO REJ-RUN-DATE.
034300     WRITE CALC-REJECT-RECORD.
034400     ADD 1 TO POST-REJECT-COUNT.
034500 4100-EXIT.
034600     EXIT.
034700***************************************************************
034800* 7000-ADD-ONE-MONTH - MOVE POST-MW-DATE (CCYYMMDD) ON BY ONE *
034900*     CALENDAR MONTH, HOLDING THE DAY WHERE THE NEW MONTH     *
035000*     ALLOWS AND OTHERWISE USING ITS LAST DAY.  THE FOUR-YEAR *
035100*     LEAP RULE HOLDS FOR THE WHOLE 1901-2099 RANGE THE SHOP  *
035200*     CAN SEE.                                                *
035300***************************************************************
035400 7000-ADD-ONE-MONTH.
035500     IF POST-MW-DATE = 0
035600         GO TO 7000-EXIT.
035700     IF POST-MW-MONTH = 12
035800         MOVE 1 TO POST-MW-MONTH
035900         ADD 1 TO POST-MW-YEAR
036000     ELSE
036100         ADD 1 TO POST-MW-MONTH.
036200     MOVE POST-MONTH-DAYS (POST-MW-MONTH) TO POST-MW-LAST-DAY.
036300     IF POST-MW-MONTH = 2
036400         DIVIDE POST-MW-YEAR BY 4 GIVING POST-MW-QUOTIENT
036500                 REMAINDER POST-MW-REMAINDER
036600         IF POST-MW-REMAINDER = 0
036700             MOVE 29 TO POST-MW-LAST-DAY.
036800     IF POST-MW-DAY > POST-MW-LAST-DAY
036900         MOVE POST-MW-LAST-DAY TO POST-MW-DAY.
037000 7000-EXIT.
037100     EXIT.
037200***************************************************************
037300* 8000-CONTROL-TOTALS - RECONCILE PAYMENTS READ AGAINST WHAT  *
037400*     WAS POSTED OR REJECTED, AND THE CASH AGAINST ITS SPLIT  *
037500***************************************************************
037600 8000-CONTROL-TOTALS.
037700     DISPLAY "POST TOTALS FOR RUN DATE "
037800             POST-RUN-DATE UPON CONSOLE.
037900     DISPLAY "  PAYMENTS READ .........: "
038000             POST-TRANS-COUNT UPON CONSOLE.
038100     DISPLAY "  PAYMENTS POSTED .......: "
038200             POST-POSTED-COUNT UPON CONSOLE.
038300     DISPLAY "    FULL INSTALLMENTS ...: "
038400             POST-INSTALLMENT-COUNT UPON CONSOLE.
038500     DISPLAY "    PARTIAL PAYMENTS ....: "
038600             POST-PARTIAL-COUNT UPON CONSOLE.
038700     DISPLAY "    PAID IN FULL ........: "
038800             POST-PAYOFF-COUNT UPON CONSOLE.
038900     DISPLAY "  REJECTED PAYMENTS .....: "
039000             POST-REJECT-COUNT UPON CONSOLE.
039100     MOVE POST-TOTAL-RECEIVED TO POST-EDIT-AMOUNT.
039200     DISPLAY "  CASH POSTED ...........: "
039300             POST-EDIT-AMOUNT UPON CONSOLE.
039400     MOVE POST-TOTAL-INTEREST TO POST-EDIT-AMOUNT.
039500     DISPLAY "    TO INTEREST .........: "
039600             POST-EDIT-AMOUNT UPON CONSOLE.
039700     MOVE POST-TOTAL-PRINCIPAL TO POST-EDIT-AMOUNT.
039800     DISPLAY "    TO PRINCIPAL ........: "
039900             POST-EDIT-AMOUNT UPON CONSOLE.
040000 8000-EXIT.
040100     EXIT.
040200***************************************************************
040300* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, SIGN OFF.     *
040400*     ANY REJECTED PAYMENT ENDS THE STEP RC 4.                *
040500***************************************************************
040600 9000-TERMINATE.
040700     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
040800     CLOSE POST-TRANS-FILE POST-MASTER-FILE POST-HIST-FILE
040900           POST-REJECT-FILE POST-AUDIT-FILE.
041000     IF POST-REJECT-COUNT > 0
041100         MOVE 4 TO RETURN-CODE.
041200     DISPLAY "POST ENDS." UPON CONSOLE.
041300 9000-EXIT.
041400     EXIT.
041500***************************************************************
041600* 4200-WRITE-AUDIT - JOURNAL THE POSTING JUST APPLIED: THE    *
041700*     MASTER AS READ AND AS NOW REWRITTEN, REFERENCED BY THE  *
041800*     PAYMENT'S OWN REFERENCE                                 *
041900***************************************************************
042000 4200-WRITE-AUDIT.
042100     MOVE SPACES TO CALC-AUDIT-RECORD.
042200     MOVE MSTR-ACCOUNT-NBR TO AUD-ACCOUNT-NBR.
042300     MOVE POST-RUN-DATE-NUM TO AUD-RUN-DATE.
042400     ACCEPT POST-AUDIT-TIME FROM TIME.
042500     MOVE POST-AUDIT-TIME TO AUD-TIME.
042600     MOVE "COBPOST" TO AUD-PROGRAM.
042700     SET AUD-PAYMENT TO TRUE.
042800     MOVE PAY-REFERENCE TO AUD-REFERENCE.
042900     MOVE POST-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
043000     MOVE CALC-MASTER-RECORD TO AUD-AFTER-IMAGE.
043100     WRITE CALC-AUDIT-RECORD.
043200     IF POST-AUDIT-STATUS NOT = "00"
043300         DISPLAY "MSTRAUD WRITE FAILED, STATUS = "
043400                 POST-AUDIT-STATUS " FOR ACCOUNT "
043500                 MSTR-ACCOUNT-NBR UPON CONSOLE
043600         MOVE 16 TO RETURN-CODE
043700         GOBACK.
043800 4200-EXIT.
043900     EXIT.
044000***************************************************************
044100* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
044200*     BATCH-WINDOW REPORT                                     *
044300***************************************************************
044400 9900-LOG-STEP-START.
044500     MOVE "COBPOST" TO SLOG-PROGRAM.
044600     MOVE POST-RUN-DATE TO SLOG-RUN-DATE.
044700     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
044800     SET SLOG-STEP-START TO TRUE.
044900     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
045000 9900-EXIT.
045100     EXIT.
045200***************************************************************
045300* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
045400*     AND THE FINAL CONDITION CODE                            *
045500***************************************************************
045600 9910-LOG-STEP-END.
045700     MOVE POST-TRANS-COUNT TO SLOG-RECORDS-IN.
045800     MOVE POST-POSTED-COUNT TO SLOG-RECORDS-OUT.
045900     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
046000     SET SLOG-STEP-END TO TRUE.
046100     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
046200 9910-EXIT.
046300     EXIT.
