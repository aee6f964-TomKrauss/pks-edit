000100***************************************************************
000200* COBQUOT                                                     *
000300*                                                             *
000400* CQTE branch quick quote.  Prices a LOAN, PMT or AMRT        *
000500* calculation on the QTEMAP screen while the customer is at   *
000600* the desk: the product code is resolved to the rate in       *
000700* effect today from the RATEFILE cluster (the online copy of  *
000800* RATETAB, keyed by product and effective date) by the same   *
000900* rule COBCALC applies to the run date -- latest effective    *
001000* date not after today, rejected if not on the table or       *
001100* expired -- and the amount and term are passed to COBLOAN,   *
001200* COBPMT or COBAMRT exactly as the batch run would.  An AMRT  *
001300* quote pages the payoff schedule eight periods at a time     *
001400* with PF7/PF8.                                               *
001500*                                                             *
001600* A quote never posts to the loan master.  Each priced quote  *
001700* is written in CALCRPT layout to the OLQLOG entry-sequenced  *
001800* cluster; BRCHJOB adds the day's log to the CALCRPT input of *
001900* COBBRCH so branch activity counts the counter work too.     *
002000* The account is optional; when keyed it must be on MSTRFILE  *
002100* and not closed, and it is carried onto the log line.  The   *
002110* quote is in the account's loan currency (the base currency, *
002120* USD, when no account is keyed or the account has none yet), *
002130* shown beside the amount and carried onto the log line so    *
002140* COBBRCH converts it to base at the right rate.              *
002200*                                                             *
002300* Pseudo-conversational: each screen ends with a RETURN       *
002400* TRANSID('CQTE') carrying the CALCOLC communication area.    *
002500* PF3 returns to the CINQ inquiry for the same account.       *
002600*                                                             *
002700* MODIFICATION HISTORY                                        *
002800*   DATE       BY   DESCRIPTION                               *
002900*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002910*   10/15/26   TWK  SHOWED AND LOGGED THE QUOTE CURRENCY FROM *
002920*                   THE ACCOUNT'S MASTER RECORD               *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.     COBQUOT.
003300 AUTHOR.         T W KRAUSS.
003400 INSTALLATION.   FINANCIAL SYSTEMS.
003500 DATE-WRITTEN.   10/15/26.
003600 DATE-COMPILED.  10/15/26.
003700 ENVIRONMENT DIVISION.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000 01  QT-WORK-FIELDS.
004100     05  QT-RESP                     PIC S9(08) COMP.
004200     05  QT-RBA                      PIC S9(08) COMP.
004300     05  QT-ABSTIME                  PIC S9(15) COMP-3.
004400     05  QT-TODAY                    PIC X(08).
004500     05  QT-TODAY-NUM REDEFINES QT-TODAY
004600                                     PIC 9(08).
004700     05  QT-MESSAGE                  PIC X(79).
004800     05  QT-LINE-SUB                 PIC 9(03) COMP.
004900     05  QT-FIRST-PERIOD             PIC 9(03) COMP.
005000     05  QT-PERIOD-SUB               PIC 9(03) COMP.
005100 01  QT-SWITCHES.
005200     05  QT-EDIT-SWITCH              PIC X(01).
005300         88  QT-INPUT-OK                       VALUE "Y".
005400         88  QT-INPUT-BAD                      VALUE "N".
005500     05  QT-RATE-SWITCH              PIC X(01).
005600         88  QT-RATE-FOUND                     VALUE "Y".
005700         88  QT-RATE-NOT-FOUND                 VALUE "N".
005800     05  QT-BROWSE-SWITCH            PIC X(01).
005900         88  QT-BROWSE-DONE                    VALUE "Y".
006000         88  QT-BROWSE-MORE                    VALUE "N".
006100 01  QT-INPUT-FIELDS.
006200     05  QT-IN-ACCOUNT               PIC X(10).
006300     05  QT-IN-FUNCTION              PIC X(04).
006400     05  QT-IN-PRODUCT               PIC X(08).
006500     05  QT-IN-AMOUNT                PIC X(09).
006600     05  QT-IN-AMOUNT-NUM REDEFINES QT-IN-AMOUNT
006700                                     PIC 9(09).
006800     05  QT-IN-TERM                  PIC X(03).
006900     05  QT-IN-TERM-NUM REDEFINES QT-IN-TERM
007000                                     PIC 9(03).
007100 01  QT-RATE-KEY.
007200     05  QT-KEY-PRODUCT              PIC X(08).
007300     05  QT-KEY-EFF-DATE             PIC 9(08).
007400 01  QT-BEST-RATE.
007500     05  QT-BEST-RATE-VALUE          PIC 9(03)V9(04).
007600     05  QT-BEST-EFF-DATE            PIC 9(08).
007700     05  QT-BEST-EXPIRY-DATE         PIC 9(08).
007800 01  QT-EDIT-FIELDS.
007900     05  QT-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
008000     05  QT-EDIT-RATE                PIC ZZ9.9999.
008100     05  QT-PAGE-TEXT.
008200         10  FILLER                  PIC X(05) VALUE "PAGE ".
008300         10  QT-PAGE-NBR             PIC ZZ9.
008400         10  FILLER                  PIC X(04) VALUE " OF ".
008500         10  QT-PAGE-OF              PIC ZZ9.
008600 01  QT-SCHEDULE-LINE.
008700     05  FILLER                      PIC X(04) VALUE SPACES.
008800     05  QT-SL-PERIOD                PIC ZZ9.
008900     05  FILLER                      PIC X(02) VALUE SPACES.
009000     05  QT-SL-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.
009100     05  FILLER                      PIC X(02) VALUE SPACES.
009200     05  QT-SL-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
009300     05  FILLER                      PIC X(02) VALUE SPACES.
009400     05  QT-SL-BALANCE               PIC -ZZ,ZZZ,ZZ9.99.
009500     05  FILLER                      PIC X(24) VALUE SPACES.
009600 COPY CALCRC.
009700 COPY CALCAMRT.
009800 COPY CALCRATE.
009900 COPY CALCMSTR.
010000 COPY CALCRPT.
010100 COPY CALCOLC.
010200 COPY CALCONL.
010300 COPY DFHAID.
010400 LINKAGE SECTION.
010500 01  DFHCOMMAREA                     PIC X(90).
010600 PROCEDURE DIVISION.
010700***************************************************************
010800* 0000-MAINLINE - ROUTE ON HOW THE TRANSACTION WAS ENTERED    *
010900*     AND WHICH KEY WAS PRESSED                               *
011000***************************************************************
011100 0000-MAINLINE.
011200     PERFORM 1000-GET-TODAY THRU 1000-EXIT.
011300     MOVE SPACES TO QT-MESSAGE.
011400     IF EIBCALEN = 0
011500         INITIALIZE CALC-ONLINE-COMMAREA
011600         SET OLC-IN-PROGRESS TO TRUE
011700         SET OLC-NO-QUOTE TO TRUE
011800         PERFORM 1100-CLEAR-QUOTE THRU 1100-EXIT
011900         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
012000         GO TO 9000-RETURN.
012100     MOVE DFHCOMMAREA TO CALC-ONLINE-COMMAREA.
012200     IF OLC-NEW-ENTRY
012300         SET OLC-IN-PROGRESS TO TRUE
012400         PERFORM 1100-CLEAR-QUOTE THRU 1100-EXIT
012500         MOVE "KEY THE FUNCTION, PRODUCT, AMOUNT AND TERM" TO
012600                 QT-MESSAGE
012700         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
012800         GO TO 9000-RETURN.
012900     EVALUATE EIBAID
013000         WHEN DFHCLEAR
013100             GO TO 9900-END-SESSION
013200         WHEN DFHPF3
013300             SET OLC-NEW-ENTRY TO TRUE
013400             EXEC CICS XCTL PROGRAM('COBINQY')
013500                       COMMAREA(CALC-ONLINE-COMMAREA)
013600                       LENGTH(LENGTH OF CALC-ONLINE-COMMAREA)
013700             END-EXEC
013800         WHEN DFHPF7
013900             PERFORM 3000-PAGE-BACK THRU 3000-EXIT
014000         WHEN DFHPF8
014100             PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
014200         WHEN DFHENTER
014300             PERFORM 2000-PRICE-QUOTE THRU 2000-EXIT
014400         WHEN OTHER
014500             MOVE "INVALID KEY - ENTER, PF7, PF8, PF3 OR CLEAR" TO
014600                     QT-MESSAGE
014700             PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
014800     END-EVALUATE.
014900     GO TO 9000-RETURN.
015000***************************************************************
015100* 1000-GET-TODAY - TODAY'S DATE AS YYYYMMDD.  TODAY STANDS IN *
015200*     FOR THE BATCH RUN DATE WHEN THE RATE IS RESOLVED.       *
015300***************************************************************
015400 1000-GET-TODAY.
015500     EXEC CICS ASKTIME ABSTIME(QT-ABSTIME) END-EXEC.
015600     EXEC CICS FORMATTIME ABSTIME(QT-ABSTIME)
015700               YYYYMMDD(QT-TODAY)
015800     END-EXEC.
015900 1000-EXIT.
016000     EXIT.
016100***************************************************************
016200* 1100-CLEAR-QUOTE - START A FRESH QUOTE FOR OLC-ACCOUNT      *
016300***************************************************************
016400 1100-CLEAR-QUOTE.
016500     MOVE SPACES TO OLC-FUNCTION.
016600     MOVE SPACES TO OLC-PRODUCT.
016700     MOVE 0 TO OLC-AMOUNT.
016800     MOVE 0 TO OLC-TERM.
016900     MOVE 0 TO OLC-RATE.
017000     MOVE 0 TO OLC-EFF-DATE.
017100     MOVE 0 TO OLC-RESULT.
017200     MOVE 0 TO OLC-PAGE.
017300     MOVE 0 TO OLC-PAGE-COUNT.
017400     SET OLC-NO-QUOTE TO TRUE.
017410     MOVE "USD" TO OLC-CURRENCY.
017500     IF OLC-ACCOUNT = LOW-VALUES
017600         MOVE SPACES TO OLC-ACCOUNT.
017700 1100-EXIT.
017800     EXIT.
017900***************************************************************
018000* 2000-PRICE-QUOTE - RECEIVE THE TERMS, EDIT THEM, RESOLVE    *
018100*     THE PRODUCT RATE, CALCULATE AND LOG THE QUOTE           *
018200***************************************************************
018300 2000-PRICE-QUOTE.
018400     PERFORM 2100-RECEIVE-TERMS THRU 2100-EXIT.
018500     PERFORM 2200-EDIT-TERMS THRU 2200-EXIT.
018600     IF QT-INPUT-BAD
018700         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
018800         GO TO 2000-EXIT.
018900     PERFORM 2300-RESOLVE-PRODUCT-RATE THRU 2300-EXIT.
019000     IF QT-RATE-NOT-FOUND
019100         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
019200         GO TO 2000-EXIT.
019300     MOVE 1 TO OLC-PAGE.
019400     PERFORM 2400-CALCULATE THRU 2400-EXIT.
019500     IF NOT CALC-RC-OK
019600         SET OLC-NO-QUOTE TO TRUE
019700         MOVE CALC-REASON-TEXT TO QT-MESSAGE
019800         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
019900         GO TO 2000-EXIT.
020000     SET OLC-QUOTE-PRICED TO TRUE.
020100     PERFORM 2500-LOG-QUOTE THRU 2500-EXIT.
020200     PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT.
020300 2000-EXIT.
020400     EXIT.
020500***************************************************************
020600* 2100-RECEIVE-TERMS - READ THE SCREEN INTO THE COMMAREA      *
020700*     QUOTE FIELDS.  FIELDS NOT KEYED COME BACK AS SPACES.    *
020800***************************************************************
020900 2100-RECEIVE-TERMS.
021000     MOVE LOW-VALUES TO QTEMAPI.
021100     EXEC CICS RECEIVE MAP('QTEMAP') MAPSET('CALCONL')
021200               INTO(QTEMAPI)
021300               RESP(QT-RESP)
021400     END-EXEC.
021500     MOVE QTACCTI TO QT-IN-ACCOUNT.
021600     MOVE FUNCTION UPPER-CASE (QTFUNCI) TO QT-IN-FUNCTION.
021700     MOVE FUNCTION UPPER-CASE (QTPRODI) TO QT-IN-PRODUCT.
021800     MOVE QTAMTI TO QT-IN-AMOUNT.
021900     MOVE QTTERMI TO QT-IN-TERM.
022000     INSPECT QT-INPUT-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
022100     MOVE QT-IN-ACCOUNT TO OLC-ACCOUNT.
022200     MOVE QT-IN-FUNCTION TO OLC-FUNCTION.
022300     MOVE QT-IN-PRODUCT TO OLC-PRODUCT.
022400     MOVE 0 TO OLC-AMOUNT.
022500     MOVE 0 TO OLC-TERM.
022600     MOVE 0 TO OLC-RATE.
022700     MOVE 0 TO OLC-EFF-DATE.
022800     MOVE 0 TO OLC-RESULT.
022900     MOVE 0 TO OLC-PAGE.
023000     MOVE 0 TO OLC-PAGE-COUNT.
023100     SET OLC-NO-QUOTE TO TRUE.
023110     MOVE "USD" TO OLC-CURRENCY.
023200 2100-EXIT.
023300     EXIT.
023400***************************************************************
023500* 2200-EDIT-TERMS - FUNCTION, PRODUCT, AMOUNT AND TERM ARE    *
023600*     REQUIRED.  THE ACCOUNT IS OPTIONAL BUT WHEN KEYED MUST  *
023700*     BE AN OPEN ACCOUNT ON THE LOAN MASTER, AND ITS LOAN     *
023710*     CURRENCY, ONCE SET, BECOMES THE QUOTE CURRENCY.         *
023800***************************************************************
023900 2200-EDIT-TERMS.
024000     SET QT-INPUT-BAD TO TRUE.
024100     IF OLC-FUNCTION NOT = "LOAN" AND "PMT" AND "AMRT"
024200         MOVE "FUNCTION MUST BE LOAN, PMT OR AMRT" TO QT-MESSAGE
024300         GO TO 2200-EXIT.
024400     IF OLC-PRODUCT = SPACES
024500         MOVE "ENTER A PRODUCT CODE" TO QT-MESSAGE
024600         GO TO 2200-EXIT.
024700     IF QT-IN-AMOUNT NOT NUMERIC
024800         MOVE "AMOUNT MUST BE A WHOLE NUMBER" TO QT-MESSAGE
024900         GO TO 2200-EXIT.
025000     IF QT-IN-AMOUNT-NUM = 0
025100         MOVE "AMOUNT MUST BE GREATER THAN ZERO" TO QT-MESSAGE
025200         GO TO 2200-EXIT.
025300     MOVE QT-IN-AMOUNT-NUM TO OLC-AMOUNT.
025400     IF QT-IN-TERM NOT NUMERIC
025500         MOVE "TERM MUST BE A NUMBER OF PERIODS" TO QT-MESSAGE
025600         GO TO 2200-EXIT.
025700     IF QT-IN-TERM-NUM = 0
025800         MOVE "TERM MUST BE GREATER THAN ZERO" TO QT-MESSAGE
025900         GO TO 2200-EXIT.
026000     MOVE QT-IN-TERM-NUM TO OLC-TERM.
026100     IF OLC-FUNCTION = "AMRT" AND OLC-TERM > 360
026200         MOVE "AMRT TERM CANNOT EXCEED 360 PERIODS" TO QT-MESSAGE
026300         GO TO 2200-EXIT.
026400     IF OLC-ACCOUNT = SPACES
026500         SET QT-INPUT-OK TO TRUE
026600         GO TO 2200-EXIT.
026700     MOVE OLC-ACCOUNT TO MSTR-ACCOUNT-NBR.
026800     EXEC CICS READ FILE('MSTRFILE')
026900               INTO(CALC-MASTER-RECORD)
027000               RIDFLD(MSTR-ACCOUNT-NBR)
027100               RESP(QT-RESP)
027200     END-EXEC.
027300     IF QT-RESP = DFHRESP(NOTFND)
027400         MOVE "ACCOUNT NOT ON LOAN MASTER" TO QT-MESSAGE
027500         GO TO 2200-EXIT.
027600     IF QT-RESP NOT = DFHRESP(NORMAL)
027700         MOVE "LOAN MASTER UNAVAILABLE - TRY AGAIN LATER" TO
027800                 QT-MESSAGE
027900         GO TO 2200-EXIT.
028000     IF MSTR-CLOSED
028100         MOVE "ACCOUNT IS CLOSED - NO QUOTE" TO QT-MESSAGE
028200         GO TO 2200-EXIT.
028210     IF MSTR-CURRENCY NOT = SPACES
028220         MOVE MSTR-CURRENCY TO OLC-CURRENCY.
028300     SET QT-INPUT-OK TO TRUE.
028400 2200-EXIT.
028500     EXIT.
028600***************************************************************
028700* 2300-RESOLVE-PRODUCT-RATE - BROWSE RATEFILE FROM THE FIRST  *
028800*     ENTRY FOR THE PRODUCT AND KEEP THE LAST ONE EFFECTIVE   *
028900*     ON OR BEFORE TODAY.  UNKNOWN OR EXPIRED PRODUCTS ARE    *
029000*     REFUSED WITH THE SAME REASONS COBCALC GIVES.            *
029100***************************************************************
029200 2300-RESOLVE-PRODUCT-RATE.
029300     SET QT-RATE-NOT-FOUND TO TRUE.
029400     MOVE 0 TO QT-BEST-EFF-DATE.
029500     MOVE OLC-PRODUCT TO QT-KEY-PRODUCT.
029600     MOVE 0 TO QT-KEY-EFF-DATE.
029700     EXEC CICS STARTBR FILE('RATEFILE')
029800               RIDFLD(QT-RATE-KEY)
029900               GTEQ
030000               RESP(QT-RESP)
030100     END-EXEC.
030200     IF QT-RESP = DFHRESP(NOTFND)
030300         MOVE "PRODUCT NOT ON RATE TABLE AS OF TODAY" TO
030400                 QT-MESSAGE
030500         GO TO 2300-EXIT.
030600     IF QT-RESP NOT = DFHRESP(NORMAL)
030700         MOVE "RATE TABLE UNAVAILABLE - TRY AGAIN LATER" TO
030800                 QT-MESSAGE
030900         GO TO 2300-EXIT.
031000     SET QT-BROWSE-MORE TO TRUE.
031100     PERFORM 2310-READ-NEXT-RATE THRU 2310-EXIT
031200         UNTIL QT-BROWSE-DONE.
031300     EXEC CICS ENDBR FILE('RATEFILE') END-EXEC.
031400     IF QT-BEST-EFF-DATE = 0
031500         MOVE "PRODUCT NOT ON RATE TABLE AS OF TODAY" TO
031600                 QT-MESSAGE
031700         GO TO 2300-EXIT.
031800     IF QT-BEST-EXPIRY-DATE NOT = 0
031900        AND QT-TODAY-NUM > QT-BEST-EXPIRY-DATE
032000         MOVE "PRODUCT RATE EXPIRED AS OF TODAY" TO QT-MESSAGE
032100         GO TO 2300-EXIT.
032200     SET QT-RATE-FOUND TO TRUE.
032300     MOVE QT-BEST-RATE-VALUE TO OLC-RATE.
032400     MOVE QT-BEST-EFF-DATE TO OLC-EFF-DATE.
032500 2300-EXIT.
032600     EXIT.
032700 2310-READ-NEXT-RATE.
032800     EXEC CICS READNEXT FILE('RATEFILE')
032900               INTO(CALC-RATE-RECORD)
033000               RIDFLD(QT-RATE-KEY)
033100               RESP(QT-RESP)
033200     END-EXEC.
033300     IF QT-RESP NOT = DFHRESP(NORMAL)
033400         SET QT-BROWSE-DONE TO TRUE
033500         GO TO 2310-EXIT.
033600     IF RATE-PRODUCT-CODE NOT = OLC-PRODUCT
033700        OR RATE-EFF-DATE > QT-TODAY-NUM
033800         SET QT-BROWSE-DONE TO TRUE
033900         GO TO 2310-EXIT.
034000     MOVE RATE-RATE TO QT-BEST-RATE-VALUE.
034100     MOVE RATE-EFF-DATE TO QT-BEST-EFF-DATE.
034200     MOVE RATE-EXPIRY-DATE TO QT-BEST-EXPIRY-DATE.
034300 2310-EXIT.
034400     EXIT.
034500***************************************************************
034600* 2400-CALCULATE - CALL THE SAME SUBPROGRAM THE BATCH RUN     *
034700*     USES FOR THE FUNCTION.  ALSO USED TO REBUILD AN AMRT    *
034800*     SCHEDULE WHEN PAGING.                                   *
034900***************************************************************
035000 2400-CALCULATE.
035100     EVALUATE OLC-FUNCTION
035200         WHEN "LOAN"
035300             CALL "COBLOAN" USING OLC-AMOUNT OLC-RATE OLC-TERM
035400                     OLC-RESULT CALC-RETURN-CODE
035500         WHEN "PMT"
035600             CALL "COBPMT" USING OLC-AMOUNT OLC-RATE OLC-TERM
035700                     OLC-RESULT CALC-RETURN-CODE
035800         WHEN "AMRT"
035900             MOVE OLC-AMOUNT TO CALC-AMRT-AMOUNT
036000             MOVE OLC-RATE TO CALC-AMRT-RATE
036100             MOVE OLC-TERM TO CALC-AMRT-TERM
036200             CALL "COBAMRT" USING CALC-AMRT-LINKAGE
036300                     CALC-RETURN-CODE
036400             MOVE CALC-AMRT-PAYMENT TO OLC-RESULT
036500             DIVIDE 8 INTO CALC-AMRT-PERIODS-USED
036600                 GIVING OLC-PAGE-COUNT
036700             IF OLC-PAGE-COUNT * 8 < CALC-AMRT-PERIODS-USED
036800                 ADD 1 TO OLC-PAGE-COUNT
036900             END-IF
037000     END-EVALUATE.
037100 2400-EXIT.
037200     EXIT.
037300***************************************************************
037400* 2500-LOG-QUOTE - ONE CALCRPT-FORMAT LINE PER PRICED QUOTE   *
037500*     TO OLQLOG.  THE QUOTE STANDS IF THE LOG IS UNAVAILABLE; *
037600*     THE TELLER IS TOLD SO THE BRANCH CAN REPORT IT.         *
037700***************************************************************
037800 2500-LOG-QUOTE.
037900     MOVE SPACES TO CALC-REPORT-RECORD.
038000     MOVE OLC-FUNCTION TO RPT-FUNCTION.
038100     MOVE OLC-AMOUNT TO RPT-AMOUNT.
038200     MOVE OLC-RATE TO RPT-RATE.
038300     MOVE OLC-TERM TO RPT-TERM.
038400     MOVE OLC-RESULT TO RPT-RESULT.
038500     MOVE CALC-RC TO RPT-RC.
038600     MOVE "ONLINE QUOTE" TO RPT-REASON-TEXT.
038700     MOVE QT-TODAY-NUM TO RPT-RUN-DATE.
038800     MOVE CALC-REASON-CODE TO RPT-REASON-CODE.
038900     MOVE 0 TO RPT-SEQUENCE.
039000     MOVE OLC-ACCOUNT TO RPT-ACCOUNT.
039010     MOVE OLC-CURRENCY TO RPT-CURRENCY.
039100     MOVE 0 TO RPT-APR.
039200     MOVE 0 TO RPT-AMT-FINANCED.
039300     MOVE 0 TO RPT-TOTAL-PAYMENTS.
039400     EXEC CICS WRITE FILE('OLQLOG')
039500               FROM(CALC-REPORT-RECORD)
039600               RIDFLD(QT-RBA)
039700               RBA
039800               RESP(QT-RESP)
039900     END-EXEC.
040000     IF QT-RESP NOT = DFHRESP(NORMAL)
040100         MOVE "QUOTE PRICED BUT NOT LOGGED - NOTIFY OPERATIONS" TO
040200                 QT-MESSAGE.
040300 2500-EXIT.
040400     EXIT.
040500***************************************************************
040600* 3000-PAGE-BACK / 3100-PAGE-FORWARD - PAGE THE AMRT          *
040700*     SCHEDULE.  THE SCHEDULE IS REBUILT FROM THE QUOTE HELD  *
040800*     IN THE COMMAREA AND IS NOT LOGGED AGAIN.                *
040900***************************************************************
041000 3000-PAGE-BACK.
041100     IF NOT OLC-QUOTE-PRICED OR OLC-FUNCTION NOT = "AMRT"
041200         MOVE "NO SCHEDULE TO PAGE - PRICE AN AMRT QUOTE" TO
041300                 QT-MESSAGE
041400         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
041500         GO TO 3000-EXIT.
041600     IF OLC-PAGE > 1
041700         SUBTRACT 1 FROM OLC-PAGE
041800     ELSE
041900         MOVE "FIRST PAGE OF SCHEDULE" TO QT-MESSAGE.
042000     PERFORM 2400-CALCULATE THRU 2400-EXIT.
042100     PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT.
042200 3000-EXIT.
042300     EXIT.
042400 3100-PAGE-FORWARD.
042500     IF NOT OLC-QUOTE-PRICED OR OLC-FUNCTION NOT = "AMRT"
042600         MOVE "NO SCHEDULE TO PAGE - PRICE AN AMRT QUOTE" TO
042700                 QT-MESSAGE
042800         PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT
042900         GO TO 3100-EXIT.
043000     IF OLC-PAGE < OLC-PAGE-COUNT
043100         ADD 1 TO OLC-PAGE
043200     ELSE
043300         MOVE "LAST PAGE OF SCHEDULE" TO QT-MESSAGE.
043400     PERFORM 2400-CALCULATE THRU 2400-EXIT.
043500     PERFORM 5000-SEND-QUOTE-SCREEN THRU 5000-EXIT.
043600 3100-EXIT.
043700     EXIT.
043800***************************************************************
043900* 5000-SEND-QUOTE-SCREEN - PAINT THE TERMS HELD IN THE        *
044000*     COMMAREA, THE PRICED RESULT AND, FOR AN AMRT QUOTE, THE *
044100*     CURRENT PAGE OF THE SCHEDULE                            *
044200***************************************************************
044300 5000-SEND-QUOTE-SCREEN.
044400     MOVE LOW-VALUES TO QTEMAPO.
044500     MOVE QT-TODAY TO QTDATEO.
044600     MOVE OLC-ACCOUNT TO QTACCTO.
044700     MOVE OLC-FUNCTION TO QTFUNCO.
044800     MOVE OLC-PRODUCT TO QTPRODO.
044900     IF OLC-AMOUNT > 0
045000         MOVE OLC-AMOUNT TO QT-IN-AMOUNT-NUM
045100         MOVE QT-IN-AMOUNT TO QTAMTO.
045110     MOVE OLC-CURRENCY TO QTCCYO.
045200     IF OLC-TERM > 0
045300         MOVE OLC-TERM TO QT-IN-TERM-NUM
045400         MOVE QT-IN-TERM TO QTTERMO.
045500     IF OLC-EFF-DATE > 0
045600         MOVE OLC-RATE TO QT-EDIT-RATE
045700         MOVE QT-EDIT-RATE TO QTRATEO
045800         MOVE OLC-EFF-DATE TO QTEFFO.
045900     IF OLC-QUOTE-PRICED
046000         PERFORM 5100-FORMAT-RESULT THRU 5100-EXIT.
046100     MOVE QT-MESSAGE TO QTMSGO.
046200     EXEC CICS SEND MAP('QTEMAP') MAPSET('CALCONL')
046300               FROM(QTEMAPO)
046400               ERASE
046500     END-EXEC.
046600 5000-EXIT.
046700     EXIT.
046800 5100-FORMAT-RESULT.
046900     EVALUATE OLC-FUNCTION
047000         WHEN "LOAN"
047100             MOVE "TOTAL DUE ......:" TO QTRLBLO
047200         WHEN "PMT"
047300             MOVE "PAYMENT ........:" TO QTRLBLO
047400         WHEN "AMRT"
047500             MOVE "LEVEL PAYMENT ..:" TO QTRLBLO
047600     END-EVALUATE.
047700     MOVE OLC-RESULT TO QT-EDIT-AMOUNT.
047800     MOVE QT-EDIT-AMOUNT TO QTRESO.
047900     IF OLC-FUNCTION NOT = "AMRT"
048000         GO TO 5100-EXIT.
048100     MOVE OLC-PAGE TO QT-PAGE-NBR.
048200     MOVE OLC-PAGE-COUNT TO QT-PAGE-OF.
048300     MOVE QT-PAGE-TEXT TO QTPAGEO.
048400     COMPUTE QT-FIRST-PERIOD = (OLC-PAGE - 1) * 8.
048500     PERFORM 5200-FORMAT-SCHEDULE-LINE THRU 5200-EXIT
048600         VARYING QT-LINE-SUB FROM 1 BY 1
048700         UNTIL QT-LINE-SUB > 8.
048800 5100-EXIT.
048900     EXIT.
049000 5200-FORMAT-SCHEDULE-LINE.
049100     COMPUTE QT-PERIOD-SUB = QT-FIRST-PERIOD + QT-LINE-SUB.
049200     IF QT-PERIOD-SUB > CALC-AMRT-PERIODS-USED
049300         GO TO 5200-EXIT.
049400     SET CALC-AMRT-IX TO QT-PERIOD-SUB.
049500     MOVE CALC-AMRT-PERIOD-NBR (CALC-AMRT-IX) TO QT-SL-PERIOD.
049600     MOVE CALC-AMRT-PRINCIPAL (CALC-AMRT-IX) TO QT-SL-PRINCIPAL.
049700     MOVE CALC-AMRT-INTEREST (CALC-AMRT-IX) TO QT-SL-INTEREST.
049800     MOVE CALC-AMRT-BALANCE (CALC-AMRT-IX) TO QT-SL-BALANCE.
049900     MOVE QT-SCHEDULE-LINE TO QTSLO (QT-LINE-SUB).
050000 5200-EXIT.
050100     EXIT.
050200***************************************************************
050300* 9000-RETURN - END THIS TASK, KEEP THE CONVERSATION          *
050400***************************************************************
050500 9000-RETURN.
050600     EXEC CICS RETURN TRANSID('CQTE')
050700               COMMAREA(CALC-ONLINE-COMMAREA)
050800               LENGTH(LENGTH OF CALC-ONLINE-COMMAREA)
050900     END-EXEC.
051000     GOBACK.
051100***************************************************************
051200* 9900-END-SESSION - CLEAR: CLEAR THE SCREEN AND END          *
051300***************************************************************
051400 9900-END-SESSION.
051500     EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
051600     EXEC CICS RETURN END-EXEC.
051700     GOBACK.
