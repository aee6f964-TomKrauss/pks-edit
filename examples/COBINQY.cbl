000100***************************************************************
000200* COBINQY                                                     *
000300*                                                             *
000400* CINQ branch account inquiry.  Branch staff key an account   *
000500* number and see the MSTRFILE loan master record on the       *
000600* INQMAP screen -- customer, branch, status, open and close   *
000700* dates, the last calculation posted (function, result,       *
000800* amount, term, product and date) and the outstanding         *
000900* principal and next due date -- instead of keying a command  *
001000* into CALCIN and waiting for the overnight run.  PF5 carries *
001100* the account to the CQTE quick-quote screen (COBQUOT).  The  *
001200* master is read only; nothing here updates it.               *
001300*                                                             *
001400* Pseudo-conversational: each screen ends with a RETURN       *
001500* TRANSID('CINQ') carrying the CALCOLC communication area.    *
001600*                                                             *
001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                               *
001900*   10/15/26   TWK  ORIGINAL PROGRAM                          *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     COBINQY.
002300 AUTHOR.         T W KRAUSS.
002400 INSTALLATION.   FINANCIAL SYSTEMS.
002500 DATE-WRITTEN.   10/15/26.
002600 DATE-COMPILED.  10/15/26.
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  IQ-WORK-FIELDS.
003100     05  IQ-RESP                     PIC S9(08) COMP.
003200     05  IQ-ABSTIME                  PIC S9(15) COMP-3.
003300     05  IQ-TODAY                    PIC X(08).
003400     05  IQ-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
003500     05  IQ-EDIT-TERM                PIC ZZ9.
003600     05  IQ-MESSAGE                  PIC X(79).
003700 COPY CALCMSTR.
003800 COPY CALCOLC.
003900 COPY CALCONL.
004000 COPY DFHAID.
004100 LINKAGE SECTION.
004200 01  DFHCOMMAREA                     PIC X(90).
004300 PROCEDURE DIVISION.
004400***************************************************************
004500* 0000-MAINLINE - ROUTE ON HOW THE TRANSACTION WAS ENTERED    *
004600*     AND WHICH KEY WAS PRESSED                               *
004700***************************************************************
004800 0000-MAINLINE.
004900     PERFORM 1000-GET-TODAY THRU 1000-EXIT.
005000     IF EIBCALEN = 0
005100         INITIALIZE CALC-ONLINE-COMMAREA
005200         SET OLC-IN-PROGRESS TO TRUE
005300         SET OLC-NO-QUOTE TO TRUE
005400         MOVE SPACES TO IQ-MESSAGE
005500         PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
005600         GO TO 9000-RETURN.
005700     MOVE DFHCOMMAREA TO CALC-ONLINE-COMMAREA.
005800     IF OLC-NEW-ENTRY
005900         SET OLC-IN-PROGRESS TO TRUE
006000         PERFORM 2100-SHOW-ACCOUNT THRU 2100-EXIT
006100         GO TO 9000-RETURN.
006200     EVALUATE EIBAID
006300         WHEN DFHCLEAR
006400         WHEN DFHPF3
006500             GO TO 9900-END-SESSION
006600         WHEN DFHPF5
006700             SET OLC-NEW-ENTRY TO TRUE
006800             EXEC CICS XCTL PROGRAM('COBQUOT')
006900                       COMMAREA(CALC-ONLINE-COMMAREA)
007000                       LENGTH(LENGTH OF CALC-ONLINE-COMMAREA)
007100             END-EXEC
007200         WHEN DFHENTER
007300             PERFORM 2000-RECEIVE-INQUIRY THRU 2000-EXIT
007400         WHEN OTHER
007500             MOVE "INVALID KEY - ENTER, PF5, PF3 OR CLEAR" TO
007600                     IQ-MESSAGE
007700             PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
007800     END-EVALUATE.
007900     GO TO 9000-RETURN.
008000***************************************************************
008100* 1000-GET-TODAY - TODAY'S DATE AS YYYYMMDD FOR THE HEADING   *
008200***************************************************************
008300 1000-GET-TODAY.
008400     EXEC CICS ASKTIME ABSTIME(IQ-ABSTIME) END-EXEC.
008500     EXEC CICS FORMATTIME ABSTIME(IQ-ABSTIME)
008600               YYYYMMDD(IQ-TODAY)
008700     END-EXEC.
008800 1000-EXIT.
008900     EXIT.
009000***************************************************************
009100* 2000-RECEIVE-INQUIRY - READ THE KEYED ACCOUNT NUMBER        *
009200***************************************************************
009300 2000-RECEIVE-INQUIRY.
009400     EXEC CICS RECEIVE MAP('INQMAP') MAPSET('CALCONL')
009500               INTO(INQMAPI)
009600               RESP(IQ-RESP)
009700     END-EXEC.
009800     IF IQ-RESP = DFHRESP(MAPFAIL)
009900         MOVE "ENTER AN ACCOUNT NUMBER" TO IQ-MESSAGE
010000         PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
010100         GO TO 2000-EXIT.
010200     IF IQACCTL = 0 OR IQACCTI = SPACES
010300         MOVE "ENTER AN ACCOUNT NUMBER" TO IQ-MESSAGE
010400         PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
010500         GO TO 2000-EXIT.
010600     MOVE IQACCTI TO OLC-ACCOUNT.
010700     PERFORM 2100-SHOW-ACCOUNT THRU 2100-EXIT.
010800 2000-EXIT.
010900     EXIT.
011000***************************************************************
011100* 2100-SHOW-ACCOUNT - READ THE MASTER FOR OLC-ACCOUNT AND     *
011200*     PAINT IT.  AN UNKNOWN ACCOUNT IS SAID ON THE MESSAGE    *
011300*     LINE WITH THE KEYED NUMBER LEFT IN PLACE                *
011400***************************************************************
011500 2100-SHOW-ACCOUNT.
011600     MOVE SPACES TO IQ-MESSAGE.
011700     IF OLC-ACCOUNT = SPACES OR LOW-VALUES
011800         PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
011900         GO TO 2100-EXIT.
012000     MOVE OLC-ACCOUNT TO MSTR-ACCOUNT-NBR.
012100     EXEC CICS READ FILE('MSTRFILE')
012200               INTO(CALC-MASTER-RECORD)
012300               RIDFLD(MSTR-ACCOUNT-NBR)
012400               RESP(IQ-RESP)
012500     END-EXEC.
012600     IF IQ-RESP = DFHRESP(NOTFND)
012700         MOVE "ACCOUNT NOT ON LOAN MASTER" TO IQ-MESSAGE
012800         PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
012900         GO TO 2100-EXIT.
013000     IF IQ-RESP NOT = DFHRESP(NORMAL)
013100         MOVE "LOAN MASTER UNAVAILABLE - TRY AGAIN LATER" TO
013200                 IQ-MESSAGE
013300         PERFORM 3000-SEND-EMPTY-SCREEN THRU 3000-EXIT
013400         GO TO 2100-EXIT.
013500     PERFORM 2200-FORMAT-ACCOUNT THRU 2200-EXIT.
013600     EXEC CICS SEND MAP('INQMAP') MAPSET('CALCONL')
013700               FROM(INQMAPO)
013800               ERASE
013900     END-EXEC.
014000 2100-EXIT.
014100     EXIT.
014200***************************************************************
014300* 2200-FORMAT-ACCOUNT - MOVE THE MASTER RECORD TO THE MAP     *
014400***************************************************************
014500 2200-FORMAT-ACCOUNT.
014600     MOVE LOW-VALUES TO INQMAPO.
014700     MOVE IQ-TODAY TO IQDATEO.
014800     MOVE MSTR-ACCOUNT-NBR TO IQACCTO.
014900     MOVE MSTR-CUSTOMER-NAME TO IQNAMEO.
015000     MOVE MSTR-BRANCH TO IQBRCHO.
015100     IF MSTR-CLOSED
015200         MOVE "CLOSED" TO IQSTATO
015300     ELSE
015400         MOVE "ACTIVE" TO IQSTATO.
015500     MOVE MSTR-OPEN-DATE TO IQOPENO.
015600     IF MSTR-CLOSE-DATE = 0
015700         MOVE SPACES TO IQCLSDO
015800     ELSE
015900         MOVE MSTR-CLOSE-DATE TO IQCLSDO.
016000     MOVE MSTR-LAST-FUNCTION TO IQLFUNO.
016100     IF MSTR-LAST-CALC-DATE = 0
016200         MOVE SPACES TO IQLDATO
016300     ELSE
016400         MOVE MSTR-LAST-CALC-DATE TO IQLDATO.
016500     MOVE MSTR-LAST-AMOUNT TO IQ-EDIT-AMOUNT.
016600     MOVE IQ-EDIT-AMOUNT TO IQLAMTO.
016700     MOVE MSTR-LAST-TERM TO IQ-EDIT-TERM.
016800     MOVE IQ-EDIT-TERM TO IQLTRMO.
016900     MOVE MSTR-LAST-RESULT TO IQ-EDIT-AMOUNT.
017000     MOVE IQ-EDIT-AMOUNT TO IQLRESO.
017100     MOVE MSTR-LAST-PRODUCT TO IQLPRDO.
017200     MOVE MSTR-PRINCIPAL-BALANCE TO IQ-EDIT-AMOUNT.
017300     MOVE IQ-EDIT-AMOUNT TO IQBALO.
017400     IF MSTR-NEXT-DUE-DATE = 0
017500         MOVE SPACES TO IQNXTDO
017600     ELSE
017700         MOVE MSTR-NEXT-DUE-DATE TO IQNXTDO.
017800     MOVE "PF5 PRICES A QUICK QUOTE FOR THIS ACCOUNT" TO IQMSGO.
017900 2200-EXIT.
018000     EXIT.
018100***************************************************************
018200* 3000-SEND-EMPTY-SCREEN - A CLEAN INQUIRY SCREEN WITH THE    *
018300*     CARRIED ACCOUNT NUMBER AND IQ-MESSAGE                   *
018400***************************************************************
018500 3000-SEND-EMPTY-SCREEN.
018600     MOVE LOW-VALUES TO INQMAPO.
018700     MOVE IQ-TODAY TO IQDATEO.
018800     IF OLC-ACCOUNT NOT = LOW-VALUES
018900         MOVE OLC-ACCOUNT TO IQACCTO.
019000     MOVE IQ-MESSAGE TO IQMSGO.
019100     EXEC CICS SEND MAP('INQMAP') MAPSET('CALCONL')
019200               FROM(INQMAPO)
019300               ERASE
019400     END-EXEC.
019500 3000-EXIT.
019600     EXIT.
019700***************************************************************
019800* 9000-RETURN - END THIS TASK, KEEP THE CONVERSATION          *
019900***************************************************************
020000 9000-RETURN.
020100     EXEC CICS RETURN TRANSID('CINQ')
020200               COMMAREA(CALC-ONLINE-COMMAREA)
020300               LENGTH(LENGTH OF CALC-ONLINE-COMMAREA)
020400     END-EXEC.
020500     GOBACK.
020600***************************************************************
020700* 9900-END-SESSION - PF3 OR CLEAR: CLEAR THE SCREEN AND END   *
020800***************************************************************
020900 9900-END-SESSION.
021000     EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
021100     EXEC CICS RETURN END-EXEC.
021200     GOBACK.
