003331*                   AND THE VALUES IN EFFECT ARE SAID ON THE  *
003332*                   CONSOLE FOR THE AUDIT TRAIL                *
003333***************************************************************
003335* MODIFICATION HISTORY (CONTINUED)                            *
003337*   DATE       BY   DESCRIPTION                               *
003339*   10/15/26   TWK  JOURNALED EVERY RESULT POSTED BACK TO     *
003341*                   THE MASTER IN 3600-POST-RESULT TO THE     *
003343*                   MSTRAUD AUDIT JOURNAL WITH BEFORE AND     *
003345*                   AFTER IMAGES                              *
003347*   10/15/26   TWK  ADDED THE APR FUNCTION --                 *
003349*                   TRUTH-IN-LENDING DISCLOSURE (APR, FINANCE *
003351*                   CHARGE, AMOUNT FINANCED, TOTAL OF         *
003353*                   PAYMENTS) VIA COBAPR, CARRIED ON CALCRPT, *
003355*                   CHECKPOINT AND RUN HISTORY                *
003357*   10/15/26   TWK  RESOLVED THE COMMAND CURRENCY AGAINST THE *
003359*                   XRATTAB EXCHANGE-RATE TABLE (NO RATE FOR  *
003361*                   THE RUN DATE IS A REJECT), HELD AN        *
003363*                   ACCOUNT TO THE CURRENCY OF ITS FIRST      *
003365*                   POSTING, AND CARRIED THE CURRENCY ON      *
003366*                   EVERY CALCRPT LINE                        *
003367*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
003369*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
003371*                   SLA REPORT                                *
003373*   10/15/26   TWK  REGISTERED EVERY COMPLETED LOAN/PMT/AMRT  *
003375*                   ON A MASTER ACCOUNT AS A QUOTE ON THE     *
003377*                   QUOTFILE REGISTER WITH ITS LOCKED RATE    *
003379*                   AND EXPIRY DATE (QUOTE NUMBER ON THE      *
003381*                   CALCRPT LINE FOR THE LETTER), AND         *
003383*                   CALCULATED A COMMAND CITING A VALID,      *
003385*                   UNEXPIRED QUOTE AT THE LOCKED RATE; A BAD *
003387*                   CITATION IS REJECTED                      *
003389***************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.     COBCALC.
003600 AUTHOR.         T W KRAUSS.
005482     SELECT CALC-PARM-FILE   ASSIGN TO SYSPARM
005484            ORGANIZATION IS SEQUENTIAL
005486            FILE STATUS IS CALC-PARM-STATUS.
005487     SELECT CALC-AUDIT-FILE  ASSIGN TO MSTRAUD
005488            ORGANIZATION IS SEQUENTIAL
005489            FILE STATUS IS CALC-AUDIT-STATUS.
005490     SELECT CALC-XRAT-FILE   ASSIGN TO XRATTAB
005492            ORGANIZATION IS SEQUENTIAL
005494            FILE STATUS IS CALC-XRAT-STATUS.
005495     SELECT CALC-QUOTE-FILE  ASSIGN TO QUOTFILE
005496            ORGANIZATION IS INDEXED
005497            ACCESS MODE IS DYNAMIC
005498            RECORD KEY IS QTE-QUOTE-NBR
005499            FILE STATUS IS CALC-QUOTE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CALC-TRANS-FILE
007410 FD  CALC-MASTER-FILE
007420     LABEL RECORDS ARE STANDARD.
007430     COPY CALCMSTR.
007432 FD  CALC-QUOTE-FILE
007434     LABEL RECORDS ARE STANDARD.
007436     COPY CALCQTE.
007440 FD  CALC-CAL-FILE
007450     RECORDING MODE IS F
007460     LABEL RECORDS ARE STANDARD.
007482     RECORDING MODE IS F
007484     LABEL RECORDS ARE STANDARD.
007486     COPY CALCPRM.
007487 FD  CALC-AUDIT-FILE
007488     RECORDING MODE IS F
007489     LABEL RECORDS ARE STANDARD.
007490     COPY CALCAUDT.
007492 FD  CALC-XRAT-FILE
007494     RECORDING MODE IS F
007496     LABEL RECORDS ARE STANDARD.
007498     COPY CALCXRAT.
007500 WORKING-STORAGE SECTION.
007600 01  CALC-FILE-STATUSES.
007700     05  CALC-TRANS-STATUS           PIC X(02).
008030     05  CALC-RUN-STATUS             PIC X(02).
008040     05  CALC-CAL-STATUS             PIC X(02).
008050     05  CALC-PARM-STATUS            PIC X(02).
008060     05  CALC-AUDIT-STATUS           PIC X(02).
008070     05  CALC-XRAT-STATUS            PIC X(02).
008080     05  CALC-QUOTE-STATUS           PIC X(02).
008100 01  CALC-SWITCHES.
008200     05  CALC-EOF-SWITCH             PIC X(01) VALUE "N".
008300         88  CALC-EOF                          VALUE "Y".
009450     05  CALC-CONTROL-COUNT          PIC 9(07) COMP VALUE 0.
009460     05  CALC-SWEEP-COUNT            PIC 9(07) COMP VALUE 0.
009470     05  CALC-CASHFLOW-COUNT         PIC 9(07) COMP VALUE 0.
009471     05  CALC-APR-COUNT              PIC 9(07) COMP VALUE 0.
009500 01  CALC-LAST-CKPT-RECORD-NBR       PIC 9(09) COMP VALUE 0.
009600 01  CALC-CKPT-INTERVAL              PIC 9(03) COMP VALUE 50.
009700 01  CALC-NEXT-CKPT-NBR              PIC 9(09) COMP VALUE 0.
010019 01  CALC-PARM-VALUE-NUM             PIC 9(10) VALUE 0.
010020 01  CALC-LAST-GOOD-RUN-DATE         PIC 9(08) VALUE 0.
010021 01  CALC-EXPECTED-RUN-DATE          PIC 9(08) VALUE 0.
010022 01  CALC-BEFORE-IMAGE               PIC X(210) VALUE SPACES.
010023 01  CALC-AUDIT-TIME                 PIC 9(08) VALUE 0.
010030 77  CALC-CAL-MAX                    PIC 9(03) COMP VALUE 500.
010040 01  CALC-CAL-TABLE-AREA.
010050     05  CALC-CAL-COUNT              PIC 9(03) COMP VALUE 0.
010100 01  CALC-RESULT                     PIC 9(09)V99.
010200 01  CALC-REJECT-REASON              PIC X(40).
010300 01  CALC-EDIT-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
010305 01  CALC-EDIT-APR                   PIC ZZ9.9999.
010310 01  CALC-FUNCTION-CODE              PIC X(10).
010320 77  CALC-RATE-MAX                   PIC 9(03) COMP VALUE 200.
010321 77  CALC-RATE-OCCURS-MAX            PIC 9(03) COMP VALUE 500.
010600 COPY CALCRC.
010700 COPY CALCAMRT.
010710 COPY CALCNPV.
010720 COPY CALCAPR.
010800 COPY CALCCKPT REPLACING CALC-CHECKPOINT-RECORD
010900                      BY CALC-CKPT-WORK-RECORD.
010902 01  CALC-XRAT-EOF-SWITCH            PIC X(01) VALUE "N".
010904     88  CALC-XRAT-EOF                         VALUE "Y".
010906 01  CALC-CCY-SWITCH                 PIC X(01) VALUE "Y".
010908     88  CALC-CCY-RESOLVED                     VALUE "Y".
010910     88  CALC-CCY-REJECTED                     VALUE "R".
010912 77  CALC-XRAT-MAX                   PIC 9(03) COMP VALUE 500.
010914 01  CALC-XRAT-TABLE-AREA.
010916     05  CALC-XRAT-COUNT             PIC 9(03) COMP VALUE 0.
010918     05  CALC-XRAT-ENTRY OCCURS 500 TIMES.
010920         10  CALC-XRAT-TBL-CURRENCY  PIC X(03).
010922         10  CALC-XRAT-TBL-EFF-DATE  PIC 9(08).
010924         10  CALC-XRAT-TBL-RATE      PIC 9(05)V9(06).
010926         10  CALC-XRAT-TBL-EXPIRY    PIC 9(08).
010928 01  CALC-XRAT-SUB                   PIC 9(03) COMP VALUE 0.
010930 01  CALC-XRAT-BEST-SUB              PIC 9(03) COMP VALUE 0.
010932 01  CALC-CURRENCY-CODE              PIC X(03) VALUE "USD".
010934 COPY CALCSLOG.
010936 01  CALC-QUOTE-SWITCH               PIC X(01) VALUE "N".
010938     88  CALC-QUOTE-HONORED                    VALUE "Y".
010940     88  CALC-QUOTE-NOT-CITED                  VALUE "N".
010942     88  CALC-QUOTE-REJECTED                   VALUE "R".
010944 01  CALC-QUOTE-EOF-SWITCH           PIC X(01) VALUE "N".
010946     88  CALC-QUOTE-EOF                        VALUE "Y".
010948 77  CALC-QUOTE-DAYS-MAX             PIC 9(03) COMP VALUE 365.
010950 01  CALC-QUOTE-VALID-DAYS           PIC 9(03) COMP VALUE 30.
010952 01  CALC-LAST-QUOTE-NBR             PIC 9(09) VALUE 0.
010954 01  CALC-QUOTE-REG-COUNT            PIC 9(07) COMP VALUE 0.
010956 01  CALC-QUOTE-HONOR-COUNT          PIC 9(07) COMP VALUE 0.
010958 01  CALC-QUOTE-CURRENCY             PIC X(03).
010960 01  CALC-EXPIRY-WORK.
010962     05  CALC-EXP-DATE               PIC 9(08).
010964     05  CALC-EXP-DATE-PARTS REDEFINES CALC-EXP-DATE.
010966         10  CALC-EXP-YEAR           PIC 9(04).
010968         10  CALC-EXP-MONTH          PIC 9(02).
010970         10  CALC-EXP-DAY            PIC 9(02).
010972     05  CALC-EXP-DAYS-LEFT          PIC 9(05) COMP.
010974     05  CALC-EXP-MONTH-DAYS         PIC 9(02) COMP.
010976     05  CALC-EXP-LEAP-QUOT          PIC 9(04) COMP.
010978     05  CALC-EXP-LEAP-REM           PIC 9(01) COMP.
010980 01  CALC-MONTH-DAYS-TABLE.
010982     05  CALC-MONTH-DAYS-VALUES      PIC X(24)
010984             VALUE "312831303130313130313031".
010986     05  CALC-MONTH-DAYS REDEFINES CALC-MONTH-DAYS-VALUES
010988                                     PIC 9(02) OCCURS 12 TIMES.
011000 LINKAGE SECTION.
011100 01  CALC-PARM-DATA.
011200     05  CALC-PARM-LENGTH            PIC S9(04) COMP.
011700***************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
012000     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
012100         UNTIL CALC-EOF.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
012300     GOBACK.
012400***************************************************************
012500* 1000-INITIALIZE - ESTABLISH THE RESTART POINT, THEN OPEN THE   *
015140                 CALC-MASTER-STATUS UPON CONSOLE
015150         MOVE 16 TO RETURN-CODE
015160         GOBACK.
015161     OPEN EXTEND CALC-AUDIT-FILE.
015162     IF CALC-AUDIT-STATUS = "35"
015163         OPEN OUTPUT CALC-AUDIT-FILE.
015164     IF CALC-AUDIT-STATUS NOT = "00"
015165         DISPLAY "MSTRAUD OPEN FAILED, STATUS = "
015166                 CALC-AUDIT-STATUS UPON CONSOLE
015167         MOVE 16 TO RETURN-CODE
015168         GOBACK.
015210     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
015250     PERFORM 1250-LOAD-XRATE-TABLE THRU 1250-EXIT.
015260     PERFORM 1270-OPEN-QUOTE-REGISTER THRU 1270-EXIT.
015300 1000-EXIT.
015400     EXIT.
015500***************************************************************
018115             CALC-SWEEP-COUNT.
018120     MOVE CKPT-CASHFLOW-COUNT  OF CALC-CKPT-RECORD TO
018125             CALC-CASHFLOW-COUNT.
018126     MOVE CKPT-APR-COUNT       OF CALC-CKPT-RECORD TO
018127             CALC-APR-COUNT.
018130 1110-EXIT.
018135     EXIT.
018200***************************************************************
021300 2200-DISPATCH-TRANS.
021310     MOVE FUNCTION UPPER-CASE(CALC-CMD-CODE OF
021320             CALC-CURRENT-COMMAND) TO CALC-FUNCTION-CODE.
021321     PERFORM 2250-RESOLVE-QUOTE THRU 2250-EXIT.
021322     IF CALC-QUOTE-REJECTED
021323         ADD 1 TO CALC-REJECT-COUNT
021324         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
021325         GO TO 2200-EXIT.
021330     SET CALC-PROD-NOT-SUPPLIED TO TRUE.
021340     IF CALC-CMD-PRODUCT OF CALC-CURRENT-COMMAND NOT = SPACES
021350        AND CALC-FUNCTION-CODE NOT = "END"
021351        AND CALC-FUNCTION-CODE NOT = "CFLW"
021355        AND NOT CALC-QUOTE-HONORED
021360         PERFORM 2210-RESOLVE-PRODUCT-RATE THRU 2210-EXIT
021370         IF CALC-PROD-REJECTED
021380             ADD 1 TO CALC-REJECT-COUNT
021391             GO TO 2200-EXIT
021392         END-IF
021393     END-IF.
021394     PERFORM 2230-RESOLVE-CURRENCY THRU 2230-EXIT.
021395     IF CALC-CCY-REJECTED
021396         ADD 1 TO CALC-REJECT-COUNT
021397         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
021398         GO TO 2200-EXIT.
021400     EVALUATE CALC-FUNCTION-CODE
021600         WHEN "END"
021650             ADD 1 TO CALC-CONTROL-COUNT
023240         WHEN "CASHFLOW"
023250             ADD 1 TO CALC-CASHFLOW-COUNT
023260             PERFORM 3800-CALCULATE-CASHFLOW THRU 3800-EXIT
023261         WHEN "APR"
023262             ADD 1 TO CALC-APR-COUNT
023263             PERFORM 3900-CALCULATE-APR THRU 3900-EXIT
023270         WHEN "CFLW"
023280             ADD 1 TO CALC-REJECT-COUNT
023290             MOVE "CASH FLOW CONTINUATION WITHOUT HEADER" TO
024300***************************************************************
024400 3000-CALCULATE-LOAN.
024410     PERFORM 3500-LOOKUP-ACCOUNT THRU 3500-EXIT.
024415     PERFORM 3510-CHECK-CURRENCY THRU 3510-EXIT.
024420     IF CALC-ACCT-REJECTED
024430         GO TO 3000-EXIT.
024500     CALL "COBLOAN" USING
025400         ADD 1 TO CALC-FAILED-COUNT
025500         DISPLAY "CALL TO COBLOAN UNSUCCESSFUL - "
025600                 CALC-REASON-TEXT UPON CONSOLE.
025650     PERFORM 3650-REGISTER-QUOTE THRU 3650-EXIT.
025700     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
025710     PERFORM 3600-POST-RESULT THRU 3600-EXIT.
025800 3000-EXIT.
030000***************************************************************
030100 3300-CALCULATE-PAYMENT.
030110     PERFORM 3500-LOOKUP-ACCOUNT THRU 3500-EXIT.
030115     PERFORM 3510-CHECK-CURRENCY THRU 3510-EXIT.
030120     IF CALC-ACCT-REJECTED
030130         GO TO 3300-EXIT.
030200     CALL "COBPMT" USING
031100         ADD 1 TO CALC-FAILED-COUNT
031200         DISPLAY "CALL TO COBPMT UNSUCCESSFUL - "
031300                 CALC-REASON-TEXT UPON CONSOLE.
031350     PERFORM 3650-REGISTER-QUOTE THRU 3650-EXIT.
031400     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
031410     PERFORM 3600-POST-RESULT THRU 3600-EXIT.
031500 3300-EXIT.
031900***************************************************************
032000 3400-CALCULATE-AMORTIZATION.
032010     PERFORM 3500-LOOKUP-ACCOUNT THRU 3500-EXIT.
032015     PERFORM 3510-CHECK-CURRENCY THRU 3510-EXIT.
032020     IF CALC-ACCT-REJECTED
032030         GO TO 3400-EXIT.
032100     MOVE CALC-CMD-AMOUNT OF CALC-CURRENT-COMMAND TO
033200         ADD 1 TO CALC-FAILED-COUNT
033300         DISPLAY "CALL TO COBAMRT UNSUCCESSFUL - "
033400                 CALC-REASON-TEXT UPON CONSOLE.
033450     PERFORM 3650-REGISTER-QUOTE THRU 3650-EXIT.
033500     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
033510     PERFORM 3600-POST-RESULT THRU 3600-EXIT.
033600     IF CALC-RC-OK
033997*     ITS LAST QUOTE                                           *
033998***************************************************************
033999 3600-POST-RESULT.
034000     MOVE CALC-MASTER-RECORD TO CALC-BEFORE-IMAGE.
034001     IF NOT CALC-ACCT-ON-FILE
034002         GO TO 3600-EXIT.
034003     IF NOT CALC-RC-OK
034007     MOVE CALC-RESULT TO MSTR-LAST-RESULT.
034008     MOVE CALC-RUN-DATE TO MSTR-LAST-CALC-DATE.
034009     PERFORM 3610-POST-LAST-PARMS THRU 3610-EXIT.
034010     PERFORM 3620-REWRITE-MASTER THRU 3620-EXIT.
034015 3600-EXIT.
034016     EXIT.
034017***************************************************************
035340*     A RUN FED DIRECTLY (NO SPLITTER) HAS NO SEQUENCE AND     *
035341*     WRITES ZERO; AN ANONYMOUS QUOTE HAS NO ACCOUNT AND       *
035342*     WRITES SPACES.                                            *
035343*     THE APR DISCLOSURE FIELDS ARE ZEROED HERE; ONLY AN      *
035344*     APR LINE FILLS THEM IN.                                 *
035350***************************************************************
035360 4020-SET-RPT-COMMON.
035361     MOVE CALC-CMD-ACCOUNT OF CALC-CURRENT-COMMAND TO
035362             RPT-ACCOUNT.
035363     MOVE 0 TO RPT-APR.
035364     MOVE 0 TO RPT-AMT-FINANCED.
035365     MOVE 0 TO RPT-TOTAL-PAYMENTS.
035366     MOVE CALC-CURRENCY-CODE TO RPT-CURRENCY.
035370     IF CALC-CMD-SEQUENCE OF CALC-CURRENT-COMMAND NUMERIC
035380         MOVE CALC-CMD-SEQUENCE OF CALC-CURRENT-COMMAND TO
035390                 RPT-SEQUENCE
039582             CKPT-SWEEP-COUNT OF CALC-CKPT-WORK-RECORD.
039583     MOVE CALC-CASHFLOW-COUNT TO
039584             CKPT-CASHFLOW-COUNT OF CALC-CKPT-WORK-RECORD.
039585     MOVE CALC-APR-COUNT TO
039586             CKPT-APR-COUNT OF CALC-CKPT-WORK-RECORD.
039590     OPEN OUTPUT CALC-CKPT-FILE.
039591     IF CALC-CKPT-STATUS NOT = "00"
039592         DISPLAY "CALCCKPT OPEN FAILED, STATUS = "
039983     MOVE CALC-AMRT-COUNT TO RUN-AMRT-COUNT.
039984     MOVE CALC-SWEEP-COUNT TO RUN-SWEEP-COUNT.
039985     MOVE CALC-CASHFLOW-COUNT TO RUN-CASHFLOW-COUNT.
039986     MOVE CALC-APR-COUNT TO RUN-APR-COUNT.
039987     MOVE CALC-PROCESSED-COUNT TO RUN-PROCESSED-COUNT.
039988     MOVE CALC-FAILED-COUNT TO RUN-FAILED-COUNT.
039989     MOVE CALC-REJECT-COUNT TO RUN-REJECT-COUNT.
039990     MOVE CALC-CONTROL-COUNT TO RUN-CONTROL-COUNT.
039991     WRITE CALC-RUN-RECORD.
039992     IF CALC-RUN-STATUS NOT = "00"
039993         DISPLAY "CALCRUN WRITE FAILED, STATUS = "
039994                 CALC-RUN-STATUS UPON CONSOLE.
039995     CLOSE CALC-RUN-FILE.
039996 6000-EXIT.
039997     EXIT.
040000***************************************************************
040100* 8000-CONTROL-TOTALS - RECONCILE RECORDS READ AGAINST WHAT   *
040200*     WAS ACTUALLY COMPLETED, FAILED OR REJECTED               *
041820             CALC-SWEEP-COUNT UPON CONSOLE.
041830     DISPLAY "  CASHFLOW REQUESTS .....: "
041840             CALC-CASHFLOW-COUNT UPON CONSOLE.
041850     DISPLAY "  APR REQUESTS ..........: "
041860             CALC-APR-COUNT UPON CONSOLE.
041900     DISPLAY "  COMPLETED SUCCESSFULLY : "
042000             CALC-PROCESSED-COUNT UPON CONSOLE.
042100     DISPLAY "  CALCULATION ERRORS ....: "
042400             CALC-REJECT-COUNT UPON CONSOLE.
042410     DISPLAY "  END-OF-FILE CONTROL REC: "
042420             CALC-CONTROL-COUNT UPON CONSOLE.
042430     DISPLAY "  QUOTES REGISTERED .....: "
042440             CALC-QUOTE-REG-COUNT UPON CONSOLE.
042450     DISPLAY "  QUOTES HONORED ........: "
042460             CALC-QUOTE-HONOR-COUNT UPON CONSOLE.
042500 8000-EXIT.
042600     EXIT.
042700***************************************************************
043100     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
043110     PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT.
043200     CLOSE CALC-TRANS-FILE CALC-REPORT-FILE CALC-REJECT-FILE
043210           CALC-MASTER-FILE CALC-AUDIT-FILE.
043250     CLOSE CALC-QUOTE-FILE.
043300     DISPLAY "CALC ENDS." UPON CONSOLE.
043400 9000-EXIT.
043500     EXIT.
044750             MSTR-LAST-TERM.
044760     MOVE CALC-CMD-PRODUCT OF CALC-CURRENT-COMMAND TO
044770             MSTR-LAST-PRODUCT.
044772     IF MSTR-CURRENCY = SPACES
044774         MOVE CALC-CURRENCY-CODE TO MSTR-CURRENCY.
044780 3610-EXIT.
044790     EXIT.
044800***************************************************************
045050             CALC-CKPT-INTERVAL UPON CONSOLE.
045060     DISPLAY "  RATE TABLE LIMIT ......: "
045070             CALC-RATE-MAX UPON CONSOLE.
045072     DISPLAY "  QUOTE VALID DAYS ......: "
045074             CALC-QUOTE-VALID-DAYS UPON CONSOLE.
045080 1600-EXIT.
045090     EXIT.
045100 1610-APPLY-PARAMETER.
045330                 DISPLAY "SYSPARM RATE-TABLE-MAX OUT OF RANGE"
045340                         " - DEFAULT KEPT" UPON CONSOLE
045350             END-IF
045351         WHEN "QUOTE-VALID-DAYS"
045352             IF CALC-PARM-VALUE-NUM > 0
045353                AND CALC-PARM-VALUE-NUM NOT > CALC-QUOTE-DAYS-MAX
045354                 MOVE CALC-PARM-VALUE-NUM TO CALC-QUOTE-VALID-DAYS
045355             ELSE
045356                 DISPLAY "SYSPARM QUOTE-VALID-DAYS OUT OF RANGE"
045357                         " - DEFAULT KEPT" UPON CONSOLE
045358             END-IF
045360         WHEN OTHER
045370             CONTINUE
045380     END-EVALUATE.
045390 1610-EXIT.
045400     EXIT.
045500***************************************************************
045600* 3620-REWRITE-MASTER - REWRITE THE POSTED RECORD AND JOURNAL *
045700*     IT TO MSTRAUD: THE RECORD AS READ IN                    *
045800*     3500-LOOKUP-ACCOUNT AND AS NOW REWRITTEN.  THE          *
045900*     REFERENCE IS THE SPLITTER'S INPUT SEQUENCE NUMBER SO    *
046000*     THE ENTRY TIES BACK TO ITS COMMAND.                     *
046100***************************************************************
046200 3620-REWRITE-MASTER.
046300     REWRITE CALC-MASTER-RECORD
046400         INVALID KEY
046500             DISPLAY "MSTRFILE REWRITE FAILED FOR ACCOUNT "
046600                     MSTR-ACCOUNT-NBR UPON CONSOLE
046700             GO TO 3620-EXIT
046800     END-REWRITE.
046900     MOVE SPACES TO CALC-AUDIT-RECORD.
047000     MOVE MSTR-ACCOUNT-NBR TO AUD-ACCOUNT-NBR.
047100     MOVE CALC-RUN-DATE-NUM TO AUD-RUN-DATE.
047200     ACCEPT CALC-AUDIT-TIME FROM TIME.
047300     MOVE CALC-AUDIT-TIME TO AUD-TIME.
047400     MOVE "COBCALC" TO AUD-PROGRAM.
047500     SET AUD-RESULT TO TRUE.
047600     IF CALC-CMD-SEQUENCE OF CALC-CURRENT-COMMAND NUMERIC
047700         MOVE CALC-CMD-SEQUENCE OF CALC-CURRENT-COMMAND TO
047800                 AUD-REFERENCE.
047900     MOVE CALC-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
048000     MOVE CALC-MASTER-RECORD TO AUD-AFTER-IMAGE.
048100     WRITE CALC-AUDIT-RECORD.
048200     IF CALC-AUDIT-STATUS NOT = "00"
048300         DISPLAY "MSTRAUD WRITE FAILED, STATUS = "
048400                 CALC-AUDIT-STATUS " FOR ACCOUNT "
048500                 MSTR-ACCOUNT-NBR UPON CONSOLE
048600         MOVE 16 TO RETURN-CODE
048700         GOBACK.
048800 3620-EXIT.
048900     EXIT.
048910***************************************************************
048920* 3510-CHECK-CURRENCY - AN ACCOUNT FOUND BY                   *
048930*     3500-LOOKUP-ACCOUNT WHOSE LOAN CURRENCY IS NOT THE      *
048940*     COMMAND'S GOES TO SUSPENSE INSTEAD OF BEING CALCULATED. *
048950*     A MASTER WITH NO CURRENCY IS TAKEN AS ANY CURRENCY      *
048960***************************************************************
048961 3510-CHECK-CURRENCY.
048962     IF NOT CALC-ACCT-ON-FILE
048963         GO TO 3510-EXIT.
048964     IF MSTR-CURRENCY = SPACES
048965        OR MSTR-CURRENCY = CALC-CURRENCY-CODE
048966         GO TO 3510-EXIT.
048967     SET CALC-ACCT-REJECTED TO TRUE.
048968     ADD 1 TO CALC-REJECT-COUNT.
048969     MOVE "CURRENCY DOES NOT MATCH LOAN MASTER" TO
048970             CALC-REJECT-REASON.
048971     PERFORM 4100-WRITE-REJECT THRU 4100-EXIT.
048972 3510-EXIT.
048973     EXIT.
049000***************************************************************
049100* 3900-CALCULATE-APR - TRUTH-IN-LENDING DISCLOSURE VIA        *
049200*     COBAPR.  THE COMMAND'S APR VIEW CARRIES THE PREPAID     *
049300*     FEES AND THE COMPOUNDING BASIS.  THE ACCOUNT, IF GIVEN, *
049400*     MUST BE ON FILE AND OPEN, BUT A DISCLOSURE IS NOT A     *
049500*     QUOTE AND IS NOT POSTED BACK TO THE MASTER              *
049600***************************************************************
049700 3900-CALCULATE-APR.
049800     PERFORM 3500-LOOKUP-ACCOUNT THRU 3500-EXIT.
049850     PERFORM 3510-CHECK-CURRENCY THRU 3510-EXIT.
049900     IF CALC-ACCT-REJECTED
050000         GO TO 3900-EXIT.
050100     MOVE CALC-CMD-AMOUNT OF CALC-CURRENT-COMMAND TO
050200             CALC-APR-AMOUNT.
050300     MOVE CALC-CMD-RATE OF CALC-CURRENT-COMMAND TO
050400             CALC-APR-NOTE-RATE.
050500     MOVE CALC-CMD-TERM OF CALC-CURRENT-COMMAND TO
050600             CALC-APR-TERM.
050700     MOVE CALC-TIL-FEES OF CALC-CURRENT-COMMAND TO
050800             CALC-APR-FEES.
050900     MOVE CALC-TIL-BASIS OF CALC-CURRENT-COMMAND TO
051000             CALC-APR-COMPOUNDING.
051100     CALL "COBAPR" USING CALC-APR-LINKAGE CALC-RETURN-CODE.
051200     MOVE CALC-APR-FINANCE-CHARGE TO CALC-RESULT.
051300     IF CALC-RC-OK
051400         ADD 1 TO CALC-PROCESSED-COUNT
051500     ELSE
051600         ADD 1 TO CALC-FAILED-COUNT
051700         DISPLAY "CALL TO COBAPR UNSUCCESSFUL - "
051800                 CALC-REASON-TEXT UPON CONSOLE.
051900     PERFORM 4500-WRITE-APR-LINE THRU 4500-EXIT.
052000 3900-EXIT.
052100     EXIT.
052200***************************************************************
052300* 4500-WRITE-APR-LINE - LOG ONE APR DISCLOSURE TO CALCRPT.    *
052400*     THE RESULT COLUMN CARRIES THE FINANCE CHARGE; THE APR,  *
052500*     AMOUNT FINANCED AND TOTAL OF PAYMENTS GO IN THEIR OWN   *
052600*     FIELDS AND THE APR IS ALSO SPELLED OUT IN THE REASON    *
052700***************************************************************
052800 4500-WRITE-APR-LINE.
052900     MOVE SPACES TO CALC-REPORT-RECORD.
053000     MOVE CALC-CMD-CODE  OF CALC-CURRENT-COMMAND TO RPT-FUNCTION.
053100     MOVE CALC-CMD-AMOUNT OF CALC-CURRENT-COMMAND TO RPT-AMOUNT.
053200     MOVE CALC-CMD-RATE  OF CALC-CURRENT-COMMAND TO RPT-RATE.
053300     MOVE CALC-CMD-TERM  OF CALC-CURRENT-COMMAND TO RPT-TERM.
053400     MOVE CALC-RESULT TO RPT-RESULT.
053500     MOVE CALC-RC TO RPT-RC.
053600     IF CALC-RC-OK
053700         MOVE CALC-APR-APR TO CALC-EDIT-APR
053800         STRING "ANNUAL PERCENTAGE RATE=" CALC-EDIT-APR
053900                 DELIMITED BY SIZE INTO RPT-REASON-TEXT
054000     ELSE
054100         MOVE CALC-REASON-TEXT TO RPT-REASON-TEXT.
054200     MOVE CALC-RUN-DATE TO RPT-RUN-DATE.
054300     MOVE CALC-REASON-CODE TO RPT-REASON-CODE.
054400     PERFORM 4020-SET-RPT-COMMON THRU 4020-EXIT.
054500     MOVE CALC-APR-APR TO RPT-APR.
054600     MOVE CALC-APR-AMT-FINANCED TO RPT-AMT-FINANCED.
054700     MOVE CALC-APR-TOTAL-PAYMENTS TO RPT-TOTAL-PAYMENTS.
054800     WRITE CALC-REPORT-RECORD.
054900 4500-EXIT.
055000     EXIT.
055100***************************************************************
055200* 1250-LOAD-XRATE-TABLE - READ THE XRATTAB EXCHANGE-RATE      *
055300*     TABLE INTO STORAGE.  A MISSING TABLE LEAVES ONLY THE    *
055400*     BASE CURRENCY USABLE, SO EVERY FOREIGN-CURRENCY         *
055500*     COMMAND WILL BE REJECTED.                               *
055600***************************************************************
055700 1250-LOAD-XRATE-TABLE.
055800     OPEN INPUT CALC-XRAT-FILE.
055900     EVALUATE CALC-XRAT-STATUS
056000         WHEN "00"
056100             PERFORM 1260-LOAD-XRATE-ENTRY THRU 1260-EXIT
056200                 UNTIL CALC-XRAT-EOF
056300             CLOSE CALC-XRAT-FILE
056400         WHEN "35"
056500             DISPLAY "XRATTAB NOT ALLOCATED - BASE CURRENCY ONLY"
056600                     UPON CONSOLE
056700         WHEN OTHER
056800             DISPLAY "XRATTAB OPEN FAILED, STATUS = "
056900                     CALC-XRAT-STATUS UPON CONSOLE
057000             MOVE 16 TO RETURN-CODE
057100             GOBACK
057200     END-EVALUATE.
057300 1250-EXIT.
057400     EXIT.
057500 1260-LOAD-XRATE-ENTRY.
057600     READ CALC-XRAT-FILE
057700         AT END
057800             SET CALC-XRAT-EOF TO TRUE
057900             GO TO 1260-EXIT.
058000     IF CALC-XRAT-COUNT NOT < CALC-XRAT-MAX
058100         DISPLAY "XRATTAB EXCEEDS IN-STORAGE TABLE LIMIT"
058200                 UPON CONSOLE
058300         MOVE 16 TO RETURN-CODE
058400         GOBACK.
058500     ADD 1 TO CALC-XRAT-COUNT.
058600     MOVE XRAT-CURRENCY TO
058700             CALC-XRAT-TBL-CURRENCY (CALC-XRAT-COUNT).
058800     MOVE XRAT-EFF-DATE TO
058900             CALC-XRAT-TBL-EFF-DATE (CALC-XRAT-COUNT).
059000     MOVE XRAT-RATE TO
059100             CALC-XRAT-TBL-RATE (CALC-XRAT-COUNT).
059200     MOVE XRAT-EXPIRY-DATE TO
059300             CALC-XRAT-TBL-EXPIRY (CALC-XRAT-COUNT).
059400 1260-EXIT.
059500     EXIT.
059600***************************************************************
059700* 2230-RESOLVE-CURRENCY - THE COMMAND CURRENCY (BLANK MEANS   *
059800*     THE BASE CURRENCY, USD) MUST HAVE AN EXCHANGE RATE IN   *
059900*     EFFECT ON THE RUN DATE, UNDER THE SAME RULE AS THE      *
060000*     PRODUCT RATE.  COBEDIT HAS ALREADY CHECKED THE BATCH,   *
060100*     BUT COMMANDS RELEASED FROM THE HOLD QUEUE BYPASS THE    *
060200*     EDIT AND THE RATE MAY HAVE EXPIRED SINCE.  THE          *
060300*     CALCULATION ITSELF STAYS IN THE LOAN'S OWN CURRENCY.    *
060400***************************************************************
060500 2230-RESOLVE-CURRENCY.
060600     SET CALC-CCY-RESOLVED TO TRUE.
060700     MOVE CALC-CMD-CURRENCY OF CALC-CURRENT-COMMAND TO
060800             CALC-CURRENCY-CODE.
060900     IF CALC-CURRENCY-CODE = SPACES
061000        OR CALC-FUNCTION-CODE = "END"
061100        OR CALC-FUNCTION-CODE = "CFLW"
061200         MOVE "USD" TO CALC-CURRENCY-CODE.
061300     IF CALC-CURRENCY-CODE = "USD"
061400         GO TO 2230-EXIT.
061500     MOVE 0 TO CALC-XRAT-BEST-SUB.
061600     PERFORM 2240-SCAN-XRATE-ENTRY THRU 2240-EXIT
061700         VARYING CALC-XRAT-SUB FROM 1 BY 1
061800         UNTIL CALC-XRAT-SUB > CALC-XRAT-COUNT.
061900     IF CALC-XRAT-BEST-SUB = 0
062000         SET CALC-CCY-REJECTED TO TRUE
062100         MOVE "NO EXCHANGE RATE FOR CURRENCY ON RUN DATE" TO
062200                 CALC-REJECT-REASON
062300         GO TO 2230-EXIT.
062400     IF CALC-XRAT-TBL-EXPIRY (CALC-XRAT-BEST-SUB) NOT = 0
062500        AND CALC-RUN-DATE-NUM >
062600                CALC-XRAT-TBL-EXPIRY (CALC-XRAT-BEST-SUB)
062700         SET CALC-CCY-REJECTED TO TRUE
062800         MOVE "EXCHANGE RATE EXPIRED AS OF RUN DATE" TO
062900                 CALC-REJECT-REASON
063000         GO TO 2230-EXIT.
063100 2230-EXIT.
063200     EXIT.
063300 2240-SCAN-XRATE-ENTRY.
063400     IF CALC-XRAT-TBL-CURRENCY (CALC-XRAT-SUB) NOT =
063500             CALC-CURRENCY-CODE
063600         GO TO 2240-EXIT.
063700     IF CALC-XRAT-TBL-EFF-DATE (CALC-XRAT-SUB) > CALC-RUN-DATE-NUM
063800         GO TO 2240-EXIT.
063900     IF CALC-XRAT-BEST-SUB = 0
064000         MOVE CALC-XRAT-SUB TO CALC-XRAT-BEST-SUB
064100         GO TO 2240-EXIT.
064200     IF CALC-XRAT-TBL-EFF-DATE (CALC-XRAT-SUB) >
064300             CALC-XRAT-TBL-EFF-DATE (CALC-XRAT-BEST-SUB)
064400         MOVE CALC-XRAT-SUB TO CALC-XRAT-BEST-SUB.
064500 2240-EXIT.
064600     EXIT.
064700***************************************************************
064800* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
064900*     BATCH-WINDOW REPORT                                     *
065000***************************************************************
065100 9900-LOG-STEP-START.
065200     MOVE "COBCALC" TO SLOG-PROGRAM.
065300     MOVE CALC-RUN-DATE TO SLOG-RUN-DATE.
065400     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
065500     SET SLOG-STEP-START TO TRUE.
065600     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
065700 9900-EXIT.
065800     EXIT.
065900***************************************************************
066000* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
066100*     AND THE FINAL CONDITION CODE                            *
066200***************************************************************
066300 9910-LOG-STEP-END.
066400     MOVE CALC-RECORD-COUNT TO SLOG-RECORDS-IN.
066500     MOVE CALC-PROCESSED-COUNT TO SLOG-RECORDS-OUT.
066600     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
066700     SET SLOG-STEP-END TO TRUE.
066800     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
066900 9910-EXIT.
067000     EXIT.
067100***************************************************************
067200* 1270-OPEN-QUOTE-REGISTER - OPEN THE QUOTFILE QUOTE REGISTER *
067300*     (CREATING IT EMPTY ON FIRST USE) AND FIND THE HIGHEST   *
067400*     QUOTE NUMBER ISSUED SO FAR, SO THIS RUN NUMBERS ITS NEW *
067500*     QUOTES ON FROM THERE                                    *
067600***************************************************************
067700 1270-OPEN-QUOTE-REGISTER.
067800     OPEN I-O CALC-QUOTE-FILE.
067900     IF CALC-QUOTE-STATUS = "35"
068000         OPEN OUTPUT CALC-QUOTE-FILE
068100         CLOSE CALC-QUOTE-FILE
068200         OPEN I-O CALC-QUOTE-FILE.
068300     IF CALC-QUOTE-STATUS NOT = "00"
068400         DISPLAY "QUOTFILE OPEN FAILED, STATUS = "
068500                 CALC-QUOTE-STATUS UPON CONSOLE
068600         MOVE 16 TO RETURN-CODE
068700         GOBACK.
068800     MOVE 0 TO QTE-QUOTE-NBR.
068900     START CALC-QUOTE-FILE KEY NOT < QTE-QUOTE-NBR
069000         INVALID KEY
069100             SET CALC-QUOTE-EOF TO TRUE
069200     END-START.
069300     PERFORM 1280-FIND-LAST-QUOTE THRU 1280-EXIT
069400         UNTIL CALC-QUOTE-EOF.
069500 1270-EXIT.
069600     EXIT.
069700 1280-FIND-LAST-QUOTE.
069800     READ CALC-QUOTE-FILE NEXT RECORD
069900         AT END
070000             SET CALC-QUOTE-EOF TO TRUE
070100             GO TO 1280-EXIT.
070200     IF QTE-QUOTE-NBR > CALC-LAST-QUOTE-NBR
070300         MOVE QTE-QUOTE-NBR TO CALC-LAST-QUOTE-NBR.
070400 1280-EXIT.
070500     EXIT.
070600***************************************************************
070700* 2250-RESOLVE-QUOTE - A LOAN, PMT OR AMRT COMMAND MAY CITE A *
070800*     QUOTE FROM THE QUOTFILE REGISTER.  A QUOTE ON FILE,     *
070900*     NOT EXPIRED AS OF THE RUN DATE AND GIVEN FOR THE SAME   *
071000*     FUNCTION, ACCOUNT, PRODUCT, AMOUNT, TERM AND CURRENCY   *
071100*     SETS THE COMMAND'S RATE TO THE RATE LOCKED ON THE       *
071200*     QUOTE, AND THE RATE TABLE IS NOT CONSULTED.  ANY OTHER  *
071300*     CITATION IS REJECTED WITH THE REASON IT FAILED.  BLANK  *
071400*     OR ZERO MEANS NO QUOTE WAS CITED.                       *
071500***************************************************************
071600 2250-RESOLVE-QUOTE.
071700     SET CALC-QUOTE-NOT-CITED TO TRUE.
071800     IF CALC-FUNCTION-CODE NOT = "LOAN"
071900        AND CALC-FUNCTION-CODE NOT = "PMT"
072000        AND CALC-FUNCTION-CODE NOT = "AMRT"
072100         GO TO 2250-EXIT.
072200     IF CALC-CMD-QUOTE-NBR-X OF CALC-CURRENT-COMMAND = SPACES
072300         GO TO 2250-EXIT.
072400     IF CALC-CMD-QUOTE-NBR OF CALC-CURRENT-COMMAND NOT NUMERIC
072500         SET CALC-QUOTE-REJECTED TO TRUE
072600         MOVE "QUOTE NUMBER IS NOT NUMERIC" TO CALC-REJECT-REASON
072700         GO TO 2250-EXIT.
072800     IF CALC-CMD-QUOTE-NBR OF CALC-CURRENT-COMMAND = 0
072900         GO TO 2250-EXIT.
073000     SET CALC-QUOTE-REJECTED TO TRUE.
073100     MOVE CALC-CMD-QUOTE-NBR OF CALC-CURRENT-COMMAND TO
073200             QTE-QUOTE-NBR.
073300     READ CALC-QUOTE-FILE
073400         INVALID KEY
073500             MOVE "QUOTE NUMBER NOT ON QUOTE REGISTER" TO
073600                     CALC-REJECT-REASON
073700             GO TO 2250-EXIT
073800     END-READ.
073900     IF QTE-ISSUE-DATE > CALC-RUN-DATE-NUM
074000         MOVE "QUOTE IS DATED AFTER THE RUN DATE" TO
074100                 CALC-REJECT-REASON
074200         GO TO 2250-EXIT.
074300     IF QTE-EXPIRED
074400        OR CALC-RUN-DATE-NUM > QTE-EXPIRY-DATE
074500         MOVE SPACES TO CALC-REJECT-REASON
074600         STRING "QUOTE EXPIRED ON " QTE-EXPIRY-DATE
074700                 DELIMITED BY SIZE INTO CALC-REJECT-REASON
074800         GO TO 2250-EXIT.
074810     IF QTE-FUNCTION NOT = CALC-FUNCTION-CODE
074820         MOVE "QUOTE WAS GIVEN FOR ANOTHER FUNCTION" TO
074830                 CALC-REJECT-REASON
074840         GO TO 2250-EXIT.
074900     IF QTE-ACCOUNT-NBR NOT =
075000             CALC-CMD-ACCOUNT OF CALC-CURRENT-COMMAND
075100         MOVE "QUOTE WAS GIVEN ON ANOTHER ACCOUNT" TO
075200                 CALC-REJECT-REASON
075300         GO TO 2250-EXIT.
075400     IF QTE-PRODUCT NOT =
075500             CALC-CMD-PRODUCT OF CALC-CURRENT-COMMAND
075600         MOVE "QUOTE WAS GIVEN FOR ANOTHER PRODUCT" TO
075700                 CALC-REJECT-REASON
075800         GO TO 2250-EXIT.
075900     IF QTE-AMOUNT NOT = CALC-CMD-AMOUNT OF CALC-CURRENT-COMMAND
076000         MOVE "AMOUNT DIFFERS FROM THE QUOTED AMOUNT" TO
076100                 CALC-REJECT-REASON
076200         GO TO 2250-EXIT.
076300     IF QTE-TERM NOT = CALC-CMD-TERM OF CALC-CURRENT-COMMAND
076400         MOVE "TERM DIFFERS FROM THE QUOTED TERM" TO
076500                 CALC-REJECT-REASON
076600         GO TO 2250-EXIT.
076700     MOVE CALC-CMD-CURRENCY OF CALC-CURRENT-COMMAND TO
076800             CALC-QUOTE-CURRENCY.
076900     IF CALC-QUOTE-CURRENCY = SPACES
077000         MOVE "USD" TO CALC-QUOTE-CURRENCY.
077100     IF QTE-CURRENCY NOT = CALC-QUOTE-CURRENCY
077200         MOVE "CURRENCY DIFFERS FROM THE QUOTE" TO
077300                 CALC-REJECT-REASON
077400         GO TO 2250-EXIT.
077500     SET CALC-QUOTE-HONORED TO TRUE.
077600     MOVE QTE-RATE TO CALC-CMD-RATE OF CALC-CURRENT-COMMAND.
077700 2250-EXIT.
077800     EXIT.
077900***************************************************************
078000* 3650-REGISTER-QUOTE - A COMPLETED CALCULATION ON A MASTER   *
078100*     ACCOUNT IS A QUOTE.  ONE RUN AT A CITED QUOTE'S LOCKED  *
078200*     RATE MARKS THAT QUOTE ACCEPTED; ANY OTHER IS REGISTERED *
078300*     UNDER THE NEXT QUOTE NUMBER WITH THE RATE IT RAN AT,    *
078400*     HELD FOR THE QUOTE-VALID-DAYS PERIOD.  THE QUOTE NUMBER *
078500*     GOES ON THE CALCRPT LINE IN THE REASON TEXT SO COBLTTR  *
078600*     CAN PRINT IT ON THE CUSTOMER'S LETTER.                  *
078700***************************************************************
078800 3650-REGISTER-QUOTE.
078900     IF NOT CALC-ACCT-ON-FILE
079000         GO TO 3650-EXIT.
079100     IF NOT CALC-RC-OK
079200         GO TO 3650-EXIT.
079300     IF CALC-QUOTE-HONORED
079400         PERFORM 3660-ACCEPT-QUOTE THRU 3660-EXIT
079500     ELSE
079600         PERFORM 3670-ADD-QUOTE THRU 3670-EXIT.
079700 3650-EXIT.
079800     EXIT.
079900 3660-ACCEPT-QUOTE.
080000     MOVE CALC-CMD-QUOTE-NBR OF CALC-CURRENT-COMMAND TO
080100             QTE-QUOTE-NBR.
080200     READ CALC-QUOTE-FILE
080300         INVALID KEY
080400             DISPLAY "QUOTFILE READ FAILED FOR QUOTE "
080500                     QTE-QUOTE-NBR UPON CONSOLE
080600             MOVE 16 TO RETURN-CODE
080700             GOBACK
080800     END-READ.
080900     ADD 1 TO CALC-QUOTE-HONOR-COUNT.
081000     MOVE SPACES TO CALC-REASON-TEXT.
081100     STRING "QUOTE " QTE-QUOTE-NBR " HONORED AT LOCKED RATE"
081200             DELIMITED BY SIZE INTO CALC-REASON-TEXT.
081300     IF NOT QTE-OPEN
081400         GO TO 3660-EXIT.
081500     SET QTE-ACCEPTED TO TRUE.
081600     MOVE CALC-RUN-DATE-NUM TO QTE-ACCEPT-DATE.
081700     REWRITE CALC-QUOTE-RECORD
081800         INVALID KEY
081900             DISPLAY "QUOTFILE REWRITE FAILED FOR QUOTE "
082000                     QTE-QUOTE-NBR UPON CONSOLE
082100             MOVE 16 TO RETURN-CODE
082200             GOBACK
082300     END-REWRITE.
082400 3660-EXIT.
082500     EXIT.
082600 3670-ADD-QUOTE.
082700     ADD 1 TO CALC-LAST-QUOTE-NBR.
082800     MOVE SPACES TO CALC-QUOTE-RECORD.
082900     MOVE CALC-LAST-QUOTE-NBR TO QTE-QUOTE-NBR.
083000     SET QTE-OPEN TO TRUE.
083100     MOVE MSTR-ACCOUNT-NBR TO QTE-ACCOUNT-NBR.
083200     MOVE MSTR-BRANCH TO QTE-BRANCH.
083300     MOVE CALC-FUNCTION-CODE TO QTE-FUNCTION.
083400     MOVE CALC-CMD-PRODUCT OF CALC-CURRENT-COMMAND TO QTE-PRODUCT.
083500     MOVE CALC-CURRENCY-CODE TO QTE-CURRENCY.
083600     MOVE CALC-CMD-AMOUNT OF CALC-CURRENT-COMMAND TO QTE-AMOUNT.
083700     MOVE CALC-CMD-RATE OF CALC-CURRENT-COMMAND TO QTE-RATE.
083800     MOVE CALC-CMD-TERM OF CALC-CURRENT-COMMAND TO QTE-TERM.
083900     MOVE CALC-RESULT TO QTE-RESULT.
084000     MOVE CALC-RUN-DATE-NUM TO QTE-ISSUE-DATE.
084100     MOVE CALC-RUN-DATE-NUM TO CALC-EXP-DATE.
084200     MOVE CALC-QUOTE-VALID-DAYS TO CALC-EXP-DAYS-LEFT.
084300     PERFORM 3680-ADVANCE-DATE THRU 3680-EXIT.
084400     MOVE CALC-EXP-DATE TO QTE-EXPIRY-DATE.
084500     MOVE 0 TO QTE-ACCEPT-DATE.
084600     IF CALC-CMD-SEQUENCE OF CALC-CURRENT-COMMAND NUMERIC
084700         MOVE CALC-CMD-SEQUENCE OF CALC-CURRENT-COMMAND TO
084800                 QTE-SEQUENCE
084900     ELSE
085000         MOVE 0 TO QTE-SEQUENCE.
085100     WRITE CALC-QUOTE-RECORD
085200         INVALID KEY
085300             DISPLAY "QUOTFILE WRITE FAILED FOR QUOTE "
085400                     QTE-QUOTE-NBR UPON CONSOLE
085500             MOVE 16 TO RETURN-CODE
085600             GOBACK
085700     END-WRITE.
085800     ADD 1 TO CALC-QUOTE-REG-COUNT.
085900     MOVE SPACES TO CALC-REASON-TEXT.
086000     STRING "QUOTE " QTE-QUOTE-NBR " RATE HELD TO "
086100             QTE-EXPIRY-DATE
086200             DELIMITED BY SIZE INTO CALC-REASON-TEXT.
086300 3670-EXIT.
086400     EXIT.
086500***************************************************************
086600* 3680-ADVANCE-DATE - ADD CALC-EXP-DAYS-LEFT CALENDAR DAYS TO *
086700*     THE CCYYMMDD DATE IN CALC-EXP-DATE, A MONTH AT A TIME.  *
086800*     EVERY FOURTH YEAR IS A LEAP YEAR, WHICH HOLDS FOR 1901  *
086900*     THROUGH 2099.                                           *
087000***************************************************************
087100 3680-ADVANCE-DATE.
087200     IF CALC-EXP-MONTH < 1 OR CALC-EXP-MONTH > 12
087300         GO TO 3680-EXIT.
087400 3680-NEXT-MONTH.
087500     MOVE CALC-MONTH-DAYS (CALC-EXP-MONTH) TO CALC-EXP-MONTH-DAYS.
087600     IF CALC-EXP-MONTH = 2
087700         DIVIDE CALC-EXP-YEAR BY 4 GIVING CALC-EXP-LEAP-QUOT
087800                 REMAINDER CALC-EXP-LEAP-REM
087900         IF CALC-EXP-LEAP-REM = 0
088000             MOVE 29 TO CALC-EXP-MONTH-DAYS
088100         END-IF
088200     END-IF.
088300     IF CALC-EXP-DAY + CALC-EXP-DAYS-LEFT
088350             NOT > CALC-EXP-MONTH-DAYS
088400         ADD CALC-EXP-DAYS-LEFT TO CALC-EXP-DAY
088500         GO TO 3680-EXIT.
088600     COMPUTE CALC-EXP-DAYS-LEFT = CALC-EXP-DAYS-LEFT
088700             - (CALC-EXP-MONTH-DAYS - CALC-EXP-DAY + 1).
088800     MOVE 1 TO CALC-EXP-DAY.
088900     ADD 1 TO CALC-EXP-MONTH.
089000     IF CALC-EXP-MONTH > 12
089100         MOVE 1 TO CALC-EXP-MONTH
089200         ADD 1 TO CALC-EXP-YEAR.
089300     GO TO 3680-NEXT-MONTH.
089400 3680-EXIT.
089500     EXIT.
