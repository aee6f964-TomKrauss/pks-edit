001300* LTRCPRT so the branches can confirm they received their     *
001400* whole bundle.  Branches stop copying numbers off the        *
001500* CALCPRT report into letters by hand.                        *
001510* An APR disclosure line for an account adds a truth-in-      *
001520* lending box (APR, finance charge, amount financed, total    *
001530* of payments) to that account's letter; an account with      *
001540* only a disclosure gets a disclosure letter.                 *
001550* A quote COBCALC registered on the QUOTFILE register carries *
001560* its quote number on the CALCRPT line; the letter prints the *
001570* number and the date the rate is held until, so the customer *
001580* can cite it when they come back.                            *
001600*                                                             *
001700* MODIFICATION HISTORY                                        *
001800*   DATE       BY   DESCRIPTION                                *
001900*   09/02/26   TWK  ORIGINAL PROGRAM                           *
001910*   10/15/26   TWK  ADDED THE APR DISCLOSURE -- A DISCLOSURE  *
001920*                   BOX ON THE ACCOUNT'S QUOTE LETTER, OR A   *
001930*                   DISCLOSURE LETTER WHEN NO QUOTE WAS HELD  *
001940*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001960*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001980*                   SLA REPORT                                *
001985*   10/15/26   TWK  PRINTED THE QUOTE NUMBER COBCALC          *
001990*                   REGISTERED ON THE LETTER AND THE DATE ITS *
001995*                   RATE IS HELD UNTIL, IN PLACE OF "VALID ON *
001997*                   THE DATE SHOWN ONLY"                      *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     COBLTTR.
009500     05  LT-WORK-RATE                PIC 9(03)V9(04).
009600     05  LT-WORK-TERM                PIC 9(03).
009700     05  LT-WORK-RESULT              PIC S9(09)V99.
009710     05  LT-WORK-FIN-CHARGE          PIC S9(09)V99.
009800     05  LT-WORK-KEY.
009900         10  LT-WORK-BRANCH          PIC X(04).
010000         10  LT-WORK-ACCOUNT         PIC X(10).
010900         10  LT-TBL-RATE             PIC 9(03)V9(04).
011000         10  LT-TBL-TERM             PIC 9(03).
011100         10  LT-TBL-RESULT           PIC S9(09)V99.
011110         10  LT-TBL-TIL-SWITCH       PIC X(01).
011120             88  LT-TBL-HAS-TIL                VALUE "Y".
011130             88  LT-TBL-NO-TIL                 VALUE "N".
011140         10  LT-TBL-APR              PIC 9(03)V9(04).
011150         10  LT-TBL-FIN-CHARGE       PIC S9(09)V99.
011160         10  LT-TBL-AMT-FINANCED     PIC 9(09)V99.
011170         10  LT-TBL-TOTAL-PMTS       PIC 9(09)V99.
011171         10  LT-TBL-QUOTE-SWITCH     PIC X(01).
011172             88  LT-TBL-QUOTE-HELD             VALUE "H".
011173             88  LT-TBL-QUOTE-HONORED          VALUE "A".
011174             88  LT-TBL-NO-QUOTE               VALUE "N".
011175         10  LT-TBL-QUOTE-NBR        PIC X(09).
011176         10  LT-TBL-QUOTE-EXPIRY     PIC X(08).
011200 01  LT-HEAD-LINE.
011300     05  FILLER                      PIC X(20)
011400         VALUE "FINANCIAL SYSTEMS".
015100     05  LT-SL-LABEL                 PIC X(20).
015200     05  LT-SL-RESULT                PIC -ZZ,ZZZ,ZZ9.99.
015300     05  FILLER                      PIC X(98) VALUE SPACES.
015309 01  LT-APR-LINE.
015318     05  FILLER                      PIC X(24)
015327         VALUE "ANNUAL PERCENTAGE RATE: ".
015336     05  LT-PL-APR                   PIC ZZ9.9999.
015345     05  FILLER                      PIC X(08) VALUE " PERCENT".
015354     05  FILLER                      PIC X(92) VALUE SPACES.
015363 01  LT-TIL-AMOUNT-LINE.
015372     05  LT-TL-LABEL                 PIC X(24).
015381     05  LT-TL-AMOUNT                PIC -ZZ,ZZZ,ZZ9.99.
015390     05  FILLER                      PIC X(94) VALUE SPACES.
015400 01  LT-CTL-HEADING-1.
015500     05  FILLER                      PIC X(08) VALUE "COBCALC".
015600     05  FILLER                      PIC X(42)
017400     05  LT-CT-LABEL                 PIC X(26).
017500     05  LT-CT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
017600     05  FILLER                      PIC X(93) VALUE SPACES.
017610 01  LT-QUOTE-LINE.
017613     05  FILLER                      PIC X(20)
017616         VALUE "QUOTE NUMBER .....: ".
017619     05  LT-QL-QUOTE                 PIC X(09).
017622     05  FILLER                      PIC X(103) VALUE SPACES.
017625 01  LT-VALID-LINE.
017628     05  FILLER                      PIC X(32)
017631         VALUE "THIS RATE IS HELD FOR YOU UNTIL ".
017634     05  LT-VL-DATE                  PIC X(08).
017637     05  FILLER                      PIC X(01) VALUE ".".
017640     05  FILLER                      PIC X(91) VALUE SPACES.
017650 COPY CALCSLOG.
017700 LINKAGE SECTION.
017800 01  LT-PARM-DATA.
017900     05  LT-PARM-LENGTH              PIC S9(04) COMP.
018400***************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018650     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
018700     PERFORM 2000-COLLECT-QUOTES THRU 2000-EXIT
018800         UNTIL LT-RPT-EOF.
018900     PERFORM 6000-PRINT-LETTERS THRU 6000-EXIT.
019000     PERFORM 7000-PRINT-CONTROL-LISTING THRU 7000-EXIT.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019150     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
019200     GOBACK.
019300***************************************************************
019400* 1000-INITIALIZE - THE RUN DATE IS WHAT SELECTS THE DAY'S    *
025100     IF RPT-FUNCTION NOT = "LOAN"
025200        AND RPT-FUNCTION NOT = "PMT"
025300        AND RPT-FUNCTION NOT = "AMRT"
025310        AND RPT-FUNCTION NOT = "APR"
025400         GO TO 2000-EXIT.
025500     IF RPT-ACCOUNT = SPACES
025600         GO TO 2000-EXIT.
026400     PERFORM 2100-LOCATE-LETTER-ENTRY THRU 2100-EXIT.
026500     IF LT-SUB = 0
026600         GO TO 2000-EXIT.
026610     IF RPT-FUNCTION = "APR"
026620         PERFORM 2300-HOLD-DISCLOSURE THRU 2300-EXIT
026630         GO TO 2000-EXIT.
026700     MOVE RPT-FUNCTION TO LT-TBL-FUNCTION (LT-SUB).
026800     MOVE RPT-AMOUNT TO LT-WORK-AMOUNT.
026900     MOVE LT-WORK-AMOUNT TO LT-TBL-AMOUNT (LT-SUB).
027300     MOVE LT-WORK-TERM TO LT-TBL-TERM (LT-SUB).
027400     MOVE RPT-RESULT TO LT-WORK-RESULT.
027500     MOVE LT-WORK-RESULT TO LT-TBL-RESULT (LT-SUB).
027510     PERFORM 2400-HOLD-QUOTE-NUMBER THRU 2400-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800***************************************************************
034500     MOVE 0 TO LT-TBL-RATE (LT-SUB).
034600     MOVE 0 TO LT-TBL-TERM (LT-SUB).
034700     MOVE 0 TO LT-TBL-RESULT (LT-SUB).
034710     SET LT-TBL-NO-TIL (LT-SUB) TO TRUE.
034720     MOVE 0 TO LT-TBL-APR (LT-SUB).
034730     MOVE 0 TO LT-TBL-FIN-CHARGE (LT-SUB).
034740     MOVE 0 TO LT-TBL-AMT-FINANCED (LT-SUB).
034750     MOVE 0 TO LT-TBL-TOTAL-PMTS (LT-SUB).
034760     SET LT-TBL-NO-QUOTE (LT-SUB) TO TRUE.
034770     MOVE SPACES TO LT-TBL-QUOTE-NBR (LT-SUB).
034780     MOVE SPACES TO LT-TBL-QUOTE-EXPIRY (LT-SUB).
034800 2200-EXIT.
034900     EXIT.
034902***************************************************************
034904* 2300-HOLD-DISCLOSURE - KEEP THE LAST APR DISCLOSURE FOR THE *
034906*     ACCOUNT.  IT DOES NOT DISPLACE A QUOTE ALREADY HELD;    *
034908*     WITH NO QUOTE HELD THE LETTER BECOMES A DISCLOSURE      *
034910*     LETTER ON THE DISCLOSURE'S OWN AMOUNT, RATE AND TERM.   *
034912***************************************************************
034914 2300-HOLD-DISCLOSURE.
034916     SET LT-TBL-HAS-TIL (LT-SUB) TO TRUE.
034918     MOVE RPT-APR TO LT-TBL-APR (LT-SUB).
034920     MOVE RPT-RESULT TO LT-WORK-FIN-CHARGE.
034922     MOVE LT-WORK-FIN-CHARGE TO LT-TBL-FIN-CHARGE (LT-SUB).
034924     MOVE RPT-AMT-FINANCED TO LT-TBL-AMT-FINANCED (LT-SUB).
034926     MOVE RPT-TOTAL-PAYMENTS TO LT-TBL-TOTAL-PMTS (LT-SUB).
034928     IF LT-TBL-FUNCTION (LT-SUB) NOT = SPACES
034930        AND LT-TBL-FUNCTION (LT-SUB) NOT = "APR"
034932         GO TO 2300-EXIT.
034934     MOVE RPT-FUNCTION TO LT-TBL-FUNCTION (LT-SUB).
034936     MOVE RPT-AMOUNT TO LT-WORK-AMOUNT.
034938     MOVE LT-WORK-AMOUNT TO LT-TBL-AMOUNT (LT-SUB).
034940     MOVE RPT-RATE TO LT-WORK-RATE.
034942     MOVE LT-WORK-RATE TO LT-TBL-RATE (LT-SUB).
034944     MOVE RPT-TERM TO LT-WORK-TERM.
034946     MOVE LT-WORK-TERM TO LT-TBL-TERM (LT-SUB).
034948     MOVE LT-WORK-FIN-CHARGE TO LT-TBL-RESULT (LT-SUB).
034950 2300-EXIT.
034952     EXIT.
034954***************************************************************
034956* 2400-HOLD-QUOTE-NUMBER - COBCALC PUTS THE QUOTE NUMBER IN   *
034958*     THE REASON TEXT OF A LINE IT REGISTERED AS A QUOTE      *
034960*     ("QUOTE NNNNNNNNN RATE HELD TO CCYYMMDD") OR RAN AT A   *
034962*     CITED QUOTE'S LOCKED RATE ("QUOTE NNNNNNNNN HONORED")   *
034964***************************************************************
034966 2400-HOLD-QUOTE-NUMBER.
034968     SET LT-TBL-NO-QUOTE (LT-SUB) TO TRUE.
034970     IF RPT-REASON-TEXT (1:6) NOT = "QUOTE "
034972         GO TO 2400-EXIT.
034974     MOVE RPT-REASON-TEXT (7:9) TO LT-TBL-QUOTE-NBR (LT-SUB).
034976     IF RPT-REASON-TEXT (16:14) = " RATE HELD TO "
034978         SET LT-TBL-QUOTE-HELD (LT-SUB) TO TRUE
034980         MOVE RPT-REASON-TEXT (30:8) TO
034982                 LT-TBL-QUOTE-EXPIRY (LT-SUB)
034984         GO TO 2400-EXIT.
034986     IF RPT-REASON-TEXT (16:9) = " HONORED "
034988         SET LT-TBL-QUOTE-HONORED (LT-SUB) TO TRUE.
034990 2400-EXIT.
034992     EXIT.
035000***************************************************************
035100* 6000-PRINT-LETTERS - ONE LETTER PER HELD ACCOUNT, A PAGE    *
035200*     EACH, IN BRANCH AND ACCOUNT ORDER                        *
036900     MOVE LT-TBL-ACCOUNT (LT-SUB) TO LT-AL-ACCOUNT.
037000     MOVE LT-ACCOUNT-LINE TO LT-LETTER-RECORD.
037100     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
037110     IF NOT LT-TBL-NO-QUOTE (LT-SUB)
037120         MOVE LT-TBL-QUOTE-NBR (LT-SUB) TO LT-QL-QUOTE
037130         MOVE LT-QUOTE-LINE TO LT-LETTER-RECORD
037140         WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
037200     PERFORM 6900-WRITE-BLANK-LINE THRU 6900-EXIT.
037300     MOVE LT-TBL-NAME (LT-SUB) TO LT-GL-NAME.
037400     MOVE LT-GREETING-LINE TO LT-LETTER-RECORD.
038100             PERFORM 6300-WRITE-LOAN-WORDING THRU 6300-EXIT
038200         WHEN "AMRT"
038300             PERFORM 6400-WRITE-AMRT-WORDING THRU 6400-EXIT
038310         WHEN "APR"
038320             PERFORM 6500-WRITE-APR-WORDING THRU 6500-EXIT
038400     END-EVALUATE.
038500     PERFORM 6900-WRITE-BLANK-LINE THRU 6900-EXIT.
038600     MOVE LT-TBL-AMOUNT (LT-SUB) TO LT-ML-AMOUNT.
039200     MOVE LT-TBL-TERM (LT-SUB) TO LT-TL-TERM.
039300     MOVE LT-TERM-LINE TO LT-LETTER-RECORD.
039400     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
039410     IF LT-TBL-FUNCTION (LT-SUB) = "APR"
039420         GO TO 6100-DISCLOSURE.
039500     IF LT-TBL-FUNCTION (LT-SUB) = "LOAN"
039600         MOVE "PAYOFF VALUE .....: " TO LT-SL-LABEL
039700     ELSE
039900     MOVE LT-TBL-RESULT (LT-SUB) TO LT-SL-RESULT.
040000     MOVE LT-RESULT-LINE TO LT-LETTER-RECORD.
040100     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
040110 6100-DISCLOSURE.
040120     IF LT-TBL-HAS-TIL (LT-SUB)
040130         PERFORM 6600-WRITE-DISCLOSURE THRU 6600-EXIT.
040200     PERFORM 6900-WRITE-BLANK-LINE THRU 6900-EXIT.
040300     PERFORM 6700-WRITE-VALIDITY THRU 6700-EXIT.
040600     PERFORM 6900-WRITE-BLANK-LINE THRU 6900-EXIT.
040700     MOVE "YOURS FAITHFULLY," TO LT-LETTER-RECORD.
040800     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044300     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044400 6400-EXIT.
044500     EXIT.
044510 6500-WRITE-APR-WORDING.
044513     MOVE "AS REQUIRED BY THE TRUTH IN LENDING RULES, THE COST"
044516             TO LT-LETTER-RECORD.
044519     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044522     MOVE "OF CREDIT ON THE TERMS BELOW IS DISCLOSED AS FOLLOWS:"
044525             TO LT-LETTER-RECORD.
044528     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044531 6500-EXIT.
044534     EXIT.
044537 6600-WRITE-DISCLOSURE.
044540     PERFORM 6900-WRITE-BLANK-LINE THRU 6900-EXIT.
044543     MOVE "TRUTH IN LENDING DISCLOSURE" TO LT-LETTER-RECORD.
044546     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044549     MOVE LT-TBL-APR (LT-SUB) TO LT-PL-APR.
044552     MOVE LT-APR-LINE TO LT-LETTER-RECORD.
044555     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044558     MOVE "FINANCE CHARGE .......: " TO LT-TL-LABEL.
044561     MOVE LT-TBL-FIN-CHARGE (LT-SUB) TO LT-TL-AMOUNT.
044564     MOVE LT-TIL-AMOUNT-LINE TO LT-LETTER-RECORD.
044567     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044570     MOVE "AMOUNT FINANCED ......: " TO LT-TL-LABEL.
044573     MOVE LT-TBL-AMT-FINANCED (LT-SUB) TO LT-TL-AMOUNT.
044576     MOVE LT-TIL-AMOUNT-LINE TO LT-LETTER-RECORD.
044579     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044582     MOVE "TOTAL OF PAYMENTS ....: " TO LT-TL-LABEL.
044585     MOVE LT-TBL-TOTAL-PMTS (LT-SUB) TO LT-TL-AMOUNT.
044588     MOVE LT-TIL-AMOUNT-LINE TO LT-LETTER-RECORD.
044591     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044594 6600-EXIT.
044597     EXIT.
044600 6900-WRITE-BLANK-LINE.
044700     MOVE SPACES TO LT-LETTER-RECORD.
044800     WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE.
044900 6900-EXIT.
045000     EXIT.
045003***************************************************************
045006* 6700-WRITE-VALIDITY - A REGISTERED QUOTE HOLDS ITS RATE     *
045009*     UNTIL THE EXPIRY DATE AND THE CUSTOMER IS ASKED TO CITE *
045012*     THE QUOTE NUMBER; A QUOTE RUN AT A LOCKED RATE SAYS SO; *
045015*     ANYTHING ELSE IS GOOD ON THE DATE SHOWN ONLY            *
045018***************************************************************
045021 6700-WRITE-VALIDITY.
045024     EVALUATE TRUE
045027         WHEN LT-TBL-QUOTE-HELD (LT-SUB)
045030             MOVE LT-TBL-QUOTE-EXPIRY (LT-SUB) TO LT-VL-DATE
045033             MOVE LT-VALID-LINE TO LT-LETTER-RECORD
045036             WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE
045039             MOVE "PLEASE CITE THE QUOTE NUMBER WHEN YOU PROCEED."
045042                     TO LT-LETTER-RECORD
045045             WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE
045048         WHEN LT-TBL-QUOTE-HONORED (LT-SUB)
045051             MOVE "THIS QUOTE IS CALCULATED AT THE RATE LOCKED BY"
045054                     TO LT-LETTER-RECORD
045057             WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE
045060             MOVE "THE QUOTE NUMBER ABOVE." TO LT-LETTER-RECORD
045063             WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE
045066         WHEN OTHER
045069             MOVE "THIS QUOTE IS VALID ON THE DATE SHOWN ONLY." TO
045072                     LT-LETTER-RECORD
045075             WRITE LT-LETTER-RECORD AFTER ADVANCING 1 LINE
045078     END-EVALUATE.
045081 6700-EXIT.
045084     EXIT.
045100***************************************************************
045200* 7000-PRINT-CONTROL-LISTING - LETTERS PRODUCED PER BRANCH,   *
045300*     SO EACH BRANCH CAN CONFIRM ITS BUNDLE IS COMPLETE        *
055300     DISPLAY "LTTR ENDS." UPON CONSOLE.
055400 9000-EXIT.
055500     EXIT.
055600***************************************************************
055700* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
055800*     BATCH-WINDOW REPORT                                     *
055900***************************************************************
056000 9900-LOG-STEP-START.
056100     MOVE "COBLTTR" TO SLOG-PROGRAM.
056200     MOVE LT-RUN-DATE TO SLOG-RUN-DATE.
056300     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
056400     SET SLOG-STEP-START TO TRUE.
056500     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
056600 9900-EXIT.
056700     EXIT.
056800***************************************************************
056900* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
057000*     AND THE FINAL CONDITION CODE                            *
057100***************************************************************
057200 9910-LOG-STEP-END.
057300     MOVE LT-RPT-RECORD-COUNT TO SLOG-RECORDS-IN.
057400     MOVE LT-LETTER-COUNT TO SLOG-RECORDS-OUT.
057500     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
057600     SET SLOG-STEP-END TO TRUE.
057700     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
057800 9910-EXIT.
057900     EXIT.
