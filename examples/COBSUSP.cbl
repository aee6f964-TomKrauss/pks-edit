000100***************************************************************
000200* COBSUSP                                                     *
000300*                                                             *
000400* Suspense manager for the shop's six reject streams.         *
000500* Consolidates the day's CALCREJ (COBCALC), CALCERR           *
000600* (COBEDIT), MSTRREJ (COBMSTR), RATEREJ (COBRATE), PAYREJ     *
000650* (COBPOST) and HOLDEXP (COBHOLD) reject                      *
000700* records onto the SUSPFILE keyed suspense cluster, each      *
000800* item carrying its source stream, a status (new, corrected,  *
000900* resubmitted, written off) and the entry date, so a Monday   *
001500* resubmitted.  An aging report on SUSPPRT shows the open     *
001600* items by reason text with counts open more than 1, 5 and    *
001700* 30 days.                                                    *
001710* Unposted customer payments from COBPOST (PAYREJ) are the    *
001720* fifth stream; corrected payments go back on PAYRSB in       *
001730* PAYIN format.                                               *
001740* Commands held over their department's authority limit that  *
001750* COBHOLD ages off unapproved (HOLDEXP) are the sixth stream; *
001760* corrected items go back on CALCRSB in CALCIN format.        *
001800*                                                             *
001900* MODIFICATION HISTORY                                        *
002000*   DATE       BY   DESCRIPTION                                *
002100*   09/02/26   TWK  ORIGINAL PROGRAM                           *
002110*   10/15/26   TWK  ADDED THE PAYREJ STREAM FROM COBPOST AND  *
002120*                   THE PAYRSB RESUBMISSION FILE              *
002130*   10/15/26   TWK  ADDED THE HOLDEXP STREAM OF AUTHORITY     *
002140*                   HOLDS AGED OFF UNAPPROVED BY COBHOLD,     *
002150*                   RESUBMITTED ON CALCRSB                    *
002160*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
002170*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
002180*                   SLA REPORT                                *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.     COBSUSP.
004600     SELECT SU-RATE-REJ-FILE ASSIGN TO RATEREJ
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS SU-RATE-REJ-STATUS.
004810     SELECT SU-PAY-REJ-FILE  ASSIGN TO PAYREJ
004820            ORGANIZATION IS SEQUENTIAL
004830            FILE STATUS IS SU-PAY-REJ-STATUS.
004840     SELECT SU-HOLD-EXP-FILE ASSIGN TO HOLDEXP
004850            ORGANIZATION IS SEQUENTIAL
004860            FILE STATUS IS SU-HOLD-EXP-STATUS.
004900     SELECT SU-CALC-RSB-FILE ASSIGN TO CALCRSB
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS IS SU-CALC-RSB-STATUS.
005500     SELECT SU-RATE-RSB-FILE ASSIGN TO RATERSB
005600            ORGANIZATION IS SEQUENTIAL
005700            FILE STATUS IS SU-RATE-RSB-STATUS.
005710     SELECT SU-PAY-RSB-FILE  ASSIGN TO PAYRSB
005720            ORGANIZATION IS SEQUENTIAL
005730            FILE STATUS IS SU-PAY-RSB-STATUS.
005800     SELECT SU-PRINT-FILE    ASSIGN TO SUSPPRT
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS SU-PRINT-STATUS.
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  SU-RATE-REJ-RECORD              PIC X(130).
008110 FD  SU-PAY-REJ-FILE
008120     RECORDING MODE IS F
008130     LABEL RECORDS ARE STANDARD.
008140 01  SU-PAY-REJ-RECORD               PIC X(130).
008150 FD  SU-HOLD-EXP-FILE
008160     RECORDING MODE IS F
008170     LABEL RECORDS ARE STANDARD.
008180 01  SU-HOLD-EXP-RECORD              PIC X(130).
008200 FD  SU-CALC-RSB-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  SU-RATE-RSB-RECORD              PIC X(80).
009310 FD  SU-PAY-RSB-FILE
009320     RECORDING MODE IS F
009330     LABEL RECORDS ARE STANDARD.
009340 01  SU-PAY-RSB-RECORD               PIC X(80).
009400 FD  SU-PRINT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
010200     05  SU-EDIT-REJ-STATUS          PIC X(02).
010300     05  SU-MSTR-REJ-STATUS          PIC X(02).
010400     05  SU-RATE-REJ-STATUS          PIC X(02).
010410     05  SU-PAY-REJ-STATUS           PIC X(02).
010450     05  SU-HOLD-EXP-STATUS          PIC X(02).
010500     05  SU-CALC-RSB-STATUS          PIC X(02).
010600     05  SU-MSTR-RSB-STATUS          PIC X(02).
010700     05  SU-RATE-RSB-STATUS          PIC X(02).
010710     05  SU-PAY-RSB-STATUS           PIC X(02).
010800     05  SU-PRINT-STATUS             PIC X(02).
010900 01  SU-SWITCHES.
011000     05  SU-SUSP-EOF-SWITCH          PIC X(01) VALUE "N".
012400     05  SU-EDIT-READ-COUNT          PIC 9(07) COMP VALUE 0.
012500     05  SU-MSTR-READ-COUNT          PIC 9(07) COMP VALUE 0.
012600     05  SU-RATE-READ-COUNT          PIC 9(07) COMP VALUE 0.
012610     05  SU-PAY-READ-COUNT           PIC 9(07) COMP VALUE 0.
012650     05  SU-HOLD-READ-COUNT          PIC 9(07) COMP VALUE 0.
012700     05  SU-CALC-RSB-COUNT           PIC 9(07) COMP VALUE 0.
012800     05  SU-MSTR-RSB-COUNT           PIC 9(07) COMP VALUE 0.
012900     05  SU-RATE-RSB-COUNT           PIC 9(07) COMP VALUE 0.
012910     05  SU-PAY-RSB-COUNT            PIC 9(07) COMP VALUE 0.
013000     05  SU-LINE-COUNT               PIC 9(03) COMP VALUE 99.
013100     05  SU-PAGE-COUNT               PIC 9(05) COMP VALUE 0.
013200 77  SU-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
019100     05  SU-TOT-LABEL                PIC X(26).
019200     05  SU-TOT-VALUE                PIC ZZZ,ZZZ,ZZ9.
019300     05  FILLER                      PIC X(93) VALUE SPACES.
019350 COPY CALCSLOG.
019400 LINKAGE SECTION.
019500 01  SU-PARM-DATA.
019600     05  SU-PARM-LENGTH              PIC S9(04) COMP.
020100***************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020350     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
020400     PERFORM 2000-SCAN-SUSPENSE THRU 2000-EXIT.
020500     PERFORM 3000-CONSOLIDATE-REJECTS THRU 3000-EXIT.
020600     PERFORM 6000-PRINT-AGING-REPORT THRU 6000-EXIT.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020750     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
020800     GOBACK.
020900***************************************************************
021000* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE SUSPENSE   *
025200                 SU-RATE-RSB-STATUS UPON CONSOLE
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK.
025410     OPEN OUTPUT SU-PAY-RSB-FILE.
025420     IF SU-PAY-RSB-STATUS NOT = "00"
025430         DISPLAY "PAYRSB OPEN FAILED, STATUS = "
025440                 SU-PAY-RSB-STATUS UPON CONSOLE
025450         MOVE 16 TO RETURN-CODE
025460         GOBACK.
025500     OPEN OUTPUT SU-PRINT-FILE.
025600     IF SU-PRINT-STATUS NOT = "00"
025700         DISPLAY "SUSPPRT OPEN FAILED, STATUS = "
035500     EVALUATE TRUE
035600         WHEN SUSP-FROM-CALC
035700         WHEN SUSP-FROM-EDIT
035750         WHEN SUSP-FROM-HOLD
035800             MOVE SUSP-ORIGINAL-COMMAND TO SU-CALC-RSB-RECORD
035900             WRITE SU-CALC-RSB-RECORD
036000             ADD 1 TO SU-CALC-RSB-COUNT
036600             MOVE SUSP-ORIGINAL-COMMAND TO SU-RATE-RSB-RECORD
036700             WRITE SU-RATE-RSB-RECORD
036800             ADD 1 TO SU-RATE-RSB-COUNT
036810         WHEN SUSP-FROM-PAY
036820             MOVE SUSP-ORIGINAL-COMMAND TO SU-PAY-RSB-RECORD
036830             WRITE SU-PAY-RSB-RECORD
036840             ADD 1 TO SU-PAY-RSB-COUNT
036900         WHEN OTHER
037000             DISPLAY "SUSPENSE ITEM " SUSP-ID
037100                     " HAS UNRECOGNIZED SOURCE " SUSP-SOURCE
038300 2300-EXIT.
038400     EXIT.
038500***************************************************************
038600* 3000-CONSOLIDATE-REJECTS - SWEEP THE DAY'S SIX REJECT       *
038700*     STREAMS ONTO THE SUSPENSE FILE.  A MISSING STREAM       *
038800*     DATASET (NOTHING REJECTED TODAY) IS AN EMPTY STREAM,    *
038900*     NOT AN ERROR.                                            *
045300             MOVE 16 TO RETURN-CODE
045400             GOBACK
045500     END-EVALUATE.
045501     MOVE "PAYREJ" TO SU-WORK-SOURCE.
045502     OPEN INPUT SU-PAY-REJ-FILE.
045503     EVALUATE SU-PAY-REJ-STATUS
045504         WHEN "00"
045505             SET SU-STREAM-NOT-EOF TO TRUE
045506             PERFORM 3600-LOAD-PAY-REJECT THRU 3600-EXIT
045507                 UNTIL SU-STREAM-EOF
045508             CLOSE SU-PAY-REJ-FILE
045509         WHEN "35"
045510             CONTINUE
045511         WHEN OTHER
045512             DISPLAY "PAYREJ OPEN FAILED, STATUS = "
045513                     SU-PAY-REJ-STATUS UPON CONSOLE
045514             MOVE 16 TO RETURN-CODE
045515             GOBACK
045516     END-EVALUATE.
045520     MOVE "HOLDEXP" TO SU-WORK-SOURCE.
045525     OPEN INPUT SU-HOLD-EXP-FILE.
045530     EVALUATE SU-HOLD-EXP-STATUS
045535         WHEN "00"
045540             SET SU-STREAM-NOT-EOF TO TRUE
045545             PERFORM 3700-LOAD-HOLD-EXPIRY THRU 3700-EXIT
045550                 UNTIL SU-STREAM-EOF
045555             CLOSE SU-HOLD-EXP-FILE
045560         WHEN "35"
045565             CONTINUE
045570         WHEN OTHER
045575             DISPLAY "HOLDEXP OPEN FAILED, STATUS = "
045580                     SU-HOLD-EXP-STATUS UPON CONSOLE
045585             MOVE 16 TO RETURN-CODE
045590             GOBACK
045595     END-EVALUATE.
045600 3000-EXIT.
045700     EXIT.
045800 3100-LOAD-CALC-REJECT.
049100     PERFORM 3500-ADD-SUSPENSE-ITEM THRU 3500-EXIT.
049200 3400-EXIT.
049300     EXIT.
049310 3600-LOAD-PAY-REJECT.
049320     READ SU-PAY-REJ-FILE INTO SU-WORK-REJECT
049330         AT END
049340             SET SU-STREAM-EOF TO TRUE
049350             GO TO 3600-EXIT.
049360     ADD 1 TO SU-PAY-READ-COUNT.
049370     PERFORM 3500-ADD-SUSPENSE-ITEM THRU 3500-EXIT.
049380 3600-EXIT.
049390     EXIT.
049391 3700-LOAD-HOLD-EXPIRY.
049392     READ SU-HOLD-EXP-FILE INTO SU-WORK-REJECT
049393         AT END
049394             SET SU-STREAM-EOF TO TRUE
049395             GO TO 3700-EXIT.
049396     ADD 1 TO SU-HOLD-READ-COUNT.
049397     PERFORM 3500-ADD-SUSPENSE-ITEM THRU 3500-EXIT.
049398 3700-EXIT.
049399     EXIT.
049400***************************************************************
049500* 3500-ADD-SUSPENSE-ITEM - ONE NEW SUSPENSE RECORD FROM THE   *
049600*     REJECT RECORD IN SU-WORK-REJECT.  THE ENTRY DATE IS THE *
060100     MOVE "RATEREJ RECORDS READ ...:" TO SU-TOT-LABEL.
060200     MOVE SU-RATE-READ-COUNT TO SU-TOT-VALUE.
060300     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
060310     MOVE "PAYREJ RECORDS READ ....:" TO SU-TOT-LABEL.
060320     MOVE SU-PAY-READ-COUNT TO SU-TOT-VALUE.
060330     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
060340     MOVE "HOLDEXP RECORDS READ ...:" TO SU-TOT-LABEL.
060350     MOVE SU-HOLD-READ-COUNT TO SU-TOT-VALUE.
060360     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
060400     MOVE "CALCRSB RECORDS WRITTEN :" TO SU-TOT-LABEL.
060500     MOVE SU-CALC-RSB-COUNT TO SU-TOT-VALUE.
060600     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
061000     MOVE "RATERSB RECORDS WRITTEN :" TO SU-TOT-LABEL.
061100     MOVE SU-RATE-RSB-COUNT TO SU-TOT-VALUE.
061200     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
061210     MOVE "PAYRSB RECORDS WRITTEN .:" TO SU-TOT-LABEL.
061220     MOVE SU-PAY-RSB-COUNT TO SU-TOT-VALUE.
061230     PERFORM 6310-WRITE-TOTAL-LINE THRU 6310-EXIT.
061300 6300-EXIT.
061400     EXIT.
061500 6310-WRITE-TOTAL-LINE.
068400 9000-TERMINATE.
068500     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
068600     CLOSE SU-SUSP-FILE SU-CALC-RSB-FILE SU-MSTR-RSB-FILE
068700           SU-RATE-RSB-FILE SU-PAY-RSB-FILE SU-PRINT-FILE.
068800     DISPLAY "SUSP ENDS." UPON CONSOLE.
068900 9000-EXIT.
069000     EXIT.
069100***************************************************************
069200* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
069300*     BATCH-WINDOW REPORT                                     *
069400***************************************************************
069500 9900-LOG-STEP-START.
069600     MOVE "COBSUSP" TO SLOG-PROGRAM.
069700     MOVE SU-RUN-DATE TO SLOG-RUN-DATE.
069800     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
069900     SET SLOG-STEP-START TO TRUE.
070000     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
070100 9900-EXIT.
070200     EXIT.
070300***************************************************************
070400* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
070500*     AND THE FINAL CONDITION CODE                            *
070600***************************************************************
070700 9910-LOG-STEP-END.
070800     MOVE SU-NEW-COUNT TO SLOG-RECORDS-IN.
070900     MOVE SU-CORRECTED-COUNT TO SLOG-RECORDS-OUT.
071000     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
071100     SET SLOG-STEP-END TO TRUE.
071200     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
071300 9910-EXIT.
071400     EXIT.
