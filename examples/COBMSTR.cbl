000900* applied (duplicate adds, changes to accounts not on file,   *
001000* closes of already-closed accounts) are written to MSTRREJ   *
001100* with a reason so they can be corrected and resubmitted.     *
001110* An ADD that carries a principal also books the loan: the    *
001120* note rate, term and first due date are set on the master,   *
001130* the scheduled payment is priced by COBPMT, and the          *
001140* outstanding principal starts at the booked amount for       *
001150* COBPOST to post payments against.                           *
001160* Every add, change and close that is applied is also         *
001170* journaled to MSTRAUD with the record's before and after     *
001180* images for the audit inquiry report (COBAUDR).              *
001182* A RESTOR transaction puts an account that COBPURG archived  *
001184* and purged back on the master from the MSTRARC yearly       *
001186* archives, closed as it was archived, with the run date as   *
001188* its restore date so the retention period starts again.      *
001200*                                                             *
001300* MODIFICATION HISTORY                                        *
001400*   DATE       BY   DESCRIPTION                                *
001530*   09/02/26   TWK  INITIALIZED THE NEW LAST-AMOUNT, LAST-    *
001540*                   TERM AND LAST-PRODUCT MASTER FIELDS ON    *
001550*                   AN ADD                                     *
001560*   10/15/26   TWK  BOOKED THE LOAN TERMS CARRIED ON AN ADD   *
001570*                   -- NOTE RATE, TERM, ORIGINAL AND          *
001580*                   OUTSTANDING PRINCIPAL, FIRST DUE DATE AND *
001590*                   THE COBPMT SCHEDULED PAYMENT              *
001591*   10/15/26   TWK  JOURNALED EVERY APPLIED ADD, CHANGE AND   *
001592*                   CLOSE TO THE MSTRAUD AUDIT JOURNAL WITH   *
001593*                   BEFORE AND AFTER IMAGES                   *
001594*   10/15/26   TWK  WROTE STEP-LOG START AND END RECORDS      *
001596*                   THROUGH COBSLOG FOR THE BATCH-WINDOW      *
001598*                   SLA REPORT                                *
001600***************************************************************
001612* MODIFICATION HISTORY (CONTINUED)                            *
001624*   DATE       BY   DESCRIPTION                               *
001636*   10/15/26   TWK  ADDED THE RESTOR ACTION -- BRINGS A       *
001648*                   PURGED ACCOUNT BACK FROM THE MSTRARC      *
001660*                   YEARLY MASTER ARCHIVE; ADD ZEROES THE NEW *
001672*                   RESTORE DATE                              *
001684***************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.     COBMSTR.
001900 AUTHOR.         T W KRAUSS.
003400     SELECT MSTR-REJECT-FILE ASSIGN TO MSTRREJ
003500            ORGANIZATION IS SEQUENTIAL
003600            FILE STATUS IS MSTR-REJECT-STATUS.
003610     SELECT MSTR-AUDIT-FILE  ASSIGN TO MSTRAUD
003620            ORGANIZATION IS SEQUENTIAL
003630            FILE STATUS IS MSTR-AUDIT-STATUS.
003640     SELECT MSTR-ARCHIVE-FILE ASSIGN TO MSTRARC
003650            ORGANIZATION IS SEQUENTIAL
003660            FILE STATUS IS MSTR-ARCHIVE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MSTR-TRANS-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CALCREJ.
004910 FD  MSTR-AUDIT-FILE
004920     RECORDING MODE IS F
004930     LABEL RECORDS ARE STANDARD.
004940     COPY CALCAUDT.
004950 FD  MSTR-ARCHIVE-FILE
004960     RECORDING MODE IS F
004970     LABEL RECORDS ARE STANDARD.
004980     COPY CALCMARC.
005000 WORKING-STORAGE SECTION.
005100 01  MSTR-FILE-STATUSES.
005200     05  MSTR-TRANS-STATUS           PIC X(02).
005300     05  MSTR-MASTER-STATUS          PIC X(02).
005400     05  MSTR-REJECT-STATUS          PIC X(02).
005410     05  MSTR-AUDIT-STATUS           PIC X(02).
005450     05  MSTR-ARCHIVE-STATUS         PIC X(02).
005500 01  MSTR-SWITCHES.
005600     05  MSTR-EOF-SWITCH             PIC X(01) VALUE "N".
005700         88  MSTR-EOF                          VALUE "Y".
005900     05  MSTR-FOUND-SWITCH           PIC X(01) VALUE "N".
006000         88  MSTR-FOUND                        VALUE "Y".
006100         88  MSTR-NOT-FOUND                    VALUE "N".
006110     05  MSTR-ARC-EOF-SWITCH         PIC X(01) VALUE "N".
006120         88  MSTR-ARC-EOF                      VALUE "Y".
006200 01  MSTR-COUNTERS.
006300     05  MSTR-TRANS-COUNT            PIC 9(07) COMP VALUE 0.
006400     05  MSTR-ADD-COUNT              PIC 9(07) COMP VALUE 0.
006500     05  MSTR-CHANGE-COUNT           PIC 9(07) COMP VALUE 0.
006600     05  MSTR-CLOSE-COUNT            PIC 9(07) COMP VALUE 0.
006700     05  MSTR-REJECT-COUNT           PIC 9(07) COMP VALUE 0.
006710     05  MSTR-AUDIT-COUNT            PIC 9(07) COMP VALUE 0.
006750     05  MSTR-RESTORE-COUNT          PIC 9(07) COMP VALUE 0.
006800 01  MSTR-RUN-DATE                   PIC X(08).
006900 01  MSTR-REJECT-REASON              PIC X(40).
006910 01  MSTR-SCHED-RESULT               PIC 9(09)V99 VALUE 0.
006920 COPY CALCRC.
006930 01  MSTR-BEFORE-IMAGE              PIC X(210) VALUE SPACES.
006940 01  MSTR-AUDIT-ACTION              PIC X(06) VALUE SPACES.
006950 01  MSTR-AUDIT-TIME                PIC 9(08) VALUE 0.
006952 01  MSTR-ARCHIVE-IMAGE             PIC X(210) VALUE SPACES.
006954 01  MSTR-ARCHIVE-DATE-HOLD         PIC 9(08) VALUE 0.
006960 COPY CALCSLOG.
007000 LINKAGE SECTION.
007100 01  MSTR-PARM-DATA.
007200     05  MSTR-PARM-LENGTH            PIC S9(04) COMP.
007700***************************************************************
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007950     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
008000     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
008100         UNTIL MSTR-EOF.
008200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
008300     GOBACK.
008400***************************************************************
008500* 1000-INITIALIZE - OPEN THE FILES.  A MASTER THAT DOES NOT   *
011500                 MSTR-REJECT-STATUS UPON CONSOLE
011600         MOVE 16 TO RETURN-CODE
011700         GOBACK.
011710     OPEN EXTEND MSTR-AUDIT-FILE.
011720     IF MSTR-AUDIT-STATUS = "35"
011730         OPEN OUTPUT MSTR-AUDIT-FILE.
011740     IF MSTR-AUDIT-STATUS NOT = "00"
011750         DISPLAY "MSTRAUD OPEN FAILED, STATUS = "
011760                 MSTR-AUDIT-STATUS UPON CONSOLE
011770         MOVE 16 TO RETURN-CODE
011780         GOBACK.
011800 1000-EXIT.
011900     EXIT.
012000***************************************************************
013800             PERFORM 3100-CHANGE-ACCOUNT THRU 3100-EXIT
013900         WHEN "CLOSE"
014000             PERFORM 3200-CLOSE-ACCOUNT THRU 3200-EXIT
014010         WHEN "RESTOR"
014020             PERFORM 3300-RESTORE-ACCOUNT THRU 3300-EXIT
014100         WHEN OTHER
014200             MOVE "UNRECOGNIZED MAINTENANCE ACTION" TO
014300                     MSTR-REJECT-REASON
017300                 MSTR-REJECT-REASON
017400         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
017500         GO TO 3000-EXIT.
017510     PERFORM 3010-EDIT-LOAN-TERMS THRU 3010-EXIT.
017520     IF NOT CALC-RC-OK
017530         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
017540         GO TO 3000-EXIT.
017600     MOVE SPACES TO CALC-MASTER-RECORD.
017700     MOVE MTRN-ACCOUNT-NBR TO MSTR-ACCOUNT-NBR.
017800     SET MSTR-ACTIVE TO TRUE.
018510     MOVE ZEROES TO MSTR-LAST-AMOUNT.
018520     MOVE ZEROES TO MSTR-LAST-TERM.
018530     MOVE SPACES TO MSTR-LAST-PRODUCT.
018535     MOVE ZEROES TO MSTR-RESTORE-DATE.
018540     PERFORM 3020-BOOK-LOAN-TERMS THRU 3020-EXIT.
018600     WRITE CALC-MASTER-RECORD
018700         INVALID KEY
018800             MOVE "MASTER WRITE REJECTED BY VSAM" TO
019100             GO TO 3000-EXIT
019200     END-WRITE.
019300     ADD 1 TO MSTR-ADD-COUNT.
019310     MOVE SPACES TO MSTR-BEFORE-IMAGE.
019320     MOVE "ADD" TO MSTR-AUDIT-ACTION.
019330     PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
019400 3000-EXIT.
019500     EXIT.
019600***************************************************************
020300         MOVE "ACCOUNT NOT ON MASTER" TO MSTR-REJECT-REASON
020400         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
020500         GO TO 3100-EXIT.
020510     MOVE CALC-MASTER-RECORD TO MSTR-BEFORE-IMAGE.
020600     IF MTRN-CUSTOMER-NAME NOT = SPACES
020700         MOVE MTRN-CUSTOMER-NAME TO MSTR-CUSTOMER-NAME.
020800     IF MTRN-BRANCH NOT = SPACES
021500             GO TO 3100-EXIT
021600     END-REWRITE.
021700     ADD 1 TO MSTR-CHANGE-COUNT.
021710     MOVE "CHANGE" TO MSTR-AUDIT-ACTION.
021720     PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
021800 3100-EXIT.
021900     EXIT.
022000***************************************************************
022100* 3200-CLOSE-ACCOUNT - MARK AN ACCOUNT CLOSED AS OF THE RUN   *
022200*     DATE.  A CLOSED ACCOUNT STAYS ON FILE UNTIL COBPURG     *
022250*     ARCHIVES IT AT THE END OF THE RETENTION PERIOD.         *
022300***************************************************************
022400 3200-CLOSE-ACCOUNT.
022500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
023100         MOVE "ACCOUNT ALREADY CLOSED" TO MSTR-REJECT-REASON
023200         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
023300         GO TO 3200-EXIT.
023310     MOVE CALC-MASTER-RECORD TO MSTR-BEFORE-IMAGE.
023400     SET MSTR-CLOSED TO TRUE.
023500     MOVE MSTR-RUN-DATE TO MSTR-CLOSE-DATE.
023600     REWRITE CALC-MASTER-RECORD
024100             GO TO 3200-EXIT
024200     END-REWRITE.
024300     ADD 1 TO MSTR-CLOSE-COUNT.
024310     MOVE "CLOSE" TO MSTR-AUDIT-ACTION.
024320     PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
024400 3200-EXIT.
024500     EXIT.
024501***************************************************************
024502* 3300-RESTORE-ACCOUNT - PUT AN ACCOUNT COBPURG ARCHIVED BACK *
024503*     ON THE MASTER AS IT STOOD WHEN IT WAS ARCHIVED.  THE    *
024504*     RUN DATE BECOMES ITS RESTORE DATE, SO THE RETENTION     *
024505*     PERIOD STARTS AGAIN BEFORE THE NEXT PURGE CAN TAKE IT.  *
024506***************************************************************
024507 3300-RESTORE-ACCOUNT.
024508     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
024509     IF MSTR-FOUND
024510         MOVE "ACCOUNT ALREADY ON MASTER" TO
024511                 MSTR-REJECT-REASON
024512         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
024513         GO TO 3300-EXIT.
024514     PERFORM 3310-SEARCH-ARCHIVE THRU 3310-EXIT.
024515     IF MSTR-NOT-FOUND
024516         PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
024517         GO TO 3300-EXIT.
024518     MOVE MSTR-ARCHIVE-IMAGE TO CALC-MASTER-RECORD.
024519     MOVE MSTR-RUN-DATE TO MSTR-RESTORE-DATE.
024520     WRITE CALC-MASTER-RECORD
024521         INVALID KEY
024522             MOVE "MASTER WRITE REJECTED BY VSAM" TO
024523                     MSTR-REJECT-REASON
024524             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
024525             GO TO 3300-EXIT
024526     END-WRITE.
024527     ADD 1 TO MSTR-RESTORE-COUNT.
024528     MOVE SPACES TO MSTR-BEFORE-IMAGE.
024529     MOVE "RESTOR" TO MSTR-AUDIT-ACTION.
024530     PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
024531 3300-EXIT.
024532     EXIT.
024533***************************************************************
024534* 3310-SEARCH-ARCHIVE - READ THE YEARLY ARCHIVES ON MSTRARC   *
024535*     FOR THE ACCOUNT.  AN ACCOUNT ARCHIVED MORE THAN ONCE    *
024536*     COMES BACK FROM ITS LATEST ARCHIVE RECORD.              *
024537***************************************************************
024538 3310-SEARCH-ARCHIVE.
024539     SET MSTR-NOT-FOUND TO TRUE.
024540     MOVE 0 TO MSTR-ARCHIVE-DATE-HOLD.
024541     OPEN INPUT MSTR-ARCHIVE-FILE.
024542     IF MSTR-ARCHIVE-STATUS NOT = "00"
024543         MOVE "MASTER ARCHIVE NOT AVAILABLE" TO
024544                 MSTR-REJECT-REASON
024545         GO TO 3310-EXIT.
024546     MOVE "N" TO MSTR-ARC-EOF-SWITCH.
024547     PERFORM 3320-READ-ARCHIVE THRU 3320-EXIT
024548         UNTIL MSTR-ARC-EOF.
024549     CLOSE MSTR-ARCHIVE-FILE.
024550     IF MSTR-NOT-FOUND
024551         MOVE "ACCOUNT NOT ON MASTER ARCHIVE" TO
024552                 MSTR-REJECT-REASON.
024553 3310-EXIT.
024554     EXIT.
024555 3320-READ-ARCHIVE.
024556     READ MSTR-ARCHIVE-FILE
024557         AT END
024558             SET MSTR-ARC-EOF TO TRUE
024559             GO TO 3320-EXIT.
024560     IF MARC-ACCOUNT-NBR NOT = MTRN-ACCOUNT-NBR
024561         GO TO 3320-EXIT.
024562     IF MSTR-FOUND
024563        AND MARC-ARCHIVE-DATE < MSTR-ARCHIVE-DATE-HOLD
024564         GO TO 3320-EXIT.
024565     MOVE MARC-MASTER-IMAGE TO MSTR-ARCHIVE-IMAGE.
024566     MOVE MARC-ARCHIVE-DATE TO MSTR-ARCHIVE-DATE-HOLD.
024567     SET MSTR-FOUND TO TRUE.
024568 3320-EXIT.
024569     EXIT.
024600***************************************************************
024700* 4100-WRITE-REJECT - LOG ONE UNAPPLIED TRANSACTION TO        *
024800*     MSTRREJ WITH ITS REASON                                  *
027000             MSTR-CHANGE-COUNT UPON CONSOLE.
027100     DISPLAY "  ACCOUNTS CLOSED .......: "
027200             MSTR-CLOSE-COUNT UPON CONSOLE.
027210     DISPLAY "  ACCOUNTS RESTORED .....: "
027220             MSTR-RESTORE-COUNT UPON CONSOLE.
027300     DISPLAY "  REJECTED TRANSACTIONS .: "
027400             MSTR-REJECT-COUNT UPON CONSOLE.
027410     DISPLAY "  AUDIT ENTRIES WRITTEN .: "
027420             MSTR-AUDIT-COUNT UPON CONSOLE.
027500 8000-EXIT.
027600     EXIT.
027700***************************************************************
027900***************************************************************
028000 9000-TERMINATE.
028100     PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
028200     CLOSE MSTR-TRANS-FILE MSTR-MASTER-FILE MSTR-REJECT-FILE
028210           MSTR-AUDIT-FILE.
028300     IF MSTR-REJECT-COUNT > 0
028400         MOVE 4 TO RETURN-CODE.
028500     DISPLAY "MSTR ENDS." UPON CONSOLE.
028600 9000-EXIT.
028700     EXIT.
028800***************************************************************
028900* 3010-EDIT-LOAN-TERMS - AN ADD WITH NO PRINCIPAL IS A        *
029000*     QUOTE-ONLY ACCOUNT AND NEEDS NO TERMS.  AN ADD THAT     *
029100*     BOOKS A LOAN MUST CARRY A NUMERIC RATE, A TERM AND A    *
029200*     FIRST DUE DATE, AND COBPMT MUST BE ABLE TO PRICE THE    *
029300*     SCHEDULED PAYMENT FROM THEM.                            *
029400***************************************************************
029500 3010-EDIT-LOAN-TERMS.
029600     SET CALC-RC-OK TO TRUE.
029700     MOVE 0 TO MSTR-SCHED-RESULT.
029800     IF MTRN-LOAN-TERMS = SPACES
029900         GO TO 3010-EXIT.
030000     IF MTRN-PRINCIPAL NOT NUMERIC
030100         SET CALC-RC-BAD-INPUT TO TRUE
030200         MOVE "LOAN PRINCIPAL NOT NUMERIC" TO
030300                 MSTR-REJECT-REASON
030400         GO TO 3010-EXIT.
030500     IF MTRN-PRINCIPAL = 0
030600         GO TO 3010-EXIT.
030700     IF MTRN-RATE NOT NUMERIC
030800        OR MTRN-TERM NOT NUMERIC
030900        OR MTRN-FIRST-DUE-DATE NOT NUMERIC
031000         SET CALC-RC-BAD-INPUT TO TRUE
031100         MOVE "LOAN RATE, TERM OR DUE DATE NOT NUMERIC" TO
031200                 MSTR-REJECT-REASON
031300         GO TO 3010-EXIT.
031400     IF MTRN-FIRST-DUE-DATE = 0
031500         SET CALC-RC-MISSING-PARM TO TRUE
031600         MOVE "FIRST DUE DATE NOT SUPPLIED" TO
031700                 MSTR-REJECT-REASON
031800         GO TO 3010-EXIT.
031900     CALL "COBPMT" USING
032000             MTRN-PRINCIPAL
032100             MTRN-RATE
032200             MTRN-TERM
032300             MSTR-SCHED-RESULT
032400             CALC-RETURN-CODE.
032500     IF NOT CALC-RC-OK
032600         MOVE CALC-REASON-TEXT TO MSTR-REJECT-REASON.
032700 3010-EXIT.
032800     EXIT.
032900***************************************************************
033000* 3020-BOOK-LOAN-TERMS - SET THE BOOKED TERMS AND THE OPENING *
033100*     SERVICING POSITION ON THE NEW MASTER RECORD.  A QUOTE-  *
033200*     ONLY ACCOUNT CARRIES ZEROES THROUGHOUT.                 *
033300***************************************************************
033400 3020-BOOK-LOAN-TERMS.
033500     MOVE ZEROES TO MSTR-NOTE-RATE.
033600     MOVE ZEROES TO MSTR-TERM.
033700     MOVE ZEROES TO MSTR-ORIG-PRINCIPAL.
033800     MOVE ZEROES TO MSTR-SCHED-PAYMENT.
033900     MOVE ZEROES TO MSTR-PRINCIPAL-BALANCE.
034000     MOVE ZEROES TO MSTR-NEXT-DUE-DATE.
034100     MOVE ZEROES TO MSTR-PAID-TO-DATE.
034200     MOVE ZEROES TO MSTR-TOTAL-PAID.
034300     MOVE ZEROES TO MSTR-LAST-PAY-DATE.
034400     IF MSTR-SCHED-RESULT = 0
034500         GO TO 3020-EXIT.
034600     MOVE MTRN-RATE TO MSTR-NOTE-RATE.
034700     MOVE MTRN-TERM TO MSTR-TERM.
034800     MOVE MTRN-PRINCIPAL TO MSTR-ORIG-PRINCIPAL.
034900     MOVE MTRN-PRINCIPAL TO MSTR-PRINCIPAL-BALANCE.
035000     MOVE MSTR-SCHED-RESULT TO MSTR-SCHED-PAYMENT.
035100     MOVE MTRN-FIRST-DUE-DATE TO MSTR-NEXT-DUE-DATE.
035200 3020-EXIT.
035300     EXIT.
035400***************************************************************
035500* 4200-WRITE-AUDIT - JOURNAL THE UPDATE JUST APPLIED: THE     *
035600*     BEFORE IMAGE SAVED WHEN THE RECORD WAS READ AND THE     *
035700*     RECORD AS NOW WRITTEN.  A JOURNAL THAT CANNOT BE        *
035800*     WRITTEN STOPS THE RUN -- THE MASTER MUST NOT CHANGE     *
035900*     WITHOUT A TRAIL.                                        *
036000***************************************************************
036100 4200-WRITE-AUDIT.
036200     MOVE SPACES TO CALC-AUDIT-RECORD.
036300     MOVE MSTR-ACCOUNT-NBR TO AUD-ACCOUNT-NBR.
036400     IF MSTR-RUN-DATE NUMERIC
036500         MOVE MSTR-RUN-DATE TO AUD-RUN-DATE
036600     ELSE
036700         MOVE 0 TO AUD-RUN-DATE.
036800     ACCEPT MSTR-AUDIT-TIME FROM TIME.
036900     MOVE MSTR-AUDIT-TIME TO AUD-TIME.
037000     MOVE "COBMSTR" TO AUD-PROGRAM.
037100     MOVE MSTR-AUDIT-ACTION TO AUD-ACTION.
037200     MOVE MSTR-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
037300     MOVE CALC-MASTER-RECORD TO AUD-AFTER-IMAGE.
037400     WRITE CALC-AUDIT-RECORD.
037500     IF MSTR-AUDIT-STATUS NOT = "00"
037600         DISPLAY "MSTRAUD WRITE FAILED, STATUS = "
037700                 MSTR-AUDIT-STATUS " FOR ACCOUNT "
037800                 MSTR-ACCOUNT-NBR UPON CONSOLE
037900         MOVE 16 TO RETURN-CODE
038000         GOBACK.
038100     ADD 1 TO MSTR-AUDIT-COUNT.
038200 4200-EXIT.
038300     EXIT.
038400***************************************************************
038500* 9900-LOG-STEP-START - STEP-LOG START RECORD FOR THE         *
038600*     BATCH-WINDOW REPORT                                     *
038700***************************************************************
038800 9900-LOG-STEP-START.
038900     MOVE "COBMSTR" TO SLOG-PROGRAM.
039000     MOVE MSTR-RUN-DATE TO SLOG-RUN-DATE.
039100     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
039200     SET SLOG-STEP-START TO TRUE.
039300     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
039400 9900-EXIT.
039500     EXIT.
039600***************************************************************
039700* 9910-LOG-STEP-END - STEP-LOG END RECORD WITH THE VOLUMES    *
039800*     AND THE FINAL CONDITION CODE                            *
039900***************************************************************
040000 9910-LOG-STEP-END.
040100     MOVE MSTR-TRANS-COUNT TO SLOG-RECORDS-IN.
040200     COMPUTE SLOG-RECORDS-OUT = MSTR-ADD-COUNT
040300             + MSTR-CHANGE-COUNT
040400             + MSTR-CLOSE-COUNT
040450             + MSTR-RESTORE-COUNT.
040500     MOVE RETURN-CODE TO SLOG-RETURN-CODE.
040600     SET SLOG-STEP-END TO TRUE.
040700     CALL "COBSLOG" USING CALC-STEP-LOG-RECORD.
040800 9910-EXIT.
040900     EXIT.
