002200*    PAYMENT) SO ANY SCHEDULE CAN BE RECONSTRUCTED. RUNS AS A
002300*    BATCH STEP ALONGSIDE THE OTHER CALCULATORS AND SIGNALS
002400*    RETURN-CODE 8 WHEN LOANFILE CANNOT BE OPENED.
002410*    AFTER THE NEW LOANS, THE OPTIONAL LOANRCST FILE RECASTS
002420*    LOANS ALREADY ON LOANMAST - A LUMP-SUM PREPAYMENT OR A
002430*    NEW ANNUAL RATE FROM THE NEXT UNPAID PERIOD - WITH THE
002440*    SAME ANNUITY FORMULA AND ROUNDING, KEEPING THE LOAN ID.
002450*    EACH RECAST PRINTS THE REMAINING SCHEDULE BEFORE AND
002460*    AFTER ON AMRTRPT, WRITES A 'LOAN RECAST' AUDIT LINE (AND
002470*    A 'LOAN PAYMENT' LINE FOR THE MONEY A PREPAYMENT BRINGS
002480*    IN) AND A RNDLEDGR RECORD FOR THE NEW SCHEDULE'S FINAL-
002490*    PERIOD RESIDUE. A RECAST DATED FOR A LATER PERIOD IS
002491*    HELD - COPIED UNCHANGED TO RCSTNEW, WHICH THE JCL SWAPS
002492*    IN AS THE LIVE LOANRCST - UNTIL THE RUN ON WHICH IT IS
002493*    THE LOAN'S NEXT UNPAID PERIOD. A RUN THAT IS REFUSED
002494*    OR CANNOT OPEN ITS FILES COPIES LOANRCST TO RCSTNEW AS
002495*    IT STANDS. A RECAST-ONLY RUN GOES WITH AN EMPTY LOANFILE.
002500*-----------------------------------------------------------
002600*                 MODIFICATION HISTORY
002700*-----------------------------------------------------------
005100* 2026-08-25  RH   STAMP AL-ORIGIN B ON EVERY AUDIT LINE SO
005200*                  EODSUMMARY'S PIPELINE PROOF CAN TELL
005300*                  BATCH WORK FROM ONLINE AND CONSOLE WORK.
005302* 2026-09-01  RH   CLEAR THE NEW LOANMAST SERVICING POSITION
005304*                  WHEN A LOAN IS POSTED, SO A LOAN ID
005306*                  RESUBMITTED WITH NEW TERMS STARTS AGAIN WITH
005308*                  NO PAYMENTS POSTED - LOANPOST OPENS THE
005310*                  POSITION AT THE FIRST PAYMENT IT RECEIVES.
005312* 2026-09-02  RH   ADDED THE LOAN RECAST PASS OVER THE NEW
005314*                  LOANRCST FILE - A PREPAYMENT OR A REPRICING
005316*                  NOW RECOMPUTES LM-MONTHLY-RATE AND
005318*                  LM-PAYMENT FOR THE REMAINING TERM UNDER THE
005320*                  SAME LOAN ID, INSTEAD OF BOOKING A NEW LOAN
005322*                  AND WRITING THE OLD ONE OFF BY HAND. THE
005324*                  PAYMENT FORMULA AND SCHEDULE PRINT NOW WORK
005326*                  FROM WS-CALC- FIELDS SO BOTH PASSES SHARE
005328*                  THEM UNCHANGED.
005330* 2026-09-16  RH   LOANFILE NOW ARRIVES FROM INTAKE IN BATCHES
005332*                  FRAMED BY '*HDR' AND '*TRL' CONTROL RECORDS.
005334*                  A FIRST PASS PROVES EVERY BATCH'S COUNT AND
005336*                  HASH TOTAL THROUGH THE SHARED NATBPROC ROUTINE
005338*                  AND REFUSES THE RUN (RETURN-CODE 8) ON ANY
005340*                  MISMATCH OR TRUNCATED BATCH; THE SCHEDULE
005342*                  PASS STEPS OVER THE CONTROL RECORDS.
005344* 2026-10-15  RH   A RECAST DATED FOR A LATER PERIOD THAN THE
005346*                  LOAN'S NEXT UNPAID ONE IS NO LONGER REJECTED -
005348*                  IT IS HELD ON RCSTNEW AND APPLIED ON THE RUN
005350*                  WHERE IT FALLS DUE. ONLY A RECAST WHOSE PERIOD
005352*                  HAS ALREADY PASSED, OR LIES BEYOND THE TERM,
005354*                  GOES TO THE EXCEPTION REPOSITORY.
005356* 2026-10-15  RH   A NEW BALANCE TOO LARGE FOR AL-NUM2-CONV
005358*                  IS LOGGED AS ASTERISKS RATHER THAN WITH ITS
005360*                  HIGH-ORDER DIGITS CUT OFF.
005362* 2026-10-15  RH   BATCH LOANS ARE NOW STAMPED WITH THE
005364*                  OPERATOR ID INTAKE CARRIES ON EACH BATCH'S
005366*                  '*HDR' RECORD. RECASTS CARRY NO OPERATOR AND
005368*                  ARE STILL LOGGED WITH SPACES.
005370* 2026-10-15  RH   A REFUSED RUN, OR ONE THAT CANNOT OPEN ITS
005372*                  FILES, NOW COPIES LOANRCST TO RCSTNEW
005374*                  UNCHANGED SO HELD RECASTS ARE NOT LOST.
005400*-----------------------------------------------------------
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
007800     SELECT ROUNDING-FILE ASSIGN TO RNDLEDGR
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-RND-STATUS.
008010     SELECT RECAST-FILE ASSIGN TO LOANRCST
008020         ORGANIZATION IS SEQUENTIAL
008030         FILE STATUS IS WS-RCST-STATUS.
008040     SELECT RECAST-KEEP-FILE ASSIGN TO RCSTNEW
008050         ORGANIZATION IS SEQUENTIAL
008060         FILE STATUS IS WS-RKEEP-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  LOAN-FILE
009600 FD  ROUNDING-FILE
009700     RECORD CONTAINS 37 CHARACTERS.
009800     COPY RNDREC.
009810 FD  RECAST-FILE
009820     RECORD CONTAINS 29 CHARACTERS.
009830     COPY LOANRREC.
009840 FD  RECAST-KEEP-FILE
009850     RECORD CONTAINS 29 CHARACTERS.
009860 01  RECAST-KEEP-RECORD         PIC X(29).
009900 WORKING-STORAGE SECTION.
010000 01  WS-LOAN-STATUS         PIC X(02).
010100     88  WS-LOAN-OK         VALUE '00'.
011400     88  WS-END-OF-FILE     VALUE 'Y'.
011500 01  WS-AUDIT-DATE          PIC 9(08).
011600 01  WS-AUDIT-TIME          PIC 9(08).
011650 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
011700 01  WS-LOAN-COUNTS.
011800     05  WS-DONE-COUNT      PIC 9(06)       COMP VALUE ZERO.
011900     05  WS-BAD-COUNT       PIC 9(06)       COMP VALUE ZERO.
014200 01  WS-RND-STATUS          PIC X(02).
014300     88  WS-RND-OK          VALUE '00'.
014400     88  WS-RND-NOT-FOUND   VALUE '35'.
014403 01  WS-RND-BRANCH          PIC X(04)       VALUE SPACES.
014406 01  WS-RND-OPERATION       PIC X(14)       VALUE SPACES.
014409*-----------------------------------------------------------
014412* PAYMENT AND SCHEDULE WORK FIELDS SHARED BY THE NEW-LOAN AND
014415*     RECAST PASSES - THE PRINCIPAL (OR BALANCE) TO AMORTIZE,
014418*     THE ANNUAL RATE, THE NUMBER OF PERIODS, AND THE PERIOD
014421*     NUMBER THE PRINTED SCHEDULE COUNTS ON FROM
014424*-----------------------------------------------------------
014427 01  WS-CALC-PRINCIPAL      PIC S9(07)V99   COMP-3 VALUE ZERO.
014430 01  WS-CALC-RATE           PIC 9(02)V9(04) VALUE ZERO.
014433 01  WS-CALC-TERM           PIC 9(03)       COMP VALUE ZERO.
014436 01  WS-PERIOD-OFFSET       PIC 9(03)       COMP VALUE ZERO.
014439 01  WS-RCST-STATUS         PIC X(02).
014442     88  WS-RCST-OK         VALUE '00'.
014445     88  WS-RCST-NOT-FOUND  VALUE '35'.
014448 01  WS-RCST-OPEN-SWITCH    PIC X(01)       VALUE 'N'.
014451     88  WS-RCST-OPEN       VALUE 'Y'.
014454 01  WS-RCST-EOF-SWITCH     PIC X(01)       VALUE 'N'.
014457     88  WS-RCST-EOF        VALUE 'Y'.
014458 01  WS-RKEEP-STATUS        PIC X(02).
014459     88  WS-RKEEP-OK        VALUE '00'.
014460 01  WS-RECAST-COUNTS.
014463     05  WS-RECAST-COUNT    PIC 9(06)       COMP VALUE ZERO.
014466     05  WS-RECAST-BAD-COUNT PIC 9(06)      COMP VALUE ZERO.
014467     05  WS-RECAST-HELD-COUNT PIC 9(06)     COMP VALUE ZERO.
014469 01  WS-RECAST-REASON       PIC X(30)       VALUE SPACES.
014472 01  WS-NEXT-PERIOD         PIC 9(03)       COMP VALUE ZERO.
014475 01  WS-REMAIN-TERM         PIC 9(03)       COMP VALUE ZERO.
014478 01  WS-NEW-MONTHLY-RATE    PIC S9(03)V9(08) COMP-3 VALUE ZERO.
014481 01  WS-NEW-PAYMENT         PIC S9(07)V99   COMP-3 VALUE ZERO.
014484 01  WS-NEW-BALANCE         PIC S9(07)V99   COMP-3 VALUE ZERO.
014487     COPY DUECTL.
014500     COPY RPTCTL.
014550     COPY NATBCTL.
014600 01  WS-LOAN-HEADER-LINE.
014700     05  FILLER             PIC X(05) VALUE 'LOAN '.
014800     05  LH-LOAN-ID         PIC X(08).
015700     05  FILLER             PIC X(05) VALUE ' PAY '.
015800     05  LH-PAYMENT         PIC ZZZ,ZZ9.99.
015900     05  FILLER             PIC X(04) VALUE SPACES.
015910 01  WS-RECAST-HEADER-LINE.
015920     05  FILLER             PIC X(07) VALUE 'RECAST '.
015930     05  RH-LOAN-ID         PIC X(08).
015940     05  FILLER             PIC X(04) VALUE ' BR '.
015950     05  RH-BRANCH          PIC X(04).
015960     05  FILLER             PIC X(01) VALUE SPACE.
015970     05  RH-TYPE-TEXT       PIC X(11).
015980     05  RH-AMOUNT          PIC ZZ,ZZ9.99.
015985     05  RH-RATE REDEFINES RH-AMOUNT
015986                            PIC BBZ9.9999.
015990     05  FILLER             PIC X(13) VALUE ' FROM PERIOD '.
015991     05  RH-EFF-PERIOD      PIC ZZ9.
015992     05  FILLER             PIC X(20) VALUE SPACES.
015993 01  WS-RECAST-TERMS-LINE.
015994     05  FILLER             PIC X(02) VALUE SPACES.
015995     05  RT-LABEL           PIC X(07).
015996     05  FILLER             PIC X(05) VALUE ' BAL '.
015997     05  RT-BALANCE         PIC ZZ,ZZ9.99.
015998     05  FILLER             PIC X(06) VALUE ' RATE '.
015999     05  RT-RATE            PIC Z9.9999.
016001     05  FILLER             PIC X(07) VALUE ' TERMS '.
016002     05  RT-TERM            PIC ZZ9.
016003     05  FILLER             PIC X(05) VALUE ' PAY '.
016004     05  RT-PAYMENT         PIC ZZZ,ZZ9.99.
016005     05  FILLER             PIC X(19) VALUE SPACES.
016006 01  WS-PERIOD-LINE.
016100     05  FILLER             PIC X(02) VALUE SPACES.
016200     05  PL-PERIOD          PIC ZZ9.
016300     05  FILLER             PIC X(02) VALUE SPACES.
017900     IF NOT WS-BATCH-FAILED
018000         PERFORM 2000-PROCESS-LOANS
018100             THRU 2000-PROCESS-LOANS-EXIT
018110         IF WS-RCST-OPEN
018120             PERFORM 5000-PROCESS-RECASTS
018130                 THRU 5000-PROCESS-RECASTS-EXIT
018140         END-IF
018200         PERFORM 3000-DISPLAY-TOTALS
018300             THRU 3000-DISPLAY-TOTALS-EXIT
018400         PERFORM 8900-CLOSE-FILES
018500             THRU 8900-CLOSE-FILES-EXIT
018600     END-IF.
018620     IF WS-BATCH-FAILED
018640         PERFORM 8960-RESTORE-RECAST-FILE
018660             THRU 8960-RESTORE-RECAST-FILE-EXIT
018680     END-IF.
018700     PERFORM 9999-EXIT
018800         THRU 9999-EXIT-EXIT.
018900*-----------------------------------------------------------
019000* 1000-INITIALIZE - OPEN THE LOAN FILE, THE EXCEPTION
019100*     REPOSITORY, THE SHARED AUDIT LOG AND THE SCHEDULE
019200*     REPORT, AND THE RECAST FILE WHEN ONE WAS SUBMITTED
019300*-----------------------------------------------------------
019400 1000-INITIALIZE.
019500     OPEN INPUT LOAN-FILE.
019900         MOVE 'N' TO WS-BATCH-OK-SWITCH
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF.
020110     PERFORM 1050-PROVE-BATCHES
020120         THRU 1050-PROVE-BATCHES-EXIT.
020130     IF NB-RUN-REFUSED
020140         MOVE 'N' TO WS-BATCH-OK-SWITCH
020150         GO TO 1000-INITIALIZE-EXIT
020160     END-IF.
020200     OPEN EXTEND EXCEPTION-FILE.
020300     IF WS-EXCP-NOT-FOUND
020400         OPEN OUTPUT EXCEPTION-FILE
021900         MOVE 'N' TO WS-BATCH-OK-SWITCH
022000         GO TO 1000-INITIALIZE-EXIT
022100     END-IF.
022110     OPEN INPUT RECAST-FILE.
022120     IF WS-RCST-OK
022130         MOVE 'Y' TO WS-RCST-OPEN-SWITCH
022140     ELSE
022150         IF NOT WS-RCST-NOT-FOUND
022160             DISPLAY 'UNABLE TO OPEN LOANRCST, STATUS: '
022170                 WS-RCST-STATUS ' - NO RECASTS PROCESSED'
022180         END-IF
022190     END-IF.
022191     IF WS-RCST-OPEN
022192         OPEN OUTPUT RECAST-KEEP-FILE
022193         IF NOT WS-RKEEP-OK
022194             DISPLAY 'UNABLE TO OPEN RCSTNEW, STATUS: '
022195                 WS-RKEEP-STATUS ' - NO RECASTS PROCESSED'
022196             CLOSE RECAST-FILE
022197             MOVE 'N' TO WS-RCST-OPEN-SWITCH
022198         END-IF
022199     END-IF.
022200     OPEN OUTPUT REPORT-FILE.
022300     MOVE 'LOAN AMORTIZATION SCHEDULES' TO RP-TITLE.
022400     MOVE '  PER  PAYMENT     INTEREST    PRINCIPAL    BALANCE'
022800         THRU 7200-INIT-REPORT-EXIT.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023001*-----------------------------------------------------------
023002* 1050-PROVE-BATCHES - FIRST PASS OVER LOANFILE: BALANCE
023003*     EVERY INTAKE BATCH THROUGH NATBPROC, THEN REOPEN THE
023004*     FILE FOR THE REAL PASS UNLESS THE RUN WAS REFUSED
023005*-----------------------------------------------------------
023006 1050-PROVE-BATCHES.
023007     MOVE 'LOANFILE' TO NB-FILE-NAME.
023008     PERFORM 7400-NB-BEGIN-PROOF
023009         THRU 7400-NB-BEGIN-PROOF-EXIT.
023010     PERFORM 2100-READ-LOAN
023011         THRU 2100-READ-LOAN-EXIT.
023012     PERFORM 1060-PROVE-ONE-RECORD
023013         THRU 1060-PROVE-ONE-RECORD-EXIT
023014         UNTIL WS-END-OF-FILE.
023015     PERFORM 7440-NB-END-PROOF
023016         THRU 7440-NB-END-PROOF-EXIT.
023017     CLOSE LOAN-FILE.
023018     MOVE 'N' TO WS-EOF-SWITCH.
023019     IF NB-RUN-REFUSED
023020         GO TO 1050-PROVE-BATCHES-EXIT
023021     END-IF.
023022     OPEN INPUT LOAN-FILE.
023023     IF NOT WS-LOAN-OK
023024         DISPLAY 'UNABLE TO REOPEN LOANFILE, STATUS: '
023025             WS-LOAN-STATUS
023026         PERFORM 7490-NB-REFUSE-RUN
023027             THRU 7490-NB-REFUSE-RUN-EXIT
023028     END-IF.
023029 1050-PROVE-BATCHES-EXIT.
023030     EXIT.
023031*-----------------------------------------------------------
023032* 1060-PROVE-ONE-RECORD - ROUTE ONE RECORD TO THE HEADER,
023033*     TRAILER OR DETAIL CONTROL, THEN READ THE NEXT
023034*-----------------------------------------------------------
023035 1060-PROVE-ONE-RECORD.
023036     EVALUATE TRUE
023037         WHEN LN-REC-HEADER
023038             MOVE LN-HEADER-BODY TO NB-HEADER-IMAGE
023039             PERFORM 7410-NB-START-BATCH
023040                 THRU 7410-NB-START-BATCH-EXIT
023041         WHEN LN-REC-TRAILER
023042             MOVE LN-TRAILER-BODY TO NB-TRAILER-IMAGE
023043             PERFORM 7430-NB-VERIFY-TRAILER
023044                 THRU 7430-NB-VERIFY-TRAILER-EXIT
023045         WHEN OTHER
023046             MOVE ZERO TO NB-DETAIL-HASH
023047             IF LN-PRINCIPAL IS NUMERIC
023048                     AND LN-ANNUAL-RATE IS NUMERIC
023049                 COMPUTE NB-DETAIL-HASH =
023050                     LN-PRINCIPAL + LN-ANNUAL-RATE
023051             END-IF
023052             PERFORM 7420-NB-COUNT-DETAIL
023053                 THRU 7420-NB-COUNT-DETAIL-EXIT
023054     END-EVALUATE.
023055     PERFORM 2100-READ-LOAN
023056         THRU 2100-READ-LOAN-EXIT.
023057 1060-PROVE-ONE-RECORD-EXIT.
023058     EXIT.
023100*-----------------------------------------------------------
023200* 2000-PROCESS-LOANS - GENERATE A SCHEDULE FOR EVERY LOAN
023300*-----------------------------------------------------------
024000 2000-PROCESS-LOANS-EXIT.
024100     EXIT.
024200*-----------------------------------------------------------
024300* 2100-READ-LOAN - READ ONE LOAN RECORD, TAKING THE BATCH
024350*     OPERATOR FROM EACH '*HDR' RECORD
024400*-----------------------------------------------------------
024500 2100-READ-LOAN.
024600     READ LOAN-FILE
024700         AT END
024800             SET WS-END-OF-FILE TO TRUE
024900     END-READ.
024910     IF NOT WS-END-OF-FILE
024920         IF LN-REC-HEADER
024930             MOVE LN-HDR-OPERATOR TO WS-OPERATOR-ID
024940         END-IF
024950         IF LN-REC-TRAILER
024960             MOVE SPACES TO WS-OPERATOR-ID
024970         END-IF
024980     END-IF.
025000 2100-READ-LOAN-EXIT.
025100     EXIT.
025200*-----------------------------------------------------------
025500*     THE NEXT
025600*-----------------------------------------------------------
025700 2200-AMORTIZE-ONE-LOAN.
025725     IF LN-REC-HEADER OR LN-REC-TRAILER
025750         GO TO 2200-AMORTIZE-NEXT
025775     END-IF.
025800     IF LN-PRINCIPAL IS NOT NUMERIC
025900             OR LN-ANNUAL-RATE IS NOT NUMERIC
026000             OR LN-TERM-MONTHS IS NOT NUMERIC
026700             THRU 2600-REJECT-LOAN-EXIT
026800         GO TO 2200-AMORTIZE-NEXT
026900     END-IF.
026910     MOVE LN-PRINCIPAL   TO WS-CALC-PRINCIPAL.
026920     MOVE LN-ANNUAL-RATE TO WS-CALC-RATE.
026930     MOVE LN-TERM-MONTHS TO WS-CALC-TERM.
026940     MOVE ZERO           TO WS-PERIOD-OFFSET.
027000     PERFORM 2300-COMPUTE-PAYMENT
027100         THRU 2300-COMPUTE-PAYMENT-EXIT.
027200     IF WS-CALC-FAILED
027900     PERFORM 8000-WRITE-AUDIT-LOG
028000         THRU 8000-WRITE-AUDIT-LOG-EXIT.
028100     IF WS-ROUND-RESIDUAL NOT = ZERO
028110         MOVE LN-BRANCH      TO WS-RND-BRANCH
028120         MOVE 'AMORTIZATION' TO WS-RND-OPERATION
028200         PERFORM 8500-WRITE-ROUNDING
028300             THRU 8500-WRITE-ROUNDING-EXIT
028400     END-IF.
029300*-----------------------------------------------------------
029400* 2300-COMPUTE-PAYMENT - COMPUTE THE LEVEL PER-PERIOD PAYMENT
029500*     FROM THE STANDARD ANNUITY FORMULA; A ZERO RATE DIVIDES
029600*     THE PRINCIPAL EVENLY ACROSS THE TERM. WORKS FROM
029610*     WS-CALC-PRINCIPAL, WS-CALC-RATE AND WS-CALC-TERM.
029700*-----------------------------------------------------------
029800 2300-COMPUTE-PAYMENT.
029900     MOVE 'Y' TO WS-CALC-OK-SWITCH.
030000     COMPUTE WS-MONTHLY-RATE ROUNDED =
030100         WS-CALC-RATE / 12 / 100
030200         ON SIZE ERROR
030300             MOVE 'N' TO WS-CALC-OK-SWITCH
030400     END-COMPUTE.
030700     END-IF.
030800     IF WS-MONTHLY-RATE = ZERO
030900         COMPUTE WS-PAYMENT ROUNDED =
031000             WS-CALC-PRINCIPAL / WS-CALC-TERM
031100             ON SIZE ERROR
031200                 MOVE 'N' TO WS-CALC-OK-SWITCH
031300         END-COMPUTE
031400         GO TO 2300-COMPUTE-PAYMENT-EXIT
031500     END-IF.
031600     COMPUTE WS-FACTOR ROUNDED =
031700         (1 + WS-MONTHLY-RATE) ** WS-CALC-TERM
031800         ON SIZE ERROR
031900             MOVE 'N' TO WS-CALC-OK-SWITCH
032000     END-COMPUTE.
034000         GO TO 2300-COMPUTE-PAYMENT-EXIT
034100     END-IF.
034200     COMPUTE WS-PAYMENT ROUNDED =
034300         WS-CALC-PRINCIPAL * WS-RATE-RATIO
034400         ON SIZE ERROR
034500             MOVE 'N' TO WS-CALC-OK-SWITCH
034600     END-COMPUTE.
036000     MOVE WS-LOAN-HEADER-LINE TO RP-PRINT-LINE.
036100     PERFORM 7000-WRITE-RPT-LINE
036200         THRU 7000-WRITE-RPT-LINE-EXIT.
036300     PERFORM 2450-PRINT-PERIODS
036400         THRU 2450-PRINT-PERIODS-EXIT.
037200 2400-PRINT-SCHEDULE-EXIT.
037300     EXIT.
037305*-----------------------------------------------------------
037310* 2450-PRINT-PERIODS - PRINT ONE LINE PER PERIOD OF THE
037315*     SCHEDULE IN THE WS-CALC- FIELDS AT THE LEVEL PAYMENT IN
037320*     WS-PAYMENT, TOTALLING WHAT IT PAYS, AND KEEP THE
037325*     RESIDUE THE FINAL PERIOD ABSORBS
037330*-----------------------------------------------------------
037335 2450-PRINT-PERIODS.
037340     MOVE WS-CALC-PRINCIPAL TO WS-BALANCE.
037345     MOVE ZERO TO WS-TOTAL-PAID.
037350     MOVE ZERO TO WS-TOTAL-INTEREST.
037355     PERFORM 2500-PRINT-ONE-PERIOD
037360         THRU 2500-PRINT-ONE-PERIOD-EXIT
037365         VARYING WS-PERIOD-NO FROM 1 BY 1
037370         UNTIL WS-PERIOD-NO > WS-CALC-TERM.
037375     COMPUTE WS-ROUND-RESIDUAL =
037380         WS-PERIOD-PAYMENT - WS-PAYMENT.
037385 2450-PRINT-PERIODS-EXIT.
037390     EXIT.
037400*-----------------------------------------------------------
037500* 2500-PRINT-ONE-PERIOD - COMPUTE AND PRINT ONE PERIOD'S
037600*     PAYMENT SPLIT. THE FINAL PERIOD PAYS THE BALANCE OFF
037900 2500-PRINT-ONE-PERIOD.
038000     COMPUTE WS-INTEREST ROUNDED =
038100         WS-BALANCE * WS-MONTHLY-RATE.
038200     IF WS-PERIOD-NO = WS-CALC-TERM
038300         MOVE WS-BALANCE TO WS-PRINCIPAL-PART
038400         COMPUTE WS-PERIOD-PAYMENT =
038500             WS-PRINCIPAL-PART + WS-INTEREST
039100     SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE.
039200     ADD WS-PERIOD-PAYMENT TO WS-TOTAL-PAID.
039300     ADD WS-INTEREST       TO WS-TOTAL-INTEREST.
039400     COMPUTE PL-PERIOD = WS-PERIOD-NO + WS-PERIOD-OFFSET.
039500     MOVE WS-PERIOD-PAYMENT TO PL-PAYMENT.
039600     MOVE WS-INTEREST       TO PL-INTEREST.
039700     MOVE WS-PRINCIPAL-PART TO PL-PRINCIPAL.
041700     MOVE '06'           TO XR-REASON-CODE.
041800     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
041900     MOVE LOAN-RECORD    TO XR-TRANS-IMAGE.
041950     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
042000     WRITE EXCEPTION-TRANS-RECORD.
042100     DISPLAY 'SKIPPED - UNUSABLE LOAN RECORD: ' LN-LOAN-ID.
042200 2600-REJECT-LOAN-EXIT.
044600     MOVE WS-TOTAL-INTEREST TO LM-TOTAL-INTEREST.
044700     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
044800     MOVE WS-AUDIT-DATE    TO LM-POSTED-DATE.
044850     MOVE SPACES           TO LM-SERVICING.
044900     IF WS-MAST-EXISTS
045000         REWRITE LOAN-MASTER-RECORD
045100     ELSE
047700     MOVE LN-TERM-MONTHS  TO AL-NUM2-CONV.
047800     MOVE WS-PAYMENT      TO AL-RESULT.
047900     MOVE 'B' TO AL-ORIGIN.
047950     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
048000     WRITE AUDIT-LINE.
048100 8000-WRITE-AUDIT-LOG-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------
048400* 8500-WRITE-ROUNDING - APPEND ONE ROUNDING-RESIDUE LEDGER
048500*     RECORD FOR THE RESIDUE THE SCHEDULE'S FINAL PERIOD
048600*     ABSORBED, SO THE GIVE AND TAKE IS A REPORTED NUMBER;
048610*     THE CALLER SETS WS-RND-BRANCH AND WS-RND-OPERATION
048700*-----------------------------------------------------------
048800 8500-WRITE-ROUNDING.
048900     OPEN EXTEND ROUNDING-FILE.
049600         GO TO 8500-WRITE-ROUNDING-EXIT
049700     END-IF.
049800     MOVE WS-AUDIT-DATE    TO RL-DATE.
049900     MOVE WS-RND-BRANCH    TO RL-BRANCH.
050000     MOVE WS-RND-OPERATION TO RL-OPERATION.
050100     MOVE WS-ROUND-RESIDUAL TO RL-RESIDUAL.
050200     WRITE ROUNDING-LEDGER-RECORD.
050300     CLOSE ROUNDING-FILE.
051400     DISPLAY 'SCHEDULES GENERATED: ' WS-COUNT-DISPLAY.
051500     MOVE WS-BAD-COUNT TO WS-COUNT-DISPLAY.
051600     DISPLAY 'LOANS REJECTED:      ' WS-COUNT-DISPLAY.
051610     MOVE WS-RECAST-COUNT TO WS-COUNT-DISPLAY.
051620     DISPLAY 'LOANS RECAST:        ' WS-COUNT-DISPLAY.
051630     MOVE WS-RECAST-BAD-COUNT TO WS-COUNT-DISPLAY.
051640     DISPLAY 'RECASTS REJECTED:    ' WS-COUNT-DISPLAY.
051660     MOVE WS-RECAST-HELD-COUNT TO WS-COUNT-DISPLAY.
051680     DISPLAY 'RECASTS HELD:        ' WS-COUNT-DISPLAY.
051700 3000-DISPLAY-TOTALS-EXIT.
051800     EXIT.
054000*-----------------------------------------------------------
054100* 5000-PROCESS-RECASTS - RECAST EVERY LOAN ON THE LOANRCST FILE
054200*-----------------------------------------------------------
054300 5000-PROCESS-RECASTS.
054400     PERFORM 5100-READ-RECAST
054500         THRU 5100-READ-RECAST-EXIT.
054600     PERFORM 5200-RECAST-ONE-LOAN
054700         THRU 5200-RECAST-ONE-LOAN-EXIT
054800         UNTIL WS-RCST-EOF.
054900 5000-PROCESS-RECASTS-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------
055200* 5100-READ-RECAST - READ ONE RECAST RECORD
055300*-----------------------------------------------------------
055400 5100-READ-RECAST.
055500     READ RECAST-FILE
055600         AT END
055700             SET WS-RCST-EOF TO TRUE
055800     END-READ.
055900 5100-READ-RECAST-EXIT.
056000     EXIT.
056100*-----------------------------------------------------------
056200* 5200-RECAST-ONE-LOAN - VALIDATE ONE RECAST AGAINST ITS
056300*     LOANMAST RECORD, COMPUTE THE NEW LEVEL PAYMENT OVER THE
056400*     PERIODS STILL TO RUN, PRINT THE BEFORE AND AFTER
056500*     SCHEDULES AND POST THE NEW TERMS, THEN READ THE NEXT.
056600*     THE RECAST STARTS AT THE LOAN'S NEXT UNPAID PERIOD; THE
056700*     TERM IN MONTHS AND THE DUE DATES DO NOT MOVE.
056725*     A RECAST DATED FOR A LATER PERIOD IS HELD ON RCSTNEW
056750*     UNTIL THAT PERIOD IS THE NEXT UNPAID ONE.
056800*-----------------------------------------------------------
056900 5200-RECAST-ONE-LOAN.
057000     IF LR-AMOUNT IS NOT NUMERIC
057100             OR LR-NEW-RATE IS NOT NUMERIC
057200             OR LR-EFF-PERIOD IS NOT NUMERIC
057300             OR (NOT LR-PREPAYMENT AND NOT LR-RATE-CHANGE)
057400         MOVE 'RECAST RECORD NOT USABLE' TO WS-RECAST-REASON
057500         PERFORM 5900-REJECT-RECAST
057600             THRU 5900-REJECT-RECAST-EXIT
057700         GO TO 5200-RECAST-NEXT
057800     END-IF.
057900     MOVE LR-LOAN-ID TO LM-LOAN-ID.
058000     MOVE 'N' TO WS-MAST-EXISTS-SW.
058100     READ LOAN-MASTER-FILE
058200         INVALID KEY
058300             CONTINUE
058400         NOT INVALID KEY
058500             MOVE 'Y' TO WS-MAST-EXISTS-SW
058600     END-READ.
058700     IF NOT WS-MAST-EXISTS
058800         MOVE 'LOAN NOT ON LOANMAST' TO WS-RECAST-REASON
058900         PERFORM 5900-REJECT-RECAST
059000             THRU 5900-REJECT-RECAST-EXIT
059100         GO TO 5200-RECAST-NEXT
059200     END-IF.
059300     IF LM-PAID-OFF
059400         MOVE 'LOAN ALREADY PAID OFF' TO WS-RECAST-REASON
059500         PERFORM 5900-REJECT-RECAST
059600             THRU 5900-REJECT-RECAST-EXIT
059700         GO TO 5200-RECAST-NEXT
059800     END-IF.
059900     IF NOT LM-ACTIVE
060000         PERFORM 5300-START-SERVICING
060100             THRU 5300-START-SERVICING-EXIT
060200     END-IF.
060300     COMPUTE WS-NEXT-PERIOD = LM-PAYMENTS-MADE + 1.
060400     IF LR-EFF-PERIOD NOT = ZERO
060500             AND LR-EFF-PERIOD < WS-NEXT-PERIOD
060600         MOVE 'EFFECTIVE PERIOD ALREADY PAST' TO WS-RECAST-REASON
060700         PERFORM 5900-REJECT-RECAST
060800             THRU 5900-REJECT-RECAST-EXIT
060900         GO TO 5200-RECAST-NEXT
061000     END-IF.
061005     IF LR-EFF-PERIOD > LM-TERM-MONTHS
061010         MOVE 'EFFECTIVE PERIOD PAST THE TERM' TO WS-RECAST-REASON
061015         PERFORM 5900-REJECT-RECAST
061020             THRU 5900-REJECT-RECAST-EXIT
061025         GO TO 5200-RECAST-NEXT
061030     END-IF.
061035     IF LR-EFF-PERIOD > WS-NEXT-PERIOD
061040         PERFORM 5800-HOLD-RECAST
061045             THRU 5800-HOLD-RECAST-EXIT
061050         GO TO 5200-RECAST-NEXT
061055     END-IF.
061100     IF LM-PAYMENTS-MADE NOT < LM-TERM-MONTHS
061200         MOVE 'NO PERIODS LEFT TO RECAST' TO WS-RECAST-REASON
061300         PERFORM 5900-REJECT-RECAST
061400             THRU 5900-REJECT-RECAST-EXIT
061500         GO TO 5200-RECAST-NEXT
061600     END-IF.
061700     IF LR-PREPAYMENT
061800             AND (LR-AMOUNT = ZERO OR LR-AMOUNT NOT < LM-BALANCE)
061900         MOVE 'PREPAYMENT NOT BELOW BALANCE' TO WS-RECAST-REASON
062000         PERFORM 5900-REJECT-RECAST
062100             THRU 5900-REJECT-RECAST-EXIT
062200         GO TO 5200-RECAST-NEXT
062300     END-IF.
062400     COMPUTE WS-REMAIN-TERM = LM-TERM-MONTHS - LM-PAYMENTS-MADE.
062500     IF LR-PREPAYMENT
062600         COMPUTE WS-NEW-BALANCE = LM-BALANCE - LR-AMOUNT
062700         MOVE LM-ANNUAL-RATE TO WS-CALC-RATE
062800     ELSE
062900         MOVE LM-BALANCE  TO WS-NEW-BALANCE
063000         MOVE LR-NEW-RATE TO WS-CALC-RATE
063100     END-IF.
063200     MOVE WS-NEW-BALANCE TO WS-CALC-PRINCIPAL.
063300     MOVE WS-REMAIN-TERM TO WS-CALC-TERM.
063400     PERFORM 2300-COMPUTE-PAYMENT
063500         THRU 2300-COMPUTE-PAYMENT-EXIT.
063600     IF WS-CALC-FAILED
063700         MOVE 'NEW PAYMENT WILL NOT COMPUTE' TO WS-RECAST-REASON
063800         PERFORM 5900-REJECT-RECAST
063900             THRU 5900-REJECT-RECAST-EXIT
064000         GO TO 5200-RECAST-NEXT
064100     END-IF.
064200     MOVE WS-MONTHLY-RATE TO WS-NEW-MONTHLY-RATE.
064300     MOVE WS-PAYMENT      TO WS-NEW-PAYMENT.
064400     PERFORM 5400-PRINT-RECAST
064500         THRU 5400-PRINT-RECAST-EXIT.
064600     PERFORM 5500-UPDATE-LOAN-MASTER
064700         THRU 5500-UPDATE-LOAN-MASTER-EXIT.
064800     PERFORM 5600-WRITE-RECAST-AUDIT
064900         THRU 5600-WRITE-RECAST-AUDIT-EXIT.
065000     MOVE LM-BRANCH     TO WS-RND-BRANCH.
065100     MOVE 'LOAN RECAST' TO WS-RND-OPERATION.
065200     PERFORM 8500-WRITE-ROUNDING
065300         THRU 8500-WRITE-ROUNDING-EXIT.
065400     ADD 1 TO WS-RECAST-COUNT.
065500 5200-RECAST-NEXT.
065600     PERFORM 5100-READ-RECAST
065700         THRU 5100-READ-RECAST-EXIT.
065800 5200-RECAST-ONE-LOAN-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------
066100* 5300-START-SERVICING - A LOAN WITH NO PAYMENTS POSTED YET
066200*     HAS NO SERVICING POSITION; OPEN ONE THE WAY LOANPOST
066300*     DOES - THE FULL PRINCIPAL OUTSTANDING, THE FIRST
066400*     PAYMENT DUE ONE MONTH AFTER THE LOAN WAS POSTED
066500*-----------------------------------------------------------
066600 5300-START-SERVICING.
066700     MOVE 'A'          TO LM-STATUS.
066800     MOVE LM-PRINCIPAL TO LM-BALANCE.
066900     MOVE ZERO         TO LM-PRIN-RECEIVED.
067000     MOVE ZERO         TO LM-INT-RECEIVED.
067100     MOVE ZERO         TO LM-PAYMENTS-MADE.
067200     MOVE ZERO         TO LM-PAID-TO-DATE.
067300     MOVE ZERO         TO LM-LAST-PAY-DATE.
067400     MOVE LM-POSTED-DATE TO DU-BASE-DATE.
067500     MOVE 1 TO DU-MONTHS-TO-ADD.
067600     PERFORM 7600-ADD-MONTHS
067700         THRU 7600-ADD-MONTHS-EXIT.
067800     MOVE DU-RESULT-DATE TO LM-FIRST-DUE-DATE.
067900     MOVE DU-RESULT-DATE TO LM-NEXT-DUE-DATE.
068000 5300-START-SERVICING-EXIT.
068100     EXIT.
068200*-----------------------------------------------------------
068300* 5400-PRINT-RECAST - PRINT THE RECAST HEADER, THE REMAINING
068400*     SCHEDULE ON THE OLD TERMS, AND THE REMAINING SCHEDULE ON
068500*     THE NEW TERMS, BOTH NUMBERED FROM THE NEXT UNPAID PERIOD.
068600*     THE AFTER SCHEDULE RUNS LAST SO ITS TOTALS AND RESIDUE
068700*     ARE THE ONES LEFT FOR THE MASTER AND THE LEDGER.
068800*-----------------------------------------------------------
068900 5400-PRINT-RECAST.
069000     MOVE LR-LOAN-ID     TO RH-LOAN-ID.
069100     MOVE LM-BRANCH      TO RH-BRANCH.
069200     IF LR-PREPAYMENT
069300         MOVE 'PREPAYMENT' TO RH-TYPE-TEXT
069400         MOVE LR-AMOUNT    TO RH-AMOUNT
069500     ELSE
069600         MOVE 'NEW RATE'   TO RH-TYPE-TEXT
069700         MOVE LR-NEW-RATE  TO RH-RATE
069800     END-IF.
069900     MOVE WS-NEXT-PERIOD TO RH-EFF-PERIOD.
070000     MOVE WS-RECAST-HEADER-LINE TO RP-PRINT-LINE.
070100     PERFORM 7000-WRITE-RPT-LINE
070200         THRU 7000-WRITE-RPT-LINE-EXIT.
070300     MOVE LM-PAYMENTS-MADE TO WS-PERIOD-OFFSET.
070400     MOVE LM-BALANCE      TO WS-CALC-PRINCIPAL.
070500     MOVE LM-MONTHLY-RATE TO WS-MONTHLY-RATE.
070600     MOVE LM-PAYMENT      TO WS-PAYMENT.
070700     MOVE 'BEFORE'        TO RT-LABEL.
070800     MOVE LM-BALANCE      TO RT-BALANCE.
070900     MOVE LM-ANNUAL-RATE  TO RT-RATE.
071000     MOVE WS-REMAIN-TERM  TO RT-TERM.
071100     MOVE LM-PAYMENT      TO RT-PAYMENT.
071200     MOVE WS-RECAST-TERMS-LINE TO RP-PRINT-LINE.
071300     PERFORM 7000-WRITE-RPT-LINE
071400         THRU 7000-WRITE-RPT-LINE-EXIT.
071500     PERFORM 2450-PRINT-PERIODS
071600         THRU 2450-PRINT-PERIODS-EXIT.
071700     MOVE WS-NEW-BALANCE      TO WS-CALC-PRINCIPAL.
071800     MOVE WS-NEW-MONTHLY-RATE TO WS-MONTHLY-RATE.
071900     MOVE WS-NEW-PAYMENT      TO WS-PAYMENT.
072000     MOVE 'AFTER'         TO RT-LABEL.
072100     MOVE WS-NEW-BALANCE  TO RT-BALANCE.
072200     MOVE WS-CALC-RATE    TO RT-RATE.
072300     MOVE WS-REMAIN-TERM  TO RT-TERM.
072400     MOVE WS-NEW-PAYMENT  TO RT-PAYMENT.
072500     MOVE WS-RECAST-TERMS-LINE TO RP-PRINT-LINE.
072600     PERFORM 7000-WRITE-RPT-LINE
072700         THRU 7000-WRITE-RPT-LINE-EXIT.
072800     PERFORM 2450-PRINT-PERIODS
072900         THRU 2450-PRINT-PERIODS-EXIT.
073000 5400-PRINT-RECAST-EXIT.
073100     EXIT.
073200*-----------------------------------------------------------
073300* 5500-UPDATE-LOAN-MASTER - POST THE NEW TERMS UNDER THE SAME
073400*     LOAN ID. A PREPAYMENT COUNTS AS PRINCIPAL RECEIVED; THE
073500*     SCHEDULE TOTALS BECOME WHAT HAS BEEN RECEIVED SO FAR PLUS
073600*     WHAT THE NEW SCHEDULE STILL PAYS.
073700*-----------------------------------------------------------
073800 5500-UPDATE-LOAN-MASTER.
073900     IF LR-PREPAYMENT
074000         ADD LR-AMOUNT TO LM-PRIN-RECEIVED
074100     END-IF.
074200     MOVE WS-NEW-BALANCE      TO LM-BALANCE.
074300     MOVE WS-CALC-RATE        TO LM-ANNUAL-RATE.
074400     MOVE WS-NEW-MONTHLY-RATE TO LM-MONTHLY-RATE.
074500     MOVE WS-NEW-PAYMENT      TO LM-PAYMENT.
074600     COMPUTE LM-TOTAL-PAID =
074700         LM-PRIN-RECEIVED + LM-INT-RECEIVED + WS-TOTAL-PAID.
074800     COMPUTE LM-TOTAL-INTEREST =
074900         LM-INT-RECEIVED + WS-TOTAL-INTEREST.
075000     REWRITE LOAN-MASTER-RECORD.
075100     IF NOT WS-LMST-OK
075200         DISPLAY 'UNABLE TO POST LOANMAST FOR ' LR-LOAN-ID
075300             ', STATUS: ' WS-LMST-STATUS
075400     END-IF.
075500 5500-UPDATE-LOAN-MASTER-EXIT.
075600     EXIT.
075700*-----------------------------------------------------------
075800* 5600-WRITE-RECAST-AUDIT - ONE 'LOAN RECAST' LINE FOR THE NEW
075900*     TERMS: NUM1 THE BALANCE RECAST, NUM2 THE ANNUAL RATE PCT,
076000*     NUM2-CONV THE PERIODS REMAINING, RESULT THE NEW LEVEL
076100*     PAYMENT. A PREPAYMENT ALSO WRITES A 'LOAN PAYMENT' LINE
076200*     THE WAY LOANPOST DOES - NUM1 THE PRINCIPAL PART, NUM2 THE
076300*     INTEREST PART (NONE), RESULT THE AMOUNT, NUM2-CONV THE
076400*     BALANCE LEFT - SO THE MONEY IS COUNTED WITH THE DAY'S
076500*     LOAN PAYMENTS.
076600*-----------------------------------------------------------
076700 5600-WRITE-RECAST-AUDIT.
076800     MOVE SPACES TO AUDIT-LINE.
076900     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
077000     ACCEPT WS-AUDIT-TIME FROM TIME.
077100     MOVE WS-AUDIT-DATE   TO AL-DATE.
077200     MOVE WS-AUDIT-TIME   TO AL-TIME.
077300     MOVE LM-BRANCH       TO AL-BRANCH.
077400     MOVE 'LOAN RECAST'   TO AL-OPERATION.
077500     MOVE WS-NEW-BALANCE  TO AL-NUM1.
077600     MOVE WS-CALC-RATE    TO AL-NUM2.
077700     MOVE WS-REMAIN-TERM  TO AL-NUM2-CONV.
077800     MOVE WS-NEW-PAYMENT  TO AL-RESULT.
077900     MOVE 'B' TO AL-ORIGIN.
078000     WRITE AUDIT-LINE.
078100     IF NOT LR-PREPAYMENT
078200         GO TO 5600-WRITE-RECAST-AUDIT-EXIT
078300     END-IF.
078400     MOVE SPACES TO AUDIT-LINE.
078500     MOVE WS-AUDIT-DATE   TO AL-DATE.
078600     MOVE WS-AUDIT-TIME   TO AL-TIME.
078700     MOVE LM-BRANCH       TO AL-BRANCH.
078800     MOVE 'LOAN PAYMENT'  TO AL-OPERATION.
078900     MOVE LR-AMOUNT       TO AL-NUM1.
079000     MOVE ZERO            TO AL-NUM2.
079100     MOVE LR-AMOUNT       TO AL-RESULT.
079200     IF WS-NEW-BALANCE > 99999.99
079220         SET AL-NUM2-CONV-TOO-LARGE TO TRUE
079240     ELSE
079260         MOVE WS-NEW-BALANCE TO AL-NUM2-CONV
079280     END-IF.
079300     MOVE 'B' TO AL-ORIGIN.
079400     WRITE AUDIT-LINE.
079500 5600-WRITE-RECAST-AUDIT-EXIT.
079600     EXIT.
079605*-----------------------------------------------------------
079610* 5800-HOLD-RECAST - CARRY ONE RECAST DATED FOR A LATER PERIOD
079615*     FORWARD, UNCHANGED, ONTO RCSTNEW
079620*-----------------------------------------------------------
079625 5800-HOLD-RECAST.
079630     ADD 1 TO WS-RECAST-HELD-COUNT.
079635     WRITE RECAST-KEEP-RECORD FROM LOAN-RECAST-RECORD.
079640     DISPLAY 'RECAST HELD FOR PERIOD ' LR-EFF-PERIOD ': '
079645         LR-LOAN-ID.
079650 5800-HOLD-RECAST-EXIT.
079655     EXIT.
079700*-----------------------------------------------------------
079800* 5900-REJECT-RECAST - SEND ONE UNUSABLE RECAST RECORD TO THE
079900*     EXCEPTION REPOSITORY UNDER REASON 06
080000*-----------------------------------------------------------
080100 5900-REJECT-RECAST.
080200     ADD 1 TO WS-RECAST-BAD-COUNT.
080300     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
080400     ACCEPT WS-AUDIT-TIME FROM TIME.
080500     MOVE SPACES TO EXCEPTION-TRANS-RECORD.
080600     MOVE WS-AUDIT-DATE  TO XR-DATE.
080700     MOVE WS-AUDIT-TIME  TO XR-TIME.
080800     MOVE 'LOAN RECAST'  TO XR-OPERATION.
080900     MOVE LR-BRANCH      TO XR-BRANCH.
081000     MOVE '06'           TO XR-REASON-CODE.
081100     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
081200     MOVE LOAN-RECAST-RECORD TO XR-TRANS-IMAGE.
081300     WRITE EXCEPTION-TRANS-RECORD.
081400     DISPLAY 'RECAST REJECTED - ' WS-RECAST-REASON ': '
081500         LR-LOAN-ID.
081600 5900-REJECT-RECAST-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------
081900* 8900-CLOSE-FILES - CLOSE ALL FIVE FILES AND THE RECAST
082000*     FILE WHEN ONE WAS OPENED
082100*-----------------------------------------------------------
082200 8900-CLOSE-FILES.
082300     CLOSE LOAN-FILE.
082400     CLOSE EXCEPTION-FILE.
082500     CLOSE AUDIT-FILE.
082600     CLOSE REPORT-FILE.
082700     CLOSE LOAN-MASTER-FILE.
082800     IF WS-RCST-OPEN
082900         CLOSE RECAST-FILE
083000         CLOSE RECAST-KEEP-FILE
083100     END-IF.
083200 8900-CLOSE-FILES-EXIT.
083300     EXIT.
083400*-----------------------------------------------------------
083500* 8960-RESTORE-RECAST-FILE - THE RUN WAS REFUSED OR NEVER
083600*     STARTED; REWRITE RCSTNEW AS AN UNCHANGED COPY OF LOANRCST
083700*     SO NO RECAST HELD FOR A LATER PERIOD IS LOST WHEN RCSTNEW
083800*     IS SWAPPED IN. WITH NO LOANRCST RCSTNEW IS LEFT EMPTY.
083900*-----------------------------------------------------------
084000 8960-RESTORE-RECAST-FILE.
084100     OPEN OUTPUT RECAST-KEEP-FILE.
084200     IF NOT WS-RKEEP-OK
084300         DISPLAY 'UNABLE TO OPEN RCSTNEW, STATUS: '
084400             WS-RKEEP-STATUS ' - LOANRCST NOT CARRIED FORWARD'
084500         GO TO 8960-RESTORE-RECAST-FILE-EXIT
084600     END-IF.
084700     OPEN INPUT RECAST-FILE.
084800     IF NOT WS-RCST-OK
084900         CLOSE RECAST-KEEP-FILE
085000         GO TO 8960-RESTORE-RECAST-FILE-EXIT
085100     END-IF.
085200     MOVE 'N' TO WS-RCST-EOF-SWITCH.
085300     PERFORM 5100-READ-RECAST
085400         THRU 5100-READ-RECAST-EXIT.
085500     PERFORM 8970-COPY-ONE-RECAST
085600         THRU 8970-COPY-ONE-RECAST-EXIT
085700         UNTIL WS-RCST-EOF.
085800     CLOSE RECAST-FILE.
085900     CLOSE RECAST-KEEP-FILE.
086000     DISPLAY 'RECASTS CARRIED FORWARD UNCHANGED ON RCSTNEW'.
086100 8960-RESTORE-RECAST-FILE-EXIT.
086200     EXIT.
086300*-----------------------------------------------------------
086400* 8970-COPY-ONE-RECAST - COPY ONE RECAST AS IT STANDS
086500*-----------------------------------------------------------
086600 8970-COPY-ONE-RECAST.
086700     WRITE RECAST-KEEP-RECORD FROM LOAN-RECAST-RECORD.
086800     PERFORM 5100-READ-RECAST
086900         THRU 5100-READ-RECAST-EXIT.
087000 8970-COPY-ONE-RECAST-EXIT.
087100     EXIT.
087200*-----------------------------------------------------------
087300* 9999-EXIT - COMMON PROGRAM EXIT
087400*-----------------------------------------------------------
087500 9999-EXIT.
087600     IF WS-BATCH-FAILED
087700         MOVE 8 TO RETURN-CODE
087800     END-IF.
087900     STOP RUN.
088000 9999-EXIT-EXIT.
088100     EXIT.
088200     COPY RPTPROC.
088300     COPY DUEPROC.
088400     COPY NATBPROC.
