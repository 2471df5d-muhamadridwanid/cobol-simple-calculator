000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOANPOST.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-01.
000600 DATE-COMPILED. 2026-09-01.
000700*REMARKS.
000800*    NIGHTLY LOAN PAYMENT POSTING RUN. READS THE LOANPAY
000900*    FILE OF INSTALMENTS THE BRANCHES TOOK IN AND APPLIES
001000*    EACH ONE TO ITS LOANMAST RECORD WITH THE SAME ROUNDING
001100*    THE AMORTIZATION SCHEDULE USES - THE PERIOD'S INTEREST
001200*    IS THE OUTSTANDING BALANCE TIMES THE STORED MONTHLY
001300*    RATE, ROUNDED, AND THE REST OF THE PAYMENT REDUCES THE
001400*    PRINCIPAL. EVERY PAYMENT ADVANCES THE LOAN ONE PERIOD:
001500*    PAYMENTS MADE, THE PAID-TO DATE (THE DUE DATE JUST
001600*    SATISFIED) AND THE NEXT DUE DATE MOVE ON, AND A PAYMENT
001700*    THAT CLEARS THE BALANCE MARKS THE LOAN PAID OFF. A
001800*    PAYMENT FOR A LOAN NOT ON THE MASTER, A LOAN ALREADY
001900*    PAID OFF, A NON-NUMERIC OR ZERO AMOUNT, OR AN AMOUNT
002000*    ABOVE THE PAYOFF FIGURE GOES TO EXCPFILE UNDER REASON
002100*    08. EACH POSTED PAYMENT WRITES ONE AUDIT LINE (OPERATION
002200*    'LOAN PAYMENT': NUM1 THE PRINCIPAL PART, NUM2 THE
002300*    INTEREST PART, RESULT THE AMOUNT RECEIVED, NUM2-CONV THE
002400*    BALANCE LEFT) SO BALPOST AND EODSUMMARY PICK UP THE
002500*    DAY'S COLLECTIONS, AND ONE LINE ON THE LOANPRPT POSTING
002600*    REGISTER. A MISSING LOANPAY FILE MEANS NO PAYMENTS CAME
002700*    IN AND IS NOT AN ERROR; RETURN-CODE 8 WHEN A FILE THAT
002800*    IS THERE CANNOT BE OPENED.
002900*-----------------------------------------------------------
003000*                 MODIFICATION HISTORY
003100*-----------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* ---------- ----  ----------------------------------------
003400* 2026-09-01  RH   ORIGINAL PROGRAM.
003410* 2026-09-02  RH   THE DUE-DATE ARITHMETIC MOVED OUT TO THE
003420*                  SHARED DUECTL/DUEPROC COPYBOOKS SO THE LOAN
003430*                  RECAST WORKS DUE DATES THE SAME WAY.
003440* 2026-10-15  RH   A BALANCE TOO LARGE FOR THE AUDIT LINE'S
003450*                  AL-NUM2-CONV IS LOGGED AS ASTERISKS RATHER
003460*                  THAN WITH ITS HIGH-ORDER DIGITS CUT OFF.
003470* 2026-10-15  RH   A FAILED OPEN OF LOANPRPT NOW ENDS THE RUN
003480*                  WITH RETURN-CODE 8.
003500*-----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PAYMENT-FILE ASSIGN TO LOANPAY
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PAY-STATUS.
004500     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS LM-LOAN-ID
004900         FILE STATUS IS WS-LMST-STATUS.
005000     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-EXCP-STATUS.
005300     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600     SELECT REPORT-FILE ASSIGN TO LOANPRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PAYMENT-FILE
006200     RECORD CONTAINS 27 CHARACTERS.
006300     COPY LOANPREC.
006400 FD  LOAN-MASTER-FILE.
006500     COPY LOANMREC.
006600 FD  EXCEPTION-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY EXCPREC.
006900 FD  AUDIT-FILE.
007000     COPY AUDITREC.
007100 FD  REPORT-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  REPORT-RECORD          PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 01  WS-PAY-STATUS          PIC X(02).
007600     88  WS-PAY-OK          VALUE '00'.
007700     88  WS-PAY-NOT-FOUND   VALUE '35'.
007800 01  WS-LMST-STATUS         PIC X(02).
007900     88  WS-LMST-OK         VALUE '00'.
008000 01  WS-EXCP-STATUS         PIC X(02).
008100     88  WS-EXCP-OK         VALUE '00'.
008200     88  WS-EXCP-NOT-FOUND  VALUE '35'.
008300 01  WS-AUDIT-STATUS        PIC X(02).
008400     88  WS-AUDIT-OK        VALUE '00'.
008500     88  WS-AUDIT-NOT-FOUND VALUE '35'.
008600 01  WS-RPT-STATUS          PIC X(02).
008700     88  WS-RPT-OK          VALUE '00'.
008800 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
008900     88  WS-OPEN-OK         VALUE 'Y'.
009000 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
009100     88  WS-END-OF-FILE     VALUE 'Y'.
009200 01  WS-DATE-INPUT          PIC X(08).
009300 01  WS-BUSINESS-DATE       PIC 9(08)       VALUE ZERO.
009400 01  WS-AUDIT-TIME          PIC 9(08).
009500 01  WS-REJECT-TEXT         PIC X(30)       VALUE SPACES.
009600 01  WS-PAY-COUNTS.
009700     05  WS-POSTED-COUNT    PIC 9(06)       COMP VALUE ZERO.
009800     05  WS-REJECT-COUNT    PIC 9(06)       COMP VALUE ZERO.
009900     05  WS-PAID-OFF-COUNT  PIC 9(06)       COMP VALUE ZERO.
010000 01  WS-POSTED-TOTAL        PIC S9(09)V99   COMP-3 VALUE ZERO.
010100 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
010200 01  WS-INTEREST            PIC S9(07)V99   COMP-3 VALUE ZERO.
010300 01  WS-PRINCIPAL-PART      PIC S9(07)V99   COMP-3 VALUE ZERO.
010400 01  WS-PAYOFF-AMOUNT       PIC S9(07)V99   COMP-3 VALUE ZERO.
010500     COPY DUECTL.
012700 01  WS-HEADING-LINE-2.
012800     05  FILLER  PIC X(40) VALUE
012900         'LOAN ID  BRCH    AMOUNT  INTEREST PRINCI'.
013000     05  FILLER  PIC X(40) VALUE
013100         'PAL   BALANCE  NO NEXT DUE NOTE'.
013200     COPY RPTCTL.
013300 01  WS-PAYMENT-LINE.
013400     05  PY-LOAN-ID         PIC X(08).
013500     05  FILLER             PIC X(01) VALUE SPACE.
013600     05  PY-BRANCH          PIC X(04).
013700     05  FILLER             PIC X(01) VALUE SPACE.
013800     05  PY-AMOUNT          PIC ZZ,ZZ9.99.
013900     05  FILLER             PIC X(01) VALUE SPACE.
014000     05  PY-INTEREST        PIC ZZ,ZZ9.99.
014100     05  FILLER             PIC X(01) VALUE SPACE.
014200     05  PY-PRINCIPAL       PIC ZZ,ZZ9.99.
014300     05  FILLER             PIC X(01) VALUE SPACE.
014400     05  PY-BALANCE         PIC ZZ,ZZ9.99.
014500     05  FILLER             PIC X(01) VALUE SPACE.
014600     05  PY-PAYMENT-NO      PIC ZZ9.
014700     05  FILLER             PIC X(01) VALUE SPACE.
014800     05  PY-NEXT-DUE        PIC 9(08).
014900     05  FILLER             PIC X(01) VALUE SPACE.
015000     05  PY-NOTE            PIC X(13).
015100 01  WS-REJECT-LINE.
015200     05  RJ-LOAN-ID         PIC X(08).
015300     05  FILLER             PIC X(01) VALUE SPACE.
015400     05  RJ-BRANCH          PIC X(04).
015500     05  FILLER             PIC X(01) VALUE SPACE.
015600     05  RJ-AMOUNT          PIC X(09).
015700     05  FILLER             PIC X(12) VALUE
015800         '  REJECTED -'.
015900     05  FILLER             PIC X(01) VALUE SPACE.
016000     05  RJ-REASON          PIC X(30).
016100     05  FILLER             PIC X(14) VALUE SPACES.
016200 01  WS-TOTAL-LINE.
016300     05  FILLER             PIC X(16) VALUE
016400         'PAYMENTS POSTED '.
016500     05  TL-POSTED-COUNT    PIC ZZZ,ZZ9.
016600     05  FILLER             PIC X(08) VALUE '  TOTAL '.
016700     05  TL-POSTED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
016800     05  FILLER             PIC X(11) VALUE '  REJECTED '.
016900     05  TL-REJECT-COUNT    PIC ZZZ,ZZ9.
017000     05  FILLER             PIC X(17) VALUE SPACES.
017100 LINKAGE SECTION.
017200*-----------------------------------------------------------
017300* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
017400*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER
017500*     (E.G. NIGHTRUN); WHEN OMITTED THIS PROGRAM FALLS BACK
017600*     TO A CONSOLE PROMPT.
017700*-----------------------------------------------------------
017800 01  LK-BUS-DATE                PIC 9(08).
017900 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
018000*-----------------------------------------------------------
018100* 0000-MAINLINE
018200*-----------------------------------------------------------
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE
018500         THRU 1000-INITIALIZE-EXIT.
018600     IF WS-OPEN-OK
018700         PERFORM 2000-POST-PAYMENTS
018800             THRU 2000-POST-PAYMENTS-EXIT
018900         PERFORM 3000-PRINT-TOTALS
019000             THRU 3000-PRINT-TOTALS-EXIT
019100         PERFORM 8900-CLOSE-FILES
019200             THRU 8900-CLOSE-FILES-EXIT
019300     END-IF.
019400     PERFORM 9999-EXIT
019500         THRU 9999-EXIT-EXIT.
019600*-----------------------------------------------------------
019700* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE AND OPEN THE
019800*     PAYMENT FILE, THE LOAN MASTER, THE EXCEPTION
019900*     REPOSITORY, THE AUDIT LOG AND THE POSTING REGISTER. A
020000*     MISSING PAYMENT FILE MEANS NOTHING CAME IN TONIGHT.
020100*-----------------------------------------------------------
020200 1000-INITIALIZE.
020300     IF LK-BUS-DATE IS OMITTED
020400         DISPLAY 'ENTER BUSINESS DATE TO POST (YYYYMMDD): '
020500         MOVE SPACES TO WS-DATE-INPUT
020600         ACCEPT WS-DATE-INPUT
020700         IF WS-DATE-INPUT IS NOT NUMERIC
020800             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
020900             MOVE 8 TO RETURN-CODE
021000             GO TO 1000-INITIALIZE-EXIT
021100         END-IF
021200         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
021300     ELSE
021400         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
021500     END-IF.
021600     OPEN INPUT PAYMENT-FILE.
021700     IF WS-PAY-NOT-FOUND
021800         DISPLAY 'NO LOANPAY FILE - NO PAYMENTS TO POST'
021900         GO TO 1000-INITIALIZE-EXIT
022000     END-IF.
022100     IF NOT WS-PAY-OK
022200         DISPLAY 'UNABLE TO OPEN LOANPAY, STATUS: '
022300             WS-PAY-STATUS
022400         MOVE 8 TO RETURN-CODE
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     OPEN I-O LOAN-MASTER-FILE.
022800     IF NOT WS-LMST-OK
022900         DISPLAY 'UNABLE TO OPEN LOANMAST, STATUS: '
023000             WS-LMST-STATUS
023100         CLOSE PAYMENT-FILE
023200         MOVE 8 TO RETURN-CODE
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF.
023500     OPEN EXTEND EXCEPTION-FILE.
023600     IF WS-EXCP-NOT-FOUND
023700         OPEN OUTPUT EXCEPTION-FILE
023800     END-IF.
023900     OPEN EXTEND AUDIT-FILE.
024000     IF WS-AUDIT-NOT-FOUND
024100         OPEN OUTPUT AUDIT-FILE
024200     END-IF.
024300     OPEN OUTPUT REPORT-FILE.
024305     IF NOT WS-RPT-OK
024310         DISPLAY 'UNABLE TO OPEN LOANPRPT, STATUS: '
024315             WS-RPT-STATUS
024320         CLOSE PAYMENT-FILE
024325         CLOSE LOAN-MASTER-FILE
024330         CLOSE EXCEPTION-FILE
024335         CLOSE AUDIT-FILE
024340         MOVE 8 TO RETURN-CODE
024345         GO TO 1000-INITIALIZE-EXIT
024350     END-IF.
024400     MOVE 'LOAN PAYMENT POSTING REGISTER' TO RP-TITLE.
024500     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
024600     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
024700     PERFORM 7200-INIT-REPORT
024800         THRU 7200-INIT-REPORT-EXIT.
024900     MOVE 'Y' TO WS-OPEN-SWITCH.
025000 1000-INITIALIZE-EXIT.
025100     EXIT.
025200*-----------------------------------------------------------
025300* 2000-POST-PAYMENTS - APPLY EVERY PAYMENT ON THE FILE
025400*-----------------------------------------------------------
025500 2000-POST-PAYMENTS.
025600     PERFORM 2100-READ-PAYMENT
025700         THRU 2100-READ-PAYMENT-EXIT.
025800     PERFORM 2200-POST-ONE-PAYMENT
025900         THRU 2200-POST-ONE-PAYMENT-EXIT
026000         UNTIL WS-END-OF-FILE.
026100 2000-POST-PAYMENTS-EXIT.
026200     EXIT.
026300*-----------------------------------------------------------
026400* 2100-READ-PAYMENT - READ ONE PAYMENT RECORD
026500*-----------------------------------------------------------
026600 2100-READ-PAYMENT.
026700     READ PAYMENT-FILE
026800         AT END
026900             SET WS-END-OF-FILE TO TRUE
027000     END-READ.
027100 2100-READ-PAYMENT-EXIT.
027200     EXIT.
027300*-----------------------------------------------------------
027400* 2200-POST-ONE-PAYMENT - VALIDATE ONE PAYMENT AGAINST ITS
027500*     LOAN, SPLIT IT INTO INTEREST AND PRINCIPAL, UPDATE THE
027600*     MASTER'S SERVICING POSITION, AND LOG IT, THEN READ THE
027700*     NEXT
027800*-----------------------------------------------------------
027900 2200-POST-ONE-PAYMENT.
028000     IF LP-AMOUNT IS NOT NUMERIC
028100         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-TEXT
028200         PERFORM 2600-REJECT-PAYMENT
028300             THRU 2600-REJECT-PAYMENT-EXIT
028400         GO TO 2200-POST-NEXT
028500     END-IF.
028600     IF LP-AMOUNT = ZERO
028700         MOVE 'AMOUNT IS ZERO' TO WS-REJECT-TEXT
028800         PERFORM 2600-REJECT-PAYMENT
028900             THRU 2600-REJECT-PAYMENT-EXIT
029000         GO TO 2200-POST-NEXT
029100     END-IF.
029200     MOVE LP-LOAN-ID TO LM-LOAN-ID.
029300     READ LOAN-MASTER-FILE
029400         INVALID KEY
029500             MOVE 'LOAN NOT ON LOANMAST' TO WS-REJECT-TEXT
029600             PERFORM 2600-REJECT-PAYMENT
029700                 THRU 2600-REJECT-PAYMENT-EXIT
029800             GO TO 2200-POST-NEXT
029900     END-READ.
030000     IF NOT LM-ACTIVE AND NOT LM-PAID-OFF
030100         PERFORM 2300-START-SERVICING
030200             THRU 2300-START-SERVICING-EXIT
030300     END-IF.
030400     IF LM-PAID-OFF
030500         MOVE 'LOAN ALREADY PAID OFF' TO WS-REJECT-TEXT
030600         PERFORM 2600-REJECT-PAYMENT
030700             THRU 2600-REJECT-PAYMENT-EXIT
030800         GO TO 2200-POST-NEXT
030900     END-IF.
031000     COMPUTE WS-INTEREST ROUNDED =
031100         LM-BALANCE * LM-MONTHLY-RATE.
031200     COMPUTE WS-PAYOFF-AMOUNT = LM-BALANCE + WS-INTEREST.
031300     IF LP-AMOUNT > WS-PAYOFF-AMOUNT
031400         MOVE 'AMOUNT EXCEEDS PAYOFF FIGURE' TO WS-REJECT-TEXT
031500         PERFORM 2600-REJECT-PAYMENT
031600             THRU 2600-REJECT-PAYMENT-EXIT
031700         GO TO 2200-POST-NEXT
031800     END-IF.
031900     PERFORM 2400-APPLY-PAYMENT
032000         THRU 2400-APPLY-PAYMENT-EXIT.
032100     REWRITE LOAN-MASTER-RECORD.
032200     IF NOT WS-LMST-OK
032300         DISPLAY 'UNABLE TO REWRITE LOANMAST FOR ' LM-LOAN-ID
032400             ', STATUS: ' WS-LMST-STATUS
032500         MOVE 8 TO RETURN-CODE
032600         GO TO 2200-POST-NEXT
032700     END-IF.
032800     PERFORM 8000-WRITE-AUDIT-LOG
032900         THRU 8000-WRITE-AUDIT-LOG-EXIT.
033000     PERFORM 2500-PRINT-PAYMENT
033100         THRU 2500-PRINT-PAYMENT-EXIT.
033200     ADD 1 TO WS-POSTED-COUNT.
033300     ADD LP-AMOUNT TO WS-POSTED-TOTAL.
033400 2200-POST-NEXT.
033500     PERFORM 2100-READ-PAYMENT
033600         THRU 2100-READ-PAYMENT-EXIT.
033700 2200-POST-ONE-PAYMENT-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------
034000* 2300-START-SERVICING - A LOAN SCHEDULED BEFORE THE MASTER
034100*     CARRIED A SERVICING POSITION (OR RESCHEDULED SINCE) HAS
034200*     NONE YET: OPEN IT AT THE FULL PRINCIPAL, NOTHING
034300*     RECEIVED, FIRST DUE ONE MONTH AFTER IT WAS POSTED
034400*-----------------------------------------------------------
034500 2300-START-SERVICING.
034600     MOVE 'A'          TO LM-STATUS.
034700     MOVE LM-PRINCIPAL TO LM-BALANCE.
034800     MOVE ZERO         TO LM-PRIN-RECEIVED.
034900     MOVE ZERO         TO LM-INT-RECEIVED.
035000     MOVE ZERO         TO LM-PAYMENTS-MADE.
035100     MOVE ZERO         TO LM-PAID-TO-DATE.
035200     MOVE ZERO         TO LM-LAST-PAY-DATE.
035300     MOVE LM-POSTED-DATE TO DU-BASE-DATE.
035400     MOVE 1 TO DU-MONTHS-TO-ADD.
035500     PERFORM 7600-ADD-MONTHS
035600         THRU 7600-ADD-MONTHS-EXIT.
035700     MOVE DU-RESULT-DATE TO LM-FIRST-DUE-DATE.
035800     MOVE DU-RESULT-DATE TO LM-NEXT-DUE-DATE.
035900 2300-START-SERVICING-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------
036200* 2400-APPLY-PAYMENT - SPLIT THE PAYMENT: THE PERIOD'S
036300*     INTEREST COMES OFF FIRST (ALL OF A PAYMENT SMALLER THAN
036400*     THE INTEREST IS INTEREST), THE REST REDUCES PRINCIPAL.
036500*     THE LOAN MOVES ON ONE PERIOD; A ZERO BALANCE PAYS IT
036600*     OFF.
036700*-----------------------------------------------------------
036800 2400-APPLY-PAYMENT.
036900     IF LP-AMOUNT < WS-INTEREST
037000         MOVE LP-AMOUNT TO WS-INTEREST
037100     END-IF.
037200     COMPUTE WS-PRINCIPAL-PART = LP-AMOUNT - WS-INTEREST.
037300     SUBTRACT WS-PRINCIPAL-PART FROM LM-BALANCE.
037400     ADD WS-PRINCIPAL-PART TO LM-PRIN-RECEIVED.
037500     ADD WS-INTEREST       TO LM-INT-RECEIVED.
037600     ADD 1 TO LM-PAYMENTS-MADE.
037700     MOVE LM-NEXT-DUE-DATE TO LM-PAID-TO-DATE.
037800     IF LP-PAY-DATE IS NUMERIC AND LP-PAY-DATE NOT = ZERO
037900         MOVE LP-PAY-DATE TO LM-LAST-PAY-DATE
038000     ELSE
038100         MOVE WS-BUSINESS-DATE TO LM-LAST-PAY-DATE
038200     END-IF.
038300     IF LM-BALANCE = ZERO
038400         MOVE 'P' TO LM-STATUS
038500         MOVE ZERO TO LM-NEXT-DUE-DATE
038600         ADD 1 TO WS-PAID-OFF-COUNT
038700         GO TO 2400-APPLY-PAYMENT-EXIT
038800     END-IF.
038900     MOVE LM-FIRST-DUE-DATE TO DU-BASE-DATE.
039000     MOVE LM-PAYMENTS-MADE TO DU-MONTHS-TO-ADD.
039100     PERFORM 7600-ADD-MONTHS
039200         THRU 7600-ADD-MONTHS-EXIT.
039300     MOVE DU-RESULT-DATE TO LM-NEXT-DUE-DATE.
039400 2400-APPLY-PAYMENT-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------
039700* 2500-PRINT-PAYMENT - WRITE THE POSTED PAYMENT'S REGISTER
039800*     LINE; A PAYMENT SHORT OF THE LEVEL PAYMENT IS NOTED SO
039900*     THE BRANCH CAN CHASE THE ARREARS
040000*-----------------------------------------------------------
040100 2500-PRINT-PAYMENT.
040200     MOVE LM-LOAN-ID        TO PY-LOAN-ID.
040300     MOVE LM-BRANCH         TO PY-BRANCH.
040400     MOVE LP-AMOUNT         TO PY-AMOUNT.
040500     MOVE WS-INTEREST       TO PY-INTEREST.
040600     MOVE WS-PRINCIPAL-PART TO PY-PRINCIPAL.
040700     MOVE LM-BALANCE        TO PY-BALANCE.
040800     MOVE LM-PAYMENTS-MADE  TO PY-PAYMENT-NO.
040900     MOVE LM-NEXT-DUE-DATE  TO PY-NEXT-DUE.
041000     EVALUATE TRUE
041100         WHEN LM-PAID-OFF
041200             MOVE 'PAID OFF'    TO PY-NOTE
041300         WHEN LP-AMOUNT < LM-PAYMENT
041400             MOVE 'SHORT PAYMENT' TO PY-NOTE
041500         WHEN OTHER
041600             MOVE SPACES        TO PY-NOTE
041700     END-EVALUATE.
041800     MOVE WS-PAYMENT-LINE TO RP-PRINT-LINE.
041900     PERFORM 7000-WRITE-RPT-LINE
042000         THRU 7000-WRITE-RPT-LINE-EXIT.
042100 2500-PRINT-PAYMENT-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------
042400* 2600-REJECT-PAYMENT - SEND ONE UNPOSTABLE PAYMENT TO THE
042500*     EXCEPTION REPOSITORY UNDER REASON 08 AND NAME IT ON THE
042600*     REGISTER
042700*-----------------------------------------------------------
042800 2600-REJECT-PAYMENT.
042900     ADD 1 TO WS-REJECT-COUNT.
043000     ACCEPT WS-AUDIT-TIME FROM TIME.
043100     MOVE SPACES TO EXCEPTION-TRANS-RECORD.
043200     MOVE WS-BUSINESS-DATE TO XR-DATE.
043300     MOVE WS-AUDIT-TIME    TO XR-TIME.
043400     MOVE 'LOAN PAYMENT'   TO XR-OPERATION.
043500     MOVE LP-BRANCH        TO XR-BRANCH.
043600     MOVE '08'             TO XR-REASON-CODE.
043700     MOVE WS-BUSINESS-DATE TO XR-FIRST-SEEN-DATE.
043800     MOVE LOAN-PAYMENT-RECORD TO XR-TRANS-IMAGE.
043900     WRITE EXCEPTION-TRANS-RECORD.
044000     MOVE LP-LOAN-ID      TO RJ-LOAN-ID.
044100     MOVE LP-BRANCH       TO RJ-BRANCH.
044200     MOVE LOAN-PAYMENT-RECORD(21:7) TO RJ-AMOUNT.
044300     MOVE WS-REJECT-TEXT  TO RJ-REASON.
044400     MOVE WS-REJECT-LINE TO RP-PRINT-LINE.
044500     PERFORM 7000-WRITE-RPT-LINE
044600         THRU 7000-WRITE-RPT-LINE-EXIT.
044700     DISPLAY 'SKIPPED - LOAN PAYMENT FOR ' LP-LOAN-ID
044800         ': ' WS-REJECT-TEXT.
044900 2600-REJECT-PAYMENT-EXIT.
045000     EXIT.
048800*-----------------------------------------------------------
048900* 3000-PRINT-TOTALS - CLOSE THE REGISTER WITH THE NIGHT'S
049000*     COUNTS AND SHOW THEM ON THE CONSOLE
049100*-----------------------------------------------------------
049200 3000-PRINT-TOTALS.
049300     MOVE WS-POSTED-COUNT TO TL-POSTED-COUNT.
049400     MOVE WS-POSTED-TOTAL TO TL-POSTED-TOTAL.
049500     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
049600     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE.
049700     PERFORM 7000-WRITE-RPT-LINE
049800         THRU 7000-WRITE-RPT-LINE-EXIT.
049900     PERFORM 7900-END-REPORT
050000         THRU 7900-END-REPORT-EXIT.
050100     MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
050200     DISPLAY 'LOAN PAYMENTS POSTED:   ' WS-COUNT-DISPLAY.
050300     MOVE WS-PAID-OFF-COUNT TO WS-COUNT-DISPLAY.
050400     DISPLAY 'LOANS PAID OFF:         ' WS-COUNT-DISPLAY.
050500     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
050600     DISPLAY 'LOAN PAYMENTS REJECTED: ' WS-COUNT-DISPLAY.
050700 3000-PRINT-TOTALS-EXIT.
050800     EXIT.
050900*-----------------------------------------------------------
051000* 8000-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE SHARED AUDIT
051100*     LOG FOR THE PAYMENT JUST POSTED, DATED WITH THE
051200*     BUSINESS DATE SO TONIGHT'S BALPOST AND EODSUMMARY SEE
051300*     IT: NUM1 THE PRINCIPAL PART, NUM2 THE INTEREST PART,
051400*     RESULT THE AMOUNT RECEIVED, NUM2-CONV THE BALANCE LEFT
051500*-----------------------------------------------------------
051600 8000-WRITE-AUDIT-LOG.
051700     MOVE SPACES TO AUDIT-LINE.
051800     ACCEPT WS-AUDIT-TIME FROM TIME.
051900     MOVE WS-BUSINESS-DATE  TO AL-DATE.
052000     MOVE WS-AUDIT-TIME     TO AL-TIME.
052100     MOVE LM-BRANCH         TO AL-BRANCH.
052200     MOVE 'LOAN PAYMENT'    TO AL-OPERATION.
052300     MOVE WS-PRINCIPAL-PART TO AL-NUM1.
052400     MOVE WS-INTEREST       TO AL-NUM2.
052500     MOVE LP-AMOUNT         TO AL-RESULT.
052600     IF LM-BALANCE > 99999.99
052620         SET AL-NUM2-CONV-TOO-LARGE TO TRUE
052640     ELSE
052660         MOVE LM-BALANCE    TO AL-NUM2-CONV
052680     END-IF.
052700     MOVE 'B' TO AL-ORIGIN.
052800     WRITE AUDIT-LINE.
052900 8000-WRITE-AUDIT-LOG-EXIT.
053000     EXIT.
053100*-----------------------------------------------------------
053200* 8900-CLOSE-FILES - CLOSE ALL FIVE FILES
053300*-----------------------------------------------------------
053400 8900-CLOSE-FILES.
053500     CLOSE PAYMENT-FILE.
053600     CLOSE LOAN-MASTER-FILE.
053700     CLOSE EXCEPTION-FILE.
053800     CLOSE AUDIT-FILE.
053900     CLOSE REPORT-FILE.
054000 8900-CLOSE-FILES-EXIT.
054100     EXIT.
054200*-----------------------------------------------------------
054300* 9999-EXIT - COMMON PROGRAM EXIT
054400*-----------------------------------------------------------
054500 9999-EXIT.
054600     GOBACK.
054700 9999-EXIT-EXIT.
054800     EXIT.
054900     COPY RPTPROC.
055000     COPY DUEPROC.
