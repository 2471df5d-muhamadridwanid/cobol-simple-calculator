002110*    ONLY THE OPERATIONS THAT POST ONE AUDIT LINE PER RESULT
002120*    RECORD ARE RECONCILED - FORMULA (ONE AUDIT LINE PER STEP
002130*    BUT ONE RESULT RECORD PER FORMULA) AND AMORTIZATION (AN
002140*    AUDIT LINE PER LOAN, NO RESULT RECORD) AND LOAN PAYMENT
002145*    (AN AUDIT LINE PER POSTED PAYMENT, NO RESULT RECORD) AND
002146*    LOAN RECAST (AN AUDIT LINE PER RECAST, NO RESULT RECORD)
002147*    AND DEPOSIT BOOKED, ROLLED AND PAID (AN AUDIT LINE PER
002148*    TERM DEPOSIT BOOKED OR MATURED, NO RESULT RECORD)
002150*    ARE EXCLUDED ON BOTH SIDES SO THEY CANNOT MANUFACTURE
002155*    FALSE BREAKS.
002200*-----------------------------------------------------------
002300*                 MODIFICATION HISTORY
002400*-----------------------------------------------------------
002791*                  THE NIGHT CONTROLLER GETS CONTROL BACK. A
002792*                  CONSOLE RUN WITH NOTHING PASSED STILL GETS
002793*                  THE ORIGINAL PROMPT.
002794* 2026-09-01  RH   EXCLUDED THE NEW LOANPOST 'LOAN PAYMENT'
002795*                  LINES FROM THE MATCH - THEY HAVE NO RESULT
002796*                  RECORD AND WOULD ALL REPORT AS BREAKS.
002797* 2026-09-02  RH   EXCLUDED LOANAMRT'S 'LOAN RECAST' LINES THE
002798*                  SAME WAY.
002800* 2026-09-03  RH   EXCLUDED THE NEW DEPBOOK/DEPMATUR 'DEPOSIT
002801*                  BOOKED', 'DEPOSIT ROLLED' AND 'DEPOSIT PAID'
002802*                  LINES THE SAME WAY.
002804* 2026-09-09  RH   EXCLUDED THE NEW BRMERGE 'BRANCH MERGE'
002806*                  TRANSFER LINES THE SAME WAY.
002807* 2026-09-15  RH   THE DAY'S AUDIT LINES NOW COME FROM THE
002808*                  AUDEXTR DAY EXTRACT (AUDXPROC), OR THE LOG WHEN
002809*                  THE EXTRACT DOES NOT PROVE FOR THE DATE.
002810*-----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003500     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-AUDIT-STATUS.
003710     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS AX-EXTR-STATUS.
003800     SELECT RESULT-FILE ASSIGN TO RESULTKS
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004500         FILE STATUS IS WS-RPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUDIT-FILE
004850     RECORD CONTAINS 92 CHARACTERS.
004900 01  AUDIT-RECORD               PIC X(92).
004910 FD  AUDIT-EXTRACT-FILE
004920     RECORD CONTAINS 93 CHARACTERS.
004930     COPY AUDXREC.
005000 FD  RESULT-FILE.
005100     COPY RSLTREC.
005200 FD  REPORT-FILE
007100 01  WS-AUDIT-NUM1              PIC S9(05)V99.
007200 01  WS-AUDIT-NUM2              PIC S9(05)V99.
007300 01  WS-AUDIT-RESULT            PIC S9(05)V99.
007310     COPY AUDITREC.
007320     COPY AUDXCTL.
007400 01  WS-MATCH-IDX-SAVE          PIC 9(04)       COMP VALUE ZERO.
007500 01  WS-RECON-COUNTS.
007600     05  WS-AUDIT-COUNT         PIC 9(06)       COMP VALUE ZERO.
014820         MOVE LK-BUS-DATE TO WS-BUSINESS-INPUT
014830     END-IF.
014900     MOVE WS-BUSINESS-INPUT TO WS-BUSINESS-DATE.
015000     MOVE WS-BUSINESS-DATE TO AX-WANTED-DATE.
015050     PERFORM 7300-OPEN-AUDIT-SOURCE
015070         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
015100     IF AX-NO-SOURCE
015200         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
015300             WS-AUDIT-STATUS
015400         MOVE 8 TO RETURN-CODE
015800     IF NOT WS-RSLT-OK
015900         DISPLAY 'UNABLE TO OPEN RESULTKS, STATUS: '
016000             WS-RSLT-STATUS
016100         PERFORM 7390-CLOSE-AUDIT-SOURCE
016150             THRU 7390-CLOSE-AUDIT-SOURCE-EXIT
016200         MOVE 8 TO RETURN-CODE
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF.
020500     END-IF.
020510     IF RT-OPERATION = 'FORMULA'
020520         OR RT-OPERATION = 'AMORTIZATION'
020521         OR RT-OPERATION = 'LOAN PAYMENT'
020522         OR RT-OPERATION = 'LOAN RECAST'
020523         OR RT-OPERATION = 'DEPOSIT BOOKED'
020524         OR RT-OPERATION = 'DEPOSIT ROLLED'
020525         OR RT-OPERATION = 'DEPOSIT PAID'
020530         GO TO 2200-LOAD-NEXT
020540     END-IF.
020600     IF WS-RESULT-LOAD-COUNT NOT < WS-RESULT-TABLE-MAX
023700 3000-MATCH-AUDIT-LINES-EXIT.
023800     EXIT.
023900*-----------------------------------------------------------
024000* 3100-READ-AUDIT-LINE - READ THE BUSINESS DATE'S NEXT AUDIT
024050*     LINE
024100*-----------------------------------------------------------
024200 3100-READ-AUDIT-LINE.
024300     PERFORM 7330-READ-AUDIT-SOURCE
024400         THRU 7330-READ-AUDIT-SOURCE-EXIT.
024500     IF AX-SOURCE-EOF
024550         SET WS-AUDIT-EOF TO TRUE
024600     END-IF.
024700 3100-READ-AUDIT-LINE-EXIT.
024800     EXIT.
024900*-----------------------------------------------------------
025700     END-IF.
025710     IF AL-OPERATION = 'FORMULA'
025720         OR AL-OPERATION = 'AMORTIZATION'
025721         OR AL-OPERATION = 'LOAN PAYMENT'
025722         OR AL-OPERATION = 'LOAN RECAST'
025723         OR AL-OPERATION = 'DEPOSIT BOOKED'
025724         OR AL-OPERATION = 'DEPOSIT ROLLED'
025725         OR AL-OPERATION = 'DEPOSIT PAID'
025727         OR AL-OPERATION = 'BRANCH MERGE'
025730         GO TO 3200-MATCH-NEXT
025740     END-IF.
025800     ADD 1 TO WS-AUDIT-COUNT.
038300* 8900-CLOSE-FILES - CLOSE ALL THREE FILES
038400*-----------------------------------------------------------
038500 8900-CLOSE-FILES.
038600     PERFORM 7390-CLOSE-AUDIT-SOURCE
038650         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
038700     CLOSE RESULT-FILE.
038800     CLOSE REPORT-FILE.
038900 8900-CLOSE-FILES-EXIT.
039500     GOBACK.
039600 9999-EXIT-EXIT.
039700     EXIT.
039800     COPY AUDXPROC.
