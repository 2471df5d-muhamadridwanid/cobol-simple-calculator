001600*    ITS NATIVE LAYOUT. EXCEPTIONS LEFT UNCORRECTED ARE
001700*    COPIED TO EXCPNEW, WHICH THE JCL SWAPS IN AS THE LIVE
001800*    REPOSITORY, SO ONLY THE FIXED ONES LEAVE THE QUEUE.
001825*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
001850*    SHARED SGNPROC ROUTINE.
001860*    A RESUBMITTED A/S/M/D TRANSACTION CARRIES THE SIGNED-ON
001870*    OPERATOR IN CT-OPERATOR, AND EVERY EXCEPTION THAT LEAVES
001880*    THE QUEUE CORRECTED IS APPENDED TO THE EXCEPTION HISTORY
001890*    (EXCPHIST) SO THE OPERPROD REPORT STILL SEES IT.
001900*-----------------------------------------------------------
002000*                 MODIFICATION HISTORY
002100*-----------------------------------------------------------
003800*                  RESUBMITTING ANYTHING. A MISSING MASTER
003900*                  (NOT YET STOOD UP) BYPASSES THE CHECK WITH
004000*                  A LOUD WARNING.
004010* 2026-09-01  RH   LOAN PAYMENT EXCEPTIONS (REASON 08, FROM THE
004020*                  NEW LOANPOST RUN) ARE REFUSED AS NOT
004030*                  CORRECTABLE HERE AND KEPT, LIKE FORMULA AND
004040*                  AMORTIZATION - THE BRANCH RESENDS A
004050*                  CORRECTED PAYMENT ON ITS NEXT LOANPAY FILE.
004060* 2026-09-02  RH   LOAN RECAST EXCEPTIONS (REASON 06, FROM
004070*                  LOANAMRT'S NEW RECAST PASS) ARE REFUSED AND
004080*                  KEPT THE SAME WAY.
004085* 2026-09-03  RH   TERM DEPOSIT BOOKING AND MATURITY EXCEPTIONS
004086*                  ('DEPOSIT BOOK' AND 'DEPOSIT MATURE', FROM
004087*                  THE NEW DEPBOOK AND DEPMATUR RUNS) ARE
004088*                  REFUSED AND KEPT THE SAME WAY.
004089* 2026-09-04  RH   SIGN-ON NOW GOES THROUGH THE SHARED SGNPROC
004090*                  ROUTINE - A HASHED PASSWORD, FORCED CHANGE
004091*                  ON EXPIRY, LOCKOUT AFTER REPEATED WRONG
004092*                  PASSWORDS, AND A SGNHIST LINE FOR EVERY
004093*                  SUCCESS AND FAILURE. OPERMAST IS NOW OPENED
004094*                  I-O SO THE ROUTINE CAN UPDATE THE OPERATOR.
004104* 2026-09-06  RH   A RESUBMITTED A/S/M/D TRANSACTION NOW CARRIES
004114*                  THE SIGNED-ON OPERATOR IN THE NEW CT-OPERATOR
004124*                  (RESUBTRN RECORDS ARE NOW 36 BYTES), SO THE
004134*                  RECALCULATION IS CREDITED TO WHOEVER FIXED
004144*                  IT. EVERY EXCEPTION RESUBMITTED IS ALSO
004154*                  APPENDED, AS IT STOOD, TO THE NEW EXCPHIST
004164*                  HISTORY FILE BEFORE IT DROPS OUT OF THE QUEUE,
004174*                  SO THE WEEKLY OPERPROD REPORT CAN STILL COUNT
004184*                  IT AGAINST THE OPERATOR WHO RAISED IT.
004185* 2026-09-25  RH   LATE-ITEM EXCEPTIONS ('LATE ITEM', FROM THE
004186*                  NEW LATEPOST RUN) ARE REFUSED AND KEPT LIKE
004187*                  THE OTHER NON-CALCULATOR IMAGES.
004188* 2026-10-15  RH   PCTRESUB AND EXPRESUB RECORDS ARE NOW
004189*                  20 BYTES, TO MATCH PCTFILE AND EXPFILE.
004190*-----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
006000     SELECT EXP-RESUB-FILE ASSIGN TO EXPRESUB
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-EXPR-STATUS.
006225     SELECT HISTORY-FILE ASSIGN TO EXCPHIST
006250         ORGANIZATION IS LINE SEQUENTIAL
006275         FILE STATUS IS WS-HIST-STATUS.
006300     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS OP-OPER-ID
006700         FILE STATUS IS WS-OPER-STATUS.
006725     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
006750         ORGANIZATION IS LINE SEQUENTIAL
006775         FILE STATUS IS SG-HIST-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  EXCP-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  KEEP-RECORD            PIC X(80).
007600 FD  RESUBMIT-FILE
007700     RECORD CONTAINS 36 CHARACTERS.
007800 01  RESUB-RECORD           PIC X(36).
007900 FD  PCT-RESUB-FILE
008000     RECORD CONTAINS 20 CHARACTERS.
008100 01  PCT-RESUB-RECORD       PIC X(20).
008200 FD  EXP-RESUB-FILE
008300     RECORD CONTAINS 20 CHARACTERS.
008400 01  EXP-RESUB-RECORD       PIC X(20).
008425 FD  HISTORY-FILE
008450     RECORD CONTAINS 80 CHARACTERS.
008475 01  HISTORY-RECORD         PIC X(80).
008500 FD  OPERATOR-FILE.
008600     COPY OPERREC.
008625 FD  SIGNON-HIST-FILE
008650     RECORD CONTAINS 80 CHARACTERS.
008675     COPY SGNHREC.
008700 WORKING-STORAGE SECTION.
008800 01  WS-EXCP-STATUS         PIC X(02).
008900     88  WS-EXCP-OK         VALUE '00'.
009500     88  WS-PCTR-OK         VALUE '00'.
009600 01  WS-EXPR-STATUS         PIC X(02).
009700     88  WS-EXPR-OK         VALUE '00'.
009725 01  WS-HIST-STATUS         PIC X(02).
009750     88  WS-HIST-OK         VALUE '00'.
009775     88  WS-HIST-NOT-FOUND  VALUE '35'.
009800 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
009900     88  WS-OPEN-OK         VALUE 'Y'.
010000 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
013300     COPY CALCREC.
013400     COPY PCTREC.
013500     COPY EXPREC.
013550     COPY SGNCTL.
013600 PROCEDURE DIVISION.
013700*-----------------------------------------------------------
013800* 0000-MAINLINE
017000     OPEN OUTPUT RESUBMIT-FILE.
017100     OPEN OUTPUT PCT-RESUB-FILE.
017200     OPEN OUTPUT EXP-RESUB-FILE.
017210     OPEN EXTEND HISTORY-FILE.
017220     IF WS-HIST-NOT-FOUND
017230         OPEN OUTPUT HISTORY-FILE
017240     END-IF.
017250     IF NOT WS-HIST-OK
017260         DISPLAY 'UNABLE TO OPEN EXCPHIST, STATUS: '
017270             WS-HIST-STATUS ' - RESUBMISSIONS NOT HISTORIED'
017280     END-IF.
017300     MOVE 'Y' TO WS-OPEN-SWITCH.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600*-----------------------------------------------------------
017700* 1100-SIGN-ON - SIGN THE OPERATOR ON THROUGH THE SHARED
017800*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED, RIGHT
017900*     PASSWORD (CHANGED WHEN DUE) AND HOLDING THE EXCEPTION
018000*     FLAG. A MISSING MASTER (NOT YET STOOD UP) BYPASSES THE
018100*     CHECK WITH A LOUD WARNING. EVERY OUTCOME GOES TO SGNHIST.
018200*-----------------------------------------------------------
018300 1100-SIGN-ON.
018400     DISPLAY 'ENTER OPERATOR CODE: '.
018500     ACCEPT WS-OPERATOR-CODE.
018600     MOVE WS-OPERATOR-CODE         TO SG-OPER-ID.
018700     MOVE 'EXCPREPR'               TO SG-PROGRAM-ID.
018800     MOVE 'E'                      TO SG-AUTH-AREA.
018900     MOVE 'EXCEPTION REPROCESSING' TO SG-AREA-NAME.
019000     OPEN I-O OPERATOR-FILE.
019100     IF WS-OPER-NOT-FOUND
019200         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
019300             'BYPASSED, STAND THE OPERATOR MASTER UP'
019400         MOVE 'Y' TO WS-SIGNON-OK-SW
019500         MOVE 'Y' TO SG-RESULT-SW
019600         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
019700         PERFORM 7590-WRITE-SIGNON-HIST
019800             THRU 7590-WRITE-SIGNON-HIST-EXIT
019900         GO TO 1100-SIGN-ON-EXIT
020000     END-IF.
020100     IF NOT WS-OPER-OK
020200         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
020300             WS-OPER-STATUS ' - SIGN-ON REFUSED'
020400         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
020500         PERFORM 7590-WRITE-SIGNON-HIST
020600             THRU 7590-WRITE-SIGNON-HIST-EXIT
020700         GO TO 1100-SIGN-ON-EXIT
020800     END-IF.
020900     PERFORM 7500-VALIDATE-SIGN-ON
021000         THRU 7500-VALIDATE-SIGN-ON-EXIT.
021100     IF SG-SIGNED-ON
021200         MOVE 'Y' TO WS-SIGNON-OK-SW
021300     END-IF.
021400     CLOSE OPERATOR-FILE.
021800 1100-SIGN-ON-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------
028700 2300-CORRECT-EXCEPTION.
028800     IF XR-OPERATION = 'FORMULA'
028900         OR XR-OPERATION = 'AMORTIZATION'
028950         OR XR-OPERATION = 'LOAN PAYMENT'
028960         OR XR-OPERATION = 'LOAN RECAST'
028970         OR XR-OPERATION = 'DEPOSIT BOOK'
028980         OR XR-OPERATION = 'DEPOSIT MATURE'
028990         OR XR-OPERATION = 'LATE ITEM'
029000         DISPLAY 'NOT CORRECTABLE HERE - ' XR-OPERATION
029100             ' IMAGES ARE NOT CALCULATOR TRANSACTIONS;'
029200             ' EXCEPTION KEPT'
033900     MOVE SPACES TO CT-CURR2.
034000     ACCEPT CT-CURR2.
034100     MOVE ZERO TO CT-RESULT.
034150     MOVE WS-OPERATOR-CODE TO CT-OPERATOR.
034200     WRITE RESUB-RECORD FROM CALC-TRANS-RECORD.
034300     ADD 1 TO WS-CORRECTED-COUNT.
034325     PERFORM 2550-WRITE-HISTORY
034350         THRU 2550-WRITE-HISTORY-EXIT.
034400     DISPLAY 'CORRECTED TRANSACTION QUEUED FOR RESUBMISSION'.
034500 2350-CORRECT-CURRENCIES-EXIT.
034600     EXIT.
037600 2500-WRITE-RESUBMISSION.
037700     EVALUATE XR-OPERATION
037800         WHEN 'PERCENTAGE'
037900             MOVE XR-TRANS-IMAGE(1:20) TO PCT-TRANS-RECORD
038000             MOVE WS-NEW-NUM1 TO PR-BASE-AMOUNT
038100             MOVE WS-NEW-NUM2 TO PR-PERCENT-RATE
038200             WRITE PCT-RESUB-RECORD FROM PCT-TRANS-RECORD
038300         WHEN 'EXPONENTIATION'
038400             MOVE XR-TRANS-IMAGE(1:20) TO EXP-TRANS-RECORD
038500             MOVE WS-NEW-NUM1 TO ER-NUM1
038600             MOVE WS-NEW-NUM2 TO ER-NUM2
038700             WRITE EXP-RESUB-RECORD FROM EXP-TRANS-RECORD
039300             MOVE WS-NEW-NUM1 TO CT-NUM1
039400             MOVE WS-NEW-NUM2 TO CT-NUM2
039500             MOVE ZERO        TO CT-RESULT
039550             MOVE WS-OPERATOR-CODE TO CT-OPERATOR
039600             WRITE RESUB-RECORD FROM CALC-TRANS-RECORD
039700         WHEN OTHER
039800             DISPLAY 'NOT CORRECTABLE HERE - ' XR-OPERATION
040300             GO TO 2500-WRITE-RESUBMISSION-EXIT
040400     END-EVALUATE.
040500     ADD 1 TO WS-CORRECTED-COUNT.
040525     PERFORM 2550-WRITE-HISTORY
040550         THRU 2550-WRITE-HISTORY-EXIT.
040600     DISPLAY 'CORRECTED TRANSACTION QUEUED FOR RESUBMISSION'.
040700 2500-WRITE-RESUBMISSION-EXIT.
040800     EXIT.
040805*-----------------------------------------------------------
040810* 2550-WRITE-HISTORY - APPEND THE CORRECTED EXCEPTION, AS IT
040815*    STOOD ON THE QUEUE, TO EXCPHIST FOR THE OPERPROD REPORT
040820*-----------------------------------------------------------
040825 2550-WRITE-HISTORY.
040830     IF WS-HIST-OK
040835         WRITE HISTORY-RECORD FROM EXCEPTION-TRANS-RECORD
040840     END-IF.
040845 2550-WRITE-HISTORY-EXIT.
040850     EXIT.
040900*-----------------------------------------------------------
041000* 2600-KEEP-EXCEPTION - COPY THE CURRENT EXCEPTION TO THE
041100*     KEEP FILE SO IT STAYS IN THE REPOSITORY
043900 3000-DISPLAY-TOTALS-EXIT.
044000     EXIT.
044100*-----------------------------------------------------------
044200* 8900-CLOSE-FILES - CLOSE ALL SIX FILES
044300*-----------------------------------------------------------
044400 8900-CLOSE-FILES.
044500     CLOSE EXCP-FILE.
044700     CLOSE RESUBMIT-FILE.
044800     CLOSE PCT-RESUB-FILE.
044900     CLOSE EXP-RESUB-FILE.
044950     CLOSE HISTORY-FILE.
045000 8900-CLOSE-FILES-EXIT.
045100     EXIT.
045200*-----------------------------------------------------------
045600     STOP RUN.
045700 9999-EXIT-EXIT.
045800     EXIT.
045900     COPY SGNPROC.
