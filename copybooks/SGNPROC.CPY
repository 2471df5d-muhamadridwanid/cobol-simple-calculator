000100*-----------------------------------------------------------
000200*    SGNPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED OPERATOR SIGN-ON ROUTINE, COPIED INTO THE
000500*    PROCEDURE DIVISION OF EVERY PROGRAM THAT SIGNS AN
000600*    OPERATOR ON AGAINST OPERMAST SO THE PASSWORD, EXPIRY AND
000700*    LOCKOUT RULES AND THE SIGN-ON HISTORY ARE APPLIED THE
000800*    SAME WAY EVERYWHERE. REQUIRES THE SGNCTL WORKING
000900*    STORAGE, THE OPERATOR-FILE FD (OPERREC) OPEN I-O WITH
001000*    ITS STATUS IN WS-OPER-STATUS, AND A SIGNON-HIST-FILE FD
001100*    (SGNHREC) ASSIGNED TO SGNHIST WITH ITS STATUS IN
001200*    SG-HIST-STATUS. THE HISTORY FILE IS OPENED AND CLOSED
001300*    HERE FOR EACH LINE WRITTEN.
001400*-----------------------------------------------------------
001500*                 MODIFICATION HISTORY
001600*-----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-09-04  RH   ORIGINAL COPYBOOK.
001920* 2026-10-15  RH   AN OPERATOR WITH NO PASSWORD ON FILE IS
001940*                  REFUSED INSTEAD OF BEING LET THROUGH TO SET
001960*                  ONE WITHOUT PROVING WHO THEY ARE - OPERMNT
001980*                  MUST ISSUE A TEMPORARY PASSWORD FIRST.
002000*-----------------------------------------------------------
002100*-----------------------------------------------------------
002200* 7500-VALIDATE-SIGN-ON - SIGN SG-OPER-ID ON: ON THE MASTER,
002300*     ACTIVE, NOT LOCKED, PASSWORD SET AND RIGHT, HOLDING THE
002400*     AREA FLAG, AND WITH A CURRENT PASSWORD - AN EXPIRED OR
002500*     TEMPORARY ONE MUST BE CHANGED BEFORE GOING ON. EVERY
002600*     OUTCOME IS WRITTEN TO THE SIGN-ON HISTORY.
002700*-----------------------------------------------------------
002800 7500-VALIDATE-SIGN-ON.
002900     MOVE 'N' TO SG-RESULT-SW.
003000     MOVE 'N' TO SG-CHANGED-SW.
003100     MOVE SPACES TO SG-REASON.
003200     ACCEPT SG-TODAY FROM DATE YYYYMMDD.
003300     MOVE SG-OPER-ID TO OP-OPER-ID.
003400     READ OPERATOR-FILE
003500         INVALID KEY
003600             DISPLAY 'OPERATOR NOT ON MASTER - SIGN-ON '
003700                 'REFUSED'
003800             MOVE 'NOT ON OPERATOR MASTER' TO SG-REASON
003900             PERFORM 7590-WRITE-SIGNON-HIST
004000                 THRU 7590-WRITE-SIGNON-HIST-EXIT
004100             GO TO 7500-VALIDATE-SIGN-ON-EXIT
004200     END-READ.
004300     IF OP-PASSWORD-HASH NOT NUMERIC
004400         MOVE ZERO TO OP-PASSWORD-HASH
004500     END-IF.
004600     IF OP-PWD-CHANGED-DATE NOT NUMERIC
004700         MOVE ZERO TO OP-PWD-CHANGED-DATE
004800     END-IF.
004900     IF OP-FAILED-ATTEMPTS NOT NUMERIC
005000         MOVE ZERO TO OP-FAILED-ATTEMPTS
005100     END-IF.
005200     IF NOT OP-LOCKED
005300         MOVE 'N' TO OP-LOCK-FLAG
005400     END-IF.
005500     IF NOT OP-ACTIVE
005600         DISPLAY 'OPERATOR REVOKED - SIGN-ON REFUSED'
005700         MOVE 'OPERATOR REVOKED' TO SG-REASON
005800         PERFORM 7590-WRITE-SIGNON-HIST
005900             THRU 7590-WRITE-SIGNON-HIST-EXIT
006000         GO TO 7500-VALIDATE-SIGN-ON-EXIT
006100     END-IF.
006200     IF OP-LOCKED
006300         DISPLAY 'OPERATOR ID LOCKED - SIGN-ON REFUSED, SEE '
006400             'AN ADMINISTRATOR'
006500         MOVE 'OPERATOR ID LOCKED' TO SG-REASON
006600         PERFORM 7590-WRITE-SIGNON-HIST
006700             THRU 7590-WRITE-SIGNON-HIST-EXIT
006800         GO TO 7500-VALIDATE-SIGN-ON-EXIT
006900     END-IF.
007000     IF OP-PASSWORD-HASH = ZERO
007100         DISPLAY 'NO PASSWORD SET - SEE AN ADMINISTRATOR'
007200         MOVE 'NO PASSWORD SET' TO SG-REASON
007225         PERFORM 7590-WRITE-SIGNON-HIST
007250             THRU 7590-WRITE-SIGNON-HIST-EXIT
007275         GO TO 7500-VALIDATE-SIGN-ON-EXIT
007300     ELSE
007400         DISPLAY 'ENTER PASSWORD: '
007500         MOVE SPACES TO SG-PASSWORD-INPUT
007600         ACCEPT SG-PASSWORD-INPUT
007700         MOVE SG-PASSWORD-INPUT TO SG-HASH-PASSWORD
007800         MOVE SPACES TO SG-PASSWORD-INPUT
007900         PERFORM 7560-HASH-PASSWORD
008000             THRU 7560-HASH-PASSWORD-EXIT
008100         IF SG-HASH-RESULT NOT = OP-PASSWORD-HASH
008200             PERFORM 7520-RECORD-BAD-PASSWORD
008300                 THRU 7520-RECORD-BAD-PASSWORD-EXIT
008400             GO TO 7500-VALIDATE-SIGN-ON-EXIT
008500         END-IF
008600     END-IF.
008700     PERFORM 7510-CHECK-AUTHORITY
008800         THRU 7510-CHECK-AUTHORITY-EXIT.
008900     IF NOT SG-AUTHORIZED
009000         DISPLAY 'OPERATOR NOT AUTHORIZED FOR ' SG-AREA-NAME
009100             ' - SIGN-ON REFUSED'
009200         MOVE 'NOT AUTHORIZED FOR AREA' TO SG-REASON
009300         PERFORM 7590-WRITE-SIGNON-HIST
009400             THRU 7590-WRITE-SIGNON-HIST-EXIT
009500         GO TO 7500-VALIDATE-SIGN-ON-EXIT
009600     END-IF.
009700     PERFORM 7530-CHECK-EXPIRY
009800         THRU 7530-CHECK-EXPIRY-EXIT.
009900     IF SG-CHANGE-DUE
010000         PERFORM 7540-CHANGE-PASSWORD
010100             THRU 7540-CHANGE-PASSWORD-EXIT
010200         IF NOT SG-PWD-CHANGED
010300             PERFORM 7590-WRITE-SIGNON-HIST
010400                 THRU 7590-WRITE-SIGNON-HIST-EXIT
010500             GO TO 7500-VALIDATE-SIGN-ON-EXIT
010600         END-IF
010700     END-IF.
010800     MOVE ZERO TO OP-FAILED-ATTEMPTS.
010900     REWRITE OPERATOR-MASTER-RECORD.
011000     IF NOT WS-OPER-OK
011100         DISPLAY 'UNABLE TO UPDATE OPERMAST, STATUS: '
011200             WS-OPER-STATUS ' - SIGN-ON REFUSED'
011300         MOVE 'OPERMAST UPDATE FAILED' TO SG-REASON
011400         PERFORM 7590-WRITE-SIGNON-HIST
011500             THRU 7590-WRITE-SIGNON-HIST-EXIT
011600         GO TO 7500-VALIDATE-SIGN-ON-EXIT
011700     END-IF.
011800     MOVE 'Y' TO SG-RESULT-SW.
011900     IF SG-PWD-CHANGED
012000         MOVE 'SIGNED ON - PASSWORD CHANGED' TO SG-REASON
012100     ELSE
012200         MOVE 'SIGNED ON' TO SG-REASON
012300     END-IF.
012400     PERFORM 7590-WRITE-SIGNON-HIST
012500         THRU 7590-WRITE-SIGNON-HIST-EXIT.
012600 7500-VALIDATE-SIGN-ON-EXIT.
012700     EXIT.
012800*-----------------------------------------------------------
012900* 7510-CHECK-AUTHORITY - DOES THE OPERATOR HOLD THE AREA
013000*     FLAG THE CALLING PROGRAM ASKED FOR
013100*-----------------------------------------------------------
013200 7510-CHECK-AUTHORITY.
013300     MOVE 'N' TO SG-AUTHORIZED-SW.
013400     EVALUATE TRUE
013500         WHEN SG-NEED-ACTIVE
013600             MOVE 'Y' TO SG-AUTHORIZED-SW
013700         WHEN SG-NEED-RATE AND OP-MAY-RATE
013800             MOVE 'Y' TO SG-AUTHORIZED-SW
013900         WHEN SG-NEED-BRANCH AND OP-MAY-BRANCH
014000             MOVE 'Y' TO SG-AUTHORIZED-SW
014100         WHEN SG-NEED-EXCP AND OP-MAY-EXCP
014200             MOVE 'Y' TO SG-AUTHORIZED-SW
014300         WHEN SG-NEED-ADMIN AND OP-MAY-ADMIN
014400             MOVE 'Y' TO SG-AUTHORIZED-SW
014500     END-EVALUATE.
014600 7510-CHECK-AUTHORITY-EXIT.
014700     EXIT.
014800*-----------------------------------------------------------
014900* 7520-RECORD-BAD-PASSWORD - COUNT A WRONG PASSWORD AGAINST
015000*     THE OPERATOR AND LOCK THE ID ONCE THE COUNT REACHES
015100*     SG-MAX-FAILURES
015200*-----------------------------------------------------------
015300 7520-RECORD-BAD-PASSWORD.
015400     IF OP-FAILED-ATTEMPTS < 99
015500         ADD 1 TO OP-FAILED-ATTEMPTS
015600     END-IF.
015700     IF OP-FAILED-ATTEMPTS NOT < SG-MAX-FAILURES
015800         MOVE 'Y' TO OP-LOCK-FLAG
015900         DISPLAY 'PASSWORD INCORRECT - OPERATOR ID IS NOW '
016000             'LOCKED, SEE AN ADMINISTRATOR'
016100         MOVE 'WRONG PASSWORD - ID LOCKED' TO SG-REASON
016200     ELSE
016300         DISPLAY 'PASSWORD INCORRECT - SIGN-ON REFUSED'
016400         MOVE 'WRONG PASSWORD' TO SG-REASON
016500     END-IF.
016600     REWRITE OPERATOR-MASTER-RECORD.
016700     IF NOT WS-OPER-OK
016800         DISPLAY 'UNABLE TO UPDATE OPERMAST, STATUS: '
016900             WS-OPER-STATUS
017000     END-IF.
017100     PERFORM 7590-WRITE-SIGNON-HIST
017200         THRU 7590-WRITE-SIGNON-HIST-EXIT.
017300 7520-RECORD-BAD-PASSWORD-EXIT.
017400     EXIT.
017500*-----------------------------------------------------------
017600* 7530-CHECK-EXPIRY - A PASSWORD MUST BE CHANGED WHEN IT IS
017700*     A TEMPORARY ONE (NO CHANGE DATE), OR WHEN IT IS
017800*     SG-EXPIRY-DAYS OLD OR MORE
017900*-----------------------------------------------------------
018000 7530-CHECK-EXPIRY.
018100     MOVE 'N' TO SG-CHANGE-DUE-SW.
018600     IF OP-PWD-CHANGED-DATE = ZERO
018700         DISPLAY 'TEMPORARY PASSWORD - A NEW ONE MUST BE SET '
018800             'NOW'
018900         MOVE 'Y' TO SG-CHANGE-DUE-SW
019000         GO TO 7530-CHECK-EXPIRY-EXIT
019100     END-IF.
019200     COMPUTE SG-PWD-AGE =
019300         FUNCTION INTEGER-OF-DATE(SG-TODAY)
019400         - FUNCTION INTEGER-OF-DATE(OP-PWD-CHANGED-DATE).
019500     IF SG-PWD-AGE NOT < SG-EXPIRY-DAYS
019600         DISPLAY 'PASSWORD HAS EXPIRED - A NEW ONE MUST BE '
019700             'SET NOW'
019800         MOVE 'Y' TO SG-CHANGE-DUE-SW
019900     END-IF.
020000 7530-CHECK-EXPIRY-EXIT.
020100     EXIT.
020200*-----------------------------------------------------------
020300* 7540-CHANGE-PASSWORD - ACCEPT A NEW PASSWORD TWICE, CHECK
020400*     ITS LENGTH AND THAT IT DIFFERS FROM THE OLD ONE, AND
020500*     STORE ITS HASH DATED TODAY. THE RECORD IS REWRITTEN BY
020600*     THE CALLER.
020700*-----------------------------------------------------------
020800 7540-CHANGE-PASSWORD.
020900     DISPLAY 'ENTER NEW PASSWORD (' SG-MIN-PWD-LENGTH
021000         ' TO 8 CHARACTERS): '.
021100     MOVE SPACES TO SG-NEW-PASSWORD.
021200     ACCEPT SG-NEW-PASSWORD.
021300     DISPLAY 'RE-ENTER NEW PASSWORD: '.
021400     MOVE SPACES TO SG-CONFIRM-PASSWORD.
021500     ACCEPT SG-CONFIRM-PASSWORD.
021600     IF SG-CONFIRM-PASSWORD NOT = SG-NEW-PASSWORD
021700         DISPLAY 'PASSWORDS DO NOT MATCH - SIGN-ON REFUSED'
021800         MOVE 'NEW PASSWORDS DID NOT MATCH' TO SG-REASON
021900         GO TO 7540-CHANGE-PASSWORD-EXIT
022000     END-IF.
022100     MOVE ZERO TO SG-PWD-TRAIL-CNT.
022200     INSPECT SG-NEW-PASSWORD TALLYING SG-PWD-TRAIL-CNT
022300         FOR TRAILING SPACE.
022400     COMPUTE SG-PWD-LEN = 8 - SG-PWD-TRAIL-CNT.
022500     IF SG-PWD-LEN < SG-MIN-PWD-LENGTH
022600         OR SG-NEW-PASSWORD(1:1) = SPACE
022700         DISPLAY 'NEW PASSWORD TOO SHORT - SIGN-ON REFUSED'
022800         MOVE 'NEW PASSWORD TOO SHORT' TO SG-REASON
022900         GO TO 7540-CHANGE-PASSWORD-EXIT
023000     END-IF.
023100     MOVE SG-NEW-PASSWORD TO SG-HASH-PASSWORD.
023200     MOVE SPACES TO SG-NEW-PASSWORD.
023300     MOVE SPACES TO SG-CONFIRM-PASSWORD.
023400     PERFORM 7560-HASH-PASSWORD
023500         THRU 7560-HASH-PASSWORD-EXIT.
023600     IF SG-HASH-RESULT = OP-PASSWORD-HASH
023700         DISPLAY 'NEW PASSWORD MUST DIFFER FROM THE OLD ONE '
023800             '- SIGN-ON REFUSED'
023900         MOVE 'NEW PASSWORD SAME AS OLD' TO SG-REASON
024000         GO TO 7540-CHANGE-PASSWORD-EXIT
024100     END-IF.
024200     MOVE SG-HASH-RESULT TO OP-PASSWORD-HASH.
024300     MOVE SG-TODAY TO OP-PWD-CHANGED-DATE.
024400     MOVE 'Y' TO SG-CHANGED-SW.
024500     DISPLAY 'PASSWORD CHANGED'.
024600 7540-CHANGE-PASSWORD-EXIT.
024700     EXIT.
024800*-----------------------------------------------------------
024900* 7560-HASH-PASSWORD - HASH SG-HASH-PASSWORD, SALTED WITH
025000*     OP-OPER-ID, INTO SG-HASH-RESULT. ONLY THE HASH IS EVER
025100*     STORED; IT IS NEVER ZERO, WHICH MEANS NO PASSWORD SET.
025200*-----------------------------------------------------------
025300 7560-HASH-PASSWORD.
025400     MOVE OP-OPER-ID TO SG-HASH-OPER-ID.
025500     MOVE ZERO TO SG-HASH-WORK.
025600     PERFORM 7565-HASH-ONE-CHAR
025700         THRU 7565-HASH-ONE-CHAR-EXIT
025800         VARYING SG-HASH-IDX FROM 1 BY 1
025900         UNTIL SG-HASH-IDX > 12.
026000     IF SG-HASH-WORK = ZERO
026100         MOVE 1 TO SG-HASH-WORK
026200     END-IF.
026300     MOVE SG-HASH-WORK TO SG-HASH-RESULT.
026400     MOVE SPACES TO SG-HASH-PASSWORD.
026500 7560-HASH-PASSWORD-EXIT.
026600     EXIT.
026700*-----------------------------------------------------------
026800* 7565-HASH-ONE-CHAR - FOLD ONE CHARACTER INTO THE HASH
026900*-----------------------------------------------------------
027000 7565-HASH-ONE-CHAR.
027100     COMPUTE SG-CHAR-CODE =
027200         FUNCTION ORD(SG-HASH-CHAR(SG-HASH-IDX)).
027300     COMPUTE SG-HASH-WORK =
027400         (SG-HASH-WORK * 131) + SG-CHAR-CODE + SG-HASH-IDX.
027500     DIVIDE SG-HASH-WORK BY SG-HASH-MODULUS
027600         GIVING SG-HASH-QUOT REMAINDER SG-HASH-REM.
027700     MOVE SG-HASH-REM TO SG-HASH-WORK.
027800 7565-HASH-ONE-CHAR-EXIT.
027900     EXIT.
028000*-----------------------------------------------------------
028100* 7590-WRITE-SIGNON-HIST - APPEND ONE LINE TO THE SIGN-ON
028200*     HISTORY FOR THIS ATTEMPT. A HISTORY FILE THAT CANNOT BE
028300*     OPENED IS REPORTED BUT DOES NOT CHANGE THE OUTCOME.
028400*-----------------------------------------------------------
028500 7590-WRITE-SIGNON-HIST.
028600     OPEN EXTEND SIGNON-HIST-FILE.
028700     IF SG-HIST-NOT-FOUND
028800         OPEN OUTPUT SIGNON-HIST-FILE
028900     END-IF.
029000     IF NOT SG-HIST-OK
029100         DISPLAY 'UNABLE TO OPEN SGNHIST, STATUS: '
029200             SG-HIST-STATUS ' - SIGN-ON NOT RECORDED'
029300         GO TO 7590-WRITE-SIGNON-HIST-EXIT
029400     END-IF.
029500     ACCEPT SG-STAMP-DATE FROM DATE YYYYMMDD.
029600     ACCEPT SG-STAMP-TIME FROM TIME.
029700     MOVE SPACES TO SIGNON-HISTORY-RECORD.
029800     MOVE SG-STAMP-DATE TO SH-DATE.
029900     MOVE SG-STAMP-TIME TO SH-TIME.
030000     MOVE SG-OPER-ID    TO SH-OPER-ID.
030100     MOVE SG-PROGRAM-ID TO SH-PROGRAM.
030200     IF SG-SIGNED-ON
030300         MOVE 'S' TO SH-OUTCOME
030400     ELSE
030500         MOVE 'F' TO SH-OUTCOME
030600     END-IF.
030700     MOVE SG-REASON     TO SH-REASON.
030800     WRITE SIGNON-HISTORY-RECORD.
030900     CLOSE SIGNON-HIST-FILE.
031000 7590-WRITE-SIGNON-HIST-EXIT.
031100     EXIT.
