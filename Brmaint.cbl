001200*    (Q). EVERY ADD OR CHANGE WRITES ONE LINE TO THE BRANCH
001300*    AUDIT TRAIL (BRCHAUDT) RECORDING WHO CHANGED WHAT AND
001400*    WHEN.
001425*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
001450*    SHARED SGNPROC ROUTINE.
001460*    MERGING A BRANCH INTO ANOTHER (M) IS QUEUED TO PENDCHG
001470*    FOR SECOND-OPERATOR APPROVAL LIKE A CLOSE; ONCE APPROVED
001480*    THE NIGHTLY BRMERGE RUN CARRIES IT OUT.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
002900*                  THROUGH PENDAPPR BEFORE IT TAKES EFFECT.
003000*                  ADDS AND NON-CLOSING CHANGES STILL POST
003100*                  DIRECTLY.
003110* 2026-09-04  RH   SIGN-ON NOW GOES THROUGH THE SHARED SGNPROC
003120*                  ROUTINE - A HASHED PASSWORD, FORCED CHANGE
003130*                  ON EXPIRY, LOCKOUT AFTER REPEATED WRONG
003140*                  PASSWORDS, AND A SGNHIST LINE FOR EVERY
003150*                  SUCCESS AND FAILURE. OPERMAST IS NOW OPENED
003160*                  I-O SO THE ROUTINE CAN UPDATE THE OPERATOR.
003165* 2026-09-09  RH   ADDED M=MERGE: NAMES A CLOSING BRANCH AND
003170*                  THE ACTIVE BRANCH THAT TAKES OVER ITS BALANCE,
003175*                  STANDING INSTRUCTIONS, LOANS, DEPOSITS AND
003180*                  OPEN EXCEPTIONS, AND QUEUES THE MERGE TO
003185*                  PENDCHG FOR SECOND-OPERATOR APPROVAL. THE
003190*                  NIGHTLY BRMERGE RUN CARRIES AN APPROVED MERGE
003195*                  OUT.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005200     SELECT PEND-FILE ASSIGN TO PENDCHG
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PEND-STATUS.
005425     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
005450         ORGANIZATION IS LINE SEQUENTIAL
005475         FILE STATUS IS SG-HIST-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  BRANCH-FILE.
006400 FD  PEND-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600     COPY PENDREC.
006625 FD  SIGNON-HIST-FILE
006650     RECORD CONTAINS 80 CHARACTERS.
006675     COPY SGNHREC.
006700 WORKING-STORAGE SECTION.
006800 01  WS-BRCH-STATUS         PIC X(02).
006900     88  WS-BRCH-OK         VALUE '00'.
007600     88  WS-FUNC-ADD        VALUE 'A'.
007700     88  WS-FUNC-INQUIRE    VALUE 'I'.
007800     88  WS-FUNC-QUIT       VALUE 'Q'.
007850     88  WS-FUNC-MERGE      VALUE 'M'.
007900     88  WS-FUNC-VALID      VALUE 'A' 'I' 'M' 'Q'.
008000 01  WS-CONTINUE-SWITCH     PIC X(01)       VALUE 'Y'.
008100     88  WS-DONE            VALUE 'N'.
008200 01  WS-BRANCH-INPUT        PIC X(04).
008250 01  WS-SURVIVOR-INPUT      PIC X(04).
008300 01  WS-NAME-INPUT          PIC X(20).
008400 01  WS-REGION-INPUT        PIC X(04).
008500 01  WS-STATUS-INPUT        PIC X(01).
011300     05  FILLER             PIC X(01) VALUE SPACE.
011400     05  BA-STATUS          PIC X(01).
011500     05  FILLER             PIC X(21) VALUE SPACES.
011550     COPY SGNCTL.
011600 PROCEDURE DIVISION.
011700*-----------------------------------------------------------
011800* 0000-MAINLINE
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000*-----------------------------------------------------------
016100* 1100-SIGN-ON - SIGN THE OPERATOR ON THROUGH THE SHARED
016200*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED, RIGHT
016300*     PASSWORD (CHANGED WHEN DUE) AND HOLDING THE BRANCH
016400*     FLAG. A MISSING MASTER (NOT YET STOOD UP) BYPASSES THE
016500*     CHECK WITH A LOUD WARNING. EVERY OUTCOME GOES TO SGNHIST.
016600*-----------------------------------------------------------
016700 1100-SIGN-ON.
016800     DISPLAY 'ENTER OPERATOR CODE: '.
016900     ACCEPT WS-OPERATOR-CODE.
017000     MOVE WS-OPERATOR-CODE     TO SG-OPER-ID.
017100     MOVE 'BRMAINT'            TO SG-PROGRAM-ID.
017200     MOVE 'B'                  TO SG-AUTH-AREA.
017300     MOVE 'BRANCH MAINTENANCE' TO SG-AREA-NAME.
017400     OPEN I-O OPERATOR-FILE.
017500     IF WS-OPER-NOT-FOUND
017600         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
017700             'BYPASSED, STAND THE OPERATOR MASTER UP'
017800         MOVE 'Y' TO WS-SIGNON-OK-SW
017900         MOVE 'Y' TO SG-RESULT-SW
018000         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
018100         PERFORM 7590-WRITE-SIGNON-HIST
018200             THRU 7590-WRITE-SIGNON-HIST-EXIT
018300         GO TO 1100-SIGN-ON-EXIT
018400     END-IF.
018500     IF NOT WS-OPER-OK
018600         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
018700             WS-OPER-STATUS ' - SIGN-ON REFUSED'
018800         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
018900         PERFORM 7590-WRITE-SIGNON-HIST
019000             THRU 7590-WRITE-SIGNON-HIST-EXIT
019100         GO TO 1100-SIGN-ON-EXIT
019200     END-IF.
019300     PERFORM 7500-VALIDATE-SIGN-ON
019400         THRU 7500-VALIDATE-SIGN-ON-EXIT.
019500     IF SG-SIGNED-ON
019600         MOVE 'Y' TO WS-SIGNON-OK-SW
019700     END-IF.
019800     CLOSE OPERATOR-FILE.
020200 1100-SIGN-ON-EXIT.
020300     EXIT.
020400*-----------------------------------------------------------
020700*-----------------------------------------------------------
020800 2000-PROCESS-ONE-ACTION.
020900     DISPLAY 'ENTER FUNCTION (A=ADD/CHANGE, I=INQUIRE, '
021000         'M=MERGE, Q=QUIT): '.
021100     ACCEPT WS-FUNCTION-CODE.
021200     IF NOT WS-FUNC-VALID
021300         DISPLAY 'INVALID FUNCTION CODE: ' WS-FUNCTION-CODE
022000         WHEN WS-FUNC-INQUIRE
022100             PERFORM 2200-INQUIRE-BRANCH
022200                 THRU 2200-INQUIRE-BRANCH-EXIT
022225         WHEN WS-FUNC-MERGE
022250             PERFORM 2300-REQUEST-MERGE
022275                 THRU 2300-REQUEST-MERGE-EXIT
022300         WHEN WS-FUNC-QUIT
022400             MOVE 'N' TO WS-CONTINUE-SWITCH
022500     END-EVALUATE.
036100     END-READ.
036200 2200-INQUIRE-BRANCH-EXIT.
036300     EXIT.
036301*-----------------------------------------------------------
036302* 2300-REQUEST-MERGE - ACCEPT A CLOSING BRANCH AND THE BRANCH
036303*     THAT SURVIVES IT AND QUEUE THE MERGE TO PENDCHG FOR A
036304*     SECOND OPERATOR TO APPROVE THROUGH PENDAPPR. THE CLOSING
036305*     BRANCH MUST BE ON THE MASTER (IT MAY ALREADY BE CLOSED,
036306*     TO SWEEP UP WHAT AN EARLIER CLOSE LEFT BEHIND); THE
036307*     SURVIVOR MUST BE ON THE MASTER AND ACTIVE.
036308*-----------------------------------------------------------
036309 2300-REQUEST-MERGE.
036310     DISPLAY 'ENTER CLOSING BRANCH CODE: '.
036311     MOVE SPACES TO WS-BRANCH-INPUT.
036312     ACCEPT WS-BRANCH-INPUT.
036313     DISPLAY 'ENTER SURVIVING BRANCH CODE: '.
036314     MOVE SPACES TO WS-SURVIVOR-INPUT.
036315     ACCEPT WS-SURVIVOR-INPUT.
036316     IF WS-BRANCH-INPUT = SPACES OR WS-SURVIVOR-INPUT = SPACES
036317         DISPLAY 'BOTH BRANCH CODES REQUIRED'
036318         GO TO 2300-REQUEST-MERGE-EXIT
036319     END-IF.
036320     IF WS-BRANCH-INPUT = WS-SURVIVOR-INPUT
036321         DISPLAY 'A BRANCH CANNOT BE MERGED INTO ITSELF'
036322         GO TO 2300-REQUEST-MERGE-EXIT
036323     END-IF.
036324     MOVE WS-BRANCH-INPUT TO BM-BRANCH.
036325     READ BRANCH-FILE
036326         INVALID KEY
036327             DISPLAY 'BRANCH NOT ON MASTER: ' WS-BRANCH-INPUT
036328             GO TO 2300-REQUEST-MERGE-EXIT
036329     END-READ.
036330     MOVE WS-SURVIVOR-INPUT TO BM-BRANCH.
036331     READ BRANCH-FILE
036332         INVALID KEY
036333             DISPLAY 'BRANCH NOT ON MASTER: ' WS-SURVIVOR-INPUT
036334             GO TO 2300-REQUEST-MERGE-EXIT
036335     END-READ.
036336     IF NOT BM-ACTIVE
036337         DISPLAY 'SURVIVING BRANCH IS NOT ACTIVE: '
036338             WS-SURVIVOR-INPUT
036339         GO TO 2300-REQUEST-MERGE-EXIT
036340     END-IF.
036341     OPEN EXTEND PEND-FILE.
036342     IF WS-PEND-NOT-FOUND
036343         OPEN OUTPUT PEND-FILE
036344     END-IF.
036345     IF NOT WS-PEND-OK
036346         DISPLAY 'UNABLE TO OPEN PENDCHG, STATUS: '
036347             WS-PEND-STATUS ' - MERGE NOT QUEUED'
036348         GO TO 2300-REQUEST-MERGE-EXIT
036349     END-IF.
036350     MOVE SPACES TO PENDING-CHANGE-RECORD.
036351     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
036352     ACCEPT WS-STAMP-TIME FROM TIME.
036353     MOVE WS-STAMP-DATE     TO PD-DATE.
036354     MOVE WS-STAMP-TIME     TO PD-TIME.
036355     MOVE WS-OPERATOR-CODE  TO PD-REQUESTED-BY.
036356     MOVE 'M'               TO PD-TYPE.
036357     MOVE SPACES            TO PD-CURR-CODE.
036358     MOVE ZERO              TO PD-EFF-DATE.
036359     MOVE ZERO              TO PD-OLD-RATE.
036360     MOVE ZERO              TO PD-NEW-RATE.
036361     MOVE WS-BRANCH-INPUT   TO PD-BRANCH.
036362     MOVE WS-SURVIVOR-INPUT TO PD-MERGE-INTO.
036363     MOVE SPACES            TO PD-APPROVED-BY.
036364     MOVE ZERO              TO PD-APPROVED-DATE.
036365     WRITE PENDING-CHANGE-RECORD.
036366     CLOSE PEND-FILE.
036367     DISPLAY 'BRANCH MERGE QUEUED FOR SECOND-OPERATOR '
036368         'APPROVAL: ' WS-BRANCH-INPUT ' INTO ' WS-SURVIVOR-INPUT.
036369 2300-REQUEST-MERGE-EXIT.
036370     EXIT.
036400*-----------------------------------------------------------
036500* 8900-CLOSE-FILES - CLOSE THE BRANCH MASTER AND AUDIT TRAIL
036600*-----------------------------------------------------------
037600     STOP RUN.
037700 9999-EXIT-EXIT.
037800     EXIT.
037900     COPY SGNPROC.
