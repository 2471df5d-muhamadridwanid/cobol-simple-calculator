001300*    (RATEAUDT) RECORDING WHO CHANGED WHAT, WHEN, AND THE
001400*    OLD AND NEW RATES, SO A WRONG RATE CAN BE TRACED TO THE
001500*    POSTING THAT INTRODUCED IT.
001525*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
001550*    SHARED SGNPROC ROUTINE.
001600*-----------------------------------------------------------
001700*                 MODIFICATION HISTORY
001800*-----------------------------------------------------------
003300*                  PENDAPPR BEFORE IT TAKES EFFECT. AUDIT
003400*                  ASKED FOR THIS AFTER THE LAST RATE
003500*                  INCIDENT.
003510* 2026-09-04  RH   SIGN-ON NOW GOES THROUGH THE SHARED SGNPROC
003520*                  ROUTINE - A HASHED PASSWORD, FORCED CHANGE
003530*                  ON EXPIRY, LOCKOUT AFTER REPEATED WRONG
003540*                  PASSWORDS, AND A SGNHIST LINE FOR EVERY
003550*                  SUCCESS AND FAILURE. OPERMAST IS NOW OPENED
003560*                  I-O SO THE ROUTINE CAN UPDATE THE OPERATOR.
003600*-----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005600     SELECT PEND-FILE ASSIGN TO PENDCHG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PEND-STATUS.
005825     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
005850         ORGANIZATION IS LINE SEQUENTIAL
005875         FILE STATUS IS SG-HIST-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RATE-FILE.
006800 FD  PEND-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY PENDREC.
007025 FD  SIGNON-HIST-FILE
007050     RECORD CONTAINS 80 CHARACTERS.
007075     COPY SGNHREC.
007100 WORKING-STORAGE SECTION.
007200 01  WS-RATE-STATUS         PIC X(02).
007300     88  WS-RATE-OK         VALUE '00'.
013400     05  FILLER             PIC X(01) VALUE SPACE.
013500     05  RA-NEW-RATE        PIC ---9.9(06).
013600     05  FILLER             PIC X(17) VALUE SPACES.
013650     COPY SGNCTL.
013700 PROCEDURE DIVISION.
013800*-----------------------------------------------------------
013900* 0000-MAINLINE
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000*-----------------------------------------------------------
018100* 1100-SIGN-ON - SIGN THE OPERATOR ON THROUGH THE SHARED
018200*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED, RIGHT
018300*     PASSWORD (CHANGED WHEN DUE) AND HOLDING THE RATE FLAG.
018400*     A MISSING MASTER (NOT YET STOOD UP) BYPASSES THE CHECK
018500*     WITH A LOUD WARNING. EVERY OUTCOME GOES TO SGNHIST.
018600*-----------------------------------------------------------
018700 1100-SIGN-ON.
018800     DISPLAY 'ENTER OPERATOR CODE: '.
018900     ACCEPT WS-OPERATOR-CODE.
019000     MOVE WS-OPERATOR-CODE   TO SG-OPER-ID.
019100     MOVE 'RATEMAINT'        TO SG-PROGRAM-ID.
019200     MOVE 'R'                TO SG-AUTH-AREA.
019300     MOVE 'RATE MAINTENANCE' TO SG-AREA-NAME.
019400     OPEN I-O OPERATOR-FILE.
019500     IF WS-OPER-NOT-FOUND
019600         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
019700             'BYPASSED, STAND THE OPERATOR MASTER UP'
019800         MOVE 'Y' TO WS-SIGNON-OK-SW
019900         MOVE 'Y' TO SG-RESULT-SW
020000         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
020100         PERFORM 7590-WRITE-SIGNON-HIST
020200             THRU 7590-WRITE-SIGNON-HIST-EXIT
020300         GO TO 1100-SIGN-ON-EXIT
020400     END-IF.
020500     IF NOT WS-OPER-OK
020600         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
020700             WS-OPER-STATUS ' - SIGN-ON REFUSED'
020800         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
020900         PERFORM 7590-WRITE-SIGNON-HIST
021000             THRU 7590-WRITE-SIGNON-HIST-EXIT
021100         GO TO 1100-SIGN-ON-EXIT
021200     END-IF.
021300     PERFORM 7500-VALIDATE-SIGN-ON
021400         THRU 7500-VALIDATE-SIGN-ON-EXIT.
021500     IF SG-SIGNED-ON
021600         MOVE 'Y' TO WS-SIGNON-OK-SW
021700     END-IF.
021800     CLOSE OPERATOR-FILE.
022200 1100-SIGN-ON-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------
051800     STOP RUN.
051900 9999-EXIT-EXIT.
052000     EXIT.
052100     COPY SGNPROC.
