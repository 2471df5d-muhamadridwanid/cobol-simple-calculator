001500*    ONE LINE TO THE TEMPLATE AUDIT TRAIL (TMPLAUDT). FORMULA
001600*    EXPANDS A TEMPLATE CALL AGAINST THIS MASTER, SO THE
001700*    SHOP'S STANDARD FORMULAS ARE DEFINED ONCE, CENTRALLY.
001725*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
001750*    SHARED SGNPROC ROUTINE.
001800*-----------------------------------------------------------
001900*                 MODIFICATION HISTORY
002000*-----------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* ---------- ----  ----------------------------------------
002300* 2026-08-24  RH   ORIGINAL PROGRAM.
002310* 2026-09-04  RH   THE OPERATOR CODE IS NO LONGER TAKEN ON TRUST
002320*                  - SIGN-ON NOW GOES AGAINST OPERMAST THROUGH
002330*                  THE SHARED SGNPROC ROUTINE: ACTIVE OPERATOR,
002340*                  HASHED PASSWORD, FORCED CHANGE ON EXPIRY,
002350*                  LOCKOUT AFTER REPEATED WRONG PASSWORDS, AND
002360*                  A SGNHIST LINE FOR EVERY SUCCESS AND FAILURE.
002370*                  A MISSING MASTER BYPASSES THE CHECK WITH A
002380*                  LOUD WARNING, AS IN RATEMAINT.
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600     SELECT TMPL-AUDIT-FILE ASSIGN TO TMPLAUDT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TAUD-STATUS.
003810     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS OP-OPER-ID
003850         FILE STATUS IS WS-OPER-STATUS.
003860     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
003870         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS SG-HIST-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TMPL-FILE.
004300 FD  TMPL-AUDIT-FILE
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  TMPL-AUDIT-RECORD      PIC X(80).
004510 FD  OPERATOR-FILE.
004520     COPY OPERREC.
004530 FD  SIGNON-HIST-FILE
004540     RECORD CONTAINS 80 CHARACTERS.
004550     COPY SGNHREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-TMPL-STATUS         PIC X(02).
004800     88  WS-TMPL-OK         VALUE '00'.
005100     88  WS-TAUD-OK         VALUE '00'.
005200     88  WS-TAUD-NOT-FOUND  VALUE '35'.
005300 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
005310 01  WS-OPER-STATUS         PIC X(02).
005320     88  WS-OPER-OK         VALUE '00'.
005330     88  WS-OPER-NOT-FOUND  VALUE '35'.
005340 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
005350     88  WS-SIGNON-OK       VALUE 'Y'.
005400 01  WS-FUNCTION-CODE       PIC X(01).
005500     88  WS-FUNC-ADD        VALUE 'A'.
005600     88  WS-FUNC-DELETE     VALUE 'X'.
009500     05  FILLER             PIC X(01) VALUE SPACE.
009600     05  TA-OPERAND-TYPE    PIC X(01).
009700     05  FILLER             PIC X(37) VALUE SPACES.
009750     COPY SGNCTL.
009800 PROCEDURE DIVISION.
009900*-----------------------------------------------------------
010000* 0000-MAINLINE
011000     PERFORM 9999-EXIT
011100         THRU 9999-EXIT-EXIT.
011200*-----------------------------------------------------------
011300* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE
011400*     TEMPLATE MASTER AND ITS AUDIT TRAIL, CREATING EITHER
011500*     ON FIRST USE
011600*-----------------------------------------------------------
011700 1000-INITIALIZE.
011725     PERFORM 1100-SIGN-ON
011750         THRU 1100-SIGN-ON-EXIT.
011775     IF NOT WS-SIGNON-OK
011800         MOVE 'N' TO WS-CONTINUE-SWITCH
011825         GO TO 1000-INITIALIZE-EXIT
011850     END-IF.
012000     OPEN I-O TMPL-FILE.
012100     IF WS-TMPL-NOT-FOUND
012200         OPEN OUTPUT TMPL-FILE
013500     END-IF.
013600 1000-INITIALIZE-EXIT.
013700     EXIT.
013702*-----------------------------------------------------------
013704* 1100-SIGN-ON - SIGN THE OPERATOR ON AGAINST THE OPERMAST
013706*     MASTER THROUGH THE SHARED SGNPROC ROUTINE: ON THE
013708*     MASTER, ACTIVE, NOT LOCKED, RIGHT PASSWORD (CHANGED WHEN
013710*     DUE). NO AREA FLAG IS NEEDED FOR TEMPLATE
013712*     MAINTENANCE. A MISSING MASTER (NOT YET STOOD UP)
013714*     BYPASSES THE CHECK WITH A LOUD WARNING. EVERY OUTCOME
013716*     GOES TO SGNHIST.
013718*-----------------------------------------------------------
013720 1100-SIGN-ON.
013722     DISPLAY 'ENTER OPERATOR CODE: '.
013724     ACCEPT WS-OPERATOR-CODE.
013726     MOVE WS-OPERATOR-CODE TO SG-OPER-ID.
013728     MOVE 'TMPLMNT'   TO SG-PROGRAM-ID.
013730     MOVE SPACE            TO SG-AUTH-AREA.
013732     MOVE SPACES           TO SG-AREA-NAME.
013734     OPEN I-O OPERATOR-FILE.
013736     IF WS-OPER-NOT-FOUND
013738         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
013740             'BYPASSED, STAND THE OPERATOR MASTER UP'
013742         MOVE 'Y' TO WS-SIGNON-OK-SW
013744         MOVE 'Y' TO SG-RESULT-SW
013746         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
013748         PERFORM 7590-WRITE-SIGNON-HIST
013750             THRU 7590-WRITE-SIGNON-HIST-EXIT
013752         GO TO 1100-SIGN-ON-EXIT
013754     END-IF.
013756     IF NOT WS-OPER-OK
013758         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
013760             WS-OPER-STATUS ' - SIGN-ON REFUSED'
013762         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
013764         PERFORM 7590-WRITE-SIGNON-HIST
013766             THRU 7590-WRITE-SIGNON-HIST-EXIT
013768         GO TO 1100-SIGN-ON-EXIT
013770     END-IF.
013772     PERFORM 7500-VALIDATE-SIGN-ON
013774         THRU 7500-VALIDATE-SIGN-ON-EXIT.
013776     IF SG-SIGNED-ON
013778         MOVE 'Y' TO WS-SIGNON-OK-SW
013780     END-IF.
013782     CLOSE OPERATOR-FILE.
013784 1100-SIGN-ON-EXIT.
013786     EXIT.
013800*-----------------------------------------------------------
013900* 2000-PROCESS-ONE-ACTION - PROMPT FOR A FUNCTION CODE AND
014000*     ROUTE TO THE MATCHING PARAGRAPH
038500     STOP RUN.
038600 9999-EXIT-EXIT.
038700     EXIT.
038800     COPY SGNPROC.
