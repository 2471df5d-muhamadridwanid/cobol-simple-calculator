001500*    INSTRUCTIONS DUE EACH NIGHT ONTO THE TRANSACTION FILE,
001600*    SO STANDING WORK RUNS ITSELF AND THE BRANCH DAY FILES
001700*    ONLY CARRY THE GENUINELY NEW ITEMS.
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
003600     SELECT SI-AUDIT-FILE ASSIGN TO SIAUDT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SAUD-STATUS.
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
004100 FD  SI-FILE.
004300 FD  SI-AUDIT-FILE
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  SI-AUDIT-RECORD        PIC X(80).
004510 FD  OPERATOR-FILE.
004520     COPY OPERREC.
004530 FD  SIGNON-HIST-FILE
004540     RECORD CONTAINS 80 CHARACTERS.
004550     COPY SGNHREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-SI-STATUS           PIC X(02).
004800     88  WS-SI-OK           VALUE '00'.
005100     88  WS-SAUD-OK         VALUE '00'.
005200     88  WS-SAUD-NOT-FOUND  VALUE '35'.
005300 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
005310 01  WS-OPER-STATUS         PIC X(02).
005320     88  WS-OPER-OK         VALUE '00'.
005330     88  WS-OPER-NOT-FOUND  VALUE '35'.
005340 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
005350     88  WS-SIGNON-OK       VALUE 'Y'.
005400 01  WS-FUNCTION-CODE       PIC X(01).
005500     88  WS-FUNC-ADD        VALUE 'A'.
005600     88  WS-FUNC-EXPIRE     VALUE 'E'.
010200     05  FILLER             PIC X(01) VALUE SPACE.
010300     05  SA-FREQUENCY       PIC X(01).
010400     05  FILLER             PIC X(36) VALUE SPACES.
010450     COPY SGNCTL.
010500 PROCEDURE DIVISION.
010600*-----------------------------------------------------------
010700* 0000-MAINLINE
011700     PERFORM 9999-EXIT
011800         THRU 9999-EXIT-EXIT.
011900*-----------------------------------------------------------
012000* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE
012100*     INSTRUCTION MASTER AND ITS AUDIT TRAIL, CREATING
012200*     EITHER ON FIRST USE
012300*-----------------------------------------------------------
012400 1000-INITIALIZE.
012425     PERFORM 1100-SIGN-ON
012450         THRU 1100-SIGN-ON-EXIT.
012475     IF NOT WS-SIGNON-OK
012500         MOVE 'N' TO WS-CONTINUE-SWITCH
012525         GO TO 1000-INITIALIZE-EXIT
012550     END-IF.
012700     OPEN I-O SI-FILE.
012800     IF WS-SI-NOT-FOUND
012900         OPEN OUTPUT SI-FILE
014200     END-IF.
014300 1000-INITIALIZE-EXIT.
014400     EXIT.
014402*-----------------------------------------------------------
014404* 1100-SIGN-ON - SIGN THE OPERATOR ON AGAINST THE OPERMAST
014406*     MASTER THROUGH THE SHARED SGNPROC ROUTINE: ON THE
014408*     MASTER, ACTIVE, NOT LOCKED, RIGHT PASSWORD (CHANGED WHEN
014410*     DUE). NO AREA FLAG IS NEEDED FOR STANDING-INSTRUCTION
014412*     MAINTENANCE. A MISSING MASTER (NOT YET STOOD UP)
014414*     BYPASSES THE CHECK WITH A LOUD WARNING. EVERY OUTCOME
014416*     GOES TO SGNHIST.
014418*-----------------------------------------------------------
014420 1100-SIGN-ON.
014422     DISPLAY 'ENTER OPERATOR CODE: '.
014424     ACCEPT WS-OPERATOR-CODE.
014426     MOVE WS-OPERATOR-CODE TO SG-OPER-ID.
014428     MOVE 'SIMAINT'   TO SG-PROGRAM-ID.
014430     MOVE SPACE            TO SG-AUTH-AREA.
014432     MOVE SPACES           TO SG-AREA-NAME.
014434     OPEN I-O OPERATOR-FILE.
014436     IF WS-OPER-NOT-FOUND
014438         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
014440             'BYPASSED, STAND THE OPERATOR MASTER UP'
014442         MOVE 'Y' TO WS-SIGNON-OK-SW
014444         MOVE 'Y' TO SG-RESULT-SW
014446         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
014448         PERFORM 7590-WRITE-SIGNON-HIST
014450             THRU 7590-WRITE-SIGNON-HIST-EXIT
014452         GO TO 1100-SIGN-ON-EXIT
014454     END-IF.
014456     IF NOT WS-OPER-OK
014458         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
014460             WS-OPER-STATUS ' - SIGN-ON REFUSED'
014462         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
014464         PERFORM 7590-WRITE-SIGNON-HIST
014466             THRU 7590-WRITE-SIGNON-HIST-EXIT
014468         GO TO 1100-SIGN-ON-EXIT
014470     END-IF.
014472     PERFORM 7500-VALIDATE-SIGN-ON
014474         THRU 7500-VALIDATE-SIGN-ON-EXIT.
014476     IF SG-SIGNED-ON
014478         MOVE 'Y' TO WS-SIGNON-OK-SW
014480     END-IF.
014482     CLOSE OPERATOR-FILE.
014484 1100-SIGN-ON-EXIT.
014486     EXIT.
014500*-----------------------------------------------------------
014600* 2000-PROCESS-ONE-ACTION - PROMPT FOR A FUNCTION CODE AND
014700*     ROUTE TO THE MATCHING PARAGRAPH
041700     STOP RUN.
041800 9999-EXIT-EXIT.
041900     EXIT.
042000     COPY SGNPROC.
