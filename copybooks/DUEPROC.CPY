000100*-----------------------------------------------------------
000200*    DUEPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED CALENDAR-MONTH DATE ROUTINE, COPIED INTO THE
000500*    PROCEDURE DIVISION OF EACH PROGRAM THAT WORKS DUE OR
000600*    MATURITY DATES. REQUIRES THE DUECTL WORKING STORAGE.
000700*-----------------------------------------------------------
000800*                 MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 2026-09-02  RH   ORIGINAL COPYBOOK.
001300*-----------------------------------------------------------
001400*-----------------------------------------------------------
001500* 7600-ADD-MONTHS - SET DU-RESULT-DATE TO DU-BASE-DATE PLUS
001600*     DU-MONTHS-TO-ADD CALENDAR MONTHS, KEEPING THE DAY OF
001700*     THE MONTH BUT PULLING IT BACK TO THE LAST DAY OF A
001800*     SHORTER MONTH (FEBRUARY BY THE GREGORIAN LEAP RULE)
001900*-----------------------------------------------------------
002000 7600-ADD-MONTHS.
002100     MOVE DU-BASE-DATE TO DU-RESULT-DATE.
002200     COMPUTE DU-MONTH-SUM = DU-RESULT-MM - 1 + DU-MONTHS-TO-ADD.
002300     DIVIDE DU-MONTH-SUM BY 12
002400         GIVING DU-YEAR-CARRY
002500         REMAINDER DU-MONTH-SUM.
002600     ADD DU-YEAR-CARRY TO DU-RESULT-YYYY.
002700     COMPUTE DU-RESULT-MM = DU-MONTH-SUM + 1.
002800     MOVE DU-MONTH-LENGTH(DU-RESULT-MM) TO DU-MONTH-DAYS.
002900     IF DU-RESULT-MM = 2
003000         DIVIDE DU-RESULT-YYYY BY 4
003100             GIVING DU-LEAP-QUOT REMAINDER DU-LEAP-REM
003200         IF DU-LEAP-REM = ZERO
003300             MOVE 29 TO DU-MONTH-DAYS
003400             DIVIDE DU-RESULT-YYYY BY 100
003500                 GIVING DU-LEAP-QUOT REMAINDER DU-LEAP-REM
003600             IF DU-LEAP-REM = ZERO
003700                 MOVE 28 TO DU-MONTH-DAYS
003800                 DIVIDE DU-RESULT-YYYY BY 400
003900                     GIVING DU-LEAP-QUOT REMAINDER DU-LEAP-REM
004000                 IF DU-LEAP-REM = ZERO
004100                     MOVE 29 TO DU-MONTH-DAYS
004200                 END-IF
004300             END-IF
004400         END-IF
004500     END-IF.
004600     IF DU-RESULT-DD > DU-MONTH-DAYS
004700         MOVE DU-MONTH-DAYS TO DU-RESULT-DD
004800     END-IF.
004900 7600-ADD-MONTHS-EXIT.
005000     EXIT.
