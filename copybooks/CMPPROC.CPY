000100*-----------------------------------------------------------
000200*    CMPPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED COMPOUND-INTEREST ROUTINE, COPIED INTO THE
000500*    PROCEDURE DIVISION OF EACH PROGRAM THAT GROWS A DEPOSIT
000600*    TO ITS FUTURE VALUE. REQUIRES THE CMPCTL WORKING
000700*    STORAGE.
000800*-----------------------------------------------------------
000900*                 MODIFICATION HISTORY
001000*-----------------------------------------------------------
001100* DATE       INIT  DESCRIPTION
001200* ---------- ----  ----------------------------------------
001300* 2026-09-03  RH   ORIGINAL COPYBOOK, LIFTED OUT OF COMPOUND.
001400*-----------------------------------------------------------
001500*-----------------------------------------------------------
001600* 7700-COMPOUND-VALUE - SET CP-FUTURE-VALUE TO CP-PRINCIPAL
001700*     TIMES (1 + RATE PER PERIOD) RAISED TO THE NUMBER OF
001800*     COMPOUNDING PERIODS IN THE TERM, GUARDED THE WAY
001900*     LOANAMRT GUARDS ITS ANNUITY FACTOR - CP-CALC-FAILED ON
002000*     ANY OVERFLOW
002100*-----------------------------------------------------------
002200 7700-COMPOUND-VALUE.
002300     MOVE 'Y' TO CP-CALC-OK-SWITCH.
002400     MOVE ZERO TO CP-FUTURE-VALUE.
002500     EVALUATE CP-COMP-FREQ
002600         WHEN 'M'
002700             MOVE 12 TO CP-FREQ-PER-YEAR
002800         WHEN 'Q'
002900             MOVE 4 TO CP-FREQ-PER-YEAR
003000         WHEN OTHER
003100             MOVE 1 TO CP-FREQ-PER-YEAR
003200     END-EVALUATE.
003300     COMPUTE CP-PERIOD-RATE ROUNDED =
003400         CP-ANNUAL-RATE / CP-FREQ-PER-YEAR / 100
003500         ON SIZE ERROR
003600             MOVE 'N' TO CP-CALC-OK-SWITCH
003700     END-COMPUTE.
003800     COMPUTE CP-PERIOD-COUNT ROUNDED =
003900         CP-FREQ-PER-YEAR * CP-TERM-MONTHS / 12
004000         ON SIZE ERROR
004100             MOVE 'N' TO CP-CALC-OK-SWITCH
004200     END-COMPUTE.
004300     IF CP-CALC-FAILED
004400         GO TO 7700-COMPOUND-VALUE-EXIT
004500     END-IF.
004600     IF CP-PERIOD-COUNT = ZERO
004700         MOVE CP-PRINCIPAL TO CP-FUTURE-VALUE
004800         GO TO 7700-COMPOUND-VALUE-EXIT
004900     END-IF.
005000     COMPUTE CP-GROWTH-FACTOR ROUNDED =
005100         (1 + CP-PERIOD-RATE) ** CP-PERIOD-COUNT
005200         ON SIZE ERROR
005300             MOVE 'N' TO CP-CALC-OK-SWITCH
005400     END-COMPUTE.
005500     IF CP-CALC-FAILED
005600         GO TO 7700-COMPOUND-VALUE-EXIT
005700     END-IF.
005800     COMPUTE CP-FUTURE-VALUE ROUNDED =
005900         CP-PRINCIPAL * CP-GROWTH-FACTOR
006000         ON SIZE ERROR
006100             MOVE 'N' TO CP-CALC-OK-SWITCH
006200     END-COMPUTE.
006300 7700-COMPOUND-VALUE-EXIT.
006400     EXIT.
