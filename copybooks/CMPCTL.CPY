000100*-----------------------------------------------------------
000200*    CMPCTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE COMPOUND-INTEREST
000500*    ROUTINE, USED TOGETHER WITH THE CMPPROC PROCEDURE
000600*    COPYBOOK. THE PROGRAM MOVES THE PRINCIPAL, ANNUAL RATE
000700*    PCT, TERM IN MONTHS AND COMPOUNDING FREQUENCY (M/Q/A)
000800*    TO THE CP- FIELDS, PERFORMS 7700-COMPOUND-VALUE, AND
000900*    TAKES CP-FUTURE-VALUE UNLESS CP-CALC-FAILED - SO THE
001000*    COMPOUND CALCULATOR AND THE TERM DEPOSIT MATURITY RUN
001100*    GROW A DEPOSIT WITH EXACTLY THE SAME ARITHMETIC.
001200*-----------------------------------------------------------
001300*                 MODIFICATION HISTORY
001400*-----------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* ---------- ----  ----------------------------------------
001700* 2026-09-03  RH   ORIGINAL COPYBOOK, LIFTED OUT OF COMPOUND.
001800*-----------------------------------------------------------
001900 01  COMPOUND-CONTROL.
002000     05  CP-PRINCIPAL           PIC 9(05)V99    COMP-3 VALUE ZERO.
002100     05  CP-ANNUAL-RATE         PIC 9(02)V9(04) COMP-3 VALUE ZERO.
002200     05  CP-TERM-MONTHS         PIC 9(03)       COMP-3 VALUE ZERO.
002300     05  CP-COMP-FREQ           PIC X(01)       VALUE SPACE.
002400     05  CP-FREQ-PER-YEAR       PIC 9(02)       COMP VALUE ZERO.
002500     05  CP-PERIOD-RATE         PIC S9(03)V9(08) COMP-3
002550                                VALUE ZERO.
002600     05  CP-PERIOD-COUNT        PIC 9(04)       COMP VALUE ZERO.
002700     05  CP-GROWTH-FACTOR       PIC S9(05)V9(08) COMP-3
002750                                VALUE ZERO.
002800     05  CP-FUTURE-VALUE        PIC S9(05)V99   COMP-3 VALUE ZERO.
002900     05  CP-CALC-OK-SWITCH      PIC X(01)       VALUE 'Y'.
003000         88  CP-CALC-FAILED     VALUE 'N'.
