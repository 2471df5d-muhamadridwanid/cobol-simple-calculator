000100*-----------------------------------------------------------
000200*    DEPRREC.CPY
000300*-----------------------------------------------------------
000400*    TERM DEPOSIT RATE CARD RECORD LAYOUT FOR THE DEPRATE
000500*    FILE TREASURY ISSUES. ONE RECORD PER TERM IN MONTHS AND
000600*    COMPOUNDING FREQUENCY PER EFFECTIVE DATE, CARRYING THE
000700*    ANNUAL RATE PCT OFFERED FROM THAT DATE. DEPMATUR ROLLS A
000800*    MATURING DEPOSIT OVER AT THE LATEST RATE IN EFFECT ON
000900*    THE BUSINESS DATE FOR ITS TERM AND FREQUENCY.
001000*-----------------------------------------------------------
001100*                 MODIFICATION HISTORY
001200*-----------------------------------------------------------
001300* DATE       INIT  DESCRIPTION
001400* ---------- ----  ----------------------------------------
001500* 2026-09-03  RH   ORIGINAL COPYBOOK.
001600*-----------------------------------------------------------
001700 01  DEPOSIT-RATE-RECORD.
001800     05  DR-TERM-MONTHS         PIC 9(03).
001900     05  DR-COMP-FREQ           PIC X(01).
002000     05  DR-EFF-DATE            PIC 9(08).
002100     05  DR-ANNUAL-RATE         PIC 9(02)V9(04).
