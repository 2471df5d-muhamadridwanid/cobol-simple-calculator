000100*-----------------------------------------------------------
000200*    CLOSBREC.CPY
000300*-----------------------------------------------------------
000400*    MONTH-END CLOSING BALANCE RECORD LAYOUT FOR THE CLOSEBAL
000500*    FILE. WHEN MONTHEND CLOSES A MONTH IT APPENDS, ALONGSIDE
000600*    THE CLOSECTL RECORD, ONE OF THESE PER BRANCH ON BRBALMST:
000700*    THE CLOSE MONTH AND AN IMAGE OF THE BRANCH'S WHOLE
000800*    BALANCE MASTER RECORD (BALREC) AS IT STOOD AT THE CLOSE.
000900*    THE CLOSED MONTH'S IMAGES ARE THE STARTING POINT BALRBLD
001000*    REPLAYS THE NEXT MONTH'S AUDIT LINES FROM WHEN BRBALMST
001100*    HAS TO BE REBUILT OR PROVED. A MONTH CLOSED MORE THAN
001200*    ONCE HAS MORE THAN ONE SET; THE LAST ONE WRITTEN STANDS.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-14  RH   ORIGINAL COPYBOOK.
001900*-----------------------------------------------------------
002000 01  CLOSE-BALANCE-RECORD.
002100     05  CB-MONTH               PIC 9(06).
002200     05  CB-BALANCE-IMAGE       PIC X(103).
