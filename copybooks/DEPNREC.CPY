000100*-----------------------------------------------------------
000200*    DEPNREC.CPY
000300*-----------------------------------------------------------
000400*    TERM DEPOSIT MATURITY NOTICE RECORD LAYOUT FOR THE
000500*    DEPNOTE WORK FILE DEPMATUR CUTS EACH NIGHT AND BRRETURN
000600*    READS, SO EVERY BRANCH'S RETURN FILE CARRIES ITS OWN
000700*    MATURITY NOTICES. DN-LINE IS THE PRE-FORMATTED D RETURN
000800*    LINE: D, DEPOSIT ID, ACTION (R=ROLLED OVER, P=PAID OUT,
000900*    H=HELD), MATURITY DATE, VALUE DATE (THE MATURITY DATE
001000*    ROLLED FORWARD TO A WORKING DAY), PRINCIPAL, MATURITY
001100*    VALUE, AND FOR A ROLLOVER THE NEW RATE AND NEW MATURITY
001200*    DATE.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-03  RH   ORIGINAL COPYBOOK.
001900*-----------------------------------------------------------
002000 01  DEPOSIT-NOTICE-RECORD.
002100     05  DN-BRANCH              PIC X(04).
002200     05  DN-BUS-DATE            PIC 9(08).
002300     05  DN-LINE                PIC X(68).
