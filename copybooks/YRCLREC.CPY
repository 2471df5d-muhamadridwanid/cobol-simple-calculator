000100*-----------------------------------------------------------
000200*    YRCLREC.CPY
000300*-----------------------------------------------------------
000400*    YEAR-END CLOSE CONTROL RECORD LAYOUT FOR THE YEARCTL
000500*    FILE. YEAREND APPENDS ONE RECORD FOR EACH YEAR IT CLOSES,
000600*    ONCE ALL TWELVE OF THE YEAR'S MONTHS ARE SIGNED OFF ON
000700*    CLOSECTL, RECORDING HOW MANY OF THOSE MONTHS WERE CLOSED
000800*    FORCED RATHER THAN PROVED AND WHO CLOSED THE YEAR.
000900*    BALPOST AND REVERSAL REFUSE ANY POSTING DATED IN A YEAR
001000*    THAT APPEARS HERE, SO THE ANNUAL STATEMENTS AND THE
001100*    YRSUMM ROLL-UP CANNOT BE UNDERCUT AFTER THE FACT.
001200*-----------------------------------------------------------
001300*                 MODIFICATION HISTORY
001400*-----------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* ---------- ----  ----------------------------------------
001700* 2026-09-22  RH   ORIGINAL COPYBOOK.
001800*-----------------------------------------------------------
001900 01  YEAR-CONTROL-RECORD.
002000     05  YC-YEAR                PIC 9(04).
002100     05  YC-CLOSED-DATE         PIC 9(08).
002200     05  YC-STATUS              PIC X(06).
002300         88  YC-CLOSED          VALUE 'CLOSED'.
002400     05  YC-FORCED-MONTHS       PIC 9(02).
002500     05  YC-OPERATOR            PIC X(04).
