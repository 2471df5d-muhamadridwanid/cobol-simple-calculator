000100*-----------------------------------------------------------
000200*    BRFWDREC.CPY
000300*-----------------------------------------------------------
000400*    BRANCH FORWARDING RECORD LAYOUT FOR THE INDEXED BRFWDMST
000500*    FILE, KEYED ON THE OLD BRANCH CODE. BRMERGE WRITES ONE
000600*    RECORD FOR EVERY BRANCH IT MERGES AWAY, NAMING THE
000700*    BRANCH IT WAS MERGED INTO, SO INTAKE CAN TAKE A LATE DAY
000800*    FILE KEYED UNDER THE OLD CODE IN UNDER THE SURVIVOR
000900*    INSTEAD OF REJECTING IT. WHEN A SURVIVOR IS ITSELF
001000*    MERGED AWAY LATER, BRMERGE RE-POINTS EVERY RECORD THAT
001100*    FORWARDED TO IT, SO FW-FORWARD-TO IS ALWAYS THE BRANCH
001200*    STILL OPEN AND ONE LOOKUP IS ENOUGH; FW-MERGED-INTO
001300*    KEEPS THE ORIGINAL SURVIVOR FOR THE RECORD.
001400*-----------------------------------------------------------
001500*                 MODIFICATION HISTORY
001600*-----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-09-09  RH   ORIGINAL COPYBOOK.
002000*-----------------------------------------------------------
002100 01  BRANCH-FORWARD-RECORD.
002200     05  FW-OLD-BRANCH          PIC X(04).
002300     05  FW-FORWARD-TO          PIC X(04).
002400     05  FW-MERGED-INTO         PIC X(04).
002500     05  FW-MERGE-DATE          PIC 9(08).
002600     05  FW-REQUESTED-BY        PIC X(04).
002700     05  FW-APPROVED-BY         PIC X(04).
002800     05  FW-REPOINT-DATE        PIC 9(08).
