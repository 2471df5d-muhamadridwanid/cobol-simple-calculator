000100*-----------------------------------------------------------
000200*    LREGREC.CPY
000300*-----------------------------------------------------------
000400*    LATE-ITEM REGISTER RECORD LAYOUT FOR THE LATEREG FILE.
000500*    LATEPOST APPENDS ONE RECORD FOR EVERY LATE ITEM IT
000600*    POSTS, CARRYING BOTH THE PROCESSING DATE THE ITEM WAS
000700*    POSTED UNDER (LR-PROC-DATE) AND THE EARLIER BUSINESS
000800*    DATE IT BELONGS TO (LR-VALUE-DATE). BALPOST AND BRRETURN
000900*    READ IT TO REPORT THE ITEMS AS PRIOR-DAY ADJUSTMENTS.
001000*-----------------------------------------------------------
001100*                 MODIFICATION HISTORY
001200*-----------------------------------------------------------
001300* DATE       INIT  DESCRIPTION
001400* ---------- ----  ----------------------------------------
001500* 2026-09-25  RH   ORIGINAL COPYBOOK.
001600*-----------------------------------------------------------
001700 01  LATE-REGISTER-RECORD.
001800     05  LR-PROC-DATE           PIC 9(08).
001900     05  LR-VALUE-DATE          PIC 9(08).
002000     05  LR-BRANCH              PIC X(04).
002100     05  LR-OPERATION           PIC X(14).
002200     05  LR-NUM1                PIC S9(05)V99.
002300     05  LR-NUM2                PIC S9(05)V99.
002400     05  LR-RESULT              PIC S9(05)V99.
002500     05  LR-OPERATOR            PIC X(04).
002600     05  LR-TRANS-ID            PIC X(24).
