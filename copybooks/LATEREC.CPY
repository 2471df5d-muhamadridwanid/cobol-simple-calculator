000100*-----------------------------------------------------------
000200*    LATEREC.CPY
000300*-----------------------------------------------------------
000400*    LATE-ITEM TRANSACTION RECORD LAYOUT FOR THE LATETRN
000500*    FILE. TRANSPLIT WRITES ONE RECORD FOR EACH ADDITION,
000600*    SUBTRACTION, MULTIPLICATION OR DIVISION DETAIL OF A
000700*    BRANCH BATCH WHOSE HEADER BUSINESS DATE BALPOST HAD
000800*    ALREADY POSTED FOR THAT BRANCH. LI-VALUE-DATE CARRIES
000900*    THE HEADER DATE THE ITEM BELONGS TO AND LI-TRANS-IMAGE
001000*    THE UNCHANGED CALCREC DETAIL. LATEPOST CALCULATES AND
001100*    POSTS THESE ITEMS UNDER THE PROCESSING DATE INSTEAD OF
001200*    THE OPERATION PROGRAMS.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-25  RH   ORIGINAL COPYBOOK.
001900*-----------------------------------------------------------
002000 01  LATE-ITEM-RECORD.
002100     05  LI-VALUE-DATE          PIC 9(08).
002200     05  LI-TRANS-IMAGE         PIC X(36).
