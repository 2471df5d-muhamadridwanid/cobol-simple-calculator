000100*-----------------------------------------------------------
000200*    SGNHREC.CPY
000300*-----------------------------------------------------------
000400*    SIGN-ON HISTORY RECORD LAYOUT FOR THE SGNHIST FILE. EVERY
000500*    PROGRAM THAT SIGNS AN OPERATOR ON AGAINST OPERMAST
000600*    APPENDS ONE LINE PER ATTEMPT, SUCCESSFUL OR NOT, WITH THE
000700*    OPERATOR ID AS KEYED, THE PROGRAM, THE DATE AND TIME, AN
000800*    OUTCOME OF S (SIGNED ON) OR F (REFUSED) AND THE REASON.
000900*    WRITTEN BY THE SHARED SGNPROC ROUTINE.
001000*-----------------------------------------------------------
001100*                 MODIFICATION HISTORY
001200*-----------------------------------------------------------
001300* DATE       INIT  DESCRIPTION
001400* ---------- ----  ----------------------------------------
001500* 2026-09-04  RH   ORIGINAL COPYBOOK.
001600*-----------------------------------------------------------
001700 01  SIGNON-HISTORY-RECORD.
001800     05  SH-DATE                PIC 9(08).
001900     05  FILLER                 PIC X(01).
002000     05  SH-TIME                PIC 9(08).
002100     05  FILLER                 PIC X(01).
002200     05  SH-OPER-ID             PIC X(04).
002300     05  FILLER                 PIC X(01).
002400     05  SH-PROGRAM             PIC X(10).
002500     05  FILLER                 PIC X(01).
002600     05  SH-OUTCOME             PIC X(01).
002700         88  SH-SIGNED-ON       VALUE 'S'.
002800         88  SH-REFUSED         VALUE 'F'.
002900     05  FILLER                 PIC X(01).
003000     05  SH-REASON              PIC X(30).
003100     05  FILLER                 PIC X(14).
