000100*-----------------------------------------------------------
000200*    AUDXREC.CPY
000300*-----------------------------------------------------------
000400*    DAILY AUDIT EXTRACT RECORD LAYOUT FOR THE AUDEXTR FILE
000500*    THE AUDEXTR STEP CUTS EACH NIGHT. ONE D DETAIL RECORD
000600*    CARRIES EACH AUDIT LINE OF THE BUSINESS DATE, IN BRANCH,
000700*    OPERATION AND TIME ORDER (LINES WITH THE SAME KEY KEEP
000800*    THEIR ORDER ON THE LOG). THE FILE CLOSES WITH ONE T
000900*    TRAILER CARRYING THE BUSINESS DATE, THE DETAIL RECORD
001000*    COUNT, A HASH TOTAL OF THE RESULT AMOUNTS (SIGN IGNORED)
001100*    AND THE NUMBER OF LOG LINES READ, SO A STEP READING THE
001200*    EXTRACT CAN PROVE IT IS WHOLE AND FOR THE DATE IT WANTS.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-15  RH   ORIGINAL COPYBOOK.
001900*-----------------------------------------------------------
002000 01  AUDIT-EXTRACT-RECORD.
002100     05  AX-REC-TYPE            PIC X(01).
002200         88  AX-DETAIL          VALUE 'D'.
002300         88  AX-TRAILER         VALUE 'T'.
002400     05  AX-BODY.
002500         10  AX-AUDIT-LINE      PIC X(92).
002600     05  AX-TRAILER-BODY REDEFINES AX-BODY.
002700         10  AX-TRL-BUS-DATE    PIC 9(08).
002800         10  AX-TRL-REC-COUNT   PIC 9(07).
002900         10  AX-TRL-HASH-TOTAL  PIC 9(13)V99.
003000         10  AX-TRL-LOG-LINES   PIC 9(09).
003100         10  FILLER             PIC X(53).
