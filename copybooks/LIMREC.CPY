000100*-----------------------------------------------------------
000200*    LIMREC.CPY
000300*-----------------------------------------------------------
000400*    TRANSACTION VALUE LIMIT RECORD LAYOUT FOR THE INDEXED
000500*    LIMMAST FILE, KEYED ON BRANCH AND OPERATION. EACH RECORD
000600*    HOLDS THE LARGEST SINGLE-TRANSACTION VALUE A BRANCH MAY
000700*    KEY FOR ONE OPERATION; THE VALUE TESTED IS THE LARGER OF
000800*    THE TWO AMOUNTS, SIGN IGNORED. A RECORD WITH BRANCH
000900*    '****' IS THE DEFAULT ROW FOR THAT OPERATION AND APPLIES
001000*    TO EVERY BRANCH WITHOUT A ROW OF ITS OWN; AN OPERATION
001100*    WITH NEITHER IS NOT LIMITED. LIMMAINT MAINTAINS THE
001200*    MASTER AT THE CONSOLE; CALCEDIT HOLDS AN OVER-LIMIT
001300*    RECORD ON HELDTRN INSTEAD OF RELEASING IT.
001400*-----------------------------------------------------------
001500*                 MODIFICATION HISTORY
001600*-----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-09-10  RH   ORIGINAL COPYBOOK.
002000*-----------------------------------------------------------
002100 01  VALUE-LIMIT-RECORD.
002200     05  VL-LIMIT-KEY.
002300         10  VL-BRANCH          PIC X(04).
002400             88  VL-DEFAULT-ROW VALUE '****'.
002500         10  VL-OPER-CODE       PIC X(01).
002600             88  VL-OPER-VALID  VALUE 'A' 'S' 'M' 'D'.
002700     05  VL-MAX-VALUE           PIC S9(05)V99.
002800     05  VL-UPDATED-BY          PIC X(04).
002900     05  VL-UPDATED-DATE        PIC 9(08).
