000600*    DISPLAY A STATUS AND KEEP GOING - AUDRSLTR CAUGHT THE
000700*    DRIFT EVERY NIGHT, BUT REPAIRING IT MEANT RE-KEYING THE
000800*    LOST RESULTS BY HAND FROM THE AUDIT LOG. EVERY WRITER
000900*    NOW CAPTURES THE FULL 72-BYTE RESULT RECORD IMAGE AND
001000*    THE FILE STATUS IT FAILED WITH (CALCONLN ROUTES ITS
001100*    CAPTURES THROUGH THE CRPQ EXTRAPARTITION TD QUEUE THE
001200*    DCT POINTS AT THE SAME FILE), AND THE NIGHTLY REPOST
002100* DATE       INIT  DESCRIPTION
002200* ---------- ----  ----------------------------------------
002300* 2026-08-24  RH   ORIGINAL COPYBOOK.
002310* 2026-09-06  RH   RP-RESULT-IMAGE WIDENED TO 66 FOR THE NEW
002320*                  RT-OPERATOR; THE RECORD IS NOW 84 BYTES.
002345* 2026-09-07  RH   RP-RESULT-IMAGE WIDENED TO 72 FOR THE NEW
002370*                  RT-CURR1/RT-CURR2; THE RECORD IS NOW 90 BYTES.
002400*-----------------------------------------------------------
002500 01  REPOST-QUEUE-RECORD.
002600     05  RP-DATE                PIC 9(08).
002700     05  RP-TIME                PIC 9(08).
002800     05  RP-FAIL-STATUS         PIC X(02).
002900     05  RP-RESULT-IMAGE        PIC X(72).
