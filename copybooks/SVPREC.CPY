000100*-----------------------------------------------------------
000200*    SVPREC.CPY
000300*-----------------------------------------------------------
000400*    SURVEILLANCE PARAMETER RECORD LAYOUT FOR THE ONE-RECORD
000500*    SURVPARM CONTROL FILE READ BY THE NIGHTLY SURVEIL STEP.
000600*    SP-THRESHOLD IS THE REPORTING THRESHOLD: ANY CALCULATION
000700*    WHOSE VALUE (THE LARGER OF THE TWO AMOUNTS, SIGN IGNORED)
000800*    IS AT OR ABOVE IT IS A LARGE-VALUE CASE. A VALUE BELOW IT
000900*    BUT AT OR ABOVE SP-FLOOR-PCT PERCENT OF IT IS "JUST
001000*    UNDER"; SP-MIN-COUNT OR MORE JUST-UNDER AMOUNTS FROM ONE
001100*    BRANCH FOR ONE OPERATION THAT ALL FALL WITHIN ONE SPAN
001200*    OF SP-WINDOW-MINUTES AND TOGETHER REACH THE THRESHOLD
001225*    OPEN A STRUCTURING CASE, WHICH THEN TAKES IN EACH
001250*    FURTHER ONE WITHIN SP-WINDOW-MINUTES OF THE ONE BEFORE;
001275*    THE TIMES ARE THE LINES' TIMES OF DAY ON THE ONE DATE.
001300*    AN OPEN CASE OLDER THAN SP-REVIEW-DAYS DAYS ENDS THE
001400*    STEP WITH A WARNING. THE
001500*    RECORD IS A CONTROL CARD KEPT UNDER THE SITE'S NORMAL
001600*    DATASET CHANGE CONTROL, NOT A CONSOLE-MAINTAINED MASTER.
001700*-----------------------------------------------------------
001800*                 MODIFICATION HISTORY
001900*-----------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* ---------- ----  ----------------------------------------
002200* 2026-09-11  RH   ORIGINAL COPYBOOK.
002225* 2026-10-15  RH   WINDOW COMMENT NOW DESCRIBES THE SLIDING
002250*                  SPAN SURVEIL TESTS.
002300*-----------------------------------------------------------
002400 01  SURV-PARM-RECORD.
002500     05  SP-THRESHOLD           PIC 9(05)V99.
002600     05  SP-FLOOR-PCT           PIC 9(03).
002700     05  SP-WINDOW-MINUTES      PIC 9(03).
002800     05  SP-MIN-COUNT           PIC 9(02).
002900     05  SP-REVIEW-DAYS         PIC 9(02).
003000     05  FILLER                 PIC X(63).
