000100*-----------------------------------------------------------
000200*    YRSUMREC.CPY
000300*-----------------------------------------------------------
000400*    YEARLY SUMMARY RECORD LAYOUT FOR THE YRSUMM FILE. WHEN
000500*    YEAREND CLOSES A YEAR IT APPENDS ONE OF THESE PER BRANCH
000600*    AND OPERATION THAT HAD VOLUME IN THE YEAR, ROLLED UP FROM
000700*    THE STATHIST DAILY HISTORY: THE ITEM COUNT AND VALUE FOR
000800*    EACH OF THE TWELVE MONTHS AND FOR THE YEAR AS A WHOLE,
000900*    WITH THE BRANCH'S BM-REGION AS IT STOOD AT THE CLOSE (UNKN
001000*    FOR A BRANCH NOT ON BRNCHMST). REVERSAL OFFSETS ARE NETTED
001100*    IN, SO THE FIGURES MATCH THE ANNUAL STATEMENT. EACH CLOSED
001200*    YEAR APPEARS ONCE, SINCE A CLOSED YEAR CANNOT BE CLOSED
001300*    AGAIN.
001400*-----------------------------------------------------------
001500*                 MODIFICATION HISTORY
001600*-----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-09-22  RH   ORIGINAL COPYBOOK.
002000*-----------------------------------------------------------
002100 01  YEAR-SUMMARY-RECORD.
002200     05  YS-YEAR                PIC 9(04).
002300     05  YS-BRANCH              PIC X(04).
002400     05  YS-REGION              PIC X(04).
002500     05  YS-OPERATION           PIC X(14).
002600     05  YS-MONTH OCCURS 12 TIMES.
002700         10  YS-COUNT           PIC S9(07).
002800         10  YS-VALUE           PIC S9(11)V99.
002900     05  YS-YEAR-COUNT          PIC S9(09).
003000     05  YS-YEAR-VALUE          PIC S9(13)V99.
