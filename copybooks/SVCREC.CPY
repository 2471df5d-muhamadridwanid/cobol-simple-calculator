000100*-----------------------------------------------------------
000200*    SVCREC.CPY
000300*-----------------------------------------------------------
000400*    SURVEILLANCE CASE RECORD LAYOUT FOR THE INDEXED SURVCASE
000500*    FILE, KEYED ON THE CASE NUMBER. THE NIGHTLY SURVEIL STEP
000600*    OPENS ONE CASE, NUMBERED ON FROM THE HIGHEST CASE ON
000700*    FILE, FOR EVERY LARGE-VALUE LINE (TYPE L) AND EVERY RUN
000800*    OF JUST-UNDER-THRESHOLD AMOUNTS THAT ADDS UP PAST THE
000900*    THRESHOLD (TYPE S) ON THE AUDIT LOG. SC-FIRST-TIME AND
001000*    SC-LAST-TIME BOUND THE AUDIT LINES IN THE CASE (THE SAME
001100*    TIME FOR A TYPE L CASE), SC-TOTAL-VALUE IS THEIR SUM AND
001200*    SC-OPERATOR IS THE KEYING OPERATOR OF A TYPE L CASE
001300*    (SPACES FOR TYPE S). COMPLIANCE MARKS A CASE REVIEWED
001400*    THROUGH THE SURVREV CONSOLE PROGRAM.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------
002000* 2026-09-11  RH   ORIGINAL COPYBOOK.
002100*-----------------------------------------------------------
002200 01  SURV-CASE-RECORD.
002300     05  SC-CASE-NO             PIC 9(06).
002400     05  SC-CASE-TYPE           PIC X(01).
002500         88  SC-LARGE-VALUE     VALUE 'L'.
002600         88  SC-STRUCTURING     VALUE 'S'.
002700     05  SC-BUS-DATE            PIC 9(08).
002800     05  SC-BRANCH              PIC X(04).
002900     05  SC-OPERATION           PIC X(14).
003000     05  SC-FIRST-TIME          PIC 9(08).
003100     05  SC-LAST-TIME           PIC 9(08).
003200     05  SC-ITEM-COUNT          PIC 9(04).
003300     05  SC-TOTAL-VALUE         PIC S9(07)V99.
003400     05  SC-OPERATOR            PIC X(04).
003500     05  SC-STATUS              PIC X(01).
003600         88  SC-OPEN            VALUE 'O'.
003700         88  SC-REVIEWED        VALUE 'R'.
003800     05  SC-REVIEWED-BY         PIC X(04).
003900     05  SC-REVIEWED-DATE       PIC 9(08).
004000     05  SC-REVIEW-NOTE         PIC X(30).
