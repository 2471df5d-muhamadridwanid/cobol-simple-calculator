000100*-----------------------------------------------------------
000200*    SGNCTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE OPERATOR SIGN-ON ROUTINE,
000500*    USED TOGETHER WITH THE SGNPROC PROCEDURE COPYBOOK. THE
000600*    PROGRAM MOVES THE KEYED ID TO SG-OPER-ID, ITS OWN NAME
000700*    TO SG-PROGRAM-ID, THE AREA FLAG THE OPERATOR MUST HOLD
000800*    TO SG-AUTH-AREA (SPACE FOR ACTIVE ONLY) AND A SHORT
000900*    AREA NAME FOR THE REFUSAL MESSAGE TO SG-AREA-NAME, THEN
001000*    PERFORMS 7500-VALIDATE-SIGN-ON AND TESTS SG-SIGNED-ON.
001100*    THE SIGN-ON POLICY IS SET HERE FOR EVERY PROGRAM AT
001200*    ONCE: SG-MAX-FAILURES WRONG PASSWORDS IN A ROW LOCK THE
001300*    ID, A PASSWORD EXPIRES SG-EXPIRY-DAYS AFTER IT WAS SET,
001400*    AND A NEW ONE MUST BE AT LEAST SG-MIN-PWD-LENGTH LONG.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------
002000* 2026-09-04  RH   ORIGINAL COPYBOOK.
002100*-----------------------------------------------------------
002200 01  SG-MAX-FAILURES            PIC 9(02)       VALUE 3.
002300 01  SG-EXPIRY-DAYS             PIC 9(03)       VALUE 60.
002400 01  SG-MIN-PWD-LENGTH          PIC 9(02)       VALUE 6.
002500 01  SIGN-ON-CONTROL.
002600     05  SG-OPER-ID             PIC X(04)       VALUE SPACES.
002700     05  SG-PROGRAM-ID          PIC X(10)       VALUE SPACES.
002800     05  SG-AUTH-AREA           PIC X(01)       VALUE SPACE.
002900         88  SG-NEED-RATE       VALUE 'R'.
003000         88  SG-NEED-BRANCH     VALUE 'B'.
003100         88  SG-NEED-EXCP       VALUE 'E'.
003200         88  SG-NEED-ADMIN      VALUE 'A'.
003300         88  SG-NEED-ACTIVE     VALUE SPACE.
003400     05  SG-AREA-NAME           PIC X(24)       VALUE SPACES.
003500     05  SG-RESULT-SW           PIC X(01)       VALUE 'N'.
003600         88  SG-SIGNED-ON       VALUE 'Y'.
003700     05  SG-AUTHORIZED-SW       PIC X(01)       VALUE 'N'.
003800         88  SG-AUTHORIZED      VALUE 'Y'.
003900     05  SG-CHANGE-DUE-SW       PIC X(01)       VALUE 'N'.
004000         88  SG-CHANGE-DUE      VALUE 'Y'.
004100     05  SG-CHANGED-SW          PIC X(01)       VALUE 'N'.
004200         88  SG-PWD-CHANGED     VALUE 'Y'.
004300     05  SG-REASON              PIC X(30)       VALUE SPACES.
004400     05  SG-PASSWORD-INPUT      PIC X(08)       VALUE SPACES.
004500     05  SG-NEW-PASSWORD        PIC X(08)       VALUE SPACES.
004600     05  SG-CONFIRM-PASSWORD    PIC X(08)       VALUE SPACES.
004700     05  SG-PWD-TRAIL-CNT       PIC 9(02)       COMP VALUE ZERO.
004800     05  SG-PWD-LEN             PIC 9(02)       COMP VALUE ZERO.
004900     05  SG-PWD-AGE             PIC S9(07)      COMP VALUE ZERO.
005000     05  SG-TODAY               PIC 9(08)       VALUE ZERO.
005100     05  SG-STAMP-DATE          PIC 9(08)       VALUE ZERO.
005200     05  SG-STAMP-TIME          PIC 9(08)       VALUE ZERO.
005300     05  SG-HIST-STATUS         PIC X(02)       VALUE SPACES.
005400         88  SG-HIST-OK         VALUE '00'.
005500         88  SG-HIST-NOT-FOUND  VALUE '35'.
005600 01  SG-HASH-SOURCE.
005700     05  SG-HASH-OPER-ID        PIC X(04).
005800     05  SG-HASH-PASSWORD       PIC X(08).
005900 01  SG-HASH-CHARS REDEFINES SG-HASH-SOURCE.
006000     05  SG-HASH-CHAR           PIC X(01)       OCCURS 12 TIMES.
006100 01  SG-HASH-CONTROL.
006200     05  SG-HASH-IDX            PIC 9(02)       COMP VALUE ZERO.
006300     05  SG-CHAR-CODE           PIC 9(03)       COMP VALUE ZERO.
006400     05  SG-HASH-WORK           PIC 9(12)       COMP-3 VALUE ZERO.
006500     05  SG-HASH-QUOT           PIC 9(12)       COMP-3 VALUE ZERO.
006600     05  SG-HASH-REM            PIC 9(09)       COMP-3 VALUE ZERO.
006700     05  SG-HASH-MODULUS        PIC 9(09)       COMP-3
006800                                VALUE 999999937.
006900     05  SG-HASH-RESULT         PIC 9(09)       VALUE ZERO.
