000100*-----------------------------------------------------------
000200*    LATECTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE LATE-BATCH TEST, USED
000500*    TOGETHER WITH THE LATEPROC PROCEDURE COPYBOOK BY THE
000600*    PROGRAMS THAT MUST RECOGNISE A BRANCH BATCH WHOSE HEADER
000700*    BUSINESS DATE BALPOST HAS ALREADY POSTED FOR THAT BRANCH.
000800*    THE PROGRAM DECLARES THE BRANCH BALANCE MASTER
000900*    (BALANCE-FILE, ASSIGN BRBALMST, INDEXED, DYNAMIC ACCESS,
001000*    RECORD KEY BB-BRANCH, COPY BALREC, STATUS LT-BAL-STATUS)
001100*    AND THE MONTH-END CLOSE CONTROL FILE (CLOSE-CONTROL-FILE,
001200*    ASSIGN CLOSECTL, LINE SEQUENTIAL, 24 CHARACTERS, COPY
001300*    CLOSEREC, STATUS LT-CTL-STATUS). IT PERFORMS
001400*    7650-OPEN-LATE-CONTROLS ONCE AT START-UP, THEN FOR EACH
001500*    BATCH HEADER MOVES THE BRANCH TO LT-TEST-BRANCH AND THE
001600*    HEADER DATE TO LT-TEST-DATE AND PERFORMS
001700*    7670-TEST-LATE-BATCH. LT-BATCH-LATE THEN MEANS THE
001800*    BRANCH HAS ALREADY BEEN POSTED TO THAT DATE OR BEYOND,
001900*    AND LT-MONTH-CLOSED THAT THE MONTH OF THE DATE IS SIGNED
002000*    OFF ON CLOSECTL. 7690-CLOSE-LATE-CONTROLS RUNS AT CLOSE.
002100*    A MISSING BRBALMST OR CLOSECTL MEANS NOTHING HAS BEEN
002200*    POSTED OR CLOSED YET.
002300*-----------------------------------------------------------
002400*                 MODIFICATION HISTORY
002500*-----------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  ----------------------------------------
002800* 2026-09-25  RH   ORIGINAL COPYBOOK.
002900*-----------------------------------------------------------
003000 01  LATE-BATCH-CONTROL.
003100     05  LT-BAL-STATUS          PIC X(02)       VALUE SPACES.
003200         88  LT-BAL-OK          VALUE '00'.
003300         88  LT-BAL-NOT-FOUND   VALUE '23' '35'.
003400     05  LT-CTL-STATUS          PIC X(02)       VALUE SPACES.
003500         88  LT-CTL-OK          VALUE '00'.
003600         88  LT-CTL-NOT-FOUND   VALUE '35'.
003700     05  LT-BAL-OPEN-SW         PIC X(01)       VALUE 'N'.
003800         88  LT-BAL-OPEN        VALUE 'Y'.
003900     05  LT-CTL-EOF-SW          PIC X(01)       VALUE 'N'.
004000         88  LT-CTL-EOF         VALUE 'Y'.
004100     05  LT-LATE-SW             PIC X(01)       VALUE 'N'.
004200         88  LT-BATCH-LATE      VALUE 'Y'.
004300     05  LT-CLOSED-SW           PIC X(01)       VALUE 'N'.
004400         88  LT-MONTH-CLOSED    VALUE 'Y'.
004500     05  LT-TEST-BRANCH         PIC X(04)       VALUE SPACES.
004600     05  LT-TEST-DATE           PIC 9(08)       VALUE ZERO.
004700     05  LT-TEST-DATE-X REDEFINES LT-TEST-DATE.
004800         10  LT-TEST-MONTH      PIC 9(06).
004900         10  FILLER             PIC 9(02).
005000     05  LT-POSTED-DATE         PIC 9(08)       VALUE ZERO.
005100     05  LT-CLOSED-COUNT        PIC 9(03)       COMP VALUE ZERO.
005200 01  LT-CLOSED-MONTH-TABLE.
005300     05  LT-CM-ENTRY OCCURS 120 TIMES
005400             INDEXED BY LT-CM-IDX.
005500         10  LT-CM-MONTH        PIC 9(06).
