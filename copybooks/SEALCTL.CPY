000100*-----------------------------------------------------------
000200*    SEALCTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE AUDIT LOG SEAL ROUTINE,
000500*    USED TOGETHER WITH THE SEALPROC PROCEDURE COPYBOOK AND
000600*    AN AUDSEAL FILE (SEAL-FILE, RECORD SEALREC, STATUS
000700*    SL-SEAL-STATUS) DECLARED BY THE PROGRAM. THE PROGRAM
000800*    MOVES THE GENERATION WANTED (ZERO FOR THE LIVE LOG) TO
000900*    SL-GEN-WANTED AND PERFORMS 7800-LOAD-SEALS, MOVES EVERY
001000*    AUDIT LINE OF THAT LOG OR GENERATION, IN ORDER, TO
001100*    SL-CHECK-LINE AND PERFORMS 7820-CHECK-SEAL-LINE, AND
001200*    PERFORMS 7830-FINISH-SEAL-CHECK LAST. EACH SEAL'S OUTCOME
001300*    IS LEFT IN ITS TABLE ENTRY AND THE TOTALS IN THE SL-
001400*    COUNTS; THE LINES NO SEAL COVERS YET ARE HASHED PER DATE
001500*    IN THE DATE TABLE READY FOR THE AUDSEAL STEP TO SEAL.
001600*-----------------------------------------------------------
001700*                 MODIFICATION HISTORY
001800*-----------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* ---------- ----  ----------------------------------------
002100* 2026-09-13  RH   ORIGINAL COPYBOOK.
002200*-----------------------------------------------------------
002300 01  SEAL-CONTROL.
002400     05  SL-SEAL-STATUS         PIC X(02).
002500         88  SL-SEAL-OK         VALUE '00'.
002600         88  SL-SEAL-NOT-FOUND  VALUE '35'.
002700     05  SL-SEAL-EOF-SWITCH     PIC X(01)       VALUE 'N'.
002800         88  SL-SEAL-EOF        VALUE 'Y'.
002900     05  SL-LOAD-SWITCH         PIC X(01)       VALUE 'Y'.
003000         88  SL-LOAD-FAILED     VALUE 'N'.
003100     05  SL-LINE-SEALED-SWITCH  PIC X(01)       VALUE 'N'.
003200         88  SL-LINE-SEALED     VALUE 'Y'.
003300     05  SL-GEN-WANTED          PIC 9(08)       VALUE ZERO.
003400     05  SL-LAST-SEAL-NO        PIC 9(06)       VALUE ZERO.
003500     05  SL-LAST-SEAL-HASH      PIC 9(09)       VALUE ZERO.
003600     05  SL-GEN-FOLD            PIC 9(09)       VALUE ZERO.
003700     05  SL-CHECK-DATE          PIC X(08)       VALUE SPACES.
003800     05  SL-CHECK-ORDINAL       PIC 9(07)       COMP VALUE ZERO.
003900 01  SL-CHECK-LINE              PIC X(92)       VALUE SPACES.
004000*-----------------------------------------------------------
004100* SL- COUNTS LEFT BY THE ROUTINE
004200*-----------------------------------------------------------
004300 01  SL-COUNTS.
004400     05  SL-SEALS-ON-FILE       PIC 9(07)       COMP VALUE ZERO.
004500     05  SL-CHAIN-BREAKS        PIC 9(07)       COMP VALUE ZERO.
004600     05  SL-LINES-CHECKED       PIC 9(07)       COMP VALUE ZERO.
004700     05  SL-SEALED-LINES        PIC 9(07)       COMP VALUE ZERO.
004800     05  SL-UNSEALED-LINES      PIC 9(07)       COMP VALUE ZERO.
004900     05  SL-SEALS-MATCHED       PIC 9(07)       COMP VALUE ZERO.
005000     05  SL-SEALS-BROKEN        PIC 9(07)       COMP VALUE ZERO.
005100*-----------------------------------------------------------
005200* SEALS LOADED FOR THE LOG OR GENERATION BEING CHECKED, WITH
005300* THE CONTENT HASH RE-WORKED FROM THE LINES FOUND FOR EACH
005400*-----------------------------------------------------------
005500 01  SL-SEAL-USED               PIC 9(04)       COMP VALUE ZERO.
005600 01  SL-SEAL-TABLE.
005700     05  SL-SEAL-ENTRY OCCURS 1000 TIMES
005800             INDEXED BY SL-SX.
005900         10  ST-SEAL-NO         PIC 9(06).
006000         10  ST-LINE-DATE       PIC X(08).
006100         10  ST-FIRST-LINE      PIC 9(07).
006200         10  ST-LAST-LINE       PIC 9(07).
006300         10  ST-LINE-COUNT      PIC 9(07).
006400         10  ST-PREV-HASH       PIC 9(09).
006500         10  ST-SEAL-HASH       PIC 9(09).
006600         10  ST-RUN-HASH        PIC 9(12)       COMP-3.
006700         10  ST-RUN-COUNT       PIC 9(07)       COMP.
006800         10  ST-RESULT          PIC X(01).
006900             88  ST-MATCHED     VALUE 'M'.
007000             88  ST-BROKEN      VALUE 'B'.
007100*-----------------------------------------------------------
007200* AUDIT-LINE DATES SEEN, WITH THE LINES COUNTED SO FAR, THE
007300* HIGHEST LINE ALREADY UNDER A SEAL, AND THE RUNNING HASH
007400* AND COUNT OF THE LINES BEYOND IT
007500*-----------------------------------------------------------
007600 01  SL-DATE-USED               PIC 9(04)       COMP VALUE ZERO.
007700 01  SL-DATE-TABLE.
007800     05  SL-DATE-ENTRY OCCURS 1000 TIMES
007900             INDEXED BY SL-DX.
008000         10  DE-LINE-DATE       PIC X(08).
008100         10  DE-LINE-COUNT      PIC 9(07)       COMP.
008200         10  DE-SEALED-THRU     PIC 9(07)       COMP.
008300         10  DE-NEW-HASH        PIC 9(12)       COMP-3.
008400         10  DE-NEW-COUNT       PIC 9(07)       COMP.
008500*-----------------------------------------------------------
008600* HASH WORK - THE SAME SALTED MODULAR FOLD AS THE SIGN-ON
008700* PASSWORD HASH, RUN OVER SL-HASH-LENGTH CHARACTERS
008800*-----------------------------------------------------------
008900 01  SL-HASH-BUFFER             PIC X(92)       VALUE SPACES.
009000 01  SL-HASH-CHARS REDEFINES SL-HASH-BUFFER.
009100     05  SL-HASH-CHAR           PIC X(01)       OCCURS 92 TIMES.
009200 01  SL-SEAL-SOURCE.
009300     05  SL-SRC-PREV-HASH       PIC 9(09).
009400     05  SL-SRC-LINE-DATE       PIC X(08).
009500     05  SL-SRC-FIRST-LINE      PIC 9(07).
009600     05  SL-SRC-LINE-COUNT      PIC 9(07).
009700     05  SL-SRC-CONTENT-HASH    PIC 9(09).
009800 01  SL-HASH-CONTROL.
009900     05  SL-HASH-LENGTH         PIC 9(03)       COMP VALUE ZERO.
010000     05  SL-HASH-IDX            PIC 9(03)       COMP VALUE ZERO.
010100     05  SL-CHAR-CODE           PIC 9(03)       COMP VALUE ZERO.
010200     05  SL-HASH-WORK           PIC 9(12)       COMP-3 VALUE ZERO.
010300     05  SL-HASH-QUOT           PIC 9(12)       COMP-3 VALUE ZERO.
010400     05  SL-HASH-REM            PIC 9(09)       COMP-3 VALUE ZERO.
010500     05  SL-HASH-MODULUS        PIC 9(09)       COMP-3
010600                                VALUE 999999937.
010700     05  SL-SEAL-RESULT         PIC 9(09)       VALUE ZERO.
