000100*-----------------------------------------------------------
000200*    NATBCTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE NATIVE BATCH-CONTROL
000500*    PROOF, USED TOGETHER WITH THE NATBPROC PROCEDURE
000600*    COPYBOOK BY THE PROGRAMS THAT READ THE PCTFILE, EXPFILE,
000700*    CMPFILE, LOANFILE AND FRMFILE BATCH FILES INTAKE FRAMES
000800*    WITH '*HDR' HEADER AND '*TRL' TRAILER CONTROL RECORDS.
000900*    THE PROGRAM NAMES ITS FILE IN NB-FILE-NAME, PERFORMS
001000*    7400-NB-BEGIN-PROOF, THEN FOR EVERY RECORD OF A FIRST
001100*    PASS MOVES A HEADER BODY TO NB-HEADER-IMAGE AND PERFORMS
001200*    7410-NB-START-BATCH, MOVES A TRAILER BODY TO
001300*    NB-TRAILER-IMAGE AND PERFORMS 7430-NB-VERIFY-TRAILER, OR
001400*    SETS NB-DETAIL-HASH FOR A DETAIL AND PERFORMS
001500*    7420-NB-COUNT-DETAIL, AND AT END OF FILE PERFORMS
001600*    7440-NB-END-PROOF. NB-RUN-REFUSED THEN MEANS A BATCH DID
001700*    NOT BALANCE OR WAS CUT SHORT AND NOTHING IS TO BE RUN.
001800*-----------------------------------------------------------
001900*                 MODIFICATION HISTORY
002000*-----------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* ---------- ----  ----------------------------------------
002300* 2026-09-16  RH   ORIGINAL COPYBOOK.
002325* 2026-10-15  RH   ADDED NB-HDR-OPERATOR, THE INTAKE OPERATOR
002350*                  EVERY HEADER BODY NOW CARRIES.
002400*-----------------------------------------------------------
002500 01  NATIVE-BATCH-CONTROL.
002600     05  NB-FILE-NAME           PIC X(08)       VALUE SPACES.
002700     05  NB-CURR-BRANCH         PIC X(04)       VALUE SPACES.
002800     05  NB-IN-BATCH-SW         PIC X(01)       VALUE 'N'.
002900         88  NB-IN-BATCH        VALUE 'Y'.
003000     05  NB-REFUSE-SW           PIC X(01)       VALUE 'N'.
003100         88  NB-RUN-REFUSED     VALUE 'Y'.
003200     05  NB-BATCH-COUNT         PIC 9(05)       COMP VALUE ZERO.
003300     05  NB-DETAIL-COUNT        PIC 9(07)       COMP-3 VALUE ZERO.
003400     05  NB-HASH-TOTAL          PIC S9(11)V9(04) COMP-3
003500                                VALUE ZERO.
003600     05  NB-DETAIL-HASH         PIC S9(11)V9(04) COMP-3
003700                                VALUE ZERO.
003800     05  NB-COUNT-DISPLAY       PIC Z,ZZZ,ZZ9.
003900     05  NB-TRL-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.
004000     05  NB-HASH-DISPLAY        PIC -(11)9.9(04).
004100     05  NB-TRL-HASH-DISPLAY    PIC -(11)9.9(04).
004200 01  NB-HEADER-IMAGE.
004300     05  NB-HDR-BRANCH          PIC X(04).
004400     05  NB-HDR-BUS-DATE        PIC 9(08).
004450     05  NB-HDR-OPERATOR        PIC X(04).
004500 01  NB-TRAILER-IMAGE.
004600     05  NB-TRL-REC-COUNT       PIC 9(07)       COMP-3.
004700     05  NB-TRL-HASH-TOTAL      PIC S9(11)V9(04) COMP-3.
