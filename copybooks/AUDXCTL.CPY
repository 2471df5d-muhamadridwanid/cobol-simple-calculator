000100*-----------------------------------------------------------
000200*    AUDXCTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE DAY'S AUDIT LINE READER,
000500*    USED TOGETHER WITH THE AUDXPROC PROCEDURE COPYBOOK. THE
000600*    PROGRAM DECLARES THE AUDIT LOG (AUDIT-FILE, ASSIGN
000700*    AUDITLOG, 92-BYTE RECORD, STATUS WS-AUDIT-STATUS WITH
000800*    88 WS-AUDIT-OK), THE DAY EXTRACT (AUDIT-EXTRACT-FILE,
000900*    ASSIGN AUDEXTR, RECORD AUDXREC, STATUS AX-EXTR-STATUS)
001000*    AND CARRIES THE AUDITREC AUDIT-LINE IN WORKING STORAGE.
001100*    IT MOVES THE BUSINESS DATE WANTED TO AX-WANTED-DATE
001200*    (ZERO FOR EVERY LINE ON THE LOG) AND PERFORMS
001300*    7300-OPEN-AUDIT-SOURCE; AX-NO-SOURCE THEN MEANS NEITHER
001400*    FILE COULD BE OPENED. EACH 7330-READ-AUDIT-SOURCE LEAVES
001500*    THE NEXT LINE IN AUDIT-LINE UNTIL AX-SOURCE-EOF, AND
001600*    7390-CLOSE-AUDIT-SOURCE CLOSES WHICHEVER FILE WAS USED.
001700*-----------------------------------------------------------
001800*                 MODIFICATION HISTORY
001900*-----------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* ---------- ----  ----------------------------------------
002200* 2026-09-15  RH   ORIGINAL COPYBOOK.
002300*-----------------------------------------------------------
002400 01  AUDIT-EXTRACT-CONTROL.
002500     05  AX-EXTR-STATUS         PIC X(02).
002600         88  AX-EXTR-OK         VALUE '00'.
002700         88  AX-EXTR-NOT-FOUND  VALUE '35'.
002800     05  AX-WANTED-DATE         PIC 9(08)       VALUE ZERO.
002900     05  AX-SOURCE-SWITCH       PIC X(01)       VALUE 'N'.
003000         88  AX-FROM-EXTRACT    VALUE 'E'.
003100         88  AX-FROM-LOG        VALUE 'L'.
003200         88  AX-NO-SOURCE       VALUE 'N'.
003300     05  AX-EOF-SWITCH          PIC X(01)       VALUE 'N'.
003400         88  AX-SOURCE-EOF      VALUE 'Y'.
003500     05  AX-TRL-SEEN-SWITCH     PIC X(01)       VALUE 'N'.
003600         88  AX-TRL-SEEN        VALUE 'Y'.
003700     05  AX-CHECK-COUNT         PIC 9(07)       COMP VALUE ZERO.
003800     05  AX-CHECK-HASH          PIC 9(13)V99    COMP-3 VALUE ZERO.
003900     05  AX-CHECK-RESULT        PIC S9(05)V99   VALUE ZERO.
004000     05  AX-CHECK-ABS           PIC 9(05)V99    VALUE ZERO.
004100     05  AX-TRL-DATE-SAVE       PIC 9(08)       VALUE ZERO.
004200     05  AX-TRL-COUNT-SAVE      PIC 9(07)       VALUE ZERO.
004300     05  AX-TRL-HASH-SAVE       PIC 9(13)V99    VALUE ZERO.
