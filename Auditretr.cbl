001900* DATE       INIT  DESCRIPTION
002000* ---------- ----  ----------------------------------------
002100* 2026-08-22  RH   ORIGINAL PROGRAM.
002125* 2026-09-06  RH   ARCHIVE AND RETRIEVE RECORDS WIDENED TO 84 FOR
002150*                  THE LONGER AUDIT LINE (NEW AL-OPERATOR).
002170* 2026-09-07  RH   ARCHIVE AND RETRIEVE RECORDS WIDENED TO 92 FOR
002190*                  THE AUDIT LINE'S NEW CURRENCY CODES.
002200*-----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ARCHIVE-FILE
003800     RECORD CONTAINS 92 CHARACTERS.
003900 01  ARCHIVE-RECORD             PIC X(92).
004000 FD  RETRIEVE-FILE
004100     RECORD CONTAINS 92 CHARACTERS.
004200 01  RETRIEVE-RECORD            PIC X(92).
004300 WORKING-STORAGE SECTION.
004400 01  WS-ARCH-STATUS             PIC X(02).
004500     88  WS-ARCH-OK             VALUE '00'.
