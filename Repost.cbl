002400* DATE       INIT  DESCRIPTION
002500* ---------- ----  ----------------------------------------
002600* 2026-08-24  RH   ORIGINAL PROGRAM.
002625* 2026-09-06  RH   REPOSTQ AND REPOSTNEW RECORDS ARE NOW 84
002650*                  BYTES, CARRYING THE 66-BYTE RESULT IMAGE WITH
002675*                  ITS NEW RT-OPERATOR.
002680* 2026-09-07  RH   REPOSTQ AND REPOSTNEW RECORDS ARE NOW 90
002685*                  BYTES, CARRYING THE 72-BYTE RESULT IMAGE WITH
002690*                  ITS NEW CURRENCY CODES.
002700*-----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REPOST-FILE
005300     RECORD CONTAINS 90 CHARACTERS.
005400     COPY RPOSTREC.
005500 FD  RESULT-FILE.
005600     COPY RSLTREC.
005700 FD  KEEP-FILE
005800     RECORD CONTAINS 90 CHARACTERS.
005900 01  KEEP-RECORD            PIC X(90).
006000 FD  REPORT-FILE
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  REPORT-RECORD          PIC X(80).
