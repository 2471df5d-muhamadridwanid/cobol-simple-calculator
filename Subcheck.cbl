002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------
002400* 2026-08-24  RH   ORIGINAL PROGRAM.
002425* 2026-09-16  RH   SUBMLOG RECORDS ARE NOW 18 BYTES - INTAKE
002450*                  FLAGS WHICH INPUT FILES EACH SUBMISSION SENT.
002500*-----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004200 FD  BRANCH-FILE.
004300     COPY BRNCHREC.
004400 FD  SUBMISSION-FILE
004500     RECORD CONTAINS 18 CHARACTERS.
004600     COPY SUBMREC.
004700 WORKING-STORAGE SECTION.
004800 01  WS-BRCH-STATUS         PIC X(02).
