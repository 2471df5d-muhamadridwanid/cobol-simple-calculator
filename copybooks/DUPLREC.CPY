000100*-----------------------------------------------------------
000200*    DUPLREC.CPY
000300*-----------------------------------------------------------
000400*    DUPLICATE LOG RECORD LAYOUT FOR THE DUPLOG FILE. DUPCHECK
000500*    APPENDS ONE LINE FOR EVERY SUSPECTED DUPLICATE PAIR IT
000600*    FLAGS: THE BUSINESS DATE SCANNED, THE TIME OF THE SECOND
000700*    (DUPLICATE) ENTRY, THE BRANCH, OPERATION AND BOTH
000800*    AMOUNTS, THE OPERATOR WHO KEYED THE DUPLICATE AND THE
000900*    OPERATOR WHO KEYED THE FIRST ENTRY. READ BY THE WEEKLY
001000*    OPERPROD REPORT.
001100*-----------------------------------------------------------
001200*                 MODIFICATION HISTORY
001300*-----------------------------------------------------------
001400* DATE       INIT  DESCRIPTION
001500* ---------- ----  ----------------------------------------
001600* 2026-09-06  RH   ORIGINAL COPYBOOK.
001700*-----------------------------------------------------------
001800 01  DUPLICATE-LOG-RECORD.
001900     05  DL-BUS-DATE            PIC 9(08).
002000     05  FILLER                 PIC X(01).
002100     05  DL-TIME                PIC 9(08).
002200     05  FILLER                 PIC X(01).
002300     05  DL-BRANCH              PIC X(04).
002400     05  FILLER                 PIC X(01).
002500     05  DL-OPERATION           PIC X(14).
002600     05  FILLER                 PIC X(01).
002700     05  DL-NUM1                PIC X(09).
002800     05  FILLER                 PIC X(01).
002900     05  DL-NUM2                PIC X(09).
003000     05  FILLER                 PIC X(01).
003100     05  DL-OPERATOR            PIC X(04).
003200     05  FILLER                 PIC X(01).
003300     05  DL-FIRST-OPERATOR      PIC X(04).
003400     05  FILLER                 PIC X(13).
