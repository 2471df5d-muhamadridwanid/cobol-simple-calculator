001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-08-24  RH   ORIGINAL COPYBOOK.
001825* 2026-09-16  RH   ADD THE SENT-FILE FLAGS: ONE BYTE PER
001850*                  NIGHTLY INPUT FILE INTAKE APPENDED A BATCH TO
001875*                  FOR THIS SUBMISSION. RECORD IS NOW 18 BYTES.
001900*-----------------------------------------------------------
002000 01  SUBMISSION-RECORD.
002100     05  SB-DATE                PIC 9(08).
002200     05  SB-BRANCH              PIC X(04).
002300     05  SB-SENT-FLAGS.
002400         10  SB-SENT-TRANFILE   PIC X(01).
002500             88  SB-TRANFILE-SENT   VALUE 'Y'.
002600         10  SB-SENT-PCTFILE    PIC X(01).
002700             88  SB-PCTFILE-SENT    VALUE 'Y'.
002800         10  SB-SENT-EXPFILE    PIC X(01).
002900             88  SB-EXPFILE-SENT    VALUE 'Y'.
003000         10  SB-SENT-CMPFILE    PIC X(01).
003100             88  SB-CMPFILE-SENT    VALUE 'Y'.
003200         10  SB-SENT-LOANFILE   PIC X(01).
003300             88  SB-LOANFILE-SENT   VALUE 'Y'.
003400         10  SB-SENT-FRMFILE    PIC X(01).
003500             88  SB-FRMFILE-SENT    VALUE 'Y'.
