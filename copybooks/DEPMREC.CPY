000100*-----------------------------------------------------------
000200*    DEPMREC.CPY
000300*-----------------------------------------------------------
000400*    TERM DEPOSIT MASTER RECORD LAYOUT FOR THE INDEXED
000500*    DEPMAST FILE, KEYED ON THE DEPOSIT ID. DEPBOOK POSTS ONE
000600*    RECORD PER DEPOSIT A CUSTOMER ACTUALLY PLACES - THE
000700*    BRANCH, THE PRINCIPAL, THE ANNUAL RATE, THE TERM AND
000800*    COMPOUNDING FREQUENCY (THE SAME TERMS A CMPFILE QUESTION
000900*    CARRIES), THE START AND MATURITY DATES AND THE
001000*    CUSTOMER'S ROLLOVER INSTRUCTION. THE NIGHTLY DEPMATUR
001100*    STEP MATURES IT: A ROLLOVER DEPOSIT STARTS A NEW TERM AT
001200*    ITS MATURITY VALUE AND THE CURRENT RATE, A PAYOUT
001300*    DEPOSIT IS MARKED PAID OUT, AND ONE WHOSE MATURITY VALUE
001400*    WILL NOT COMPUTE IS HELD FOR THE BRANCH TO SETTLE.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------
002000* 2026-09-03  RH   ORIGINAL COPYBOOK.
002100*-----------------------------------------------------------
002200 01  TERM-DEPOSIT-RECORD.
002300     05  DM-DEPOSIT-ID          PIC X(08).
002400     05  DM-BRANCH              PIC X(04).
002500     05  DM-PRINCIPAL           PIC 9(05)V99     COMP-3.
002600     05  DM-ANNUAL-RATE         PIC 9(02)V9(04)  COMP-3.
002700     05  DM-TERM-MONTHS         PIC 9(03)        COMP-3.
002800     05  DM-COMP-FREQ           PIC X(01).
002900         88  DM-FREQ-MONTHLY    VALUE 'M'.
003000         88  DM-FREQ-QUARTERLY  VALUE 'Q'.
003100         88  DM-FREQ-ANNUALLY   VALUE 'A'.
003200     05  DM-START-DATE          PIC 9(08).
003300     05  DM-MATURITY-DATE       PIC 9(08).
003400     05  DM-ROLLOVER            PIC X(01).
003500         88  DM-ROLL-OVER       VALUE 'R'.
003600         88  DM-PAY-OUT         VALUE 'P'.
003700     05  DM-STATUS              PIC X(01).
003800         88  DM-OPEN            VALUE 'O'.
003900         88  DM-PAID-OUT        VALUE 'P'.
004000         88  DM-HELD            VALUE 'H'.
004100     05  DM-ORIG-PRINCIPAL      PIC 9(05)V99     COMP-3.
004200     05  DM-ROLL-COUNT          PIC 9(03)        COMP-3.
004300     05  DM-LAST-VALUE          PIC 9(05)V99     COMP-3.
004400     05  DM-BOOKED-DATE         PIC 9(08).
004500     05  DM-CLOSED-DATE         PIC 9(08).
