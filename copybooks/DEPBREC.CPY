000100*-----------------------------------------------------------
000200*    DEPBREC.CPY
000300*-----------------------------------------------------------
000400*    TERM DEPOSIT BOOKING RECORD LAYOUT FOR THE DEPBOOK FILE
000500*    THE BRANCHES SUBMIT. ONE RECORD PER DEPOSIT PLACED: THE
000600*    NEW DEPOSIT ID, THEN THE SAME BRANCH, PRINCIPAL, RATE,
000700*    TERM AND COMPOUNDING FIELDS A CMPFILE RECORD CARRIES (SO
000800*    A BRANCH THAT QUOTED THE DEPOSIT THROUGH COMPOUND BOOKS
000900*    IT FROM THE SAME FIGURES), THE ROLLOVER INSTRUCTION
001000*    (R=ROLL OVER AT MATURITY, P=PAY OUT) AND THE START
001100*    DATE. AN EXCEPTION RECORD KEEPS THE FIRST 32 BYTES -
001200*    EVERYTHING BUT THE TAIL OF THE START DATE.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-03  RH   ORIGINAL COPYBOOK.
001900*-----------------------------------------------------------
002000 01  DEPOSIT-BOOKING-RECORD.
002100     05  DB-DEPOSIT-ID          PIC X(08).
002200     05  DB-BRANCH              PIC X(04).
002300     05  DB-PRINCIPAL           PIC 9(05)V99.
002400     05  DB-ANNUAL-RATE         PIC 9(02)V9(04).
002500     05  DB-TERM-MONTHS         PIC 9(03).
002600     05  DB-COMP-FREQ           PIC X(01).
002700         88  DB-FREQ-VALID      VALUE 'M' 'Q' 'A'.
002800     05  DB-ROLLOVER            PIC X(01).
002900         88  DB-ROLLOVER-VALID  VALUE 'R' 'P'.
003000     05  DB-START-DATE          PIC 9(08).
003100     05  DB-START-DATE-X REDEFINES DB-START-DATE.
003200         10  DB-START-YYYY      PIC 9(04).
003300         10  DB-START-MM        PIC 9(02).
003400         10  DB-START-DD        PIC 9(02).
