001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-08-24  RH   ORIGINAL COPYBOOK.
001910* 2026-09-01  RH   ADDED THE SERVICING POSITION LOANPOST KEEPS
001920*                  CURRENT FROM THE PAYMENTS BRANCHES ACTUALLY
001930*                  SEND IN - OUTSTANDING BALANCE, PRINCIPAL AND
001940*                  INTEREST RECEIVED, PAYMENTS MADE, FIRST,
001950*                  PAID-TO AND NEXT DUE DATES, LAST PAYMENT
001960*                  DATE AND A PAID-OFF STATUS - SO LOANINQ
001970*                  QUOTES FROM THE POSTED POSITION INSTEAD OF A
001980*                  KEYED PAYMENT COUNT. A RECORD POSTED BEFORE
001990*                  THESE FIELDS EXISTED CARRIES SPACES THERE;
001991*                  LOANPOST AND LOANINQ TREAT IT AS A LOAN WITH
001992*                  NO PAYMENTS POSTED, FIRST DUE ONE MONTH
001993*                  AFTER LM-POSTED-DATE.
002000*-----------------------------------------------------------
002100 01  LOAN-MASTER-RECORD.
002200     05  LM-LOAN-ID             PIC X(08).
002900     05  LM-TOTAL-PAID          PIC S9(09)V99    COMP-3.
003000     05  LM-TOTAL-INTEREST      PIC S9(09)V99    COMP-3.
003100     05  LM-POSTED-DATE         PIC 9(08).
003200     05  LM-SERVICING.
003300         10  LM-STATUS          PIC X(01).
003400             88  LM-ACTIVE          VALUE 'A'.
003500             88  LM-PAID-OFF        VALUE 'P'.
003600         10  LM-BALANCE         PIC S9(07)V99    COMP-3.
003700         10  LM-PRIN-RECEIVED   PIC S9(09)V99    COMP-3.
003800         10  LM-INT-RECEIVED    PIC S9(09)V99    COMP-3.
003900         10  LM-PAYMENTS-MADE   PIC 9(03)        COMP-3.
004000         10  LM-FIRST-DUE-DATE  PIC 9(08).
004100         10  LM-PAID-TO-DATE    PIC 9(08).
004200         10  LM-NEXT-DUE-DATE   PIC 9(08).
004300         10  LM-LAST-PAY-DATE   PIC 9(08).
