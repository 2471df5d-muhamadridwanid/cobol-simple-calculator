000100*-----------------------------------------------------------
000200*    LOANPREC.CPY
000300*-----------------------------------------------------------
000400*    LOAN PAYMENT TRANSACTION RECORD LAYOUT FOR THE LOANPAY
000500*    FILE THE BRANCHES SUBMIT. ONE RECORD PER INSTALMENT
000600*    RECEIVED: THE LOAN ID IT PAYS, THE RECEIVING BRANCH,
000700*    THE DATE THE MONEY WAS TAKEN IN AND THE AMOUNT. THE
000800*    NIGHTLY LOANPOST RUN APPLIES EACH RECORD TO ITS LOANMAST
000900*    RECORD; A REJECTED RECORD GOES TO EXCPFILE WITH THIS
001000*    IMAGE INTACT.
001100*-----------------------------------------------------------
001200*                 MODIFICATION HISTORY
001300*-----------------------------------------------------------
001400* DATE       INIT  DESCRIPTION
001500* ---------- ----  ----------------------------------------
001600* 2026-09-01  RH   ORIGINAL COPYBOOK.
001700*-----------------------------------------------------------
001800 01  LOAN-PAYMENT-RECORD.
001900     05  LP-LOAN-ID             PIC X(08).
002000     05  LP-BRANCH              PIC X(04).
002100     05  LP-PAY-DATE            PIC 9(08).
002200     05  LP-AMOUNT              PIC 9(05)V99.
