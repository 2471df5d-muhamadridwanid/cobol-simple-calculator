000100*-----------------------------------------------------------
000200*    LOANRREC.CPY
000300*-----------------------------------------------------------
000400*    LOAN RECAST TRANSACTION RECORD LAYOUT FOR THE LOANRCST
000500*    FILE LOANAMRT READS AFTER ITS NEW-LOAN PASS. ONE RECORD
000600*    PER RECAST OF A LOAN ALREADY ON LOANMAST, EITHER
000700*    LR-TYPE P - A LUMP-SUM PREPAYMENT OF LR-AMOUNT OFF THE
000800*    OUTSTANDING BALANCE - OR LR-TYPE R - A REPRICING TO
000900*    LR-NEW-RATE (ANNUAL PCT). LR-EFF-PERIOD IS THE PAYMENT
001000*    NUMBER THE NEW LEVEL PAYMENT STARTS WITH; ZERO MEANS THE
001100*    LOAN'S NEXT UNPAID PERIOD. A LATER PERIOD IS HELD OVER
001150*    UNTIL IT FALLS DUE; AN EARLIER ONE IS REJECTED.
001200*-----------------------------------------------------------
001300*                 MODIFICATION HISTORY
001400*-----------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* ---------- ----  ----------------------------------------
001700* 2026-09-02  RH   ORIGINAL COPYBOOK.
001750* 2026-10-15  RH   LR-EFF-PERIOD MAY NOW NAME A LATER PERIOD.
001800*-----------------------------------------------------------
001900 01  LOAN-RECAST-RECORD.
002000     05  LR-LOAN-ID             PIC X(08).
002100     05  LR-BRANCH              PIC X(04).
002200     05  LR-TYPE                PIC X(01).
002300         88  LR-PREPAYMENT      VALUE 'P'.
002400         88  LR-RATE-CHANGE     VALUE 'R'.
002500     05  LR-AMOUNT              PIC 9(05)V99.
002600     05  LR-NEW-RATE            PIC 9(02)V9(04).
002700     05  LR-EFF-PERIOD          PIC 9(03).
