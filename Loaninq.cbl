000600 DATE-COMPILED. 2026-08-24.
000700*REMARKS.
000800*    PAYOFF QUOTE AND REMAINING-BALANCE INQUIRY OVER THE
000900*    LOANMAST PORTFOLIO MASTER POSTED BY LOANAMRT AND KEPT
001000*    CURRENT BY THE NIGHTLY LOANPOST PAYMENT RUN. GIVEN A
001100*    LOAN ID, THE POSTED SERVICING POSITION IS SHOWN - THE
001200*    OUTSTANDING BALANCE, PRINCIPAL AND INTEREST RECEIVED,
001300*    PAYMENTS MADE, PAID-TO AND NEXT DUE DATES - WITH A
001400*    PAYOFF QUOTE (THE BALANCE PLUS ONE MORE PERIOD'S
001500*    INTEREST, ROUNDED THE WAY THE SCHEDULE ROUNDS). A LOAN
001600*    WITH NO PAYMENTS POSTED YET QUOTES FROM ITS FULL
001700*    PRINCIPAL. A PAYOFF QUESTION FROM A BRANCH IS A KEY-IN
001800*    INSTEAD OF AN ARCHAEOLOGY EXERCISE THROUGH OLD AMRTRPT
001810*    PRINTOUTS OR A LEDGER CARD.
001900*-----------------------------------------------------------
002000*                 MODIFICATION HISTORY
002100*-----------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------
002400* 2026-08-24  RH   ORIGINAL PROGRAM.
002410* 2026-09-01  RH   QUOTE FROM THE SERVICING POSITION LOANPOST
002420*                  NOW POSTS ON LOANMAST FROM THE PAYMENTS
002430*                  ACTUALLY RECEIVED, INSTEAD OF REPLAYING THE
002440*                  SCHEDULE THROUGH A KEYED COUNT OF PAYMENTS
002450*                  MADE THAT SOMEONE HAD TO TAKE OFF A LEDGER
002460*                  CARD. THE PROMPT AND THE REPLAY ARE GONE.
002500*-----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004400 01  WS-CONTINUE-SWITCH     PIC X(01)       VALUE 'Y'.
004500     88  WS-DONE            VALUE 'N'.
004600 01  WS-LOAN-ID-INPUT       PIC X(08).
004700 01  WS-PAYMENTS-MADE       PIC 9(03)       VALUE ZERO.
005300 01  WS-BALANCE             PIC S9(07)V99   COMP-3 VALUE ZERO.
005400 01  WS-INTEREST            PIC S9(07)V99   COMP-3 VALUE ZERO.
005600 01  WS-PAYOFF-QUOTE        PIC S9(07)V99   COMP-3 VALUE ZERO.
005700 01  WS-AMOUNT-EDIT         PIC ZZZ,ZZ9.99.
005800 01  WS-AMOUNT-EDIT-2       PIC ZZZ,ZZ9.99.
008400 1000-INITIALIZE-EXIT.
008500     EXIT.
008600*-----------------------------------------------------------
008700* 2000-PROCESS-ONE-INQUIRY - TAKE ONE LOAN ID (OR Q) AND
008800*     ANSWER ITS POSTED POSITION AND PAYOFF QUOTE
008900*-----------------------------------------------------------
009000 2000-PROCESS-ONE-INQUIRY.
009100     DISPLAY 'ENTER LOAN ID (OR Q TO QUIT): '.
010200                 WS-LOAN-ID-INPUT
010300             GO TO 2000-PROCESS-ONE-INQUIRY-EXIT
010400     END-READ.
010500     PERFORM 3000-TAKE-POSITION
010600         THRU 3000-TAKE-POSITION-EXIT.
010700     PERFORM 4000-ANSWER-INQUIRY
010800         THRU 4000-ANSWER-INQUIRY-EXIT.
010900 2000-PROCESS-ONE-INQUIRY-EXIT.
011000     EXIT.
011100*-----------------------------------------------------------
011200* 3000-TAKE-POSITION - TAKE THE BALANCE AND PAYMENTS MADE
011300*     FROM THE POSTED SERVICING POSITION; A LOAN LOANPOST HAS
011400*     NOT YET OPENED A POSITION FOR STANDS AT ITS FULL
011500*     PRINCIPAL WITH NO PAYMENTS MADE
011600*-----------------------------------------------------------
011700 3000-TAKE-POSITION.
011800     IF LM-ACTIVE OR LM-PAID-OFF
011900         MOVE LM-BALANCE       TO WS-BALANCE
012000         MOVE LM-PAYMENTS-MADE TO WS-PAYMENTS-MADE
012100     ELSE
012200         MOVE LM-PRINCIPAL     TO WS-BALANCE
012300         MOVE ZERO             TO WS-PAYMENTS-MADE
012400     END-IF.
012500 3000-TAKE-POSITION-EXIT.
012600     EXIT.
016600*-----------------------------------------------------------
016700* 4000-ANSWER-INQUIRY - SHOW THE LOAN TERMS, THE POSTED
016800*     POSITION, AND THE PAYOFF QUOTE (BALANCE PLUS ONE MORE
016900*     PERIOD'S ACCRUED INTEREST)
017000*-----------------------------------------------------------
017100 4000-ANSWER-INQUIRY.
017200     MOVE LM-PRINCIPAL TO WS-AMOUNT-EDIT.
017800     MOVE LM-TOTAL-INTEREST TO WS-AMOUNT-EDIT-2.
017900     DISPLAY 'PAYMENT ' WS-AMOUNT-EDIT
018000         ' TOTAL SCHEDULED INTEREST ' WS-AMOUNT-EDIT-2.
018010     IF NOT LM-ACTIVE AND NOT LM-PAID-OFF
018020         DISPLAY 'NO PAYMENTS POSTED YET'
018030     ELSE
018040         MOVE LM-PRIN-RECEIVED TO WS-AMOUNT-EDIT
018050         MOVE LM-INT-RECEIVED  TO WS-AMOUNT-EDIT-2
018060         DISPLAY 'RECEIVED PRINCIPAL ' WS-AMOUNT-EDIT
018070             ' INTEREST ' WS-AMOUNT-EDIT-2
018080         DISPLAY 'PAYMENTS MADE ' WS-PAYMENTS-MADE
018090             ' PAID TO ' LM-PAID-TO-DATE
018091             ' LAST PAID ' LM-LAST-PAY-DATE
018092     END-IF.
018093     IF LM-PAID-OFF
018094         DISPLAY 'LOAN IS PAID OFF - NOTHING TO QUOTE'
018095         GO TO 4000-ANSWER-INQUIRY-EXIT
018096     END-IF.
018100     COMPUTE WS-INTEREST ROUNDED =
018200         WS-BALANCE * LM-MONTHLY-RATE.
018300     COMPUTE WS-PAYOFF-QUOTE = WS-BALANCE + WS-INTEREST.
018500     MOVE WS-PAYOFF-QUOTE TO WS-AMOUNT-EDIT-2.
018600     DISPLAY 'AFTER ' WS-PAYMENTS-MADE ' PAYMENTS: BALANCE '
018700         WS-AMOUNT-EDIT ' PAYOFF QUOTE ' WS-AMOUNT-EDIT-2.
018710     IF LM-ACTIVE
018720         DISPLAY 'NEXT PAYMENT DUE ' LM-NEXT-DUE-DATE
018730     END-IF.
018800 4000-ANSWER-INQUIRY-EXIT.
018900     EXIT.
019000*-----------------------------------------------------------
