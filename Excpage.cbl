002500* DATE       INIT  DESCRIPTION
002600* ---------- ----  ----------------------------------------
002700* 2026-08-24  RH   ORIGINAL PROGRAM.
002710* 2026-09-01  RH   SPELL OUT THE NEW REASON CODE 08 FOR LOAN
002720*                  PAYMENTS REJECTED BY LOANPOST.
002800*-----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
043300             MOVE 'LOAN RECORD INVALID   ' TO WS-REASON-TEXT
043310         WHEN XR-REASON-BAD-DEPOSIT
043320             MOVE 'DEPOSIT RECORD INVALID' TO WS-REASON-TEXT
043330         WHEN XR-REASON-BAD-LOAN-PAY
043340             MOVE 'LOAN PAYMENT REJECTED ' TO WS-REASON-TEXT
043400         WHEN OTHER
043500             MOVE 'REASON NOT RECOGNIZED ' TO WS-REASON-TEXT
043600     END-EVALUATE.
