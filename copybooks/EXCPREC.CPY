001830*        05 - FORMULA STEP INVALID (OUT OF SEQUENCE OR AN
001840*             OPERATION CODE THE PROCESSOR DOES NOT KNOW)
001850*        06 - LOAN RECORD INVALID (NON-NUMERIC FIELDS, ZERO
001860*             PRINCIPAL, OR ZERO TERM), OR A LOAN RECAST
001861*             REJECTED (LOAN NOT ON LOANMAST OR PAID OFF, NOT
001862*             THE NEXT UNPAID PERIOD, OR A PREPAYMENT NOT
001863*             BELOW THE BALANCE)
001865*        07 - DEPOSIT RECORD INVALID (NON-NUMERIC FIELDS,
001870*             ZERO PRINCIPAL OR TERM, OR A COMPOUNDING
001875*             FREQUENCY THE CALCULATOR DOES NOT KNOW), OR A
001880*             TERM DEPOSIT BOOKING REJECTED (ALSO A BLANK OR
001885*             DUPLICATE DEPOSIT ID, A BAD ROLLOVER INSTRUCTION
001890*             OR START DATE)
001891*        08 - LOAN PAYMENT REJECTED (LOAN NOT ON LOANMAST OR
001892*             ALREADY PAID OFF, AMOUNT NON-NUMERIC OR ZERO,
001893*             OR AMOUNT MORE THAN THE PAYOFF FIGURE)
001900*-----------------------------------------------------------
002000*                 MODIFICATION HISTORY
002100*-----------------------------------------------------------
002691*                  THE QUEUE. A RECORD CUT BEFORE THIS FIELD
002692*                  EXISTED CARRIES SPACES THERE AND THE AGING
002693*                  REPORT FALLS BACK TO XR-DATE.
002694* 2026-09-01  RH   ADDED REASON CODE 08 FOR LOAN PAYMENTS
002695*                  REJECTED BY THE NEW LOANPOST POSTING RUN.
002696* 2026-09-02  RH   REASON CODE 06 NOW ALSO COVERS LOAN RECASTS
002697*                  LOANAMRT REJECTS (XR-OPERATION 'LOAN
002698*                  RECAST').
002700* 2026-09-03  RH   REASON CODE 07 NOW ALSO COVERS TERM DEPOSIT
002701*                  BOOKINGS DEPBOOK REJECTS (XR-OPERATION
002702*                  'DEPOSIT BOOK'); A MATURITY THAT OVERFLOWS
002703*                  GOES UNDER 01 AS 'DEPOSIT MATURE'.
002704* 2026-09-06  RH   CARVED XR-OPERATOR OUT OF THE LAST OF THE
002705*                  TRAILING FILLER - THE OPERATOR WHOSE WORK
002706*                  RAISED THE EXCEPTION, FOR THE OPERPROD
002707*                  PRODUCTIVITY REPORT. SPACES ON OLDER RECORDS
002708*                  AND FROM STEPS WITH NO OPERATOR BEHIND THEM.
002710*-----------------------------------------------------------
002800 01  EXCEPTION-TRANS-RECORD.
002900     05  XR-DATE                PIC 9(08).
003000     05  XR-TIME                PIC 9(08).
003620         88  XR-REASON-BAD-STEP      VALUE '05'.
003630         88  XR-REASON-BAD-LOAN      VALUE '06'.
003640         88  XR-REASON-BAD-DEPOSIT   VALUE '07'.
003650         88  XR-REASON-BAD-LOAN-PAY  VALUE '08'.
003700     05  XR-TRANS-IMAGE         PIC X(32).
003800     05  XR-FIRST-SEEN-DATE     PIC 9(08).
003900     05  XR-OPERATOR            PIC X(04).
