001570*                  24-CHARACTER TRANSACTION ID OR READING THE
001580*                  WHOLE FILE. EXISTING RESULTKS DATA SETS MUST
001590*                  BE REBUILT WHEN THIS LAYOUT GOES IN.
001591* 2026-09-06  RH   ADDED RT-OPERATOR, THE OPERATOR THE RESULT
001592*                  WAS CALCULATED FOR, SO A REVERSAL CAN SAY
001593*                  WHOSE WORK IT TOOK BACK. THE RECORD IS NOW
001594*                  66 BYTES; RESULTKS MUST BE REBUILT AGAIN.
001595* 2026-09-07  RH   ADDED RT-CURR1 AND RT-CURR2, THE CURRENCY
001596*                  CODES OF AN ADDITION OR SUBSTRACTION, SO A
001597*                  REVERSAL OFFSET CAN REPEAT THEM ON THE AUDIT
001598*                  LOG. THE RECORD IS NOW 72 BYTES; RESULTKS
001599*                  MUST BE REBUILT AGAIN.
001600*-----------------------------------------------------------
001700 01  RESULT-TRANS-RECORD.
001800     05  RT-TRANS-ID            PIC X(24).
002100     05  RT-NUM1                PIC S9(05)V99   COMP-3.
002200     05  RT-NUM2                PIC S9(05)V99   COMP-3.
002300     05  RT-RESULT              PIC S9(05)V99   COMP-3.
002400     05  RT-OPERATOR            PIC X(04).
002500     05  RT-CURR1               PIC X(03).
002600     05  RT-CURR2               PIC X(03).
