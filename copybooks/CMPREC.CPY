001500* DATE       INIT  DESCRIPTION
001600* ---------- ----  ----------------------------------------
001700* 2026-08-24  RH   ORIGINAL COPYBOOK.
001710* 2026-09-16  RH   ADDED BATCH HEADER ('*HDR') AND TRAILER
001720*                  ('*TRL') CONTROL RECORDS, MARKED IN THE
001730*                  BRANCH FIELD AND REDEFINING THE BODY, SO AN
001740*                  INTAKE BATCH CARRIES ITS BRANCH, BUSINESS
001750*                  DATE, DETAIL COUNT AND A HASH TOTAL OF
001760*                  PRINCIPAL PLUS ANNUAL RATE FOR COMPOUND TO
001770*                  PROVE THROUGH NATBPROC BEFORE IT RUNS.
001775* 2026-10-15  RH   THE HEADER NOW CARRIES THE SIGNED-ON INTAKE
001780*                  OPERATOR IN CM-HDR-OPERATOR, FOR COMPOUND TO
001785*                  STAMP ON ITS BATCH WORK.
001800*-----------------------------------------------------------
001900 01  CMP-TRANS-RECORD.
002000     05  CM-BRANCH              PIC X(04).
002010         88  CM-REC-HEADER      VALUE '*HDR'.
002020         88  CM-REC-TRAILER     VALUE '*TRL'.
002050     05  CM-BODY.
002100         10  CM-PRINCIPAL       PIC 9(05)V99.
002200         10  CM-ANNUAL-RATE     PIC 9(02)V9(04).
002300         10  CM-TERM-MONTHS     PIC 9(03).
002400         10  CM-COMP-FREQ       PIC X(01).
002500             88  CM-FREQ-MONTHLY    VALUE 'M'.
002600             88  CM-FREQ-QUARTERLY  VALUE 'Q'.
002700             88  CM-FREQ-ANNUALLY   VALUE 'A'.
002800             88  CM-FREQ-VALID      VALUE 'M' 'Q' 'A'.
002810     05  CM-HEADER-BODY REDEFINES CM-BODY.
002820         10  CM-HDR-BRANCH      PIC X(04).
002830         10  CM-HDR-BUS-DATE    PIC 9(08).
002840         10  CM-HDR-OPERATOR    PIC X(04).
002845         10  FILLER             PIC X(01).
002850     05  CM-TRAILER-BODY REDEFINES CM-BODY.
002860         10  CM-TRL-REC-COUNT   PIC 9(07)       COMP-3.
002870         10  CM-TRL-HASH-TOTAL  PIC S9(11)V9(04) COMP-3.
002880         10  FILLER             PIC X(05).
