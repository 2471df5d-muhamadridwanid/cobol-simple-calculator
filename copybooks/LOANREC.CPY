001300* DATE       INIT  DESCRIPTION
001400* ---------- ----  ----------------------------------------
001500* 2026-08-22  RH   ORIGINAL COPYBOOK.
001510* 2026-09-16  RH   ADDED BATCH HEADER ('*HDR') AND TRAILER
001520*                  ('*TRL') CONTROL RECORDS, MARKED IN THE
001530*                  LOAN ID AND REDEFINING THE BODY, SO AN
001540*                  INTAKE BATCH CARRIES ITS BRANCH, BUSINESS
001550*                  DATE, DETAIL COUNT AND A HASH TOTAL OF
001560*                  PRINCIPAL PLUS ANNUAL RATE FOR LOANAMRT TO
001570*                  PROVE THROUGH NATBPROC BEFORE IT RUNS.
001575* 2026-10-15  RH   THE HEADER NOW CARRIES THE SIGNED-ON INTAKE
001580*                  OPERATOR IN LN-HDR-OPERATOR, FOR LOANAMRT TO
001585*                  STAMP ON ITS BATCH WORK.
001600*-----------------------------------------------------------
001700 01  LOAN-RECORD.
001800     05  LN-LOAN-ID             PIC X(08).
001810         88  LN-REC-HEADER      VALUE '*HDR'.
001820         88  LN-REC-TRAILER     VALUE '*TRL'.
001850     05  LN-BODY.
001900         10  LN-BRANCH          PIC X(04).
002000         10  LN-PRINCIPAL       PIC 9(05)V99.
002100         10  LN-ANNUAL-RATE     PIC 9(02)V9(04).
002200         10  LN-TERM-MONTHS     PIC 9(03).
002210     05  LN-HEADER-BODY REDEFINES LN-BODY.
002220         10  LN-HDR-BRANCH      PIC X(04).
002230         10  LN-HDR-BUS-DATE    PIC 9(08).
002240         10  LN-HDR-OPERATOR    PIC X(04).
002245         10  FILLER             PIC X(04).
002250     05  LN-TRAILER-BODY REDEFINES LN-BODY.
002260         10  LN-TRL-REC-COUNT   PIC 9(07)       COMP-3.
002270         10  LN-TRL-HASH-TOTAL  PIC S9(11)V9(04) COMP-3.
002280         10  FILLER             PIC X(08).
