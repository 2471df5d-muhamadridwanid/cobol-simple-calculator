001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 2026-08-09  RH   ORIGINAL COPYBOOK.
001210* 2026-09-16  RH   ADDED BATCH HEADER ('*HDR') AND TRAILER
001220*                  ('*TRL') CONTROL RECORDS, MARKED IN THE
001230*                  BRANCH FIELD AND REDEFINING THE BODY, SO AN
001240*                  INTAKE BATCH CARRIES ITS BRANCH, BUSINESS
001250*                  DATE, DETAIL COUNT AND A HASH TOTAL OF BASE
001260*                  AMOUNT PLUS PERCENT RATE FOR PERCENTAGE TO
001270*                  PROVE THROUGH NATBPROC BEFORE IT RUNS.
001275* 2026-10-15  RH   THE HEADER NOW CARRIES THE SIGNED-ON INTAKE
001280*                  OPERATOR IN PR-HDR-OPERATOR, FOR PERCENTAGE TO
001285*                  STAMP ON ITS BATCH WORK. THE BODY GREW BY TWO
001290*                  BYTES TO HOLD IT; RECORDS ARE NOW 20 BYTES.
001300*-----------------------------------------------------------
001400 01  PCT-TRANS-RECORD.
001500     05  PR-BRANCH              PIC X(04).
001510         88  PR-REC-HEADER      VALUE '*HDR'.
001520         88  PR-REC-TRAILER     VALUE '*TRL'.
001550     05  PR-BODY.
001600         10  PR-BASE-AMOUNT     PIC S9(05)V99.
001700         10  PR-PERCENT-RATE    PIC S9(05)V99.
001705         10  FILLER             PIC X(02).
001710     05  PR-HEADER-BODY REDEFINES PR-BODY.
001720         10  PR-HDR-BRANCH      PIC X(04).
001730         10  PR-HDR-BUS-DATE    PIC 9(08).
001740         10  PR-HDR-OPERATOR    PIC X(04).
001750     05  PR-TRAILER-BODY REDEFINES PR-BODY.
001760         10  PR-TRL-REC-COUNT   PIC 9(07)       COMP-3.
001770         10  PR-TRL-HASH-TOTAL  PIC S9(11)V9(04) COMP-3.
001780         10  FILLER             PIC X(04).
