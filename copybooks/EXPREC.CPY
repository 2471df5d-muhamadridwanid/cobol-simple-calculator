001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 2026-08-09  RH   ORIGINAL COPYBOOK.
001210* 2026-09-16  RH   ADDED BATCH HEADER ('*HDR') AND TRAILER
001220*                  ('*TRL') CONTROL RECORDS, MARKED IN THE
001230*                  BRANCH FIELD AND REDEFINING THE BODY, SO AN
001240*                  INTAKE BATCH CARRIES ITS BRANCH, BUSINESS
001250*                  DATE, DETAIL COUNT AND A HASH TOTAL OF NUM1
001260*                  PLUS NUM2 FOR EXPONENT TO PROVE THROUGH
001270*                  NATBPROC BEFORE IT RUNS.
001275* 2026-10-15  RH   THE HEADER NOW CARRIES THE SIGNED-ON INTAKE
001280*                  OPERATOR IN ER-HDR-OPERATOR, FOR EXPONENT TO
001285*                  STAMP ON ITS BATCH WORK. THE BODY GREW BY TWO
001290*                  BYTES TO HOLD IT; RECORDS ARE NOW 20 BYTES.
001300*-----------------------------------------------------------
001400 01  EXP-TRANS-RECORD.
001500     05  ER-BRANCH              PIC X(04).
001510         88  ER-REC-HEADER      VALUE '*HDR'.
001520         88  ER-REC-TRAILER     VALUE '*TRL'.
001550     05  ER-BODY.
001600         10  ER-NUM1            PIC S9(05)V99.
001700         10  ER-NUM2            PIC S9(05)V99.
001705         10  FILLER             PIC X(02).
001710     05  ER-HEADER-BODY REDEFINES ER-BODY.
001720         10  ER-HDR-BRANCH      PIC X(04).
001730         10  ER-HDR-BUS-DATE    PIC 9(08).
001740         10  ER-HDR-OPERATOR    PIC X(04).
001750     05  ER-TRAILER-BODY REDEFINES ER-BODY.
001760         10  ER-TRL-REC-COUNT   PIC 9(07)       COMP-3.
001770         10  ER-TRL-HASH-TOTAL  PIC S9(11)V9(04) COMP-3.
001780         10  FILLER             PIC X(04).
