001691*                  ONCE AND A BRANCH CANNOT GET THE STEP
001692*                  ORDER WRONG. THE ORIGINAL FULLY-KEYED STEP
001693*                  SEQUENCES STILL WORK UNCHANGED.
001700* 2026-09-16  RH   ADDED BATCH HEADER ('*HDR') AND TRAILER
001708*                  ('*TRL') CONTROL RECORDS, MARKED IN THE FORM
001716*                  ID AND REDEFINING THE BODY, SO AN INTAKE
001724*                  BATCH CARRIES ITS BRANCH, BUSINESS DATE,
001732*                  RECORD COUNT AND A HASH TOTAL OF THE STEP
001740*                  OPERANDS FOR FORMULA TO PROVE FIRST.
001748* 2026-10-15  RH   THE HEADER NOW CARRIES THE SIGNED-ON INTAKE
001756*                  OPERATOR IN FR-HDR-OPERATOR, FOR FORMULA TO
001764*                  STAMP ON ITS BATCH WORK. THE BODY GREW BY FOUR
001772*                  BYTES TO HOLD IT; RECORDS ARE NOW 26 BYTES.
001780*-----------------------------------------------------------
001800 01  FORM-TRANS-RECORD.
001900     05  FR-FORM-ID             PIC X(08).
001910         88  FR-REC-HEADER      VALUE '*HDR'.
001920         88  FR-REC-TRAILER     VALUE '*TRL'.
002000     05  FR-STEP-NO             PIC 9(02).
002010         88  FR-TEMPLATE-CALL   VALUE ZERO.
002050     05  FR-BODY.
002600             88  FR-OPER-DIVIDE     VALUE 'D'.
002700             88  FR-OPER-PERCENT    VALUE 'P'.
002800         10  FR-OPERAND         PIC S9(05)V99.
002850         10  FILLER             PIC X(04).
002900     05  FR-CALL-BODY REDEFINES FR-BODY.
003000         10  FR-TMPL-ID         PIC X(08).
003100         10  FR-TMPL-BRANCH     PIC X(04).
003200     05  FR-HEADER-BODY REDEFINES FR-BODY.
003300         10  FR-HDR-BRANCH      PIC X(04).
003400         10  FR-HDR-BUS-DATE    PIC 9(08).
003450         10  FR-HDR-OPERATOR    PIC X(04).
003500     05  FR-TRAILER-BODY REDEFINES FR-BODY.
003600         10  FR-TRL-REC-COUNT   PIC 9(07)       COMP-3.
003700         10  FR-TRL-HASH-TOTAL  PIC S9(11)V9(04) COMP-3.
