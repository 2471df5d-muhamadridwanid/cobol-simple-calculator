001499*                  RUN. THE CALCULATORS' OWN OPERATION-CODE
001499*                  MATCHING ALREADY PASSES OVER 'H' AND 'T'
001499*                  RECORDS UNTOUCHED.
001500* 2026-09-06  RH   ADDED CT-OPERATOR AFTER THE BODY - THE
001510*                  OPERATOR WHO KEYED THE LINE INTO INTAKE, OR
001520*                  WHO RESUBMITTED IT THROUGH EXCPREPR - SO THE
001530*                  CALCULATORS CAN STAMP IT ON THE AUDIT LINE
001540*                  AND RESULT RECORD. THE RECORD IS NOW 36
001550*                  BYTES; HEADER AND TRAILER RECORDS CARRY THE
001560*                  INTAKE OPERATOR THERE AS WELL.
001570*-----------------------------------------------------------
001600 01  CALC-TRANS-RECORD.
001700     05  CT-OPER-CODE           PIC X(01).
001800         88  CT-OPER-ADD        VALUE 'A'.
003000         10  CT-TRL-REC-COUNT   PIC 9(06).
003100         10  CT-TRL-HASH-TOTAL  PIC S9(11)V99.
003200         10  FILLER             PIC X(12).
003300     05  CT-OPERATOR            PIC X(04).
