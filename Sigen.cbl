003900*                  A RESUBMITTED NIGHT WAS APPENDING THE SAME
004000*                  STANDING BATCH A SECOND TIME AND POSTING
004100*                  THE BRANCHES' STANDING FEES TWICE.
004110* 2026-09-06  RH   STAMP EACH GENERATED TRANSACTION WITH THE
004120*                  OPERATOR WHO LAST SET UP ITS INSTRUCTION
004130*                  (SI-UPDATED-BY) IN THE NEW CT-OPERATOR, SO THE
004140*                  CALCULATION COUNTS TO THEM. TRANFILE RECORDS
004150*                  ARE NOW 36 BYTES.
004200*-----------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
006200 FD  SI-FILE.
006300     COPY SIREC.
006400 FD  TRANS-FILE
006500     RECORD CONTAINS 36 CHARACTERS.
006600     COPY CALCREC.
006700 FD  RUN-CONTROL-FILE
006800     RECORD CONTAINS 26 CHARACTERS.
032900     MOVE SI-NUM1      TO CT-NUM1.
033000     MOVE SI-NUM2      TO CT-NUM2.
033100     MOVE ZERO         TO CT-RESULT.
033150     MOVE SI-UPDATED-BY TO CT-OPERATOR.
033200     WRITE CALC-TRANS-RECORD.
033300     ADD 1 TO WS-DUE-COUNT.
033400     EVALUATE TRUE
