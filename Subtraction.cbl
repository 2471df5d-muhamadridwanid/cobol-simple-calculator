011900*                  THE NEW AL-ORIGIN FLAG (B=BATCH, C=CONSOLE)
012000*                  FOR EODSUMMARY'S PIPELINE PROOF. CONSOLE
012100*                  RUNS STILL DATE FROM THE CLOCK.
012110* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
012120*                  NOW CARRIES THE OPERATOR THE WORK WAS DONE
012130*                  FOR - CT-OPERATOR (THE INTAKE OPERATOR) IN
012140*                  BATCH, THE SIGNED-ON OPERATOR CALCDRV PASSES
012150*                  ON THE NEW LK-OPERATOR-ID IN A SESSION, OR AN
012160*                  OPERATOR ID KEYED AT THE CONSOLE OTHERWISE.
012165* 2026-09-07  RH   THE AUDIT LINE AND RESULT RECORD NOW CARRY
012170*                  THE CURRENCY CODES NUM1 AND NUM2 WERE ENTERED
012175*                  IN (AL-CURR1/AL-CURR2, RT-CURR1/RT-CURR2) FOR
012180*                  THE FXPOSN CURRENCY POSITION REPORT. REPOSTQ
012185*                  RECORDS ARE NOW 90 BYTES.
012200*-----------------------------------------------------------
012300 ENVIRONMENT DIVISION.
012400 CONFIGURATION SECTION.
016400 DATA DIVISION.
016500 FILE SECTION.
016600 FD  TRANS-FILE
016700     RECORD CONTAINS 36 CHARACTERS.
016800     COPY CALCREC.
016900 FD  EXCEPTION-FILE
017000     RECORD CONTAINS 80 CHARACTERS.
017400 FD  RESULT-FILE.
017500     COPY RSLTREC.
017600 FD  REPOST-FILE
017700     RECORD CONTAINS 90 CHARACTERS.
017800     COPY RPOSTREC.
017900 FD  CHECKPOINT-FILE
018000     RECORD CONTAINS 08 CHARACTERS.
020300 01  WS-AUDIT-TIME          PIC 9(08).
020400 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
020500 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
020550 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
020600 01  WS-RUN-MODE            PIC X(01).
020700     88  WS-MODE-INTERACTIVE VALUE 'I'.
020800     88  WS-MODE-BATCH      VALUE 'B'.
030600*     (CONSOLE RUNS) THE CLOCK DATE IS USED AS BEFORE.
030700*-----------------------------------------------------------
030800 01  LK-BUS-DATE                PIC 9(08).
030810*-----------------------------------------------------------
030820* LK-OPERATOR-ID - OPTIONAL ID OF THE OPERATOR CALCDRV SIGNED
030830*     ON, STAMPED ON THE INTERACTIVE CALCULATION'S AUDIT LINE
030840*     AND RESULT RECORD; WHEN OMITTED THE CONSOLE ASKS FOR IT.
030850*-----------------------------------------------------------
030860 01  LK-OPERATOR-ID             PIC X(04).
030900 PROCEDURE DIVISION USING OPTIONAL LK-RUN-MODE
031000         OPTIONAL LK-SKIP-COUNT
031100         OPTIONAL LK-SESSION-RESULT
031200         OPTIONAL LK-BUS-DATE
031250         OPTIONAL LK-OPERATOR-ID.
031300*-----------------------------------------------------------
031400* 0000-MAINLINE
031500*-----------------------------------------------------------
035000     IF NOT WS-MODE-BATCH
035100         SET WS-MODE-INTERACTIVE TO TRUE
035200      END-IF.
035210     IF WS-MODE-INTERACTIVE
035220         IF LK-OPERATOR-ID IS OMITTED
035230             DISPLAY 'ENTER OPERATOR ID: '
035240             ACCEPT WS-OPERATOR-ID
035250         ELSE
035260             MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
035270         END-IF
035280     END-IF.
035300     IF LK-BUS-DATE IS OMITTED
035400         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
035500     ELSE
060700*-----------------------------------------------------------
060800 2200-SUBTRACT-TRANS.
060900     MOVE CT-BRANCH TO WS-BRANCH-CODE.
060950     MOVE CT-OPERATOR TO WS-OPERATOR-ID.
061000     PERFORM 4200-CHECK-BRANCH
061100         THRU 4200-CHECK-BRANCH-EXIT.
061200     IF NOT WS-BRANCH-VALID
088100     ELSE
088200         MOVE 'C' TO AL-ORIGIN
088300     END-IF.
088350     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
088370     MOVE WS-CURR1       TO AL-CURR1.
088390     MOVE WS-CURR2       TO AL-CURR2.
088400     WRITE AUDIT-LINE.
088500 8000-WRITE-AUDIT-LOG-EXIT.
088600     EXIT.
090600     MOVE NUM1           TO RT-NUM1.
090700     MOVE NUM2           TO RT-NUM2.
090800     MOVE RESULT         TO RT-RESULT.
090850     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
090870     MOVE WS-CURR1       TO RT-CURR1.
090890     MOVE WS-CURR2       TO RT-CURR2.
090900     WRITE RESULT-TRANS-RECORD.
091000     IF NOT WS-RSLT-OK
091100         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
094400     MOVE WS-BRANCH-CODE TO XR-BRANCH.
094500     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
094600     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
094650     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
094700     MOVE CALC-TRANS-RECORD TO XR-TRANS-IMAGE.
094800     WRITE EXCEPTION-TRANS-RECORD.
094900 8300-WRITE-EXCEPTION-EXIT.
