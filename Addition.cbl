012400*                  THE NEW AL-ORIGIN FLAG (B=BATCH, C=CONSOLE)
012500*                  FOR EODSUMMARY'S PIPELINE PROOF. CONSOLE
012600*                  RUNS STILL DATE FROM THE CLOCK.
012610* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
012620*                  NOW CARRIES THE OPERATOR THE WORK WAS DONE
012630*                  FOR - CT-OPERATOR (THE INTAKE OPERATOR) IN
012640*                  BATCH, THE SIGNED-ON OPERATOR CALCDRV PASSES
012650*                  ON THE NEW LK-OPERATOR-ID IN A SESSION, OR AN
012660*                  OPERATOR ID KEYED AT THE CONSOLE OTHERWISE.
012665* 2026-09-07  RH   THE AUDIT LINE AND RESULT RECORD NOW CARRY
012670*                  THE CURRENCY CODES NUM1 AND NUM2 WERE ENTERED
012675*                  IN (AL-CURR1/AL-CURR2, RT-CURR1/RT-CURR2) FOR
012680*                  THE FXPOSN CURRENCY POSITION REPORT. REPOSTQ
012685*                  RECORDS ARE NOW 90 BYTES.
012700*-----------------------------------------------------------
012800 ENVIRONMENT DIVISION.
012900 CONFIGURATION SECTION.
016900 DATA DIVISION.
017000 FILE SECTION.
017100 FD  TRANS-FILE
017200     RECORD CONTAINS 36 CHARACTERS.
017300     COPY CALCREC.
017400 FD  EXCEPTION-FILE
017500     RECORD CONTAINS 80 CHARACTERS.
017900 FD  RESULT-FILE.
018000     COPY RSLTREC.
018100 FD  REPOST-FILE
018200     RECORD CONTAINS 90 CHARACTERS.
018300     COPY RPOSTREC.
018400 FD  CHECKPOINT-FILE
018500     RECORD CONTAINS 08 CHARACTERS.
020900 01  WS-AUDIT-TIME          PIC 9(08).
021000 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
021100 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
021150 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
021200 01  WS-RUN-MODE            PIC X(01).
021300     88  WS-MODE-INTERACTIVE VALUE 'I'.
021400     88  WS-MODE-BATCH      VALUE 'B'.
031400*     (CONSOLE RUNS) THE CLOCK DATE IS USED AS BEFORE.
031500*-----------------------------------------------------------
031600 01  LK-BUS-DATE                PIC 9(08).
031610*-----------------------------------------------------------
031620* LK-OPERATOR-ID - OPTIONAL ID OF THE OPERATOR CALCDRV SIGNED
031630*     ON, STAMPED ON THE INTERACTIVE CALCULATION'S AUDIT LINE
031640*     AND RESULT RECORD; WHEN OMITTED THE CONSOLE ASKS FOR IT.
031650*-----------------------------------------------------------
031660 01  LK-OPERATOR-ID             PIC X(04).
031700 PROCEDURE DIVISION USING OPTIONAL LK-RUN-MODE
031800         OPTIONAL LK-SKIP-COUNT
031900         OPTIONAL LK-SESSION-RESULT
032000         OPTIONAL LK-BUS-DATE
032050         OPTIONAL LK-OPERATOR-ID.
032100*-----------------------------------------------------------
032200* 0000-MAINLINE
032300*-----------------------------------------------------------
035800     IF NOT WS-MODE-BATCH
035900         SET WS-MODE-INTERACTIVE TO TRUE
036000      END-IF.
036010     IF WS-MODE-INTERACTIVE
036020         IF LK-OPERATOR-ID IS OMITTED
036030             DISPLAY 'ENTER OPERATOR ID: '
036040             ACCEPT WS-OPERATOR-ID
036050         ELSE
036060             MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
036070         END-IF
036080     END-IF.
036100     IF LK-BUS-DATE IS OMITTED
036200         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
036300     ELSE
061600*-----------------------------------------------------------
061700 2200-ADD-TRANS.
061800     MOVE CT-BRANCH TO WS-BRANCH-CODE.
061850     MOVE CT-OPERATOR TO WS-OPERATOR-ID.
061900     PERFORM 4200-CHECK-BRANCH
062000         THRU 4200-CHECK-BRANCH-EXIT.
062100     IF NOT WS-BRANCH-VALID
089100     ELSE
089200         MOVE 'C' TO AL-ORIGIN
089300     END-IF.
089350     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
089370     MOVE WS-CURR1       TO AL-CURR1.
089390     MOVE WS-CURR2       TO AL-CURR2.
089400     WRITE AUDIT-LINE.
089500 8000-WRITE-AUDIT-LOG-EXIT.
089600     EXIT.
091600     MOVE NUM1           TO RT-NUM1.
091700     MOVE NUM2           TO RT-NUM2.
091800     MOVE RESULT         TO RT-RESULT.
091850     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
091870     MOVE WS-CURR1       TO RT-CURR1.
091890     MOVE WS-CURR2       TO RT-CURR2.
091900     WRITE RESULT-TRANS-RECORD.
092000     IF NOT WS-RSLT-OK
092100         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
095400     MOVE WS-BRANCH-CODE TO XR-BRANCH.
095500     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
095600     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
095650     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
095700     MOVE CALC-TRANS-RECORD TO XR-TRANS-IMAGE.
095800     WRITE EXCEPTION-TRANS-RECORD.
095900 8300-WRITE-EXCEPTION-EXIT.
