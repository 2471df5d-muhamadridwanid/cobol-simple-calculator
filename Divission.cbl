012900*                  THE NEW AL-ORIGIN FLAG (B=BATCH, C=CONSOLE)
013000*                  FOR EODSUMMARY'S PIPELINE PROOF. CONSOLE
013100*                  RUNS STILL DATE FROM THE CLOCK.
013110* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
013120*                  NOW CARRIES THE OPERATOR THE WORK WAS DONE
013130*                  FOR - CT-OPERATOR (THE INTAKE OPERATOR) IN
013140*                  BATCH, THE SIGNED-ON OPERATOR CALCDRV PASSES
013150*                  ON THE NEW LK-OPERATOR-ID IN A SESSION, OR AN
013160*                  OPERATOR ID KEYED AT THE CONSOLE OTHERWISE.
013170* 2026-09-07  RH   CLEAR THE NEW RT-CURR1/RT-CURR2 CURRENCY
013180*                  CODES ON EVERY RESULT RECORD; REPOSTQ RECORDS
013190*                  ARE NOW 90 BYTES.
013200*-----------------------------------------------------------
013300 ENVIRONMENT DIVISION.
013400 CONFIGURATION SECTION.
017200 DATA DIVISION.
017300 FILE SECTION.
017400 FD  TRANS-FILE
017500     RECORD CONTAINS 36 CHARACTERS.
017600     COPY CALCREC.
017700 FD  EXCEPTION-FILE
017800     RECORD CONTAINS 80 CHARACTERS.
018200 FD  RESULT-FILE.
018300     COPY RSLTREC.
018400 FD  REPOST-FILE
018500     RECORD CONTAINS 90 CHARACTERS.
018600     COPY RPOSTREC.
018700 FD  ROUNDING-FILE
018800     RECORD CONTAINS 37 CHARACTERS.
021200 01  WS-AUDIT-TIME          PIC 9(08).
021300 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
021400 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
021450 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
021500 01  WS-RUN-MODE            PIC X(01).
021600     88  WS-MODE-INTERACTIVE VALUE 'I'.
021700     88  WS-MODE-BATCH      VALUE 'B'.
030400*     (CONSOLE RUNS) THE CLOCK DATE IS USED AS BEFORE.
030500*-----------------------------------------------------------
030600 01  LK-BUS-DATE                PIC 9(08).
030610*-----------------------------------------------------------
030620* LK-OPERATOR-ID - OPTIONAL ID OF THE OPERATOR CALCDRV SIGNED
030630*     ON, STAMPED ON THE INTERACTIVE CALCULATION'S AUDIT LINE
030640*     AND RESULT RECORD; WHEN OMITTED THE CONSOLE ASKS FOR IT.
030650*-----------------------------------------------------------
030660 01  LK-OPERATOR-ID             PIC X(04).
030700 PROCEDURE DIVISION USING OPTIONAL LK-RUN-MODE
030800                           OPTIONAL LK-DIV-MODE
030900                           OPTIONAL LK-SKIP-COUNT
031000                           OPTIONAL LK-SESSION-RESULT
031100                           OPTIONAL LK-BUS-DATE
031150                           OPTIONAL LK-OPERATOR-ID.
031200*-----------------------------------------------------------
031300* 0000-MAINLINE
031400*-----------------------------------------------------------
035600     IF NOT WS-MODE-REMAINDER
035700         SET WS-MODE-ROUNDED TO TRUE
035800      END-IF.
035810     IF WS-MODE-INTERACTIVE
035820         IF LK-OPERATOR-ID IS OMITTED
035830             DISPLAY 'ENTER OPERATOR ID: '
035840             ACCEPT WS-OPERATOR-ID
035850         ELSE
035860             MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
035870         END-IF
035880     END-IF.
035900     IF LK-BUS-DATE IS OMITTED
036000         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
036100     ELSE
054200*-----------------------------------------------------------
054300 2200-DIVIDE-TRANS.
054400     MOVE CT-BRANCH TO WS-BRANCH-CODE.
054450     MOVE CT-OPERATOR TO WS-OPERATOR-ID.
054500     PERFORM 4200-CHECK-BRANCH
054600         THRU 4200-CHECK-BRANCH-EXIT.
054700     IF NOT WS-BRANCH-VALID
076100     ELSE
076200         MOVE 'C' TO AL-ORIGIN
076300     END-IF.
076350     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
076400     WRITE AUDIT-LINE.
076500 8000-WRITE-AUDIT-LOG-EXIT.
076600     EXIT.
078600     MOVE NUM1           TO RT-NUM1.
078700     MOVE NUM2           TO RT-NUM2.
078800     MOVE RESULT         TO RT-RESULT.
078850     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
078875     MOVE SPACES         TO RT-CURR1 RT-CURR2.
078900     WRITE RESULT-TRANS-RECORD.
079000     IF NOT WS-RSLT-OK
079100         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
085500     MOVE WS-BRANCH-CODE TO XR-BRANCH.
085600     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
085700     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
085750     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
085800     MOVE CALC-TRANS-RECORD TO XR-TRANS-IMAGE.
085900     WRITE EXCEPTION-TRANS-RECORD.
086000 8300-WRITE-EXCEPTION-EXIT.
