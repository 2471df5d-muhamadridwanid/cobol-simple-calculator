011000*                  THE NEW AL-ORIGIN FLAG (B=BATCH, C=CONSOLE)
011100*                  FOR EODSUMMARY'S PIPELINE PROOF. CONSOLE
011200*                  RUNS STILL DATE FROM THE CLOCK.
011210* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
011220*                  NOW CARRIES THE OPERATOR THE WORK WAS DONE
011230*                  FOR - CT-OPERATOR (THE INTAKE OPERATOR) IN
011240*                  BATCH, THE SIGNED-ON OPERATOR CALCDRV PASSES
011250*                  ON THE NEW LK-OPERATOR-ID IN A SESSION, OR AN
011260*                  OPERATOR ID KEYED AT THE CONSOLE OTHERWISE.
011270* 2026-09-07  RH   CLEAR THE NEW RT-CURR1/RT-CURR2 CURRENCY
011280*                  CODES ON EVERY RESULT RECORD; REPOSTQ RECORDS
011290*                  ARE NOW 90 BYTES.
011300*-----------------------------------------------------------
011400 ENVIRONMENT DIVISION.
011500 CONFIGURATION SECTION.
015000 DATA DIVISION.
015100 FILE SECTION.
015200 FD  TRANS-FILE
015300     RECORD CONTAINS 36 CHARACTERS.
015400     COPY CALCREC.
015500 FD  EXCEPTION-FILE
015600     RECORD CONTAINS 80 CHARACTERS.
016000 FD  RESULT-FILE.
016100     COPY RSLTREC.
016200 FD  REPOST-FILE
016300     RECORD CONTAINS 90 CHARACTERS.
016400     COPY RPOSTREC.
016500 FD  CHECKPOINT-FILE
016600     RECORD CONTAINS 08 CHARACTERS.
018700 01  WS-AUDIT-TIME          PIC 9(08).
018800 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
018900 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
018950 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
019000 01  WS-RUN-MODE            PIC X(01).
019100     88  WS-MODE-INTERACTIVE VALUE 'I'.
019200     88  WS-MODE-BATCH      VALUE 'B'.
026300*     (CONSOLE RUNS) THE CLOCK DATE IS USED AS BEFORE.
026400*-----------------------------------------------------------
026500 01  LK-BUS-DATE                PIC 9(08).
026510*-----------------------------------------------------------
026520* LK-OPERATOR-ID - OPTIONAL ID OF THE OPERATOR CALCDRV SIGNED
026530*     ON, STAMPED ON THE INTERACTIVE CALCULATION'S AUDIT LINE
026540*     AND RESULT RECORD; WHEN OMITTED THE CONSOLE ASKS FOR IT.
026550*-----------------------------------------------------------
026560 01  LK-OPERATOR-ID             PIC X(04).
026600 PROCEDURE DIVISION USING OPTIONAL LK-RUN-MODE
026700         OPTIONAL LK-SKIP-COUNT
026800         OPTIONAL LK-SESSION-RESULT
026900         OPTIONAL LK-BUS-DATE
026950         OPTIONAL LK-OPERATOR-ID.
027000*-----------------------------------------------------------
027100* 0000-MAINLINE
027200*-----------------------------------------------------------
030500     IF NOT WS-MODE-BATCH
030600         SET WS-MODE-INTERACTIVE TO TRUE
030700      END-IF.
030710     IF WS-MODE-INTERACTIVE
030720         IF LK-OPERATOR-ID IS OMITTED
030730             DISPLAY 'ENTER OPERATOR ID: '
030740             ACCEPT WS-OPERATOR-ID
030750         ELSE
030760             MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
030770         END-IF
030780     END-IF.
030800     IF LK-BUS-DATE IS OMITTED
030900         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
031000     ELSE
049100*-----------------------------------------------------------
049200 2200-MULTIPLY-TRANS.
049300     MOVE CT-BRANCH TO WS-BRANCH-CODE.
049350     MOVE CT-OPERATOR TO WS-OPERATOR-ID.
049400     PERFORM 4200-CHECK-BRANCH
049500         THRU 4200-CHECK-BRANCH-EXIT.
049600     IF NOT WS-BRANCH-VALID
064800     ELSE
064900         MOVE 'C' TO AL-ORIGIN
065000     END-IF.
065050     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
065100     WRITE AUDIT-LINE.
065200 8000-WRITE-AUDIT-LOG-EXIT.
065300     EXIT.
067300     MOVE NUM1           TO RT-NUM1.
067400     MOVE NUM2           TO RT-NUM2.
067500     MOVE RESULT         TO RT-RESULT.
067550     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
067575     MOVE SPACES         TO RT-CURR1 RT-CURR2.
067600     WRITE RESULT-TRANS-RECORD.
067700     IF NOT WS-RSLT-OK
067800         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
074200     MOVE WS-BRANCH-CODE TO XR-BRANCH.
074300     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
074400     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
074450     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
074500     MOVE CALC-TRANS-RECORD TO XR-TRANS-IMAGE.
074600     WRITE EXCEPTION-TRANS-RECORD.
074700 8300-WRITE-EXCEPTION-EXIT.
