007000*                  THE NEW AL-ORIGIN FLAG (B=BATCH, C=CONSOLE)
007100*                  FOR EODSUMMARY'S PIPELINE PROOF. CONSOLE
007200*                  RUNS STILL DATE FROM THE CLOCK.
007210* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
007220*                  NOW CARRIES AN OPERATOR ID - THE ONE KEYED AT
007230*                  THE CONSOLE IN INTERACTIVE MODE. BATCH INPUT
007240*                  HAS NO OPERATOR FIELD YET, SO BATCH WORK IS
007250*                  STAMPED WITH SPACES.
007260* 2026-09-07  RH   CLEAR THE NEW RT-CURR1/RT-CURR2 CURRENCY
007270*                  CODES ON EVERY RESULT RECORD; REPOSTQ RECORDS
007280*                  ARE NOW 90 BYTES.
007282* 2026-09-16  RH   EXPFILE NOW ARRIVES FROM INTAKE IN BATCHES
007284*                  FRAMED BY '*HDR' AND '*TRL' CONTROL RECORDS.
007286*                  A FIRST PASS PROVES EVERY BATCH'S COUNT AND
007288*                  HASH TOTAL THROUGH THE SHARED NATBPROC ROUTINE
007290*                  AND REFUSES THE RUN (RETURN-CODE 8) ON ANY
007292*                  MISMATCH OR TRUNCATED BATCH; THE CALCULATION
007294*                  PASS STEPS OVER THE CONTROL RECORDS.
007295* 2026-10-15  RH   BATCH WORK IS NOW STAMPED WITH THE OPERATOR ID
007296*                  INTAKE CARRIES ON EACH BATCH'S '*HDR' RECORD.
007297*                  EXPFILE RECORDS ARE NOW 20 BYTES.
007300*-----------------------------------------------------------
007400 ENVIRONMENT DIVISION.
007500 CONFIGURATION SECTION.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  TRANS-FILE
011000     RECORD CONTAINS 20 CHARACTERS.
011100     COPY EXPREC.
011200 FD  EXCEPTION-FILE
011300     RECORD CONTAINS 80 CHARACTERS.
011700 FD  RESULT-FILE.
011800     COPY RSLTREC.
011900 FD  REPOST-FILE
012000     RECORD CONTAINS 90 CHARACTERS.
012100     COPY RPOSTREC.
012200 FD  CHECKPOINT-FILE
012300     RECORD CONTAINS 08 CHARACTERS.
014100 01  WS-AUDIT-TIME          PIC 9(08).
014200 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
014300 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
014350 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
014400 01  WS-RUN-MODE            PIC X(01).
014500     88  WS-MODE-INTERACTIVE VALUE 'I'.
014600     88  WS-MODE-BATCH      VALUE 'B'.
018600             INDEXED BY WS-BRCH-IDX.
018700         10  WS-BRCH-CODE       PIC X(04).
018800         10  WS-BRCH-STATUS-CD  PIC X(01).
018850     COPY NATBCTL.
018900 LINKAGE SECTION.
019000*-----------------------------------------------------------
019100* LK-RUN-MODE - OPTIONAL RUN-MODE OVERRIDE PASSED BY A CALLER
024600     IF NOT WS-MODE-BATCH
024700         SET WS-MODE-INTERACTIVE TO TRUE
024800      END-IF.
024820     IF WS-MODE-INTERACTIVE
024840         DISPLAY 'ENTER OPERATOR ID: '
024860         ACCEPT WS-OPERATOR-ID
024880     END-IF.
024900     IF LK-BUS-DATE IS OMITTED
025000         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
025100     ELSE
035300         MOVE 'N' TO WS-BATCH-OK-SWITCH
035400         GO TO 2000-PROCESS-BATCH-EXIT
035500      END-IF.
035510     PERFORM 2050-PROVE-BATCHES
035520         THRU 2050-PROVE-BATCHES-EXIT.
035530     IF NB-RUN-REFUSED
035540         MOVE 'N' TO WS-BATCH-OK-SWITCH
035550         GO TO 2000-PROCESS-BATCH-EXIT
035560     END-IF.
035600     OPEN EXTEND EXCEPTION-FILE.
035700     IF WS-EXCP-NOT-FOUND
035800         OPEN OUTPUT EXCEPTION-FILE
038200     CLOSE CHECKPOINT-FILE.
038300 2000-PROCESS-BATCH-EXIT.
038400     EXIT.
038401*-----------------------------------------------------------
038402* 2050-PROVE-BATCHES - FIRST PASS OVER EXPFILE: BALANCE
038403*     EVERY INTAKE BATCH THROUGH NATBPROC, THEN REOPEN THE
038404*     FILE FOR THE REAL PASS UNLESS THE RUN WAS REFUSED
038405*-----------------------------------------------------------
038406 2050-PROVE-BATCHES.
038407     MOVE 'EXPFILE' TO NB-FILE-NAME.
038408     PERFORM 7400-NB-BEGIN-PROOF
038409         THRU 7400-NB-BEGIN-PROOF-EXIT.
038410     PERFORM 2100-READ-TRANS
038411         THRU 2100-READ-TRANS-EXIT.
038412     PERFORM 2060-PROVE-ONE-RECORD
038413         THRU 2060-PROVE-ONE-RECORD-EXIT
038414         UNTIL WS-END-OF-FILE.
038415     PERFORM 7440-NB-END-PROOF
038416         THRU 7440-NB-END-PROOF-EXIT.
038417     CLOSE TRANS-FILE.
038418     MOVE 'N' TO WS-EOF-SWITCH.
038419     IF NB-RUN-REFUSED
038420         GO TO 2050-PROVE-BATCHES-EXIT
038421     END-IF.
038422     OPEN INPUT TRANS-FILE.
038423     IF NOT WS-TRANS-OK
038424         DISPLAY 'UNABLE TO REOPEN EXPFILE, STATUS: '
038425             WS-TRANS-STATUS
038426         PERFORM 7490-NB-REFUSE-RUN
038427             THRU 7490-NB-REFUSE-RUN-EXIT
038428     END-IF.
038429 2050-PROVE-BATCHES-EXIT.
038430     EXIT.
038431*-----------------------------------------------------------
038432* 2060-PROVE-ONE-RECORD - ROUTE ONE RECORD TO THE HEADER,
038433*     TRAILER OR DETAIL CONTROL, THEN READ THE NEXT
038434*-----------------------------------------------------------
038435 2060-PROVE-ONE-RECORD.
038436     EVALUATE TRUE
038437         WHEN ER-REC-HEADER
038438             MOVE ER-HEADER-BODY TO NB-HEADER-IMAGE
038439             PERFORM 7410-NB-START-BATCH
038440                 THRU 7410-NB-START-BATCH-EXIT
038441         WHEN ER-REC-TRAILER
038442             MOVE ER-TRAILER-BODY TO NB-TRAILER-IMAGE
038443             PERFORM 7430-NB-VERIFY-TRAILER
038444                 THRU 7430-NB-VERIFY-TRAILER-EXIT
038445         WHEN OTHER
038446             MOVE ZERO TO NB-DETAIL-HASH
038447             IF ER-NUM1 IS NUMERIC AND ER-NUM2 IS NUMERIC
038448                 COMPUTE NB-DETAIL-HASH = ER-NUM1 + ER-NUM2
038449             END-IF
038450             PERFORM 7420-NB-COUNT-DETAIL
038451                 THRU 7420-NB-COUNT-DETAIL-EXIT
038452     END-EVALUATE.
038453     PERFORM 2100-READ-TRANS
038454         THRU 2100-READ-TRANS-EXIT.
038455 2060-PROVE-ONE-RECORD-EXIT.
038456     EXIT.
038500*-----------------------------------------------------------
038600* 2150-SKIP-ALREADY-DONE - STEP PAST ONE TRANSACTION A PRIOR
038700*     RUN ALREADY CHECKPOINTED AS HANDLED, WITHOUT
039400 2150-SKIP-ALREADY-DONE-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------
039700* 2100-READ-TRANS - READ ONE TRANSACTION RECORD, TAKING THE
039750*     BATCH OPERATOR FROM EACH '*HDR' RECORD
039800*-----------------------------------------------------------
039900 2100-READ-TRANS.
040000     READ TRANS-FILE
040100         AT END
040200             SET WS-END-OF-FILE TO TRUE
040300     END-READ.
040310     IF NOT WS-END-OF-FILE
040320         IF ER-REC-HEADER
040330             MOVE ER-HDR-OPERATOR TO WS-OPERATOR-ID
040340         END-IF
040350         IF ER-REC-TRAILER
040360             MOVE SPACES TO WS-OPERATOR-ID
040370         END-IF
040380     END-IF.
040400 2100-READ-TRANS-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------
040900*     RESULT'S PIC
041000*-----------------------------------------------------------
041100 2200-RAISE-TRANS.
041125     IF ER-REC-HEADER OR ER-REC-TRAILER
041150         GO TO 2200-RAISE-TRANS-NEXT
041175     END-IF.
041200     MOVE ER-BRANCH TO WS-BRANCH-CODE.
041300     PERFORM 4200-CHECK-BRANCH
041400         THRU 4200-CHECK-BRANCH-EXIT.
059300     ELSE
059400         MOVE 'C' TO AL-ORIGIN
059500     END-IF.
059550     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
059600     WRITE AUDIT-LINE.
059700 8000-WRITE-AUDIT-LOG-EXIT.
059800     EXIT.
061800     MOVE NUM1           TO RT-NUM1.
061900     MOVE NUM2           TO RT-NUM2.
062000     MOVE RESULT         TO RT-RESULT.
062050     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
062075     MOVE SPACES         TO RT-CURR1 RT-CURR2.
062100     WRITE RESULT-TRANS-RECORD.
062200     IF NOT WS-RSLT-OK
062300         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
065600     MOVE WS-BRANCH-CODE TO XR-BRANCH.
065700     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
065800     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
065850     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
065900     MOVE EXP-TRANS-RECORD TO XR-TRANS-IMAGE.
066000     WRITE EXCEPTION-TRANS-RECORD.
066100 8300-WRITE-EXCEPTION-EXIT.
070800     GOBACK.
070900 9999-EXIT-EXIT.
071000     EXIT.
071100     COPY NATBPROC.
