007700*                  THE NEW AL-ORIGIN FLAG (B=BATCH, C=CONSOLE)
007800*                  FOR EODSUMMARY'S PIPELINE PROOF. CONSOLE
007900*                  RUNS STILL DATE FROM THE CLOCK.
007910* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
007920*                  NOW CARRIES AN OPERATOR ID - THE ONE KEYED AT
007930*                  THE CONSOLE IN INTERACTIVE MODE. BATCH INPUT
007940*                  HAS NO OPERATOR FIELD YET, SO BATCH WORK IS
007950*                  STAMPED WITH SPACES.
007960* 2026-09-07  RH   CLEAR THE NEW RT-CURR1/RT-CURR2 CURRENCY
007970*                  CODES ON EVERY RESULT RECORD; REPOSTQ RECORDS
007980*                  ARE NOW 90 BYTES.
007982* 2026-09-16  RH   PCTFILE NOW ARRIVES FROM INTAKE IN BATCHES
007984*                  FRAMED BY '*HDR' AND '*TRL' CONTROL RECORDS.
007986*                  A FIRST PASS PROVES EVERY BATCH'S COUNT AND
007988*                  HASH TOTAL THROUGH THE SHARED NATBPROC ROUTINE
007990*                  AND REFUSES THE RUN (RETURN-CODE 8) ON ANY
007992*                  MISMATCH OR TRUNCATED BATCH; THE CALCULATION
007994*                  PASS STEPS OVER THE CONTROL RECORDS.
007995* 2026-10-15  RH   BATCH WORK IS NOW STAMPED WITH THE OPERATOR ID
007996*                  INTAKE CARRIES ON EACH BATCH'S '*HDR' RECORD.
007997*                  PCTFILE RECORDS ARE NOW 20 BYTES.
008000*-----------------------------------------------------------
008100 ENVIRONMENT DIVISION.
008200 CONFIGURATION SECTION.
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  TRANS-FILE
012000     RECORD CONTAINS 20 CHARACTERS.
012100     COPY PCTREC.
012200 FD  EXCEPTION-FILE
012300     RECORD CONTAINS 80 CHARACTERS.
012700 FD  RESULT-FILE.
012800     COPY RSLTREC.
012900 FD  REPOST-FILE
013000     RECORD CONTAINS 90 CHARACTERS.
013100     COPY RPOSTREC.
013200 FD  ROUNDING-FILE
013300     RECORD CONTAINS 37 CHARACTERS.
016200 01  WS-AUDIT-TIME          PIC 9(08).
016300 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
016400 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
016450 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
016500 01  WS-RUN-MODE            PIC X(01).
016600     88  WS-MODE-INTERACTIVE VALUE 'I'.
016700     88  WS-MODE-BATCH      VALUE 'B'.
020700             INDEXED BY WS-BRCH-IDX.
020800         10  WS-BRCH-CODE       PIC X(04).
020900         10  WS-BRCH-STATUS-CD  PIC X(01).
020950     COPY NATBCTL.
021000 LINKAGE SECTION.
021100*-----------------------------------------------------------
021200* LK-RUN-MODE - OPTIONAL RUN-MODE OVERRIDE PASSED BY A CALLER
026700     IF NOT WS-MODE-BATCH
026800         SET WS-MODE-INTERACTIVE TO TRUE
026900      END-IF.
026920     IF WS-MODE-INTERACTIVE
026940         DISPLAY 'ENTER OPERATOR ID: '
026960         ACCEPT WS-OPERATOR-ID
026980     END-IF.
027000     IF LK-BUS-DATE IS OMITTED
027100         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
027200     ELSE
037400         MOVE 'N' TO WS-BATCH-OK-SWITCH
037500         GO TO 2000-PROCESS-BATCH-EXIT
037600      END-IF.
037610     PERFORM 2050-PROVE-BATCHES
037620         THRU 2050-PROVE-BATCHES-EXIT.
037630     IF NB-RUN-REFUSED
037640         MOVE 'N' TO WS-BATCH-OK-SWITCH
037650         GO TO 2000-PROCESS-BATCH-EXIT
037660     END-IF.
037700     OPEN EXTEND EXCEPTION-FILE.
037800     IF WS-EXCP-NOT-FOUND
037900         OPEN OUTPUT EXCEPTION-FILE
040300     CLOSE CHECKPOINT-FILE.
040400 2000-PROCESS-BATCH-EXIT.
040500     EXIT.
040501*-----------------------------------------------------------
040502* 2050-PROVE-BATCHES - FIRST PASS OVER PCTFILE: BALANCE
040503*     EVERY INTAKE BATCH THROUGH NATBPROC, THEN REOPEN THE
040504*     FILE FOR THE REAL PASS UNLESS THE RUN WAS REFUSED
040505*-----------------------------------------------------------
040506 2050-PROVE-BATCHES.
040507     MOVE 'PCTFILE' TO NB-FILE-NAME.
040508     PERFORM 7400-NB-BEGIN-PROOF
040509         THRU 7400-NB-BEGIN-PROOF-EXIT.
040510     PERFORM 2100-READ-TRANS
040511         THRU 2100-READ-TRANS-EXIT.
040512     PERFORM 2060-PROVE-ONE-RECORD
040513         THRU 2060-PROVE-ONE-RECORD-EXIT
040514         UNTIL WS-END-OF-FILE.
040515     PERFORM 7440-NB-END-PROOF
040516         THRU 7440-NB-END-PROOF-EXIT.
040517     CLOSE TRANS-FILE.
040518     MOVE 'N' TO WS-EOF-SWITCH.
040519     IF NB-RUN-REFUSED
040520         GO TO 2050-PROVE-BATCHES-EXIT
040521     END-IF.
040522     OPEN INPUT TRANS-FILE.
040523     IF NOT WS-TRANS-OK
040524         DISPLAY 'UNABLE TO REOPEN PCTFILE, STATUS: '
040525             WS-TRANS-STATUS
040526         PERFORM 7490-NB-REFUSE-RUN
040527             THRU 7490-NB-REFUSE-RUN-EXIT
040528     END-IF.
040529 2050-PROVE-BATCHES-EXIT.
040530     EXIT.
040531*-----------------------------------------------------------
040532* 2060-PROVE-ONE-RECORD - ROUTE ONE RECORD TO THE HEADER,
040533*     TRAILER OR DETAIL CONTROL, THEN READ THE NEXT
040534*-----------------------------------------------------------
040535 2060-PROVE-ONE-RECORD.
040536     EVALUATE TRUE
040537         WHEN PR-REC-HEADER
040538             MOVE PR-HEADER-BODY TO NB-HEADER-IMAGE
040539             PERFORM 7410-NB-START-BATCH
040540                 THRU 7410-NB-START-BATCH-EXIT
040541         WHEN PR-REC-TRAILER
040542             MOVE PR-TRAILER-BODY TO NB-TRAILER-IMAGE
040543             PERFORM 7430-NB-VERIFY-TRAILER
040544                 THRU 7430-NB-VERIFY-TRAILER-EXIT
040545         WHEN OTHER
040546             MOVE ZERO TO NB-DETAIL-HASH
040547             IF PR-BASE-AMOUNT IS NUMERIC
040548                     AND PR-PERCENT-RATE IS NUMERIC
040549                 COMPUTE NB-DETAIL-HASH =
040550                     PR-BASE-AMOUNT + PR-PERCENT-RATE
040551             END-IF
040552             PERFORM 7420-NB-COUNT-DETAIL
040553                 THRU 7420-NB-COUNT-DETAIL-EXIT
040554     END-EVALUATE.
040555     PERFORM 2100-READ-TRANS
040556         THRU 2100-READ-TRANS-EXIT.
040557 2060-PROVE-ONE-RECORD-EXIT.
040558     EXIT.
040600*-----------------------------------------------------------
040700* 2150-SKIP-ALREADY-DONE - STEP PAST ONE TRANSACTION A PRIOR
040800*     RUN ALREADY CHECKPOINTED AS HANDLED, WITHOUT
041500 2150-SKIP-ALREADY-DONE-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------
041800* 2100-READ-TRANS - READ ONE TRANSACTION RECORD, TAKING THE
041850*     BATCH OPERATOR FROM EACH '*HDR' RECORD
041900*-----------------------------------------------------------
042000 2100-READ-TRANS.
042100     READ TRANS-FILE
042200         AT END
042300             SET WS-END-OF-FILE TO TRUE
042400     END-READ.
042410     IF NOT WS-END-OF-FILE
042420         IF PR-REC-HEADER
042430             MOVE PR-HDR-OPERATOR TO WS-OPERATOR-ID
042440         END-IF
042450         IF PR-REC-TRAILER
042460             MOVE SPACES TO WS-OPERATOR-ID
042470         END-IF
042480     END-IF.
042500 2100-READ-TRANS-EXIT.
042600     EXIT.
042700*-----------------------------------------------------------
043000*     RESULT THAT OVERFLOWS THE WORKING FIELDS
043100*-----------------------------------------------------------
043200 2200-APPLY-PERCENT-TRANS.
043225     IF PR-REC-HEADER OR PR-REC-TRAILER
043250         GO TO 2200-APPLY-PERCENT-NEXT
043275     END-IF.
043300     MOVE PR-BRANCH       TO WS-BRANCH-CODE.
043400     PERFORM 4200-CHECK-BRANCH
043500         THRU 4200-CHECK-BRANCH-EXIT.
064300     ELSE
064400         MOVE 'C' TO AL-ORIGIN
064500     END-IF.
064550     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
064600     WRITE AUDIT-LINE.
064700 8000-WRITE-AUDIT-LOG-EXIT.
064800     EXIT.
066800     MOVE NUM1           TO RT-NUM1.
066900     MOVE NUM2           TO RT-NUM2.
067000     MOVE WS-PCT-TOTAL   TO RT-RESULT.
067050     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
067075     MOVE SPACES         TO RT-CURR1 RT-CURR2.
067100     WRITE RESULT-TRANS-RECORD.
067200     IF NOT WS-RSLT-OK
067300         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
070600     MOVE WS-BRANCH-CODE TO XR-BRANCH.
070700     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
070800     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
070850     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
070900     MOVE PCT-TRANS-RECORD TO XR-TRANS-IMAGE.
071000     WRITE EXCEPTION-TRANS-RECORD.
071100 8300-WRITE-EXCEPTION-EXIT.
078200     GOBACK.
078300 9999-EXIT-EXIT.
078400     EXIT.
078500     COPY NATBPROC.
