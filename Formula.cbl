007500* 2026-08-25  RH   STAMP AL-ORIGIN B ON EVERY AUDIT LINE SO
007600*                  EODSUMMARY'S PIPELINE PROOF CAN TELL
007700*                  BATCH WORK FROM ONLINE AND CONSOLE WORK.
007705* 2026-09-06  RH   CLEAR THE NEW RT-OPERATOR ON EVERY RESULT
007710*                  RECORD. FORMULA INPUT CARRIES NO OPERATOR, SO
007715*                  ITS AUDIT LINES, RESULTS AND EXCEPTIONS COUNT
007720*                  AGAINST NO OPERATOR.
007725* 2026-09-07  RH   CLEAR THE NEW RT-CURR1/RT-CURR2 CURRENCY
007730*                  CODES ON EVERY RESULT RECORD; REPOSTQ RECORDS
007735*                  ARE NOW 90 BYTES.
007740* 2026-09-16  RH   FRMFILE NOW ARRIVES FROM INTAKE IN BATCHES
007745*                  FRAMED BY '*HDR' AND '*TRL' CONTROL RECORDS.
007750*                  A FIRST PASS PROVES EVERY BATCH'S COUNT AND
007755*                  HASH TOTAL THROUGH THE SHARED NATBPROC ROUTINE
007760*                  AND REFUSES THE RUN (RETURN-CODE 8) ON ANY
007765*                  MISMATCH OR TRUNCATED BATCH; THE FORMULA PASS
007770*                  STEPS OVER THE CONTROL RECORDS, CLOSING ANY
007775*                  FORMULA STILL OPEN AT A BATCH BOUNDARY.
007780* 2026-10-15  RH   BATCH FORMULAS ARE NOW STAMPED WITH THE
007785*                  OPERATOR ID INTAKE CARRIES ON EACH BATCH'S
007790*                  '*HDR' RECORD, IN PLACE OF SPACES. FRMFILE
007795*                  RECORDS ARE NOW 26 BYTES.
007800*-----------------------------------------------------------
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  FORM-FILE
012000     RECORD CONTAINS 26 CHARACTERS.
012100     COPY FORMREC.
012200 FD  EXCEPTION-FILE
012300     RECORD CONTAINS 80 CHARACTERS.
012700 FD  RESULT-FILE.
012800     COPY RSLTREC.
012900 FD  REPOST-FILE
013000     RECORD CONTAINS 90 CHARACTERS.
013100     COPY RPOSTREC.
013200 FD  BRANCH-FILE.
013300     COPY BRNCHREC.
014300     88  WS-EXCP-OK         VALUE '00'.
014400     88  WS-EXCP-NOT-FOUND  VALUE '35'.
014500 01  WS-EXCP-REASON         PIC X(02)       VALUE SPACES.
014550 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
014600 01  WS-AUDIT-STATUS        PIC X(02).
014700     88  WS-AUDIT-OK        VALUE '00'.
014800     88  WS-AUDIT-NOT-FOUND VALUE '35'.
022100         10  TS-OPER-CODE       PIC X(01).
022200         10  TS-OPERAND-TYPE    PIC X(01).
022300         10  TS-OPERAND         PIC S9(05)V99   COMP-3.
022350     COPY NATBCTL.
022400 PROCEDURE DIVISION.
022500*-----------------------------------------------------------
022600* 0000-MAINLINE
034500             WS-FORM-STATUS
034600         GO TO 2000-PROCESS-BATCH-EXIT
034700     END-IF.
034710     PERFORM 2050-PROVE-BATCHES
034720         THRU 2050-PROVE-BATCHES-EXIT.
034730     IF NB-RUN-REFUSED
034740         MOVE 8 TO RETURN-CODE
034750         GO TO 2000-PROCESS-BATCH-EXIT
034760     END-IF.
034800     OPEN EXTEND EXCEPTION-FILE.
034900     IF WS-EXCP-NOT-FOUND
035000         OPEN OUTPUT EXCEPTION-FILE
036600     DISPLAY 'FORMULAS FAILED:    ' WS-COUNT-DISPLAY.
036700 2000-PROCESS-BATCH-EXIT.
036800     EXIT.
036801*-----------------------------------------------------------
036802* 2050-PROVE-BATCHES - FIRST PASS OVER FRMFILE: BALANCE
036803*     EVERY INTAKE BATCH THROUGH NATBPROC, THEN REOPEN THE
036804*     FILE FOR THE REAL PASS UNLESS THE RUN WAS REFUSED
036805*-----------------------------------------------------------
036806 2050-PROVE-BATCHES.
036807     MOVE 'FRMFILE' TO NB-FILE-NAME.
036808     PERFORM 7400-NB-BEGIN-PROOF
036809         THRU 7400-NB-BEGIN-PROOF-EXIT.
036810     PERFORM 2100-READ-STEP
036811         THRU 2100-READ-STEP-EXIT.
036812     PERFORM 2060-PROVE-ONE-RECORD
036813         THRU 2060-PROVE-ONE-RECORD-EXIT
036814         UNTIL WS-END-OF-FILE.
036815     PERFORM 7440-NB-END-PROOF
036816         THRU 7440-NB-END-PROOF-EXIT.
036817     CLOSE FORM-FILE.
036818     MOVE 'N' TO WS-EOF-SWITCH.
036819     IF NB-RUN-REFUSED
036820         GO TO 2050-PROVE-BATCHES-EXIT
036821     END-IF.
036822     OPEN INPUT FORM-FILE.
036823     IF NOT WS-FORM-OK
036824         DISPLAY 'UNABLE TO REOPEN FRMFILE, STATUS: '
036825             WS-FORM-STATUS
036826         PERFORM 7490-NB-REFUSE-RUN
036827             THRU 7490-NB-REFUSE-RUN-EXIT
036828     END-IF.
036829 2050-PROVE-BATCHES-EXIT.
036830     EXIT.
036831*-----------------------------------------------------------
036832* 2060-PROVE-ONE-RECORD - ROUTE ONE RECORD TO THE HEADER,
036833*     TRAILER OR DETAIL CONTROL, THEN READ THE NEXT
036834*-----------------------------------------------------------
036835 2060-PROVE-ONE-RECORD.
036836     EVALUATE TRUE
036837         WHEN FR-REC-HEADER
036838             MOVE FR-HEADER-BODY TO NB-HEADER-IMAGE
036839             PERFORM 7410-NB-START-BATCH
036840                 THRU 7410-NB-START-BATCH-EXIT
036841         WHEN FR-REC-TRAILER
036842             MOVE FR-TRAILER-BODY TO NB-TRAILER-IMAGE
036843             PERFORM 7430-NB-VERIFY-TRAILER
036844                 THRU 7430-NB-VERIFY-TRAILER-EXIT
036845         WHEN OTHER
036846             MOVE ZERO TO NB-DETAIL-HASH
036847             IF FR-STEP-NO IS NUMERIC
036848                     AND NOT FR-TEMPLATE-CALL
036849                     AND FR-OPERAND IS NUMERIC
036850                 MOVE FR-OPERAND TO NB-DETAIL-HASH
036851             END-IF
036852             PERFORM 7420-NB-COUNT-DETAIL
036853                 THRU 7420-NB-COUNT-DETAIL-EXIT
036854     END-EVALUATE.
036855     PERFORM 2100-READ-STEP
036856         THRU 2100-READ-STEP-EXIT.
036857 2060-PROVE-ONE-RECORD-EXIT.
036858     EXIT.
036900*-----------------------------------------------------------
037000* 2100-READ-STEP - READ ONE FORMULA STEP RECORD
037100*-----------------------------------------------------------
038000* 2200-PROCESS-STEP - ROUTE ONE STEP RECORD: A NEW FORM ID
038100*     FINALIZES THE FORM IN PROGRESS AND OPENS A NEW ONE,
038200*     ANY OTHER STEP IS APPLIED TO THE RUNNING VALUE. THEN
038300*     READ THE NEXT RECORD. A CONTROL RECORD CLOSES ANY FORM
038350*     STILL OPEN, AND A '*HDR' RECORD SETS THE BATCH OPERATOR.
038400*-----------------------------------------------------------
038500 2200-PROCESS-STEP.
038510     IF FR-REC-HEADER OR FR-REC-TRAILER
038520         IF WS-FORM-OPEN
038530             PERFORM 2500-FINALIZE-FORM
038540                 THRU 2500-FINALIZE-FORM-EXIT
038550         END-IF
038551         IF FR-REC-HEADER
038552             MOVE FR-HDR-OPERATOR TO WS-OPERATOR-ID
038553         ELSE
038554             MOVE SPACES TO WS-OPERATOR-ID
038555         END-IF
038560         GO TO 2200-PROCESS-NEXT
038570     END-IF.
038600     IF NOT WS-FORM-OPEN
038700             OR FR-FORM-ID NOT = WS-CURR-FORM-ID
038800         IF WS-FORM-OPEN
040500                 THRU 2400-APPLY-STEP-EXIT
040600         END-IF
040700     END-IF.
040750 2200-PROCESS-NEXT.
040800     PERFORM 2100-READ-STEP
040900         THRU 2100-READ-STEP-EXIT.
041000 2200-PROCESS-STEP-EXIT.
083700         MOVE WS-NEW-VALUE     TO AL-RESULT
083800     END-IF.
083900     MOVE 'B' TO AL-ORIGIN.
083950     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
084000     WRITE AUDIT-LINE.
084100 8000-WRITE-STEP-AUDIT-EXIT.
084200     EXIT.
086700         MOVE WS-NEW-VALUE     TO AL-RESULT
086800     END-IF.
086900     MOVE 'B' TO AL-ORIGIN.
086950     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
087000     WRITE AUDIT-LINE.
087100 8050-WRITE-TMPL-AUDIT-EXIT.
087200     EXIT.
089300     MOVE WS-SEED-VALUE   TO RT-NUM1.
089400     MOVE WS-STEP-COUNT   TO RT-NUM2.
089500     MOVE WS-RUNNING-VALUE TO RT-RESULT.
089550     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
089575     MOVE SPACES TO RT-CURR1 RT-CURR2.
089600     WRITE RESULT-TRANS-RECORD.
089700     IF NOT WS-RSLT-OK
089800         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
091800     MOVE WS-BRANCH-CODE TO XR-BRANCH.
091900     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
092000     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
092050     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
092100     MOVE FORM-TRANS-RECORD TO XR-TRANS-IMAGE.
092200     WRITE EXCEPTION-TRANS-RECORD.
092300 8300-WRITE-EXCEPTION-EXIT.
100000     STOP RUN.
100100 9999-EXIT-EXIT.
100200     EXIT.
100300     COPY NATBPROC.
