004700*                  NEW LK-BUS-DATE (CLOCK DATE ON A CONSOLE
004800*                  RUN), AND FLAG EVERY AUDIT LINE WITH
004900*                  AL-ORIGIN B OR C FOR THE PIPELINE PROOF.
004904* 2026-09-03  RH   FUTURE-VALUE ARITHMETIC MOVED TO THE SHARED
004908*                  CMPCTL/CMPPROC COPYBOOKS SO THE NEW TERM
004912*                  DEPOSIT MATURITY RUN COMPOUNDS THE SAME WAY.
004916* 2026-09-06  RH   EVERY AUDIT LINE, RESULT RECORD AND EXCEPTION
004920*                  NOW CARRIES AN OPERATOR ID - THE ONE KEYED AT
004924*                  THE CONSOLE IN INTERACTIVE MODE. BATCH INPUT
004928*                  HAS NO OPERATOR FIELD YET, SO BATCH WORK IS
004932*                  STAMPED WITH SPACES.
004936* 2026-09-07  RH   CLEAR THE NEW RT-CURR1/RT-CURR2 CURRENCY
004940*                  CODES ON EVERY RESULT RECORD; REPOSTQ RECORDS
004944*                  ARE NOW 90 BYTES.
004948* 2026-09-16  RH   CMPFILE NOW ARRIVES FROM INTAKE IN BATCHES
004952*                  FRAMED BY '*HDR' AND '*TRL' CONTROL RECORDS.
004956*                  A FIRST PASS PROVES EVERY BATCH'S COUNT AND
004960*                  HASH TOTAL THROUGH THE SHARED NATBPROC ROUTINE
004964*                  AND REFUSES THE RUN (RETURN-CODE 8) ON ANY
004968*                  MISMATCH OR TRUNCATED BATCH; THE COMPOUNDING
004972*                  PASS STEPS OVER THE CONTROL RECORDS.
004976* 2026-10-15  RH   BATCH WORK IS NOW STAMPED WITH THE OPERATOR ID
004980*                  INTAKE CARRIES ON EACH BATCH'S '*HDR' RECORD.
005000*-----------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
009400 FD  RESULT-FILE.
009500     COPY RSLTREC.
009600 FD  REPOST-FILE
009700     RECORD CONTAINS 90 CHARACTERS.
009800     COPY RPOSTREC.
009900 FD  CHECKPOINT-FILE
010000     RECORD CONTAINS 08 CHARACTERS.
014100 01  WS-SKIP-REMAINING      PIC 9(06)  COMP VALUE ZERO.
014200 01  WS-CKPT-DONE-FLAG      PIC X(01).
014300 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
014350 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
014400 01  WS-RUN-MODE            PIC X(01).
014500     88  WS-MODE-INTERACTIVE VALUE 'I'.
014600     88  WS-MODE-BATCH      VALUE 'B'.
015300 01  WS-PRINCIPAL           PIC 9(05)V99    COMP-3 VALUE ZERO.
015400 01  WS-ANNUAL-RATE         PIC 9(02)V9(04) COMP-3 VALUE ZERO.
015500 01  WS-TERM-MONTHS         PIC 9(03)       COMP-3 VALUE ZERO.
015600     COPY CMPCTL.
016000 01  WS-FUTURE-VALUE        PIC S9(05)V99   COMP-3 VALUE ZERO.
016100 01  WS-COMP-COUNTS.
016200     05  WS-DONE-COUNT      PIC 9(06)       COMP VALUE ZERO.
017200 01  WS-NUM-OK-SWITCH       PIC X(01)       VALUE 'N'.
017300     88  WS-NUM-VALID       VALUE 'Y'.
017400 01  WS-FREQ-INPUT          PIC X(01).
017450     COPY NATBCTL.
017500 LINKAGE SECTION.
017600*-----------------------------------------------------------
017700* LK-RUN-MODE - OPTIONAL RUN-MODE OVERRIDE PASSED BY A
023000     IF NOT WS-MODE-BATCH
023100         SET WS-MODE-INTERACTIVE TO TRUE
023200      END-IF.
023220     IF WS-MODE-INTERACTIVE
023240         DISPLAY 'ENTER OPERATOR ID: '
023260         ACCEPT WS-OPERATOR-ID
023280     END-IF.
023300     IF LK-BUS-DATE IS OMITTED
023400         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
023500     ELSE
032300         MOVE 'N' TO WS-BATCH-OK-SWITCH
032400         GO TO 2000-PROCESS-BATCH-EXIT
032500      END-IF.
032510     PERFORM 2050-PROVE-BATCHES
032520         THRU 2050-PROVE-BATCHES-EXIT.
032530     IF NB-RUN-REFUSED
032540         MOVE 'N' TO WS-BATCH-OK-SWITCH
032550         GO TO 2000-PROCESS-BATCH-EXIT
032560     END-IF.
032600     OPEN EXTEND EXCEPTION-FILE.
032700     IF WS-EXCP-NOT-FOUND
032800         OPEN OUTPUT EXCEPTION-FILE
035600     DISPLAY 'RECORDS REJECTED:  ' WS-COUNT-DISPLAY.
035700 2000-PROCESS-BATCH-EXIT.
035800     EXIT.
035801*-----------------------------------------------------------
035802* 2050-PROVE-BATCHES - FIRST PASS OVER CMPFILE: BALANCE
035803*     EVERY INTAKE BATCH THROUGH NATBPROC, THEN REOPEN THE
035804*     FILE FOR THE REAL PASS UNLESS THE RUN WAS REFUSED
035805*-----------------------------------------------------------
035806 2050-PROVE-BATCHES.
035807     MOVE 'CMPFILE' TO NB-FILE-NAME.
035808     PERFORM 7400-NB-BEGIN-PROOF
035809         THRU 7400-NB-BEGIN-PROOF-EXIT.
035810     PERFORM 2100-READ-TRANS
035811         THRU 2100-READ-TRANS-EXIT.
035812     PERFORM 2060-PROVE-ONE-RECORD
035813         THRU 2060-PROVE-ONE-RECORD-EXIT
035814         UNTIL WS-END-OF-FILE.
035815     PERFORM 7440-NB-END-PROOF
035816         THRU 7440-NB-END-PROOF-EXIT.
035817     CLOSE TRANS-FILE.
035818     MOVE 'N' TO WS-EOF-SWITCH.
035819     IF NB-RUN-REFUSED
035820         GO TO 2050-PROVE-BATCHES-EXIT
035821     END-IF.
035822     OPEN INPUT TRANS-FILE.
035823     IF NOT WS-TRANS-OK
035824         DISPLAY 'UNABLE TO REOPEN CMPFILE, STATUS: '
035825             WS-TRANS-STATUS
035826         PERFORM 7490-NB-REFUSE-RUN
035827             THRU 7490-NB-REFUSE-RUN-EXIT
035828     END-IF.
035829 2050-PROVE-BATCHES-EXIT.
035830     EXIT.
035831*-----------------------------------------------------------
035832* 2060-PROVE-ONE-RECORD - ROUTE ONE RECORD TO THE HEADER,
035833*     TRAILER OR DETAIL CONTROL, THEN READ THE NEXT
035834*-----------------------------------------------------------
035835 2060-PROVE-ONE-RECORD.
035836     EVALUATE TRUE
035837         WHEN CM-REC-HEADER
035838             MOVE CM-HEADER-BODY TO NB-HEADER-IMAGE
035839             PERFORM 7410-NB-START-BATCH
035840                 THRU 7410-NB-START-BATCH-EXIT
035841         WHEN CM-REC-TRAILER
035842             MOVE CM-TRAILER-BODY TO NB-TRAILER-IMAGE
035843             PERFORM 7430-NB-VERIFY-TRAILER
035844                 THRU 7430-NB-VERIFY-TRAILER-EXIT
035845         WHEN OTHER
035846             MOVE ZERO TO NB-DETAIL-HASH
035847             IF CM-PRINCIPAL IS NUMERIC
035848                     AND CM-ANNUAL-RATE IS NUMERIC
035849                 COMPUTE NB-DETAIL-HASH =
035850                     CM-PRINCIPAL + CM-ANNUAL-RATE
035851             END-IF
035852             PERFORM 7420-NB-COUNT-DETAIL
035853                 THRU 7420-NB-COUNT-DETAIL-EXIT
035854     END-EVALUATE.
035855     PERFORM 2100-READ-TRANS
035856         THRU 2100-READ-TRANS-EXIT.
035857 2060-PROVE-ONE-RECORD-EXIT.
035858     EXIT.
035900*-----------------------------------------------------------
036000* 1400-OPEN-CHECKPOINT-LOG - OPEN THE SHARED CHECKPOINT FILE
036100*     FOR APPEND, CREATING IT IF THIS IS THE FIRST RUN TO USE
038200 2150-SKIP-ALREADY-DONE-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------
038500* 2100-READ-TRANS - READ ONE TRANSACTION RECORD, TAKING THE
038550*     BATCH OPERATOR FROM EACH '*HDR' RECORD
038600*-----------------------------------------------------------
038700 2100-READ-TRANS.
038800     READ TRANS-FILE
038900         AT END
039000             SET WS-END-OF-FILE TO TRUE
039100     END-READ.
039110     IF NOT WS-END-OF-FILE
039120         IF CM-REC-HEADER
039130             MOVE CM-HDR-OPERATOR TO WS-OPERATOR-ID
039140         END-IF
039150         IF CM-REC-TRAILER
039160             MOVE SPACES TO WS-OPERATOR-ID
039170         END-IF
039180     END-IF.
039200 2100-READ-TRANS-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------
039600*     FUTURE VALUE, AND POST IT, THEN READ THE NEXT
039700*-----------------------------------------------------------
039800 2200-COMPOUND-ONE-TRANS.
039825     IF CM-REC-HEADER OR CM-REC-TRAILER
039850         GO TO 2200-COMPOUND-NEXT
039875     END-IF.
039900     MOVE CM-BRANCH TO WS-BRANCH-CODE.
040000     PERFORM 4200-CHECK-BRANCH
040100         THRU 4200-CHECK-BRANCH-EXIT.
045400 2200-COMPOUND-ONE-TRANS-EXIT.
045500     EXIT.
045600*-----------------------------------------------------------
045700* 2300-COMPUTE-FUTURE-VALUE - COMPUTE THE FUTURE VALUE
045800*     THROUGH THE SHARED 7700-COMPOUND-VALUE ROUTINE, SO THE
045900*     TERM DEPOSIT MATURITY RUN GROWS A DEPOSIT THE SAME WAY
046000*     THIS CALCULATOR QUOTES IT
046100*-----------------------------------------------------------
046200 2300-COMPUTE-FUTURE-VALUE.
046300     MOVE WS-PRINCIPAL   TO CP-PRINCIPAL.
046400     MOVE WS-ANNUAL-RATE TO CP-ANNUAL-RATE.
046500     MOVE WS-TERM-MONTHS TO CP-TERM-MONTHS.
046600     MOVE WS-FREQ-INPUT  TO CP-COMP-FREQ.
046700     PERFORM 7700-COMPOUND-VALUE
046800         THRU 7700-COMPOUND-VALUE-EXIT.
046900     MOVE CP-CALC-OK-SWITCH TO WS-CALC-OK-SWITCH.
047000     MOVE CP-FUTURE-VALUE   TO WS-FUTURE-VALUE.
047100 2300-COMPUTE-FUTURE-VALUE-EXIT.
047200     EXIT.
050400*-----------------------------------------------------------
050500* 3000-PROCESS-INTERACTIVE - CONSOLE PROMPT/ACCEPT FOR ONE
050600*     DEPOSIT-GROWTH QUESTION
064200     ELSE
064300         MOVE 'C' TO AL-ORIGIN
064400     END-IF.
064450     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
064500     WRITE AUDIT-LINE.
064600 8000-WRITE-AUDIT-LOG-EXIT.
064700     EXIT.
066600     MOVE WS-PRINCIPAL    TO RT-NUM1.
066700     MOVE WS-ANNUAL-RATE  TO RT-NUM2.
066800     MOVE WS-FUTURE-VALUE TO RT-RESULT.
066850     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
066875     MOVE SPACES         TO RT-CURR1 RT-CURR2.
066900     WRITE RESULT-TRANS-RECORD.
067000     IF NOT WS-RSLT-OK
067100         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
070500     MOVE WS-BRANCH-CODE TO XR-BRANCH.
070600     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
070700     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
070750     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
070800     MOVE CMP-TRANS-RECORD TO XR-TRANS-IMAGE.
070900     WRITE EXCEPTION-TRANS-RECORD.
071000 8300-WRITE-EXCEPTION-EXIT.
075700     GOBACK.
075800 9999-EXIT-EXIT.
075900     EXIT.
076000     COPY CMPPROC.
076100     COPY NATBPROC.
