000100*-----------------------------------------------------------
000200*    SEALPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED AUDIT LOG SEAL ROUTINE, COPIED INTO THE PROCEDURE
000500*    DIVISION OF EACH PROGRAM THAT SEALS THE AUDIT LOG OR
000600*    PROVES IT AGAINST ITS SEALS. REQUIRES THE SEALCTL
000700*    WORKING STORAGE AND THE PROGRAM'S SEAL-FILE (AUDSEAL).
000800*-----------------------------------------------------------
000900*                 MODIFICATION HISTORY
001000*-----------------------------------------------------------
001100* DATE       INIT  DESCRIPTION
001200* ---------- ----  ----------------------------------------
001300* 2026-09-13  RH   ORIGINAL COPYBOOK.
001400*-----------------------------------------------------------
001500*-----------------------------------------------------------
001600* 7800-LOAD-SEALS - READ THE WHOLE SEAL FILE, PROVING THE
001700*     CHAIN RECORD BY RECORD (EACH SEAL NUMBERED ON FROM THE
001800*     ONE BEFORE AND CARRYING ITS SEAL AS SE-PREV-HASH), AND
001900*     LOAD THE SEALS OF GENERATION SL-GEN-WANTED. A MISSING
002000*     SEAL FILE MEANS NOTHING HAS BEEN SEALED YET.
002100*-----------------------------------------------------------
002200 7800-LOAD-SEALS.
002300     MOVE 'Y' TO SL-LOAD-SWITCH.
002400     MOVE 'N' TO SL-SEAL-EOF-SWITCH.
002500     MOVE ZERO TO SL-SEAL-USED SL-DATE-USED
002600         SL-LAST-SEAL-NO SL-LAST-SEAL-HASH SL-GEN-FOLD
002700         SL-SEALS-ON-FILE SL-CHAIN-BREAKS SL-LINES-CHECKED
002800         SL-SEALED-LINES SL-UNSEALED-LINES
002900         SL-SEALS-MATCHED SL-SEALS-BROKEN.
003000     OPEN INPUT SEAL-FILE.
003100     IF SL-SEAL-NOT-FOUND
003200         GO TO 7800-LOAD-SEALS-EXIT
003300     END-IF.
003400     IF NOT SL-SEAL-OK
003500         DISPLAY 'UNABLE TO OPEN AUDSEAL, STATUS: '
003600             SL-SEAL-STATUS
003700         MOVE 'N' TO SL-LOAD-SWITCH
003800         GO TO 7800-LOAD-SEALS-EXIT
003900     END-IF.
004000     PERFORM 7801-READ-SEAL
004100         THRU 7801-READ-SEAL-EXIT.
004200     PERFORM 7805-LOAD-ONE-SEAL
004300         THRU 7805-LOAD-ONE-SEAL-EXIT
004400         UNTIL SL-SEAL-EOF.
004500     CLOSE SEAL-FILE.
004600 7800-LOAD-SEALS-EXIT.
004700     EXIT.
004800*-----------------------------------------------------------
004900* 7801-READ-SEAL - READ ONE SEAL RECORD
005000*-----------------------------------------------------------
005100 7801-READ-SEAL.
005200     READ SEAL-FILE
005300         AT END
005400             SET SL-SEAL-EOF TO TRUE
005500     END-READ.
005600 7801-READ-SEAL-EXIT.
005700     EXIT.
005800*-----------------------------------------------------------
005900* 7805-LOAD-ONE-SEAL - PROVE ONE SEAL'S LINK IN THE CHAIN,
006000*     LOAD IT WHEN IT BELONGS TO THE GENERATION WANTED (NOTING
006100*     HOW FAR ITS DATE'S LINES ARE SEALED), THEN READ THE NEXT
006200*-----------------------------------------------------------
006300 7805-LOAD-ONE-SEAL.
006400     ADD 1 TO SL-SEALS-ON-FILE.
006500     IF SE-SEAL-NO IS NOT NUMERIC
006600             OR SE-FIRST-LINE IS NOT NUMERIC
006700             OR SE-LINE-COUNT IS NOT NUMERIC
006800             OR SE-PREV-HASH IS NOT NUMERIC
006900             OR SE-SEAL-HASH IS NOT NUMERIC
007000             OR SE-GEN-DATE IS NOT NUMERIC
007100         DISPLAY 'AUDSEAL RECORD AFTER SEAL ' SL-LAST-SEAL-NO
007200             ' IS NOT A SEAL'
007300         ADD 1 TO SL-CHAIN-BREAKS
007400         GO TO 7805-LOAD-NEXT
007500     END-IF.
007600     IF SE-SEAL-NO NOT = SL-LAST-SEAL-NO + 1
007700             OR SE-PREV-HASH NOT = SL-LAST-SEAL-HASH
007800         DISPLAY 'SEAL CHAIN BROKEN AT SEAL ' SE-SEAL-NO
007900         ADD 1 TO SL-CHAIN-BREAKS
008000     END-IF.
008100     MOVE SE-SEAL-NO   TO SL-LAST-SEAL-NO.
008200     MOVE SE-SEAL-HASH TO SL-LAST-SEAL-HASH.
008300     IF SE-GEN-DATE NOT = SL-GEN-WANTED
008400         GO TO 7805-LOAD-NEXT
008500     END-IF.
008600     IF SL-SEAL-USED NOT < 1000
008700         DISPLAY 'SEAL TABLE FULL AT SEAL ' SE-SEAL-NO
008800         MOVE 'N' TO SL-LOAD-SWITCH
008900         GO TO 7805-LOAD-NEXT
009000     END-IF.
009100     ADD 1 TO SL-SEAL-USED.
009200     SET SL-SX TO SL-SEAL-USED.
009300     MOVE SE-SEAL-NO    TO ST-SEAL-NO(SL-SX).
009400     MOVE SE-LINE-DATE  TO ST-LINE-DATE(SL-SX).
009500     MOVE SE-FIRST-LINE TO ST-FIRST-LINE(SL-SX).
009600     MOVE SE-LINE-COUNT TO ST-LINE-COUNT(SL-SX).
009700     COMPUTE ST-LAST-LINE(SL-SX) =
009800         SE-FIRST-LINE + SE-LINE-COUNT - 1.
009900     MOVE SE-PREV-HASH  TO ST-PREV-HASH(SL-SX).
010000     MOVE SE-SEAL-HASH  TO ST-SEAL-HASH(SL-SX).
010100     MOVE ZERO          TO ST-RUN-HASH(SL-SX).
010200     MOVE ZERO          TO ST-RUN-COUNT(SL-SX).
010300     MOVE SPACE         TO ST-RESULT(SL-SX).
010400     PERFORM 7885-FOLD-SEAL
010500         THRU 7885-FOLD-SEAL-EXIT.
010600     MOVE SE-LINE-DATE TO SL-CHECK-DATE.
010700     PERFORM 7810-FIND-DATE
010800         THRU 7810-FIND-DATE-EXIT.
010900     IF SL-DX NOT > SL-DATE-USED
011000         IF ST-LAST-LINE(SL-SX) > DE-SEALED-THRU(SL-DX)
011100             MOVE ST-LAST-LINE(SL-SX) TO DE-SEALED-THRU(SL-DX)
011200         END-IF
011300     END-IF.
011400 7805-LOAD-NEXT.
011500     PERFORM 7801-READ-SEAL
011600         THRU 7801-READ-SEAL-EXIT.
011700 7805-LOAD-ONE-SEAL-EXIT.
011800     EXIT.
011900*-----------------------------------------------------------
012000* 7810-FIND-DATE - POINT SL-DX AT THE DATE TABLE ENTRY FOR
012100*     SL-CHECK-DATE, ADDING IT WHEN NEW. A FULL TABLE LEAVES
012200*     SL-DX PAST SL-DATE-USED AND FAILS THE LOAD.
012300*-----------------------------------------------------------
012400 7810-FIND-DATE.
012500     SET SL-DX TO 1.
012600     PERFORM 7812-SCAN-DATES
012700         THRU 7812-SCAN-DATES-EXIT
012800         UNTIL SL-DX > SL-DATE-USED
012900             OR DE-LINE-DATE(SL-DX) = SL-CHECK-DATE.
013000     IF SL-DX NOT > SL-DATE-USED
013100         GO TO 7810-FIND-DATE-EXIT
013200     END-IF.
013300     IF SL-DATE-USED NOT < 1000
013400         IF NOT SL-LOAD-FAILED
013500             DISPLAY 'SEAL DATE TABLE FULL AT DATE '
013600                 SL-CHECK-DATE
013700         END-IF
013800         MOVE 'N' TO SL-LOAD-SWITCH
013900         GO TO 7810-FIND-DATE-EXIT
014000     END-IF.
014100     ADD 1 TO SL-DATE-USED.
014200     SET SL-DX TO SL-DATE-USED.
014300     MOVE SL-CHECK-DATE TO DE-LINE-DATE(SL-DX).
014400     MOVE ZERO TO DE-LINE-COUNT(SL-DX).
014500     MOVE ZERO TO DE-SEALED-THRU(SL-DX).
014600     MOVE ZERO TO DE-NEW-HASH(SL-DX).
014700     MOVE ZERO TO DE-NEW-COUNT(SL-DX).
014800 7810-FIND-DATE-EXIT.
014900     EXIT.
015000*-----------------------------------------------------------
015100* 7812-SCAN-DATES - STEP TO THE NEXT DATE TABLE ENTRY
015200*-----------------------------------------------------------
015300 7812-SCAN-DATES.
015400     SET SL-DX UP BY 1.
015500 7812-SCAN-DATES-EXIT.
015600     EXIT.
015700*-----------------------------------------------------------
015800* 7820-CHECK-SEAL-LINE - COUNT THE AUDIT LINE IN SL-CHECK-LINE
015900*     UNDER ITS DATE AND FOLD IT INTO THE SEAL THAT COVERS IT,
016000*     OR, WHEN IT IS BEYOND THE LAST SEAL FOR ITS DATE, INTO
016100*     THAT DATE'S NOT-YET-SEALED HASH. SL-LINE-SEALED SAYS
016200*     WHICH.
016300*-----------------------------------------------------------
016400 7820-CHECK-SEAL-LINE.
016500     MOVE 'N' TO SL-LINE-SEALED-SWITCH.
016600     ADD 1 TO SL-LINES-CHECKED.
016700     MOVE SL-CHECK-LINE(1:8) TO SL-CHECK-DATE.
016800     PERFORM 7810-FIND-DATE
016900         THRU 7810-FIND-DATE-EXIT.
017000     IF SL-DX > SL-DATE-USED
017100         ADD 1 TO SL-UNSEALED-LINES
017200         GO TO 7820-CHECK-SEAL-LINE-EXIT
017300     END-IF.
017400     ADD 1 TO DE-LINE-COUNT(SL-DX).
017500     MOVE DE-LINE-COUNT(SL-DX) TO SL-CHECK-ORDINAL.
017600     IF SL-CHECK-ORDINAL > DE-SEALED-THRU(SL-DX)
017700         ADD 1 TO SL-UNSEALED-LINES
017800         MOVE DE-NEW-HASH(SL-DX) TO SL-HASH-WORK
017900         PERFORM 7825-HASH-CHECK-LINE
018000             THRU 7825-HASH-CHECK-LINE-EXIT
018100         MOVE SL-HASH-WORK TO DE-NEW-HASH(SL-DX)
018200         ADD 1 TO DE-NEW-COUNT(SL-DX)
018300         GO TO 7820-CHECK-SEAL-LINE-EXIT
018400     END-IF.
018500     SET SL-SX TO 1.
018600     PERFORM 7822-SCAN-SEALS
018700         THRU 7822-SCAN-SEALS-EXIT
018800         UNTIL SL-SX > SL-SEAL-USED
018900             OR (ST-LINE-DATE(SL-SX) = SL-CHECK-DATE
019000                 AND ST-FIRST-LINE(SL-SX) NOT > SL-CHECK-ORDINAL
019100                 AND ST-LAST-LINE(SL-SX) NOT < SL-CHECK-ORDINAL).
019200     IF SL-SX > SL-SEAL-USED
019300         ADD 1 TO SL-UNSEALED-LINES
019400         GO TO 7820-CHECK-SEAL-LINE-EXIT
019500     END-IF.
019600     MOVE ST-RUN-HASH(SL-SX) TO SL-HASH-WORK.
019700     PERFORM 7825-HASH-CHECK-LINE
019800         THRU 7825-HASH-CHECK-LINE-EXIT.
019900     MOVE SL-HASH-WORK TO ST-RUN-HASH(SL-SX).
020000     ADD 1 TO ST-RUN-COUNT(SL-SX).
020100     ADD 1 TO SL-SEALED-LINES.
020200     MOVE 'Y' TO SL-LINE-SEALED-SWITCH.
020300 7820-CHECK-SEAL-LINE-EXIT.
020400     EXIT.
020500*-----------------------------------------------------------
020600* 7822-SCAN-SEALS - STEP TO THE NEXT LOADED SEAL
020700*-----------------------------------------------------------
020800 7822-SCAN-SEALS.
020900     SET SL-SX UP BY 1.
021000 7822-SCAN-SEALS-EXIT.
021100     EXIT.
021200*-----------------------------------------------------------
021300* 7825-HASH-CHECK-LINE - FOLD THE WHOLE AUDIT LINE INTO THE
021400*     HASH ALREADY IN SL-HASH-WORK
021500*-----------------------------------------------------------
021600 7825-HASH-CHECK-LINE.
021700     MOVE SL-CHECK-LINE TO SL-HASH-BUFFER.
021800     MOVE 92 TO SL-HASH-LENGTH.
021900     PERFORM 7890-HASH-BUFFER
022000         THRU 7890-HASH-BUFFER-EXIT.
022100 7825-HASH-CHECK-LINE-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------
022400* 7830-FINISH-SEAL-CHECK - AFTER THE LAST LINE, RE-WORK EVERY
022500*     LOADED SEAL FROM THE LINES FOUND FOR IT AND MARK IT
022600*     MATCHED OR BROKEN
022700*-----------------------------------------------------------
022800 7830-FINISH-SEAL-CHECK.
022900     PERFORM 7835-JUDGE-ONE-SEAL
023000         THRU 7835-JUDGE-ONE-SEAL-EXIT
023100         VARYING SL-SX FROM 1 BY 1
023200         UNTIL SL-SX > SL-SEAL-USED.
023300 7830-FINISH-SEAL-CHECK-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------
023600* 7835-JUDGE-ONE-SEAL - A SEAL MATCHES ONLY WHEN EVERY LINE IT
023700*     COVERS WAS FOUND AND THE SEAL WORKED FROM THEM AGREES
023800*     WITH THE ONE ON FILE
023900*-----------------------------------------------------------
024000 7835-JUDGE-ONE-SEAL.
024100     MOVE ST-PREV-HASH(SL-SX)  TO SL-SRC-PREV-HASH.
024200     MOVE ST-LINE-DATE(SL-SX)  TO SL-SRC-LINE-DATE.
024300     MOVE ST-FIRST-LINE(SL-SX) TO SL-SRC-FIRST-LINE.
024400     MOVE ST-LINE-COUNT(SL-SX) TO SL-SRC-LINE-COUNT.
024500     MOVE ST-RUN-HASH(SL-SX)   TO SL-SRC-CONTENT-HASH.
024600     PERFORM 7880-COMPUTE-SEAL-HASH
024700         THRU 7880-COMPUTE-SEAL-HASH-EXIT.
024800     IF ST-RUN-COUNT(SL-SX) = ST-LINE-COUNT(SL-SX)
024900             AND SL-SEAL-RESULT = ST-SEAL-HASH(SL-SX)
025000         MOVE 'M' TO ST-RESULT(SL-SX)
025100         ADD 1 TO SL-SEALS-MATCHED
025200     ELSE
025300         MOVE 'B' TO ST-RESULT(SL-SX)
025400         ADD 1 TO SL-SEALS-BROKEN
025500         DISPLAY 'SEAL ' ST-SEAL-NO(SL-SX) ' FOR '
025600             ST-LINE-DATE(SL-SX) ' DOES NOT MATCH ITS LINES'
025700     END-IF.
025800 7835-JUDGE-ONE-SEAL-EXIT.
025900     EXIT.
026000*-----------------------------------------------------------
026100* 7880-COMPUTE-SEAL-HASH - WORK THE SEAL FOR THE PREVIOUS
026200*     SEAL, DATE, LINE RANGE AND CONTENT HASH IN
026300*     SL-SEAL-SOURCE INTO SL-SEAL-RESULT
026400*-----------------------------------------------------------
026500 7880-COMPUTE-SEAL-HASH.
026600     MOVE SL-SEAL-SOURCE TO SL-HASH-BUFFER.
026700     MOVE 40 TO SL-HASH-LENGTH.
026800     MOVE ZERO TO SL-HASH-WORK.
026900     PERFORM 7890-HASH-BUFFER
027000         THRU 7890-HASH-BUFFER-EXIT.
027100     IF SL-HASH-WORK = ZERO
027200         MOVE 1 TO SL-HASH-WORK
027300     END-IF.
027400     MOVE SL-HASH-WORK TO SL-SEAL-RESULT.
027500 7880-COMPUTE-SEAL-HASH-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------
027800* 7885-FOLD-SEAL - FOLD THE SEAL IN THE CURRENT SEAL RECORD
027900*     INTO SL-GEN-FOLD, THE ONE FIGURE AUDITARCH KEEPS ON THE
028000*     CATALOG FOR ALL THE SEALS OF A GENERATION
028100*-----------------------------------------------------------
028200 7885-FOLD-SEAL.
028300     MOVE SE-SEAL-HASH TO SL-HASH-BUFFER.
028400     MOVE 9 TO SL-HASH-LENGTH.
028500     MOVE SL-GEN-FOLD TO SL-HASH-WORK.
028600     PERFORM 7890-HASH-BUFFER
028700         THRU 7890-HASH-BUFFER-EXIT.
028800     MOVE SL-HASH-WORK TO SL-GEN-FOLD.
028900 7885-FOLD-SEAL-EXIT.
029000     EXIT.
029100*-----------------------------------------------------------
029200* 7890-HASH-BUFFER - FOLD THE FIRST SL-HASH-LENGTH
029300*     CHARACTERS OF SL-HASH-BUFFER INTO SL-HASH-WORK
029400*-----------------------------------------------------------
029500 7890-HASH-BUFFER.
029600     PERFORM 7895-HASH-ONE-CHAR
029700         THRU 7895-HASH-ONE-CHAR-EXIT
029800         VARYING SL-HASH-IDX FROM 1 BY 1
029900         UNTIL SL-HASH-IDX > SL-HASH-LENGTH.
030000 7890-HASH-BUFFER-EXIT.
030100     EXIT.
030200*-----------------------------------------------------------
030300* 7895-HASH-ONE-CHAR - FOLD ONE CHARACTER INTO THE HASH
030400*-----------------------------------------------------------
030500 7895-HASH-ONE-CHAR.
030600     COMPUTE SL-CHAR-CODE =
030700         FUNCTION ORD(SL-HASH-CHAR(SL-HASH-IDX)).
030800     COMPUTE SL-HASH-WORK =
030900         (SL-HASH-WORK * 131) + SL-CHAR-CODE + SL-HASH-IDX.
031000     DIVIDE SL-HASH-WORK BY SL-HASH-MODULUS
031100         GIVING SL-HASH-QUOT REMAINDER SL-HASH-REM.
031200     MOVE SL-HASH-REM TO SL-HASH-WORK.
031300 7895-HASH-ONE-CHAR-EXIT.
031400     EXIT.
