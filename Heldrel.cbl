000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELDREL.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-10.
000600 DATE-COMPILED. 2026-09-10.
000700*REMARKS.
000800*    SUPERVISOR RELEASE PROGRAM FOR THE HELD-TRANSACTION QUEUE
000900*    (HELDTRN), MODELED ON PENDAPPR. CALCEDIT HOLDS ANY DETAIL
001000*    WHOSE VALUE IS OVER ITS LIMMAST LIMIT INSTEAD OF RELEASING
001100*    IT TO THE CALCULATORS. HERE A SUPERVISOR, SIGNED ON
001200*    AGAINST OPERMAST WITH THE EXCEPTION AUTHORITY, WALKS THE
001300*    QUEUE AND RELEASES (R) OR DECLINES (D, WITH A REASON) EACH
001400*    HELD ITEM, OR KEEPS IT HELD (K). THE OPERATOR WHO KEYED AN
001500*    ITEM CANNOT DECIDE IT. EVERY DECISION IS STAMPED ON THE
001600*    ITEM WITH THE SUPERVISOR AND DATE AND WRITTEN TO THE
001700*    HELDAUDT TRAIL. THE WHOLE QUEUE, DECIDED OR NOT, IS COPIED
001800*    TO HELDNEW, WHICH THE JCL SWAPS IN AS THE LIVE QUEUE, THE
001900*    WAY PENDAPPR RECYCLES PENDCHG. THE NEXT CALCEDIT RUN THEN
002000*    RELEASES THE 'R' ITEMS INTO THAT NIGHT'S EDITED FILE AND
002100*    RETURNS THE 'D' ITEMS TO THE BRANCH ON TRANREJ, WHICH
002200*    BRRETURN PICKS UP, WITH THE SUPERVISOR'S REASON. ITEMS
002300*    ALREADY DECIDED AND NOT YET PICKED UP ARE SHOWN BUT NOT
002400*    ASKED ABOUT AGAIN. THIS PROGRAM AND CALCEDIT BOTH
002500*    REWRITE THE QUEUE AND MUST NOT RUN AT THE SAME TIME.
002600*    THE SUPERVISOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
002700*    SHARED SGNPROC ROUTINE.
002725*    A LATE ITEM (A DETAIL OF A BATCH DATED TO A DAY ALREADY
002750*    POSTED) IS SHOWN WITH ITS VALUE DATE AND WHETHER IT IS
002775*    HELD OVER ITS LIMIT OR BECAUSE ITS MONTH IS CLOSED.
002800*-----------------------------------------------------------
002900*                 MODIFICATION HISTORY
003000*-----------------------------------------------------------
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  ----------------------------------------
003300* 2026-09-10  RH   ORIGINAL PROGRAM.
003325* 2026-09-25  RH   SHOW WHY A LATE ITEM IS HELD - OVER LIMIT
003350*                  OR FOR A CLOSED MONTH - WITH ITS VALUE DATE.
003375* 2026-10-15  RH   A FAILED HELDAUDT WRITE IS NOW REPORTED.
003400*-----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT HELD-FILE ASSIGN TO HELDTRN
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HELD-STATUS.
004400     SELECT KEEP-FILE ASSIGN TO HELDNEW
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-KEEP-STATUS.
004700     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS OP-OPER-ID
005100         FILE STATUS IS WS-OPER-STATUS.
005200     SELECT HELD-AUDIT-FILE ASSIGN TO HELDAUDT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-HAUD-STATUS.
005500     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS SG-HIST-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  HELD-FILE
006100     RECORD CONTAINS 100 CHARACTERS.
006200     COPY HELDREC.
006300 FD  KEEP-FILE
006400     RECORD CONTAINS 100 CHARACTERS.
006500 01  KEEP-RECORD            PIC X(100).
006600 FD  OPERATOR-FILE.
006700     COPY OPERREC.
006800 FD  HELD-AUDIT-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  HELD-AUDIT-RECORD      PIC X(80).
007100 FD  SIGNON-HIST-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY SGNHREC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-HELD-STATUS         PIC X(02).
007600     88  WS-HELD-OK         VALUE '00'.
007700     88  WS-HELD-NOT-FOUND  VALUE '35'.
007800 01  WS-KEEP-STATUS         PIC X(02).
007900     88  WS-KEEP-OK         VALUE '00'.
008000 01  WS-OPER-STATUS         PIC X(02).
008100     88  WS-OPER-OK         VALUE '00'.
008200     88  WS-OPER-NOT-FOUND  VALUE '35'.
008300 01  WS-HAUD-STATUS         PIC X(02).
008400     88  WS-HAUD-OK         VALUE '00'.
008500     88  WS-HAUD-NOT-FOUND  VALUE '35'.
008600 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
008700     88  WS-OPEN-OK         VALUE 'Y'.
008800 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
008900     88  WS-END-OF-FILE     VALUE 'Y'.
009000 01  WS-QUIT-SWITCH         PIC X(01)       VALUE 'N'.
009100     88  WS-QUIT-ASKED      VALUE 'Y'.
009200 01  WS-SIGNON-ID           PIC X(04)       VALUE SPACES.
009300 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
009400     88  WS-SIGNON-OK       VALUE 'Y'.
009500 01  WS-OPER-CHECK-SW       PIC X(01)       VALUE 'Y'.
009600     88  WS-OPER-CHECK-OFF  VALUE 'N'.
009700 01  WS-ACTION-CODE         PIC X(01).
009800     88  WS-ACTION-RELEASE  VALUE 'R'.
009900     88  WS-ACTION-DECLINE  VALUE 'D'.
010000     88  WS-ACTION-KEEP     VALUE 'K'.
010100     88  WS-ACTION-QUIT     VALUE 'Q'.
010200     88  WS-ACTION-VALID    VALUE 'R' 'D' 'K' 'Q'.
010300 01  WS-DECLINE-REASON      PIC X(24)       VALUE SPACES.
010400 01  WS-REVIEW-COUNTS.
010500     05  WS-REVIEWED-COUNT  PIC 9(05)       COMP VALUE ZERO.
010600     05  WS-RELEASED-COUNT  PIC 9(05)       COMP VALUE ZERO.
010700     05  WS-DECLINED-COUNT  PIC 9(05)       COMP VALUE ZERO.
010800     05  WS-KEPT-COUNT      PIC 9(05)       COMP VALUE ZERO.
010900     05  WS-DECIDED-COUNT   PIC 9(05)       COMP VALUE ZERO.
011000 01  WS-COUNT-DISPLAY       PIC ZZ,ZZ9.
011100 01  WS-STAMP-DATE          PIC 9(08).
011200 01  WS-STAMP-TIME          PIC 9(08).
011300 01  WS-AMOUNT-EDIT         PIC -(5)9.99.
011400 01  WS-LIMIT-EDIT          PIC -(5)9.99.
011500     COPY CALCREC.
011600 01  WS-HELD-AUDIT-LINE.
011700     05  HA-DATE            PIC 9(08).
011800     05  FILLER             PIC X(01) VALUE SPACE.
011900     05  HA-TIME            PIC 9(08).
012000     05  FILLER             PIC X(01) VALUE SPACE.
012100     05  HA-OPERATOR        PIC X(04).
012200     05  FILLER             PIC X(01) VALUE SPACE.
012300     05  HA-ACTION          PIC X(03).
012400     05  FILLER             PIC X(01) VALUE SPACE.
012500     05  HA-BRANCH          PIC X(04).
012600     05  FILLER             PIC X(01) VALUE SPACE.
012700     05  HA-OPER-CODE       PIC X(01).
012800     05  FILLER             PIC X(01) VALUE SPACE.
012900     05  HA-HELD-DATE       PIC 9(08).
013000     05  FILLER             PIC X(01) VALUE SPACE.
013100     05  HA-KEYED-BY        PIC X(04).
013200     05  FILLER             PIC X(01) VALUE SPACE.
013300     05  HA-REASON          PIC X(24).
013400     05  FILLER             PIC X(08) VALUE SPACES.
013500     COPY SGNCTL.
013600 PROCEDURE DIVISION.
013700*-----------------------------------------------------------
013800* 0000-MAINLINE
013900*-----------------------------------------------------------
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-INITIALIZE-EXIT.
014300     IF WS-OPEN-OK
014400         PERFORM 2000-REVIEW-HELD
014500             THRU 2000-REVIEW-HELD-EXIT
014600         PERFORM 3000-DISPLAY-TOTALS
014700             THRU 3000-DISPLAY-TOTALS-EXIT
014800         PERFORM 8900-CLOSE-FILES
014900             THRU 8900-CLOSE-FILES-EXIT
015000     END-IF.
015100     PERFORM 9999-EXIT
015200         THRU 9999-EXIT-EXIT.
015300*-----------------------------------------------------------
015400* 1000-INITIALIZE - SIGN THE SUPERVISOR ON AGAINST OPERMAST
015500*     AND OPEN THE QUEUE, THE KEEP FILE AND THE AUDIT TRAIL
015600*-----------------------------------------------------------
015700 1000-INITIALIZE.
015800     PERFORM 1200-SIGN-ON
015900         THRU 1200-SIGN-ON-EXIT.
016000     IF NOT WS-SIGNON-OK
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF.
016300     OPEN INPUT HELD-FILE.
016400     IF WS-HELD-NOT-FOUND
016500         DISPLAY 'NO HELDTRN QUEUE - NOTHING IS HELD'
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF.
016800     IF NOT WS-HELD-OK
016900         DISPLAY 'UNABLE TO OPEN HELDTRN, STATUS: '
017000             WS-HELD-STATUS
017100         GO TO 1000-INITIALIZE-EXIT
017200     END-IF.
017300     OPEN OUTPUT KEEP-FILE.
017400     IF NOT WS-KEEP-OK
017500         DISPLAY 'UNABLE TO OPEN HELDNEW, STATUS: '
017600             WS-KEEP-STATUS
017700         CLOSE HELD-FILE
017800         GO TO 1000-INITIALIZE-EXIT
017900     END-IF.
018000     OPEN EXTEND HELD-AUDIT-FILE.
018100     IF WS-HAUD-NOT-FOUND
018200         OPEN OUTPUT HELD-AUDIT-FILE
018300     END-IF.
018400     MOVE 'Y' TO WS-OPEN-SWITCH.
018500 1000-INITIALIZE-EXIT.
018600     EXIT.
018700*-----------------------------------------------------------
018800* 1200-SIGN-ON - SIGN THE SUPERVISOR ON THROUGH THE SHARED
018900*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED,
019000*     RIGHT PASSWORD (CHANGED WHEN DUE) AND HOLDING THE
019100*     EXCEPTION AUTHORITY. A MISSING MASTER (NOT YET STOOD UP)
019200*     BYPASSES THE CHECK WITH A LOUD WARNING, AND THEN THE
019300*     KEYING OPERATOR CHECK IS OFF TOO. EVERY OUTCOME GOES TO
019400*     SGNHIST.
019500*-----------------------------------------------------------
019600 1200-SIGN-ON.
019700     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
019800     MOVE SPACES TO WS-SIGNON-ID.
019900     ACCEPT WS-SIGNON-ID.
020000     MOVE WS-SIGNON-ID     TO SG-OPER-ID.
020100     MOVE 'HELDREL'        TO SG-PROGRAM-ID.
020200     MOVE 'E'              TO SG-AUTH-AREA.
020300     MOVE 'HELD ITEM RELEASE' TO SG-AREA-NAME.
020400     OPEN I-O OPERATOR-FILE.
020500     IF WS-OPER-NOT-FOUND
020600         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
020700             'BYPASSED, STAND THE OPERATOR MASTER UP'
020800         MOVE 'N' TO WS-OPER-CHECK-SW
020900         MOVE 'Y' TO WS-SIGNON-OK-SW
021000         MOVE 'Y' TO SG-RESULT-SW
021100         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
021200         PERFORM 7590-WRITE-SIGNON-HIST
021300             THRU 7590-WRITE-SIGNON-HIST-EXIT
021400         GO TO 1200-SIGN-ON-EXIT
021500     END-IF.
021600     IF NOT WS-OPER-OK
021700         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
021800             WS-OPER-STATUS ' - SIGN-ON REFUSED'
021900         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
022000         PERFORM 7590-WRITE-SIGNON-HIST
022100             THRU 7590-WRITE-SIGNON-HIST-EXIT
022200         GO TO 1200-SIGN-ON-EXIT
022300     END-IF.
022400     PERFORM 7500-VALIDATE-SIGN-ON
022500         THRU 7500-VALIDATE-SIGN-ON-EXIT.
022600     IF SG-SIGNED-ON
022700         MOVE 'Y' TO WS-SIGNON-OK-SW
022800     END-IF.
022900     CLOSE OPERATOR-FILE.
023000 1200-SIGN-ON-EXIT.
023100     EXIT.
023200*-----------------------------------------------------------
023300* 2000-REVIEW-HELD - WALK THE QUEUE ONE ITEM AT A TIME UNTIL
023400*     IT IS EXHAUSTED OR THE SUPERVISOR QUITS
023500*-----------------------------------------------------------
023600 2000-REVIEW-HELD.
023700     PERFORM 2100-READ-HELD
023800         THRU 2100-READ-HELD-EXIT.
023900     PERFORM 2200-REVIEW-ONE-ITEM
024000         THRU 2200-REVIEW-ONE-ITEM-EXIT
024100         UNTIL WS-END-OF-FILE OR WS-QUIT-ASKED.
024200     PERFORM 2700-KEEP-REMAINDER
024300         THRU 2700-KEEP-REMAINDER-EXIT
024400         UNTIL WS-END-OF-FILE.
024500 2000-REVIEW-HELD-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------
024800* 2100-READ-HELD - READ ONE QUEUE RECORD
024900*-----------------------------------------------------------
025000 2100-READ-HELD.
025100     READ HELD-FILE
025200         AT END
025300             SET WS-END-OF-FILE TO TRUE
025400     END-READ.
025500 2100-READ-HELD-EXIT.
025600     EXIT.
025700*-----------------------------------------------------------
025800* 2200-REVIEW-ONE-ITEM - SHOW ONE HELD ITEM AND ROUTE IT BY
025900*     THE SUPERVISOR'S DECISION, THEN READ THE NEXT. AN ITEM
026000*     ALREADY DECIDED IS PASSED THROUGH UNCHANGED; THE
026100*     OPERATOR WHO KEYED AN ITEM CANNOT DECIDE IT, AND IT IS
026200*     KEPT INSTEAD.
026300*-----------------------------------------------------------
026400 2200-REVIEW-ONE-ITEM.
026500     MOVE HT-TRANS-IMAGE TO CALC-TRANS-RECORD.
026600     DISPLAY ' '.
026700     IF NOT HT-HELD
026800         ADD 1 TO WS-DECIDED-COUNT
026900         DISPLAY 'BRANCH ' CT-BRANCH ' OP ' CT-OPER-CODE
027000             ' HELD ' HT-HELD-DATE ' ALREADY DECIDED ('
027100             HT-STATUS ') BY ' HT-DECIDED-BY
027200             ' - AWAITING CALCEDIT'
027300         PERFORM 2600-KEEP-ITEM
027400             THRU 2600-KEEP-ITEM-EXIT
027500         GO TO 2200-REVIEW-ONE-NEXT
027600     END-IF.
027700     ADD 1 TO WS-REVIEWED-COUNT.
027800     MOVE HT-LIMIT-VALUE TO WS-LIMIT-EDIT.
027900     DISPLAY 'HELD ' HT-HELD-DATE ' BRANCH ' CT-BRANCH
028000         ' OP ' CT-OPER-CODE ' KEYED BY ' CT-OPERATOR
028100         ' LIMIT ' WS-LIMIT-EDIT.
028110     IF HT-LATE-CLOSED-MONTH
028120         DISPLAY '  LATE ITEM FOR ' HT-HELD-DATE
028130             ' - MONTH ALREADY CLOSED ON CLOSECTL'
028140     END-IF.
028150     IF HT-LATE-ITEM AND NOT HT-LATE-CLOSED-MONTH
028160         DISPLAY '  LATE ITEM FOR ' HT-HELD-DATE
028170             ' - DAY ALREADY POSTED, OVER LIMIT'
028180     END-IF.
028200     MOVE CT-NUM1 TO WS-AMOUNT-EDIT.
028300     DISPLAY '  NUM1 ' WS-AMOUNT-EDIT ' ' CT-CURR1.
028400     MOVE CT-NUM2 TO WS-AMOUNT-EDIT.
028500     DISPLAY '  NUM2 ' WS-AMOUNT-EDIT ' ' CT-CURR2.
028600     DISPLAY 'DECIDE? (R=RELEASE, D=DECLINE, K=KEEP HELD, '
028700         'Q=QUIT): '.
028800     ACCEPT WS-ACTION-CODE.
028900     IF NOT WS-ACTION-VALID
029000         DISPLAY 'INVALID ACTION - ITEM KEPT HELD'
029100         SET WS-ACTION-KEEP TO TRUE
029200     END-IF.
029300     IF (WS-ACTION-RELEASE OR WS-ACTION-DECLINE)
029400             AND CT-OPERATOR = WS-SIGNON-ID
029500             AND NOT WS-OPER-CHECK-OFF
029600         DISPLAY 'OPERATOR WHO KEYED THE ITEM CANNOT DECIDE IT'
029700             ' - ITEM KEPT HELD'
029800         SET WS-ACTION-KEEP TO TRUE
029900     END-IF.
030000     IF WS-ACTION-DECLINE
030100         DISPLAY 'ENTER DECLINE REASON: '
030200         MOVE SPACES TO WS-DECLINE-REASON
030300         ACCEPT WS-DECLINE-REASON
030400         IF WS-DECLINE-REASON = SPACES
030500             DISPLAY 'A DECLINE NEEDS A REASON - ITEM KEPT HELD'
030600             SET WS-ACTION-KEEP TO TRUE
030700         END-IF
030800     END-IF.
030900     EVALUATE TRUE
031000         WHEN WS-ACTION-RELEASE
031100             ADD 1 TO WS-RELEASED-COUNT
031200             MOVE 'R' TO HT-STATUS
031300             MOVE SPACES TO HT-DECLINE-REASON
031400             MOVE 'REL' TO HA-ACTION
031500             PERFORM 2300-DECIDE-ITEM
031600                 THRU 2300-DECIDE-ITEM-EXIT
031700             DISPLAY 'ITEM RELEASED FOR THE NEXT CALCEDIT RUN'
031800         WHEN WS-ACTION-DECLINE
031900             ADD 1 TO WS-DECLINED-COUNT
032000             MOVE 'D' TO HT-STATUS
032100             MOVE WS-DECLINE-REASON TO HT-DECLINE-REASON
032200             MOVE 'DEC' TO HA-ACTION
032300             PERFORM 2300-DECIDE-ITEM
032400                 THRU 2300-DECIDE-ITEM-EXIT
032500             DISPLAY 'ITEM DECLINED - RETURNS TO THE BRANCH'
032600         WHEN WS-ACTION-KEEP
032700             ADD 1 TO WS-KEPT-COUNT
032800             PERFORM 2600-KEEP-ITEM
032900                 THRU 2600-KEEP-ITEM-EXIT
033000         WHEN WS-ACTION-QUIT
033100             SET WS-QUIT-ASKED TO TRUE
033200             ADD 1 TO WS-KEPT-COUNT
033300             PERFORM 2600-KEEP-ITEM
033400                 THRU 2600-KEEP-ITEM-EXIT
033500     END-EVALUATE.
033600 2200-REVIEW-ONE-NEXT.
033700     PERFORM 2100-READ-HELD
033800         THRU 2100-READ-HELD-EXIT.
033900 2200-REVIEW-ONE-ITEM-EXIT.
034000     EXIT.
034100*-----------------------------------------------------------
034200* 2300-DECIDE-ITEM - STAMP THE DECISION THE CALLER SET IN
034300*     HT-STATUS WITH THE SUPERVISOR AND DATE, KEEP THE ITEM ON
034400*     HELDNEW FOR CALCEDIT, AND WRITE THE AUDIT TRAIL LINE
034500*-----------------------------------------------------------
034600 2300-DECIDE-ITEM.
034700     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
034800     ACCEPT WS-STAMP-TIME FROM TIME.
034900     MOVE WS-SIGNON-ID  TO HT-DECIDED-BY.
035000     MOVE WS-STAMP-DATE TO HT-DECIDED-DATE.
035100     PERFORM 2600-KEEP-ITEM
035200         THRU 2600-KEEP-ITEM-EXIT.
035300     MOVE WS-STAMP-DATE     TO HA-DATE.
035400     MOVE WS-STAMP-TIME     TO HA-TIME.
035500     MOVE WS-SIGNON-ID      TO HA-OPERATOR.
035600     MOVE CT-BRANCH         TO HA-BRANCH.
035700     MOVE CT-OPER-CODE      TO HA-OPER-CODE.
035800     MOVE HT-HELD-DATE      TO HA-HELD-DATE.
035900     MOVE CT-OPERATOR       TO HA-KEYED-BY.
036000     MOVE HT-DECLINE-REASON TO HA-REASON.
036100     WRITE HELD-AUDIT-RECORD FROM WS-HELD-AUDIT-LINE.
036120     IF NOT WS-HAUD-OK
036140         DISPLAY 'UNABLE TO WRITE HELDAUDT, STATUS: '
036160             WS-HAUD-STATUS
036180     END-IF.
036200 2300-DECIDE-ITEM-EXIT.
036300     EXIT.
036400*-----------------------------------------------------------
036500* 2600-KEEP-ITEM - COPY THE CURRENT ITEM, AS IT NOW STANDS,
036600*     TO THE KEEP FILE
036700*-----------------------------------------------------------
036800 2600-KEEP-ITEM.
036900     WRITE KEEP-RECORD FROM HELD-TRANS-RECORD.
037000 2600-KEEP-ITEM-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------
037300* 2700-KEEP-REMAINDER - AFTER A QUIT, COPY EVERY REMAINING
037400*     ITEM TO THE KEEP FILE UNREVIEWED
037500*-----------------------------------------------------------
037600 2700-KEEP-REMAINDER.
037700     IF HT-HELD
037800         ADD 1 TO WS-KEPT-COUNT
037900     ELSE
038000         ADD 1 TO WS-DECIDED-COUNT
038100     END-IF.
038200     PERFORM 2600-KEEP-ITEM
038300         THRU 2600-KEEP-ITEM-EXIT.
038400     PERFORM 2100-READ-HELD
038500         THRU 2100-READ-HELD-EXIT.
038600 2700-KEEP-REMAINDER-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------
038900* 3000-DISPLAY-TOTALS - SHOW THE REVIEW CONTROL COUNTS
039000*-----------------------------------------------------------
039100 3000-DISPLAY-TOTALS.
039200     MOVE WS-REVIEWED-COUNT TO WS-COUNT-DISPLAY.
039300     DISPLAY 'ITEMS REVIEWED:    ' WS-COUNT-DISPLAY.
039400     MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
039500     DISPLAY 'ITEMS RELEASED:    ' WS-COUNT-DISPLAY.
039600     MOVE WS-DECLINED-COUNT TO WS-COUNT-DISPLAY.
039700     DISPLAY 'ITEMS DECLINED:    ' WS-COUNT-DISPLAY.
039800     MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY.
039900     DISPLAY 'ITEMS STILL HELD:  ' WS-COUNT-DISPLAY.
040000     MOVE WS-DECIDED-COUNT TO WS-COUNT-DISPLAY.
040100     DISPLAY 'DECIDED EARLIER:   ' WS-COUNT-DISPLAY.
040200 3000-DISPLAY-TOTALS-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------
040500* 8900-CLOSE-FILES - CLOSE THE QUEUE, THE KEEP FILE AND THE
040600*     AUDIT TRAIL
040700*-----------------------------------------------------------
040800 8900-CLOSE-FILES.
040900     CLOSE HELD-FILE.
041000     CLOSE KEEP-FILE.
041100     CLOSE HELD-AUDIT-FILE.
041200 8900-CLOSE-FILES-EXIT.
041300     EXIT.
041400*-----------------------------------------------------------
041500* 9999-EXIT - COMMON PROGRAM EXIT
041600*-----------------------------------------------------------
041700 9999-EXIT.
041800     STOP RUN.
041900 9999-EXIT-EXIT.
042000     EXIT.
042100     COPY SGNPROC.
