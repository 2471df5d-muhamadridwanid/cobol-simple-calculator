002400*        06 - CURRENCY CODE 2 NOT RECOGNIZED
002500*        07 - CURRENCY 2 GIVEN WITHOUT A CURRENCY 1 TO
002600*             CONVERT INTO
002610*        08 - DECLINED FROM THE HELD QUEUE BY A
002620*             SUPERVISOR (THE TEXT IS THEIR REASON)
002700*
002800*    BATCHES FRAMED BY 'H' HEADER AND 'T' TRAILER CONTROL
002900*    RECORDS ARE BALANCED AS THEY PASS: THE TRAILER'S RECORD
003500*    ENDS WITH RETURN-CODE 8 SO THE CALCULATOR PASS DOES NOT
003600*    START AGAINST A PARTIAL DAY. A FILE WITH NO CONTROL
003700*    RECORDS AT ALL STILL EDITS RECORD BY RECORD AS BEFORE.
003705*
003710*    EACH CLEAN DETAIL IS ALSO TESTED AGAINST THE LIMMAST
003715*    VALUE LIMIT FOR ITS BRANCH AND OPERATION (THE '****'
003720*    DEFAULT ROW WHEN THE BRANCH HAS NONE): WHEN THE LARGER
003725*    AMOUNT, SIGN IGNORED, IS OVER THE LIMIT THE DETAIL IS
003730*    HELD ON HELDNEW INSTEAD OF RELEASED. BEFORE THE EDIT THE
003735*    HELD QUEUE (HELDTRN) IS WORKED: ITEMS A SUPERVISOR
003740*    RELEASED THROUGH HELDREL GO TO THE EDITED FILE AND ARE
003745*    COUNTED AS RELEASED ON RUNCTL, DECLINED ITEMS GO TO THE
003750*    REJECT FILE UNDER REASON 08 WITH THE SUPERVISOR'S REASON
003755*    SO BRRETURN SENDS THEM BACK, AND ITEMS STILL HELD ARE
003760*    CARRIED TO HELDNEW, WHICH THE JCL SWAPS IN AS THE QUEUE.
003765*    A MISSING LIMMAST LIMITS NOTHING; ONE THAT CANNOT BE
003770*    READ HOLDS EVERY CLEAN DETAIL AND ENDS THE STEP WITH
003775*    RETURN-CODE 4. A REFUSED RUN LEAVES THE QUEUE AS IT WAS.
003777*
003779*    A BATCH WHOSE HEADER DATE BALPOST HAS ALREADY POSTED FOR
003781*    THE BRANCH IS A LATE BATCH. ITS CLEAN DETAILS STILL GO
003783*    TO THE EDITED FILE, BUT FRAMED BY THE HEADER AND TRAILER
003785*    SO TRANSPLIT CAN ROUTE THEM TO LATETRN FOR LATEPOST; THEY
003787*    ARE NOT COUNTED ON RUNCTL. WHEN THE MONTH OF THE HEADER
003789*    DATE IS ALREADY CLOSED ON CLOSECTL, EVERY CLEAN DETAIL IS
003791*    HELD INSTEAD, AND A RELEASED LATE ITEM IS WRITTEN BACK IN
003793*    A ONE-ITEM BATCH UNDER ITS OWN VALUE DATE.
003800*-----------------------------------------------------------
003900*                 MODIFICATION HISTORY
004000*-----------------------------------------------------------
006800*                  PIPELINE PROOF STAYS ON ONE DATE WHEN THE
006900*                  CALENDAR ROLLS OR THE NIGHT CROSSES
007000*                  MIDNIGHT.
007025* 2026-09-06  RH   TRANFILE AND CLEANTRN RECORDS ARE NOW 36 BYTES
007050*                  WITH THE NEW CT-OPERATOR; THE REJECT LINE
007075*                  CARRIES THE WHOLE 36-BYTE IMAGE.
007080* 2026-09-10  RH   A CLEAN DETAIL OVER ITS BRANCH AND OPERATION
007082*                  VALUE LIMIT ON THE NEW LIMMAST MASTER IS HELD
007084*                  ON HELDNEW FOR SUPERVISOR RELEASE THROUGH
007086*                  HELDREL INSTEAD OF BEING CALCULATED AND POSTED.
007088*                  RELEASED ITEMS JOIN THE NEXT RUN'S EDITED FILE
007090*                  AND RUNCTL COUNTS; DECLINED ITEMS ARE REJECTED
007092*                  UNDER THE NEW REASON 08 FOR BRRETURN.
007093* 2026-09-25  RH   RECOGNIZE A LATE BATCH - ONE WHOSE HEADER
007094*                  DATE BRBALMST SHOWS ALREADY POSTED FOR THE
007095*                  BRANCH - THROUGH THE NEW LATEPROC ROUTINE. ITS
007096*                  CLEAN DETAILS PASS FRAMED TO CLEANTRN FOR THE
007097*                  LATE-ITEM POSTING AND STAY OUT OF THE RUNCTL
007098*                  COUNTS AND THE BUSINESS DATE; ITEMS FOR A
007099*                  MONTH CLOSED ON CLOSECTL ARE HELD.
007100*-----------------------------------------------------------
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS CR-RATE-KEY
009400         FILE STATUS IS WS-RATE-STATUS.
009405     SELECT LIMIT-FILE ASSIGN TO LIMMAST
009410         ORGANIZATION IS INDEXED
009415         ACCESS MODE IS DYNAMIC
009420         RECORD KEY IS VL-LIMIT-KEY
009425         FILE STATUS IS WS-LIM-STATUS.
009430     SELECT HELD-FILE ASSIGN TO HELDTRN
009435         ORGANIZATION IS LINE SEQUENTIAL
009440         FILE STATUS IS WS-HELD-STATUS.
009445     SELECT HELD-NEW-FILE ASSIGN TO HELDNEW
009450         ORGANIZATION IS LINE SEQUENTIAL
009455         FILE STATUS IS WS-HNEW-STATUS.
009460     SELECT BALANCE-FILE ASSIGN TO BRBALMST
009465         ORGANIZATION IS INDEXED
009470         ACCESS MODE IS DYNAMIC
009475         RECORD KEY IS BB-BRANCH
009480         FILE STATUS IS LT-BAL-STATUS.
009485     SELECT CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
009490         ORGANIZATION IS LINE SEQUENTIAL
009495         FILE STATUS IS LT-CTL-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  TRANS-FILE
009800     RECORD CONTAINS 36 CHARACTERS.
009900     COPY CALCREC.
010000 FD  CLEAN-FILE
010100     RECORD CONTAINS 36 CHARACTERS.
010200 01  CLEAN-RECORD           PIC X(36).
010300 FD  REJECT-FILE
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  REJECT-RECORD          PIC X(80).
010800     COPY RUNCREC.
010900 FD  RATE-FILE.
011000     COPY RATEREC.
011010 FD  LIMIT-FILE.
011020     COPY LIMREC.
011030 FD  HELD-FILE
011040     RECORD CONTAINS 100 CHARACTERS.
011050 01  HELD-RECORD            PIC X(100).
011060 FD  HELD-NEW-FILE
011070     RECORD CONTAINS 100 CHARACTERS.
011080 01  HELD-NEW-RECORD        PIC X(100).
011083 FD  BALANCE-FILE.
011086     COPY BALREC.
011089 FD  CLOSE-CONTROL-FILE
011092     RECORD CONTAINS 24 CHARACTERS.
011095     COPY CLOSEREC.
011100 WORKING-STORAGE SECTION.
011200 01  WS-TRANS-STATUS        PIC X(02).
011300     88  WS-TRANS-OK        VALUE '00'.
015000 01  WS-LOOKUP-CODE         PIC X(03).
015100 01  WS-CURR-FOUND-SWITCH   PIC X(01)       VALUE 'N'.
015200     88  WS-CURR-FOUND      VALUE 'Y'.
015205*-----------------------------------------------------------
015210* LATE BATCHES - A HEADER DATE ALREADY POSTED FOR THE BRANCH
015215*-----------------------------------------------------------
015220 01  WS-LATE-BATCH-SW       PIC X(01)       VALUE 'N'.
015225     88  WS-LATE-BATCH      VALUE 'Y' 'M'.
015230     88  WS-LATE-POSTING    VALUE 'Y'.
015235     88  WS-LATE-CLOSED     VALUE 'M'.
015240 01  WS-LATE-COUNTS.
015245     05  WS-LATE-BATCH-COUNT    PIC 9(06)   COMP VALUE ZERO.
015250     05  WS-LATE-ITEM-COUNT     PIC 9(06)   COMP VALUE ZERO.
015255     05  WS-LATE-RELEASE-COUNT  PIC 9(06)   COMP VALUE ZERO.
015260 01  WS-LATE-FRAME-BRANCH   PIC X(04)       VALUE SPACES.
015265 01  WS-LATE-FRAME-OPER     PIC X(04)       VALUE SPACES.
015270 01  WS-LATE-FRAME-HASH     PIC S9(11)V99   COMP-3 VALUE ZERO.
015300*-----------------------------------------------------------
015400* RECOGNIZED CURRENCY CODES - LOADED AT START-UP FROM THE
015500*     EFFECTIVE-DATED RATEMAST MASTER, THE SAME SOURCE THE
017000     05  FILLER                 PIC X(01) VALUE SPACE.
017100     05  RJ-REASON-TEXT         PIC X(24).
017200     05  FILLER                 PIC X(01) VALUE SPACE.
017300     05  RJ-TRANS-IMAGE         PIC X(36).
017400     05  FILLER                 PIC X(16) VALUE SPACES.
017410*-----------------------------------------------------------
017412* VALUE LIMITS - LOADED AT START-UP FROM THE LIMMAST MASTER,
017414*     ONE ENTRY PER BRANCH AND OPERATION ('****' IS THE
017416*     DEFAULT ROW), AND THE HELD-TRANSACTION QUEUE
017418*-----------------------------------------------------------
017420 01  WS-LIM-STATUS          PIC X(02).
017422     88  WS-LIM-OK          VALUE '00'.
017424     88  WS-LIM-NOT-FOUND   VALUE '35'.
017426 01  WS-HELD-STATUS         PIC X(02).
017428     88  WS-HELD-OK         VALUE '00'.
017430     88  WS-HELD-NOT-FOUND  VALUE '35'.
017432 01  WS-HNEW-STATUS         PIC X(02).
017434     88  WS-HNEW-OK         VALUE '00'.
017436 01  WS-LIM-EOF-SWITCH      PIC X(01)       VALUE 'N'.
017438     88  WS-LIM-MASTER-EOF  VALUE 'Y'.
017440 01  WS-LIMITS-UNREAD-SW    PIC X(01)       VALUE 'N'.
017442     88  WS-LIMITS-UNREAD   VALUE 'Y'.
017444 01  WS-HELD-EOF-SWITCH     PIC X(01)       VALUE 'N'.
017446     88  WS-HELD-EOF        VALUE 'Y'.
017448 01  WS-HOLD-SWITCH         PIC X(01)       VALUE 'N'.
017450     88  WS-RECORD-HELD     VALUE 'Y'.
017452 01  WS-HOLD-COUNTS.
017454     05  WS-HELD-COUNT      PIC 9(06)       COMP VALUE ZERO.
017456     05  WS-RELEASED-COUNT  PIC 9(06)       COMP VALUE ZERO.
017458     05  WS-DECLINED-COUNT  PIC 9(06)       COMP VALUE ZERO.
017460     05  WS-CARRIED-COUNT   PIC 9(06)       COMP VALUE ZERO.
017462 01  WS-TEST-VALUE          PIC S9(05)V99   VALUE ZERO.
017464 01  WS-TEST-VALUE-2        PIC S9(05)V99   VALUE ZERO.
017466 01  WS-LIMIT-VALUE         PIC S9(05)V99   VALUE ZERO.
017468 01  WS-LIMIT-SOURCE        PIC X(01)       VALUE SPACE.
017470 01  WS-LIMIT-KEY.
017472     05  WS-LIMIT-KEY-BRANCH    PIC X(04).
017474     05  WS-LIMIT-KEY-OPER      PIC X(01).
017476 01  WS-LIMIT-COUNT         PIC 9(04)       COMP VALUE ZERO.
017478 01  WS-LIMIT-TABLE.
017480     05  WS-LIMIT-ENTRY OCCURS 1000 TIMES
017482                        INDEXED BY WS-LIMIT-IDX.
017484         10  WS-LIMIT-ENT-KEY   PIC X(05).
017486         10  WS-LIMIT-ENT-MAX   PIC S9(05)V99.
017488     COPY HELDREC.
017493     COPY LATECTL.
017500 PROCEDURE DIVISION.
017600*-----------------------------------------------------------
017700* 0000-MAINLINE
019500         PERFORM 8950-EMPTY-CLEAN-FILE
019600             THRU 8950-EMPTY-CLEAN-FILE-EXIT
019700     END-IF.
019710     IF WS-BATCH-REFUSED OR NOT WS-OPEN-OK
019720         PERFORM 8960-RESTORE-HELD-QUEUE
019730             THRU 8960-RESTORE-HELD-QUEUE-EXIT
019740     END-IF.
019800     PERFORM 9999-EXIT
019900         THRU 9999-EXIT-EXIT.
020000*-----------------------------------------------------------
020100* 1000-INITIALIZE - OPEN THE RAW TRANSACTION FILE, THE EDITED
020200*     OUTPUT FILE AND THE REJECT FILE, LOAD THE CURRENCY
020250*     CODES AND VALUE LIMITS, AND WORK THE HELD QUEUE
020300*-----------------------------------------------------------
020400 1000-INITIALIZE.
020500     OPEN INPUT TRANS-FILE.
021300     MOVE 'Y' TO WS-OPEN-SWITCH.
021400     PERFORM 1100-LOAD-CURRENCY-CODES
021500         THRU 1100-LOAD-CURRENCY-CODES-EXIT.
021510     PERFORM 1200-LOAD-LIMITS
021520         THRU 1200-LOAD-LIMITS-EXIT.
021523     PERFORM 7650-OPEN-LATE-CONTROLS
021526         THRU 7650-OPEN-LATE-CONTROLS-EXIT.
021530     PERFORM 2800-WORK-HELD-QUEUE
021540         THRU 2800-WORK-HELD-QUEUE-EXIT.
021600 1000-INITIALIZE-EXIT.
021700     EXIT.
021800*-----------------------------------------------------------
027500         THRU 1110-READ-RATE-MASTER-EXIT.
027600 1120-APPLY-RATE-CODE-EXIT.
027700     EXIT.
027701*-----------------------------------------------------------
027702* 1200-LOAD-LIMITS - LOAD THE VALUE LIMITS FROM THE LIMMAST
027703*     MASTER. A MISSING MASTER LIMITS NOTHING; A MASTER THAT
027704*     IS THERE BUT CANNOT BE OPENED HOLDS EVERY CLEAN DETAIL
027705*     RATHER THAN LET AN UNCHECKED AMOUNT THROUGH.
027706*-----------------------------------------------------------
027707 1200-LOAD-LIMITS.
027708     MOVE ZERO TO WS-LIMIT-COUNT.
027709     OPEN INPUT LIMIT-FILE.
027710     IF WS-LIM-NOT-FOUND
027711         DISPLAY 'NO LIMMAST - TRANSACTION VALUES NOT LIMITED'
027712         GO TO 1200-LOAD-LIMITS-EXIT
027713     END-IF.
027714     IF NOT WS-LIM-OK
027715         DISPLAY 'UNABLE TO OPEN LIMMAST, STATUS: '
027716             WS-LIM-STATUS
027717             ' - EVERY CLEAN DETAIL WILL BE HELD'
027718         MOVE 'Y' TO WS-LIMITS-UNREAD-SW
027719         GO TO 1200-LOAD-LIMITS-EXIT
027720     END-IF.
027721     PERFORM 1210-READ-LIMIT-MASTER
027722         THRU 1210-READ-LIMIT-MASTER-EXIT.
027723     PERFORM 1220-APPLY-LIMIT
027724         THRU 1220-APPLY-LIMIT-EXIT
027725         UNTIL WS-LIM-MASTER-EOF.
027726     CLOSE LIMIT-FILE.
027727 1200-LOAD-LIMITS-EXIT.
027728     EXIT.
027729*-----------------------------------------------------------
027730* 1210-READ-LIMIT-MASTER - READ THE NEXT LIMIT MASTER RECORD
027731*     IN KEY SEQUENCE
027732*-----------------------------------------------------------
027733 1210-READ-LIMIT-MASTER.
027734     READ LIMIT-FILE NEXT RECORD
027735         AT END
027736             SET WS-LIM-MASTER-EOF TO TRUE
027737     END-READ.
027738 1210-READ-LIMIT-MASTER-EXIT.
027739     EXIT.
027740*-----------------------------------------------------------
027741* 1220-APPLY-LIMIT - ADD ONE LIMIT TO THE TABLE, THEN READ
027742*     THE NEXT RECORD
027743*-----------------------------------------------------------
027744 1220-APPLY-LIMIT.
027745     IF WS-LIMIT-COUNT < 1000
027746         ADD 1 TO WS-LIMIT-COUNT
027747         MOVE VL-LIMIT-KEY TO WS-LIMIT-ENT-KEY(WS-LIMIT-COUNT)
027748         MOVE VL-MAX-VALUE TO WS-LIMIT-ENT-MAX(WS-LIMIT-COUNT)
027749     ELSE
027750         DISPLAY 'LIMIT TABLE FULL - IGNORING ' VL-BRANCH ' '
027751             VL-OPER-CODE
027752     END-IF.
027753     PERFORM 1210-READ-LIMIT-MASTER
027754         THRU 1210-READ-LIMIT-MASTER-EXIT.
027755 1220-APPLY-LIMIT-EXIT.
027756     EXIT.
027800*-----------------------------------------------------------
027900* 2000-PROCESS-EDIT - READ EVERY TRANSACTION RECORD AND ROUTE
028000*     IT TO THE CLEAN FILE OR THE REJECT FILE
032700*-----------------------------------------------------------
032800* 2250-EDIT-DETAIL - VALIDATE ONE DETAIL TRANSACTION, ROLL IT
032900*     INTO THE CURRENT BATCH'S CONTROL COUNT AND HASH TOTAL,
033000*     AND WRITE IT TO THE CLEAN OR REJECT FILE, OR HOLD IT
033050*     ON HELDNEW WHEN IT IS CLEAN BUT OVER ITS VALUE LIMIT
033060*     OR, IN A LATE BATCH, FOR A MONTH ALREADY CLOSED. A
033070*     CLEAN DETAIL OF A LATE BATCH PASSES WITHOUT JOINING THE
033080*     RUNCTL COUNTS
033100*-----------------------------------------------------------
033200 2250-EDIT-DETAIL.
033300     ADD 1 TO WS-READ-COUNT.
034000     END-IF.
034100     PERFORM 2300-VALIDATE-FIELDS
034200         THRU 2300-VALIDATE-FIELDS-EXIT.
034205     MOVE 'N' TO WS-HOLD-SWITCH.
034210     IF WS-RECORD-CLEAN
034215         PERFORM 2350-CHECK-LIMIT
034220             THRU 2350-CHECK-LIMIT-EXIT
034225     END-IF.
034230     IF WS-RECORD-HELD
034235         PERFORM 2370-HOLD-DETAIL
034240             THRU 2370-HOLD-DETAIL-EXIT
034245         GO TO 2250-EDIT-DETAIL-EXIT
034250     END-IF.
034253     IF WS-RECORD-CLEAN AND WS-IN-BATCH AND WS-LATE-CLOSED
034256         MOVE ZERO  TO WS-LIMIT-VALUE
034259         MOVE SPACE TO WS-LIMIT-SOURCE
034262         PERFORM 2370-HOLD-DETAIL
034265             THRU 2370-HOLD-DETAIL-EXIT
034268         GO TO 2250-EDIT-DETAIL-EXIT
034271     END-IF.
034274     IF WS-RECORD-CLEAN AND WS-IN-BATCH AND WS-LATE-POSTING
034277         ADD 1 TO WS-LATE-ITEM-COUNT
034280         WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
034283         GO TO 2250-EDIT-DETAIL-EXIT
034286     END-IF.
034300     IF WS-RECORD-CLEAN
034400         ADD 1 TO WS-CLEAN-COUNT
034500         EVALUATE TRUE
041300     END-IF.
041400 2300-VALIDATE-FIELDS-EXIT.
041500     EXIT.
041501*-----------------------------------------------------------
041502* 2350-CHECK-LIMIT - FIND THE VALUE LIMIT FOR THE DETAIL'S
041503*     BRANCH AND OPERATION, FALLING BACK TO THE '****' DEFAULT
041504*     ROW, AND MARK THE DETAIL HELD WHEN THE LARGER OF ITS TWO
041505*     AMOUNTS, SIGN IGNORED, IS OVER IT. WITH NO LIMIT AT ALL
041506*     THE DETAIL IS NOT LIMITED; WITH AN UNREADABLE LIMMAST
041507*     EVERY DETAIL IS HELD.
041508*-----------------------------------------------------------
041509 2350-CHECK-LIMIT.
041510     MOVE 'N' TO WS-HOLD-SWITCH.
041511     IF WS-LIMITS-UNREAD
041512         MOVE ZERO TO WS-LIMIT-VALUE
041513         MOVE 'U'  TO WS-LIMIT-SOURCE
041514         MOVE 'Y'  TO WS-HOLD-SWITCH
041515         GO TO 2350-CHECK-LIMIT-EXIT
041516     END-IF.
041517     IF WS-LIMIT-COUNT = ZERO
041518         GO TO 2350-CHECK-LIMIT-EXIT
041519     END-IF.
041520     MOVE CT-BRANCH    TO WS-LIMIT-KEY-BRANCH.
041521     MOVE CT-OPER-CODE TO WS-LIMIT-KEY-OPER.
041522     MOVE 'B'          TO WS-LIMIT-SOURCE.
041523     PERFORM 2360-FIND-LIMIT
041524         THRU 2360-FIND-LIMIT-EXIT.
041525     IF WS-LIMIT-IDX > WS-LIMIT-COUNT
041526         MOVE '****' TO WS-LIMIT-KEY-BRANCH
041527         MOVE 'D'    TO WS-LIMIT-SOURCE
041528         PERFORM 2360-FIND-LIMIT
041529             THRU 2360-FIND-LIMIT-EXIT
041530     END-IF.
041531     IF WS-LIMIT-IDX > WS-LIMIT-COUNT
041532         GO TO 2350-CHECK-LIMIT-EXIT
041533     END-IF.
041534     MOVE WS-LIMIT-ENT-MAX(WS-LIMIT-IDX) TO WS-LIMIT-VALUE.
041535     MOVE CT-NUM1 TO WS-TEST-VALUE.
041536     IF WS-TEST-VALUE < ZERO
041537         COMPUTE WS-TEST-VALUE = ZERO - WS-TEST-VALUE
041538     END-IF.
041539     MOVE CT-NUM2 TO WS-TEST-VALUE-2.
041540     IF WS-TEST-VALUE-2 < ZERO
041541         COMPUTE WS-TEST-VALUE-2 = ZERO - WS-TEST-VALUE-2
041542     END-IF.
041543     IF WS-TEST-VALUE-2 > WS-TEST-VALUE
041544         MOVE WS-TEST-VALUE-2 TO WS-TEST-VALUE
041545     END-IF.
041546     IF WS-TEST-VALUE > WS-LIMIT-VALUE
041547         MOVE 'Y' TO WS-HOLD-SWITCH
041548     END-IF.
041549 2350-CHECK-LIMIT-EXIT.
041550     EXIT.
041551*-----------------------------------------------------------
041552* 2360-FIND-LIMIT - LOOK UP WS-LIMIT-KEY IN THE LIMIT TABLE;
041553*     WS-LIMIT-IDX IS PAST WS-LIMIT-COUNT WHEN IT IS NOT THERE
041554*-----------------------------------------------------------
041555 2360-FIND-LIMIT.
041556     SET WS-LIMIT-IDX TO 1.
041557     PERFORM 2365-SCAN-LIMIT-TABLE
041558         THRU 2365-SCAN-LIMIT-TABLE-EXIT
041559         UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
041560             OR WS-LIMIT-ENT-KEY(WS-LIMIT-IDX) = WS-LIMIT-KEY.
041561 2360-FIND-LIMIT-EXIT.
041562     EXIT.
041563*-----------------------------------------------------------
041564* 2365-SCAN-LIMIT-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
041565*-----------------------------------------------------------
041566 2365-SCAN-LIMIT-TABLE.
041567     SET WS-LIMIT-IDX UP BY 1.
041568 2365-SCAN-LIMIT-TABLE-EXIT.
041569     EXIT.
041570*-----------------------------------------------------------
041571* 2370-HOLD-DETAIL - WRITE THE OVER-LIMIT DETAIL TO HELDNEW,
041572*     STATUS 'H', WITH THE LIMIT IT BROKE, DATED FROM THE
041573*     BATCH BUSINESS DATE (THE CLOCK WHEN THERE IS NONE)
041574*     - A LATE BATCH'S DETAIL UNDER ITS VALUE DATE, FLAGGED
041575*-----------------------------------------------------------
041576 2370-HOLD-DETAIL.
041577     ADD 1 TO WS-HELD-COUNT.
041578     MOVE SPACES TO HELD-TRANS-RECORD.
041579     IF WS-CTL-BUS-DATE NOT = ZERO
041580         MOVE WS-CTL-BUS-DATE TO HT-HELD-DATE
041581     ELSE
041582         ACCEPT HT-HELD-DATE FROM DATE YYYYMMDD
041583     END-IF.
041584     IF WS-LATE-BATCH AND WS-IN-BATCH
041585         MOVE WS-HDR-BUS-DATE TO HT-HELD-DATE
041586         MOVE 'L' TO HT-LATE-FLAG
041587     END-IF.
041588     IF WS-LATE-CLOSED AND WS-IN-BATCH
041589         MOVE 'M' TO HT-LATE-FLAG
041590     END-IF.
041591     ACCEPT HT-HELD-TIME FROM TIME.
041592     MOVE CALC-TRANS-RECORD TO HT-TRANS-IMAGE.
041593     MOVE WS-LIMIT-VALUE    TO HT-LIMIT-VALUE.
041594     MOVE WS-LIMIT-SOURCE   TO HT-LIMIT-SOURCE.
041595     MOVE 'H'               TO HT-STATUS.
041596     MOVE ZERO              TO HT-DECIDED-DATE.
041597     WRITE HELD-NEW-RECORD FROM HELD-TRANS-RECORD.
041598 2370-HOLD-DETAIL-EXIT.
041599     EXIT.
041600*-----------------------------------------------------------
041700* 2400-CHECK-CURRENCY - LOOK UP WS-LOOKUP-CODE IN THE TABLE OF
041800*     RECOGNIZED CURRENCY CODES; A BLANK CODE IS ACCEPTED AND
045800     END-IF.
045900     MOVE CT-HDR-BRANCH   TO WS-HDR-BRANCH.
046000     MOVE CT-HDR-BUS-DATE TO WS-HDR-BUS-DATE.
046025     PERFORM 2550-CHECK-LATE-BATCH
046050         THRU 2550-CHECK-LATE-BATCH-EXIT.
046100     IF WS-CTL-BUS-DATE = ZERO
046200             AND CT-HDR-BUS-DATE IS NUMERIC
046250             AND NOT WS-LATE-BATCH
046300         MOVE CT-HDR-BUS-DATE TO WS-CTL-BUS-DATE
046400     END-IF.
046500     MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
046700     MOVE 'Y'  TO WS-IN-BATCH-SWITCH.
046800 2500-START-BATCH-EXIT.
046900     EXIT.
046901*-----------------------------------------------------------
046902* 2550-CHECK-LATE-BATCH - TEST WHETHER BALPOST HAS ALREADY
046903*     POSTED THE HEADER DATE FOR THE BRANCH. A LATE BATCH
046904*     WHOSE MONTH IS STILL OPEN PASSES ITS HEADER THROUGH TO
046905*     THE EDITED FILE SO ITS DETAILS REACH LATETRN; IN A
046906*     CLOSED MONTH EVERY CLEAN DETAIL IS HELD INSTEAD
046907*-----------------------------------------------------------
046908 2550-CHECK-LATE-BATCH.
046909     MOVE 'N' TO WS-LATE-BATCH-SW.
046910     MOVE CT-HDR-BRANCH   TO LT-TEST-BRANCH.
046911     MOVE CT-HDR-BUS-DATE TO LT-TEST-DATE.
046912     PERFORM 7670-TEST-LATE-BATCH
046913         THRU 7670-TEST-LATE-BATCH-EXIT.
046914     IF NOT LT-BATCH-LATE
046915         GO TO 2550-CHECK-LATE-BATCH-EXIT
046916     END-IF.
046917     ADD 1 TO WS-LATE-BATCH-COUNT.
046918     IF LT-MONTH-CLOSED
046919         MOVE 'M' TO WS-LATE-BATCH-SW
046920         DISPLAY 'LATE BATCH FROM BRANCH ' CT-HDR-BRANCH
046921             ' DATED ' CT-HDR-BUS-DATE ' (POSTED TO '
046922             LT-POSTED-DATE ') - MONTH CLOSED, ITEMS HELD'
046923         GO TO 2550-CHECK-LATE-BATCH-EXIT
046924     END-IF.
046925     MOVE 'Y' TO WS-LATE-BATCH-SW.
046926     DISPLAY 'LATE BATCH FROM BRANCH ' CT-HDR-BRANCH
046927         ' DATED ' CT-HDR-BUS-DATE ' (POSTED TO '
046928         LT-POSTED-DATE ') - ITEMS POST AS LATE ITEMS'.
046929     WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD.
046930 2550-CHECK-LATE-BATCH-EXIT.
046931     EXIT.
046932*-----------------------------------------------------------
046933* 2560-RELEASE-LATE-ITEM - WRITE A RELEASED LATE ITEM TO THE
046934*     EDITED FILE IN A ONE-ITEM BATCH OF ITS OWN, HEADED WITH
046935*     THE VALUE DATE IT WAS HELD UNDER, SO IT POSTS AS A LATE
046936*     ITEM AND NOT IN TONIGHT'S RUNCTL COUNTS
046937*-----------------------------------------------------------
046938 2560-RELEASE-LATE-ITEM.
046939     ADD 1 TO WS-LATE-RELEASE-COUNT.
046940     MOVE HT-TRANS-IMAGE TO CALC-TRANS-RECORD.
046941     MOVE CT-BRANCH   TO WS-LATE-FRAME-BRANCH.
046942     MOVE CT-OPERATOR TO WS-LATE-FRAME-OPER.
046943     MOVE ZERO TO WS-LATE-FRAME-HASH.
046944     IF CT-NUM1 IS NUMERIC AND CT-NUM2 IS NUMERIC
046945         COMPUTE WS-LATE-FRAME-HASH = CT-NUM1 + CT-NUM2
046946     END-IF.
046947     MOVE SPACES TO CALC-TRANS-RECORD.
046948     MOVE 'H' TO CT-OPER-CODE.
046949     MOVE WS-LATE-FRAME-BRANCH TO CT-HDR-BRANCH.
046950     MOVE HT-HELD-DATE         TO CT-HDR-BUS-DATE.
046951     MOVE WS-LATE-FRAME-OPER   TO CT-OPERATOR.
046952     WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD.
046953     WRITE CLEAN-RECORD FROM HT-TRANS-IMAGE.
046954     MOVE SPACES TO CALC-TRANS-RECORD.
046955     MOVE 'T' TO CT-OPER-CODE.
046956     MOVE 1 TO CT-TRL-REC-COUNT.
046957     MOVE WS-LATE-FRAME-HASH   TO CT-TRL-HASH-TOTAL.
046958     MOVE WS-LATE-FRAME-OPER   TO CT-OPERATOR.
046959     WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD.
046960 2560-RELEASE-LATE-ITEM-EXIT.
046961     EXIT.
047000*-----------------------------------------------------------
047100* 2600-VERIFY-TRAILER - PROVE THE TRAILER'S RECORD COUNT AND
047200*     HASH TOTAL AGAINST WHAT WAS ACTUALLY READ SINCE THE
050400         PERFORM 2700-REFUSE-BATCH
050500             THRU 2700-REFUSE-BATCH-EXIT
050600     END-IF.
050620     IF WS-LATE-POSTING
050640         WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
050660     END-IF.
050680     MOVE 'N' TO WS-LATE-BATCH-SW.
050700     MOVE 'N' TO WS-IN-BATCH-SWITCH.
050800 2600-VERIFY-TRAILER-EXIT.
050900     EXIT.
051600     MOVE 'Y' TO WS-REFUSE-SWITCH.
051700 2700-REFUSE-BATCH-EXIT.
051800     EXIT.
051801*-----------------------------------------------------------
051802* 2800-WORK-HELD-QUEUE - BEFORE THE EDIT, PASS THE HELD QUEUE:
051803*     RELEASED ITEMS GO TO THE EDITED FILE, DECLINED ITEMS TO
051804*     THE REJECT FILE, AND ITEMS STILL HELD TO HELDNEW, WHICH
051805*     ALSO TAKES THIS RUN'S NEW HOLDS. A QUEUE OR KEEP FILE
051806*     THAT CANNOT BE OPENED REFUSES THE RUN, SO NO HELD ITEM
051807*     IS LOST OR RELEASED TWICE.
051808*-----------------------------------------------------------
051809 2800-WORK-HELD-QUEUE.
051810     OPEN OUTPUT HELD-NEW-FILE.
051811     IF NOT WS-HNEW-OK
051812         DISPLAY 'UNABLE TO OPEN HELDNEW, STATUS: '
051813             WS-HNEW-STATUS ' - RUN REFUSED'
051814         PERFORM 2700-REFUSE-BATCH
051815             THRU 2700-REFUSE-BATCH-EXIT
051816         GO TO 2800-WORK-HELD-QUEUE-EXIT
051817     END-IF.
051818     OPEN INPUT HELD-FILE.
051819     IF WS-HELD-NOT-FOUND
051820         DISPLAY 'NO HELDTRN QUEUE - NOTHING HELD FROM EARLIER '
051821             'RUNS'
051822         GO TO 2800-WORK-HELD-QUEUE-EXIT
051823     END-IF.
051824     IF NOT WS-HELD-OK
051825         DISPLAY 'UNABLE TO OPEN HELDTRN, STATUS: '
051826             WS-HELD-STATUS ' - RUN REFUSED'
051827         PERFORM 2700-REFUSE-BATCH
051828             THRU 2700-REFUSE-BATCH-EXIT
051829         GO TO 2800-WORK-HELD-QUEUE-EXIT
051830     END-IF.
051831     MOVE 'N' TO WS-HELD-EOF-SWITCH.
051832     PERFORM 2810-READ-HELD
051833         THRU 2810-READ-HELD-EXIT.
051834     PERFORM 2820-WORK-ONE-HELD
051835         THRU 2820-WORK-ONE-HELD-EXIT
051836         UNTIL WS-HELD-EOF.
051837     CLOSE HELD-FILE.
051838 2800-WORK-HELD-QUEUE-EXIT.
051839     EXIT.
051840*-----------------------------------------------------------
051841* 2810-READ-HELD - READ ONE HELD QUEUE RECORD
051842*-----------------------------------------------------------
051843 2810-READ-HELD.
051844     READ HELD-FILE INTO HELD-TRANS-RECORD
051845         AT END
051846             SET WS-HELD-EOF TO TRUE
051847     END-READ.
051848 2810-READ-HELD-EXIT.
051849     EXIT.
051850*-----------------------------------------------------------
051851* 2820-WORK-ONE-HELD - ROUTE ONE QUEUE ITEM BY ITS STATUS,
051852*     THEN READ THE NEXT. A RELEASED ITEM IS COUNTED BY
051853*     OPERATION WITH THE CLEAN RECORDS, SO RUNCTL AND
051854*     EODSUMMARY PROVE IT THROUGH THE CALCULATORS.
051855*     A RELEASED LATE ITEM IS FRAMED AND LEFT OUT OF THEM.
051856*-----------------------------------------------------------
051857 2820-WORK-ONE-HELD.
051858     EVALUATE TRUE
051859         WHEN HT-RELEASED AND HT-LATE-ITEM
051860             ADD 1 TO WS-RELEASED-COUNT
051861             PERFORM 2560-RELEASE-LATE-ITEM
051862                 THRU 2560-RELEASE-LATE-ITEM-EXIT
051863         WHEN HT-RELEASED
051864             ADD 1 TO WS-RELEASED-COUNT
051865             MOVE HT-TRANS-IMAGE TO CALC-TRANS-RECORD
051866             EVALUATE TRUE
051867                 WHEN CT-OPER-ADD
051868                     ADD 1 TO WS-CLEAN-A-COUNT
051869                 WHEN CT-OPER-SUBTRACT
051870                     ADD 1 TO WS-CLEAN-S-COUNT
051871                 WHEN CT-OPER-MULTIPLY
051872                     ADD 1 TO WS-CLEAN-M-COUNT
051873                 WHEN CT-OPER-DIVIDE
051874                     ADD 1 TO WS-CLEAN-D-COUNT
051875             END-EVALUATE
051876             WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
051877         WHEN HT-DECLINED
051878             ADD 1 TO WS-DECLINED-COUNT
051879             MOVE '08' TO RJ-REASON-CODE
051880             MOVE HT-DECLINE-REASON TO RJ-REASON-TEXT
051881             MOVE HT-TRANS-IMAGE TO RJ-TRANS-IMAGE
051882             WRITE REJECT-RECORD FROM WS-REJECT-LINE
051883         WHEN OTHER
051884             ADD 1 TO WS-CARRIED-COUNT
051885             WRITE HELD-NEW-RECORD FROM HELD-TRANS-RECORD
051886     END-EVALUATE.
051887     PERFORM 2810-READ-HELD
051888         THRU 2810-READ-HELD-EXIT.
051889 2820-WORK-ONE-HELD-EXIT.
051890     EXIT.
051900*-----------------------------------------------------------
052000* 3000-DISPLAY-TOTALS - SHOW THE EDIT CONTROL COUNTS SO THE
052100*     OPERATOR CAN SEE AT A GLANCE HOW MUCH OF THE NIGHT'S
052800     DISPLAY 'TRANSACTIONS ACCEPTED: ' WS-COUNT-DISPLAY.
052900     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
053000     DISPLAY 'TRANSACTIONS REJECTED: ' WS-COUNT-DISPLAY.
053010     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
053020     DISPLAY 'TRANSACTIONS HELD:     ' WS-COUNT-DISPLAY.
053030     MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
053040     DISPLAY 'HELD ITEMS RELEASED:   ' WS-COUNT-DISPLAY.
053050     MOVE WS-DECLINED-COUNT TO WS-COUNT-DISPLAY.
053060     DISPLAY 'HELD ITEMS DECLINED:   ' WS-COUNT-DISPLAY.
053070     MOVE WS-CARRIED-COUNT TO WS-COUNT-DISPLAY.
053080     DISPLAY 'HELD ITEMS STILL HELD: ' WS-COUNT-DISPLAY.
053082     MOVE WS-LATE-BATCH-COUNT TO WS-COUNT-DISPLAY.
053084     DISPLAY 'LATE BATCHES:          ' WS-COUNT-DISPLAY.
053086     MOVE WS-LATE-ITEM-COUNT TO WS-COUNT-DISPLAY.
053088     DISPLAY 'LATE ITEMS PASSED:     ' WS-COUNT-DISPLAY.
053090     MOVE WS-LATE-RELEASE-COUNT TO WS-COUNT-DISPLAY.
053092     DISPLAY 'LATE ITEMS RELEASED:   ' WS-COUNT-DISPLAY.
053100 3000-DISPLAY-TOTALS-EXIT.
053200     EXIT.
053300*-----------------------------------------------------------
056900 3500-WRITE-RUN-CONTROL-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------
057200* 8900-CLOSE-FILES - CLOSE THE TRANSACTION, EDITED, REJECT
057250*     AND HELD KEEP FILES
057300*-----------------------------------------------------------
057400 8900-CLOSE-FILES.
057500     CLOSE TRANS-FILE.
057600     CLOSE CLEAN-FILE.
057700     CLOSE REJECT-FILE.
057710     CLOSE HELD-NEW-FILE.
057735     PERFORM 7690-CLOSE-LATE-CONTROLS
057760         THRU 7690-CLOSE-LATE-CONTROLS-EXIT.
057800 8900-CLOSE-FILES-EXIT.
057900     EXIT.
058000*-----------------------------------------------------------
058900         'RETRANSMIT AND RERUN THE EDIT'.
059000 8950-EMPTY-CLEAN-FILE-EXIT.
059100     EXIT.
059101*-----------------------------------------------------------
059103* 8960-RESTORE-HELD-QUEUE - THE RUN WAS REFUSED OR NEVER
059105*     STARTED; REWRITE HELDNEW AS AN UNCHANGED COPY OF HELDTRN
059107*     SO NOTHING RELEASED, DECLINED OR HELD IS LOST WHEN THE
059109*     EDIT IS RERUN. WHEN HELDTRN CANNOT BE READ HELDNEW IS
059111*     LEFT EMPTY AND MUST NOT BE SWAPPED IN.
059113*-----------------------------------------------------------
059115 8960-RESTORE-HELD-QUEUE.
059117     OPEN OUTPUT HELD-NEW-FILE.
059119     OPEN INPUT HELD-FILE.
059121     IF NOT WS-HELD-OK
059123         CLOSE HELD-NEW-FILE
059125         GO TO 8960-RESTORE-HELD-QUEUE-EXIT
059127     END-IF.
059129     MOVE 'N' TO WS-HELD-EOF-SWITCH.
059131     PERFORM 2810-READ-HELD
059133         THRU 2810-READ-HELD-EXIT.
059135     PERFORM 8970-COPY-ONE-HELD
059137         THRU 8970-COPY-ONE-HELD-EXIT
059139         UNTIL WS-HELD-EOF.
059141     CLOSE HELD-FILE.
059143     CLOSE HELD-NEW-FILE.
059145     DISPLAY 'HELD QUEUE CARRIED FORWARD UNCHANGED ON HELDNEW'.
059147 8960-RESTORE-HELD-QUEUE-EXIT.
059149     EXIT.
059151*-----------------------------------------------------------
059153* 8970-COPY-ONE-HELD - COPY ONE QUEUE ITEM AS IT STANDS
059155*-----------------------------------------------------------
059157 8970-COPY-ONE-HELD.
059159     WRITE HELD-NEW-RECORD FROM HELD-TRANS-RECORD.
059161     PERFORM 2810-READ-HELD
059163         THRU 2810-READ-HELD-EXIT.
059165 8970-COPY-ONE-HELD-EXIT.
059167     EXIT.
059200*-----------------------------------------------------------
059300* 9999-EXIT - COMMON PROGRAM EXIT
059400*-----------------------------------------------------------
059600     IF WS-BATCH-REFUSED
059700         MOVE 8 TO RETURN-CODE
059800     END-IF.
059810     IF WS-LIMITS-UNREAD AND NOT WS-BATCH-REFUSED
059820         MOVE 4 TO RETURN-CODE
059830     END-IF.
059900     STOP RUN.
060000 9999-EXIT-EXIT.
060100     EXIT.
060200     COPY LATEPROC.
