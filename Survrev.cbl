000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SURVREV.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-11.
000600 DATE-COMPILED. 2026-09-11.
000700*REMARKS.
000800*    CONSOLE REVIEW PROGRAM FOR THE SURVEILLANCE CASE FILE
000900*    (SURVCASE) BUILT NIGHTLY BY SURVEIL, MODELED ON LIMMAINT.
001000*    LETS A COMPLIANCE OFFICER HOLDING THE EXCEPTIONS
001100*    AUTHORITY LIST THE OPEN CASES (L), INQUIRE ON ONE CASE
001200*    (I), MARK A CASE REVIEWED WITH A SHORT NOTE OF THE
001300*    OUTCOME (R), OR QUIT (Q). A REVIEWED CASE CARRIES THE
001400*    REVIEWER AND THE DATE AND CANNOT BE REVIEWED AGAIN, AND
001500*    NO ONE MAY CLEAR A LARGE-VALUE CASE ON A CALCULATION
001600*    THEY KEYED THEMSELVES. THE OFFICER SIGNS ON WITH ID AND
001700*    PASSWORD THROUGH THE SHARED SGNPROC ROUTINE.
001800*-----------------------------------------------------------
001900*                 MODIFICATION HISTORY
002000*-----------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* ---------- ----  ----------------------------------------
002300* 2026-09-11  RH   ORIGINAL PROGRAM.
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CASE-FILE ASSIGN TO SURVCASE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS SC-CASE-NO
003500         FILE STATUS IS WS-CASE-STATUS.
003600     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OP-OPER-ID
004000         FILE STATUS IS WS-OPER-STATUS.
004100     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS SG-HIST-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CASE-FILE.
004700     COPY SVCREC.
004800 FD  OPERATOR-FILE.
004900     COPY OPERREC.
005000 FD  SIGNON-HIST-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200     COPY SGNHREC.
005300 WORKING-STORAGE SECTION.
005400 01  WS-CASE-STATUS         PIC X(02).
005500     88  WS-CASE-OK         VALUE '00'.
005600 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
005700 01  WS-OPER-STATUS         PIC X(02).
005800     88  WS-OPER-OK         VALUE '00'.
005900     88  WS-OPER-NOT-FOUND  VALUE '35'.
006000 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
006100     88  WS-SIGNON-OK       VALUE 'Y'.
006200 01  WS-FUNCTION-CODE       PIC X(01).
006300     88  WS-FUNC-LIST       VALUE 'L'.
006400     88  WS-FUNC-INQUIRE    VALUE 'I'.
006500     88  WS-FUNC-REVIEW     VALUE 'R'.
006600     88  WS-FUNC-QUIT       VALUE 'Q'.
006700     88  WS-FUNC-VALID      VALUE 'L' 'I' 'R' 'Q'.
006800 01  WS-CONTINUE-SWITCH     PIC X(01)       VALUE 'Y'.
006900     88  WS-DONE            VALUE 'N'.
007000 01  WS-CASE-EOF-SWITCH     PIC X(01)       VALUE 'N'.
007100     88  WS-CASE-EOF        VALUE 'Y'.
007200 01  WS-CASE-FOUND-SWITCH   PIC X(01)       VALUE 'N'.
007300     88  WS-CASE-FOUND      VALUE 'Y'.
007400 01  WS-CASE-INPUT          PIC X(06).
007500 01  WS-CASE-TRAIL-CNT      PIC 9(02)       COMP VALUE ZERO.
007600 01  WS-CASE-LEN            PIC 9(02)       COMP VALUE ZERO.
007700 01  WS-CASE-CHK            PIC S9(04)      COMP VALUE ZERO.
007800 01  WS-NOTE-INPUT          PIC X(30).
007900 01  WS-CONFIRM-INPUT       PIC X(01).
008000     88  WS-CONFIRMED       VALUE 'Y'.
008100 01  WS-LISTED-COUNT        PIC 9(06)       COMP VALUE ZERO.
008200 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
008300 01  WS-STAMP-DATE          PIC 9(08).
008400 01  WS-AMOUNT-EDIT         PIC Z,ZZZ,ZZ9.99.
008500 01  WS-ITEMS-EDIT          PIC ZZZ9.
008600     COPY SGNCTL.
008700 PROCEDURE DIVISION.
008800*-----------------------------------------------------------
008900* 0000-MAINLINE
009000*-----------------------------------------------------------
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT.
009400     PERFORM 2000-PROCESS-ONE-ACTION
009500         THRU 2000-PROCESS-ONE-ACTION-EXIT
009600         UNTIL WS-DONE.
009700     PERFORM 8900-CLOSE-FILES
009800         THRU 8900-CLOSE-FILES-EXIT.
009900     PERFORM 9999-EXIT
010000         THRU 9999-EXIT-EXIT.
010100*-----------------------------------------------------------
010200* 1000-INITIALIZE - SIGN THE OFFICER ON AND OPEN THE CASE
010300*     FILE, WHICH SURVEIL MUST ALREADY HAVE CREATED
010400*-----------------------------------------------------------
010500 1000-INITIALIZE.
010600     PERFORM 1100-SIGN-ON
010700         THRU 1100-SIGN-ON-EXIT.
010800     IF NOT WS-SIGNON-OK
010900         MOVE 'N' TO WS-CONTINUE-SWITCH
011000         GO TO 1000-INITIALIZE-EXIT
011100     END-IF.
011200     OPEN I-O CASE-FILE.
011300     IF NOT WS-CASE-OK
011400         DISPLAY 'UNABLE TO OPEN SURVCASE, STATUS: '
011500             WS-CASE-STATUS
011600         MOVE 'N' TO WS-SIGNON-OK-SW
011700         MOVE 'N' TO WS-CONTINUE-SWITCH
011800     END-IF.
011900 1000-INITIALIZE-EXIT.
012000     EXIT.
012100*-----------------------------------------------------------
012200* 1100-SIGN-ON - SIGN THE OFFICER ON AGAINST THE OPERMAST
012300*     MASTER THROUGH THE SHARED SGNPROC ROUTINE: ON THE
012400*     MASTER, ACTIVE, NOT LOCKED, RIGHT PASSWORD (CHANGED WHEN
012500*     DUE) AND HOLDING THE EXCEPTIONS AUTHORITY, WHICH COVERS
012600*     THE REVIEW QUEUES. A MISSING MASTER (NOT YET STOOD UP)
012700*     BYPASSES THE CHECK WITH A LOUD WARNING. EVERY OUTCOME
012800*     GOES TO SGNHIST.
012900*-----------------------------------------------------------
013000 1100-SIGN-ON.
013100     DISPLAY 'ENTER OPERATOR CODE: '.
013200     ACCEPT WS-OPERATOR-CODE.
013300     MOVE WS-OPERATOR-CODE     TO SG-OPER-ID.
013400     MOVE 'SURVREV'            TO SG-PROGRAM-ID.
013500     MOVE 'E'                  TO SG-AUTH-AREA.
013600     MOVE 'SURVEILLANCE CASES' TO SG-AREA-NAME.
013700     OPEN I-O OPERATOR-FILE.
013800     IF WS-OPER-NOT-FOUND
013900         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
014000             'BYPASSED, STAND THE OPERATOR MASTER UP'
014100         MOVE 'Y' TO WS-SIGNON-OK-SW
014200         MOVE 'Y' TO SG-RESULT-SW
014300         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
014400         PERFORM 7590-WRITE-SIGNON-HIST
014500             THRU 7590-WRITE-SIGNON-HIST-EXIT
014600         GO TO 1100-SIGN-ON-EXIT
014700     END-IF.
014800     IF NOT WS-OPER-OK
014900         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
015000             WS-OPER-STATUS ' - SIGN-ON REFUSED'
015100         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
015200         PERFORM 7590-WRITE-SIGNON-HIST
015300             THRU 7590-WRITE-SIGNON-HIST-EXIT
015400         GO TO 1100-SIGN-ON-EXIT
015500     END-IF.
015600     PERFORM 7500-VALIDATE-SIGN-ON
015700         THRU 7500-VALIDATE-SIGN-ON-EXIT.
015800     IF SG-SIGNED-ON
015900         MOVE 'Y' TO WS-SIGNON-OK-SW
016000     END-IF.
016100     CLOSE OPERATOR-FILE.
016200 1100-SIGN-ON-EXIT.
016300     EXIT.
016400*-----------------------------------------------------------
016500* 2000-PROCESS-ONE-ACTION - PROMPT FOR A FUNCTION CODE AND
016600*     ROUTE TO THE MATCHING PARAGRAPH
016700*-----------------------------------------------------------
016800 2000-PROCESS-ONE-ACTION.
016900     DISPLAY 'ENTER FUNCTION (L=LIST OPEN, I=INQUIRE, '
017000         'R=REVIEW, Q=QUIT): '.
017100     ACCEPT WS-FUNCTION-CODE.
017200     IF NOT WS-FUNC-VALID
017300         DISPLAY 'INVALID FUNCTION CODE: ' WS-FUNCTION-CODE
017400         GO TO 2000-PROCESS-ONE-ACTION-EXIT
017500     END-IF.
017600     EVALUATE TRUE
017700         WHEN WS-FUNC-LIST
017800             PERFORM 2100-LIST-OPEN-CASES
017900                 THRU 2100-LIST-OPEN-CASES-EXIT
018000         WHEN WS-FUNC-INQUIRE
018100             PERFORM 2300-INQUIRE-CASE
018200                 THRU 2300-INQUIRE-CASE-EXIT
018300         WHEN WS-FUNC-REVIEW
018400             PERFORM 2400-REVIEW-CASE
018500                 THRU 2400-REVIEW-CASE-EXIT
018600         WHEN WS-FUNC-QUIT
018700             MOVE 'N' TO WS-CONTINUE-SWITCH
018800     END-EVALUATE.
018900 2000-PROCESS-ONE-ACTION-EXIT.
019000     EXIT.
019100*-----------------------------------------------------------
019200* 2100-LIST-OPEN-CASES - SHOW EVERY OPEN CASE, OLDEST FIRST
019300*-----------------------------------------------------------
019400 2100-LIST-OPEN-CASES.
019500     MOVE ZERO TO WS-LISTED-COUNT.
019600     MOVE ZERO TO SC-CASE-NO.
019700     MOVE 'N' TO WS-CASE-EOF-SWITCH.
019800     START CASE-FILE KEY IS NOT LESS THAN SC-CASE-NO
019900         INVALID KEY
020000             SET WS-CASE-EOF TO TRUE
020100     END-START.
020200     IF NOT WS-CASE-EOF
020300         PERFORM 2110-READ-NEXT-CASE
020400             THRU 2110-READ-NEXT-CASE-EXIT
020500     END-IF.
020600     PERFORM 2120-LIST-ONE-CASE
020700         THRU 2120-LIST-ONE-CASE-EXIT
020800         UNTIL WS-CASE-EOF.
020900     MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY.
021000     DISPLAY WS-COUNT-DISPLAY ' OPEN CASE(S)'.
021100 2100-LIST-OPEN-CASES-EXIT.
021200     EXIT.
021300*-----------------------------------------------------------
021400* 2110-READ-NEXT-CASE - READ THE NEXT CASE IN NUMBER ORDER
021500*-----------------------------------------------------------
021600 2110-READ-NEXT-CASE.
021700     READ CASE-FILE NEXT RECORD
021800         AT END
021900             SET WS-CASE-EOF TO TRUE
022000     END-READ.
022100 2110-READ-NEXT-CASE-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------
022400* 2120-LIST-ONE-CASE - SHOW ONE CASE WHEN IT IS STILL OPEN,
022500*     THEN READ THE NEXT
022600*-----------------------------------------------------------
022700 2120-LIST-ONE-CASE.
022800     IF SC-OPEN
022900         ADD 1 TO WS-LISTED-COUNT
023000         PERFORM 2200-SHOW-CASE
023100             THRU 2200-SHOW-CASE-EXIT
023200     END-IF.
023300     PERFORM 2110-READ-NEXT-CASE
023400         THRU 2110-READ-NEXT-CASE-EXIT.
023500 2120-LIST-ONE-CASE-EXIT.
023600     EXIT.
023700*-----------------------------------------------------------
023800* 2200-SHOW-CASE - DISPLAY THE CASE IN THE RECORD AREA
023900*-----------------------------------------------------------
024000 2200-SHOW-CASE.
024100     MOVE SC-TOTAL-VALUE TO WS-AMOUNT-EDIT.
024200     MOVE SC-ITEM-COUNT  TO WS-ITEMS-EDIT.
024300     DISPLAY 'CASE ' SC-CASE-NO ' TYPE ' SC-CASE-TYPE
024400         ' DATE ' SC-BUS-DATE ' BRANCH ' SC-BRANCH
024500         ' ' SC-OPERATION.
024600     DISPLAY '     TIMES ' SC-FIRST-TIME '-' SC-LAST-TIME
024700         ' ITEMS ' WS-ITEMS-EDIT ' VALUE ' WS-AMOUNT-EDIT
024800         ' OPERATOR ' SC-OPERATOR.
024900     IF SC-REVIEWED
025000         DISPLAY '     REVIEWED BY ' SC-REVIEWED-BY ' ON '
025100             SC-REVIEWED-DATE ': ' SC-REVIEW-NOTE
025200     END-IF.
025300 2200-SHOW-CASE-EXIT.
025400     EXIT.
025500*-----------------------------------------------------------
025600* 2250-ACCEPT-CASE-NO - ACCEPT A CASE NUMBER AND READ THE
025700*     CASE; WS-CASE-FOUND IS SET WHEN IT IS ON FILE
025800*-----------------------------------------------------------
025900 2250-ACCEPT-CASE-NO.
026000     MOVE 'N' TO WS-CASE-FOUND-SWITCH.
026100     DISPLAY 'ENTER CASE NUMBER: '.
026200     MOVE SPACES TO WS-CASE-INPUT.
026300     ACCEPT WS-CASE-INPUT.
026400     MOVE ZERO TO WS-CASE-TRAIL-CNT.
026500     INSPECT WS-CASE-INPUT TALLYING WS-CASE-TRAIL-CNT
026600         FOR TRAILING SPACE.
026700     COMPUTE WS-CASE-LEN = 6 - WS-CASE-TRAIL-CNT.
026800     IF WS-CASE-LEN = ZERO
026900         DISPLAY 'CASE NUMBER REQUIRED'
027000         GO TO 2250-ACCEPT-CASE-NO-EXIT
027100     END-IF.
027200     COMPUTE WS-CASE-CHK = FUNCTION
027300         TEST-NUMVAL(WS-CASE-INPUT(1:WS-CASE-LEN)).
027400     IF WS-CASE-CHK NOT = ZERO
027500         DISPLAY 'CASE NUMBER MUST BE NUMERIC: ' WS-CASE-INPUT
027600         GO TO 2250-ACCEPT-CASE-NO-EXIT
027700     END-IF.
027800     COMPUTE SC-CASE-NO = FUNCTION
027900         NUMVAL(WS-CASE-INPUT(1:WS-CASE-LEN)).
028000     READ CASE-FILE
028100         INVALID KEY
028200             DISPLAY 'CASE NOT ON FILE: ' SC-CASE-NO
028300             GO TO 2250-ACCEPT-CASE-NO-EXIT
028400     END-READ.
028500     MOVE 'Y' TO WS-CASE-FOUND-SWITCH.
028600 2250-ACCEPT-CASE-NO-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------
028900* 2300-INQUIRE-CASE - SHOW ONE CASE, OPEN OR REVIEWED
029000*-----------------------------------------------------------
029100 2300-INQUIRE-CASE.
029200     PERFORM 2250-ACCEPT-CASE-NO
029300         THRU 2250-ACCEPT-CASE-NO-EXIT.
029400     IF WS-CASE-FOUND
029500         PERFORM 2200-SHOW-CASE
029600             THRU 2200-SHOW-CASE-EXIT
029700     END-IF.
029800 2300-INQUIRE-CASE-EXIT.
029900     EXIT.
030000*-----------------------------------------------------------
030100* 2400-REVIEW-CASE - SHOW AN OPEN CASE, TAKE THE REVIEW NOTE
030200*     AND, ON CONFIRMATION, MARK IT REVIEWED BY THE SIGNED-ON
030300*     OFFICER. A CASE ALREADY REVIEWED, OR A LARGE-VALUE CASE
030400*     THE OFFICER KEYED, IS REFUSED.
030500*-----------------------------------------------------------
030600 2400-REVIEW-CASE.
030700     PERFORM 2250-ACCEPT-CASE-NO
030800         THRU 2250-ACCEPT-CASE-NO-EXIT.
030900     IF NOT WS-CASE-FOUND
031000         GO TO 2400-REVIEW-CASE-EXIT
031100     END-IF.
031200     PERFORM 2200-SHOW-CASE
031300         THRU 2200-SHOW-CASE-EXIT.
031400     IF NOT SC-OPEN
031500         DISPLAY 'CASE ' SC-CASE-NO ' IS NOT OPEN - NOTHING '
031600             'POSTED'
031700         GO TO 2400-REVIEW-CASE-EXIT
031800     END-IF.
031900     IF SC-OPERATOR = WS-OPERATOR-CODE
032000             AND SC-OPERATOR NOT = SPACES
032100         DISPLAY 'YOU KEYED THIS CALCULATION - ANOTHER OFFICER '
032200             'MUST REVIEW IT'
032300         GO TO 2400-REVIEW-CASE-EXIT
032400     END-IF.
032500     DISPLAY 'ENTER REVIEW NOTE (REQUIRED, 30 CHARACTERS): '.
032600     MOVE SPACES TO WS-NOTE-INPUT.
032700     ACCEPT WS-NOTE-INPUT.
032800     IF WS-NOTE-INPUT = SPACES
032900         DISPLAY 'A REVIEW NOTE IS REQUIRED - NOTHING POSTED'
033000         GO TO 2400-REVIEW-CASE-EXIT
033100     END-IF.
033200     DISPLAY 'MARK CASE ' SC-CASE-NO ' REVIEWED (Y/N): '.
033300     MOVE SPACE TO WS-CONFIRM-INPUT.
033400     ACCEPT WS-CONFIRM-INPUT.
033500     IF NOT WS-CONFIRMED
033600         DISPLAY 'NOTHING POSTED'
033700         GO TO 2400-REVIEW-CASE-EXIT
033800     END-IF.
033900     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
034000     MOVE 'R'              TO SC-STATUS.
034100     MOVE WS-OPERATOR-CODE TO SC-REVIEWED-BY.
034200     MOVE WS-STAMP-DATE    TO SC-REVIEWED-DATE.
034300     MOVE WS-NOTE-INPUT    TO SC-REVIEW-NOTE.
034400     REWRITE SURV-CASE-RECORD
034500         INVALID KEY
034600             CONTINUE
034700     END-REWRITE.
034800     IF NOT WS-CASE-OK
034900         DISPLAY 'UNABLE TO UPDATE CASE ' SC-CASE-NO
035000             ', STATUS: ' WS-CASE-STATUS
035100         GO TO 2400-REVIEW-CASE-EXIT
035200     END-IF.
035300     DISPLAY 'CASE ' SC-CASE-NO ' MARKED REVIEWED'.
035400 2400-REVIEW-CASE-EXIT.
035500     EXIT.
035600*-----------------------------------------------------------
035700* 8900-CLOSE-FILES - CLOSE THE CASE FILE WHEN IT WAS OPENED
035800*-----------------------------------------------------------
035900 8900-CLOSE-FILES.
036000     IF WS-SIGNON-OK
036100         CLOSE CASE-FILE
036200     END-IF.
036300 8900-CLOSE-FILES-EXIT.
036400     EXIT.
036500*-----------------------------------------------------------
036600* 9999-EXIT - COMMON PROGRAM EXIT
036700*-----------------------------------------------------------
036800 9999-EXIT.
036900     STOP RUN.
037000 9999-EXIT-EXIT.
037100     EXIT.
037200     COPY SGNPROC.
