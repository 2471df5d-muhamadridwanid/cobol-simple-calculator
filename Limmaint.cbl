000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LIMMAINT.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-10.
000600 DATE-COMPILED. 2026-09-10.
000700*REMARKS.
000800*    CONSOLE MAINTENANCE PROGRAM FOR THE TRANSACTION VALUE
000900*    LIMIT MASTER (LIMMAST), MODELED ON SIMAINT. LETS AN
001000*    OPERATOR HOLDING THE BRANCH AUTHORITY ADD OR CHANGE THE
001100*    LARGEST SINGLE-TRANSACTION VALUE A BRANCH MAY KEY FOR ONE
001200*    OPERATION (A), DELETE A LIMIT (D), INQUIRE ON ONE (I), OR
001300*    QUIT (Q). BRANCH '****' IS THE DEFAULT ROW FOR AN
001400*    OPERATION, USED FOR EVERY BRANCH WITHOUT A ROW OF ITS
001500*    OWN. EVERY ADD, CHANGE OR DELETE WRITES ONE LINE, WITH
001600*    THE OLD AND NEW LIMIT, TO THE LIMIT AUDIT TRAIL (LIMAUDT).
001700*    CALCEDIT LOADS THE MASTER EACH NIGHT AND HOLDS ANY DETAIL
001800*    OVER ITS LIMIT FOR SUPERVISOR RELEASE THROUGH HELDREL.
001900*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
002000*    SHARED SGNPROC ROUTINE.
002100*-----------------------------------------------------------
002200*                 MODIFICATION HISTORY
002300*-----------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* ---------- ----  ----------------------------------------
002600* 2026-09-10  RH   ORIGINAL PROGRAM.
002625* 2026-10-15  RH   A LIMIT OVER 99999.99 IS REFUSED INSTEAD OF
002650*                  LOSING ITS HIGH-ORDER DIGITS ON THE MASTER.
002700*-----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LIMIT-FILE ASSIGN TO LIMMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VL-LIMIT-KEY
003800         FILE STATUS IS WS-LIM-STATUS.
003900     SELECT LIM-AUDIT-FILE ASSIGN TO LIMAUDT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LAUD-STATUS.
004200     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OP-OPER-ID
004600         FILE STATUS IS WS-OPER-STATUS.
004700     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SG-HIST-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  LIMIT-FILE.
005300     COPY LIMREC.
005400 FD  LIM-AUDIT-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  LIM-AUDIT-RECORD       PIC X(80).
005700 FD  OPERATOR-FILE.
005800     COPY OPERREC.
005900 FD  SIGNON-HIST-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006100     COPY SGNHREC.
006200 WORKING-STORAGE SECTION.
006300 01  WS-LIM-STATUS          PIC X(02).
006400     88  WS-LIM-OK          VALUE '00'.
006500     88  WS-LIM-NOT-FOUND   VALUE '35'.
006600 01  WS-LAUD-STATUS         PIC X(02).
006700     88  WS-LAUD-OK         VALUE '00'.
006800     88  WS-LAUD-NOT-FOUND  VALUE '35'.
006900 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
007000 01  WS-OPER-STATUS         PIC X(02).
007100     88  WS-OPER-OK         VALUE '00'.
007200     88  WS-OPER-NOT-FOUND  VALUE '35'.
007300 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
007400     88  WS-SIGNON-OK       VALUE 'Y'.
007500 01  WS-FUNCTION-CODE       PIC X(01).
007600     88  WS-FUNC-ADD        VALUE 'A'.
007700     88  WS-FUNC-DELETE     VALUE 'D'.
007800     88  WS-FUNC-INQUIRE    VALUE 'I'.
007900     88  WS-FUNC-QUIT       VALUE 'Q'.
008000     88  WS-FUNC-VALID      VALUE 'A' 'D' 'I' 'Q'.
008100 01  WS-CONTINUE-SWITCH     PIC X(01)       VALUE 'Y'.
008200     88  WS-DONE            VALUE 'N'.
008300 01  WS-BRANCH-INPUT        PIC X(04).
008400 01  WS-OPER-INPUT          PIC X(01).
008500     88  WS-OPER-VALID      VALUE 'A' 'S' 'M' 'D'.
008600 01  WS-NUM-INPUT           PIC X(10).
008700 01  WS-NUM-TRAIL-CNT       PIC 9(02)       COMP VALUE ZERO.
008800 01  WS-NUM-LEN             PIC 9(02)       COMP VALUE ZERO.
008900 01  WS-NUM-CHK             PIC S9(04)      COMP VALUE ZERO.
009000 01  WS-NUM-OK-SWITCH       PIC X(01)       VALUE 'N'.
009100     88  WS-NUM-VALID       VALUE 'Y'.
009150 01  WS-KEYED-VALUE         PIC S9(10)V99   VALUE ZERO.
009200 01  WS-MAX-VALUE           PIC S9(05)V99   VALUE ZERO.
009300 01  WS-OLD-MAX-VALUE       PIC S9(05)V99   VALUE ZERO.
009400 01  WS-RECORD-EXISTS-SW    PIC X(01)       VALUE 'N'.
009500     88  WS-RECORD-EXISTS   VALUE 'Y'.
009600 01  WS-STAMP-DATE          PIC 9(08).
009700 01  WS-STAMP-TIME          PIC 9(08).
009800 01  WS-AMOUNT-EDIT         PIC -(5)9.99.
009900 01  WS-LIM-AUDIT-LINE.
010000     05  LA-DATE            PIC 9(08).
010100     05  FILLER             PIC X(01) VALUE SPACE.
010200     05  LA-TIME            PIC 9(08).
010300     05  FILLER             PIC X(01) VALUE SPACE.
010400     05  LA-OPERATOR        PIC X(04).
010500     05  FILLER             PIC X(01) VALUE SPACE.
010600     05  LA-ACTION          PIC X(03).
010700     05  FILLER             PIC X(01) VALUE SPACE.
010800     05  LA-BRANCH          PIC X(04).
010900     05  FILLER             PIC X(01) VALUE SPACE.
011000     05  LA-OPER-CODE       PIC X(01).
011100     05  FILLER             PIC X(01) VALUE SPACE.
011200     05  LA-OLD-VALUE       PIC -(5)9.99.
011300     05  FILLER             PIC X(01) VALUE SPACE.
011400     05  LA-NEW-VALUE       PIC -(5)9.99.
011500     05  FILLER             PIC X(27) VALUE SPACES.
011600     COPY SGNCTL.
011700 PROCEDURE DIVISION.
011800*-----------------------------------------------------------
011900* 0000-MAINLINE
012000*-----------------------------------------------------------
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE
012300         THRU 1000-INITIALIZE-EXIT.
012400     PERFORM 2000-PROCESS-ONE-ACTION
012500         THRU 2000-PROCESS-ONE-ACTION-EXIT
012600         UNTIL WS-DONE.
012700     PERFORM 8900-CLOSE-FILES
012800         THRU 8900-CLOSE-FILES-EXIT.
012900     PERFORM 9999-EXIT
013000         THRU 9999-EXIT-EXIT.
013100*-----------------------------------------------------------
013200* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE LIMIT
013300*     MASTER AND ITS AUDIT TRAIL, CREATING EITHER ON FIRST USE
013400*-----------------------------------------------------------
013500 1000-INITIALIZE.
013600     PERFORM 1100-SIGN-ON
013700         THRU 1100-SIGN-ON-EXIT.
013800     IF NOT WS-SIGNON-OK
013900         MOVE 'N' TO WS-CONTINUE-SWITCH
014000         GO TO 1000-INITIALIZE-EXIT
014100     END-IF.
014200     OPEN I-O LIMIT-FILE.
014300     IF WS-LIM-NOT-FOUND
014400         OPEN OUTPUT LIMIT-FILE
014500         CLOSE LIMIT-FILE
014600         OPEN I-O LIMIT-FILE
014700     END-IF.
014800     IF NOT WS-LIM-OK
014900         DISPLAY 'UNABLE TO OPEN LIMMAST, STATUS: '
015000             WS-LIM-STATUS
015100         MOVE 'N' TO WS-CONTINUE-SWITCH
015200         GO TO 1000-INITIALIZE-EXIT
015300     END-IF.
015400     OPEN EXTEND LIM-AUDIT-FILE.
015500     IF WS-LAUD-NOT-FOUND
015600         OPEN OUTPUT LIM-AUDIT-FILE
015700     END-IF.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000*-----------------------------------------------------------
016100* 1100-SIGN-ON - SIGN THE OPERATOR ON AGAINST THE OPERMAST
016200*     MASTER THROUGH THE SHARED SGNPROC ROUTINE: ON THE
016300*     MASTER, ACTIVE, NOT LOCKED, RIGHT PASSWORD (CHANGED WHEN
016400*     DUE) AND HOLDING THE BRANCH AUTHORITY, SINCE A LIMIT IS
016500*     A BRANCH CONTROL. A MISSING MASTER (NOT YET STOOD UP)
016600*     BYPASSES THE CHECK WITH A LOUD WARNING. EVERY OUTCOME
016700*     GOES TO SGNHIST.
016800*-----------------------------------------------------------
016900 1100-SIGN-ON.
017000     DISPLAY 'ENTER OPERATOR CODE: '.
017100     ACCEPT WS-OPERATOR-CODE.
017200     MOVE WS-OPERATOR-CODE TO SG-OPER-ID.
017300     MOVE 'LIMMAINT'       TO SG-PROGRAM-ID.
017400     MOVE 'B'              TO SG-AUTH-AREA.
017500     MOVE 'BRANCH LIMITS'  TO SG-AREA-NAME.
017600     OPEN I-O OPERATOR-FILE.
017700     IF WS-OPER-NOT-FOUND
017800         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
017900             'BYPASSED, STAND THE OPERATOR MASTER UP'
018000         MOVE 'Y' TO WS-SIGNON-OK-SW
018100         MOVE 'Y' TO SG-RESULT-SW
018200         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
018300         PERFORM 7590-WRITE-SIGNON-HIST
018400             THRU 7590-WRITE-SIGNON-HIST-EXIT
018500         GO TO 1100-SIGN-ON-EXIT
018600     END-IF.
018700     IF NOT WS-OPER-OK
018800         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
018900             WS-OPER-STATUS ' - SIGN-ON REFUSED'
019000         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
019100         PERFORM 7590-WRITE-SIGNON-HIST
019200             THRU 7590-WRITE-SIGNON-HIST-EXIT
019300         GO TO 1100-SIGN-ON-EXIT
019400     END-IF.
019500     PERFORM 7500-VALIDATE-SIGN-ON
019600         THRU 7500-VALIDATE-SIGN-ON-EXIT.
019700     IF SG-SIGNED-ON
019800         MOVE 'Y' TO WS-SIGNON-OK-SW
019900     END-IF.
020000     CLOSE OPERATOR-FILE.
020100 1100-SIGN-ON-EXIT.
020200     EXIT.
020300*-----------------------------------------------------------
020400* 2000-PROCESS-ONE-ACTION - PROMPT FOR A FUNCTION CODE AND
020500*     ROUTE TO THE MATCHING PARAGRAPH
020600*-----------------------------------------------------------
020700 2000-PROCESS-ONE-ACTION.
020800     DISPLAY 'ENTER FUNCTION (A=ADD/CHANGE, D=DELETE, '
020900         'I=INQUIRE, Q=QUIT): '.
021000     ACCEPT WS-FUNCTION-CODE.
021100     IF NOT WS-FUNC-VALID
021200         DISPLAY 'INVALID FUNCTION CODE: ' WS-FUNCTION-CODE
021300         GO TO 2000-PROCESS-ONE-ACTION-EXIT
021400     END-IF.
021500     EVALUATE TRUE
021600         WHEN WS-FUNC-ADD
021700             PERFORM 2100-ADD-OR-CHANGE
021800                 THRU 2100-ADD-OR-CHANGE-EXIT
021900         WHEN WS-FUNC-DELETE
022000             PERFORM 2300-DELETE-LIMIT
022100                 THRU 2300-DELETE-LIMIT-EXIT
022200         WHEN WS-FUNC-INQUIRE
022300             PERFORM 2400-INQUIRE-LIMIT
022400                 THRU 2400-INQUIRE-LIMIT-EXIT
022500         WHEN WS-FUNC-QUIT
022600             MOVE 'N' TO WS-CONTINUE-SWITCH
022700     END-EVALUATE.
022800 2000-PROCESS-ONE-ACTION-EXIT.
022900     EXIT.
023000*-----------------------------------------------------------
023100* 2050-ACCEPT-LIMIT-KEY - ACCEPT AND VALIDATE A BRANCH CODE
023200*     (OR '****' FOR THE DEFAULT ROW) AND AN OPERATION CODE;
023300*     WS-OPER-INPUT IS LEFT INVALID WHEN EITHER IS WRONG
023400*-----------------------------------------------------------
023500 2050-ACCEPT-LIMIT-KEY.
023600     DISPLAY 'ENTER BRANCH CODE (**** FOR THE DEFAULT): '.
023700     MOVE SPACES TO WS-BRANCH-INPUT.
023800     MOVE SPACE TO WS-OPER-INPUT.
023900     ACCEPT WS-BRANCH-INPUT.
024000     IF WS-BRANCH-INPUT = SPACES
024100         DISPLAY 'BRANCH CODE REQUIRED'
024200         GO TO 2050-ACCEPT-LIMIT-KEY-EXIT
024300     END-IF.
024400     DISPLAY 'ENTER OPERATION (A/S/M/D): '.
024500     ACCEPT WS-OPER-INPUT.
024600     IF NOT WS-OPER-VALID
024700         DISPLAY 'OPERATION MUST BE A, S, M OR D'
024800         MOVE SPACE TO WS-OPER-INPUT
024900     END-IF.
025000 2050-ACCEPT-LIMIT-KEY-EXIT.
025100     EXIT.
025200*-----------------------------------------------------------
025300* 2100-ADD-OR-CHANGE - ACCEPT AND VALIDATE A LIMIT, ADD OR
025400*     REPLACE IT ON THE MASTER, AND WRITE ONE AUDIT TRAIL LINE
025500*     WITH THE OLD AND NEW VALUE
025600*-----------------------------------------------------------
025700 2100-ADD-OR-CHANGE.
025800     PERFORM 2050-ACCEPT-LIMIT-KEY
025900         THRU 2050-ACCEPT-LIMIT-KEY-EXIT.
026000     IF NOT WS-OPER-VALID
026100         GO TO 2100-ADD-OR-CHANGE-EXIT
026200     END-IF.
026300     DISPLAY 'ENTER MAXIMUM SINGLE-TRANSACTION VALUE: '.
026400     PERFORM 2200-ACCEPT-AMOUNT
026500         THRU 2200-ACCEPT-AMOUNT-EXIT.
026600     IF NOT WS-NUM-VALID
026700         DISPLAY 'INVALID AMOUNT - NOTHING POSTED'
026800         GO TO 2100-ADD-OR-CHANGE-EXIT
026900     END-IF.
027000     COMPUTE WS-KEYED-VALUE =
027100         FUNCTION NUMVAL(WS-NUM-INPUT(1:WS-NUM-LEN)).
027110     IF WS-KEYED-VALUE > 99999.99
027120         DISPLAY 'LIMIT TOO LARGE - 99999.99 AT MOST - NOTHING '
027130             'POSTED'
027140         GO TO 2100-ADD-OR-CHANGE-EXIT
027150     END-IF.
027160     MOVE WS-KEYED-VALUE TO WS-MAX-VALUE.
027200     IF WS-MAX-VALUE NOT > ZERO
027300         DISPLAY 'LIMIT MUST BE GREATER THAN ZERO - NOTHING '
027400             'POSTED'
027500         GO TO 2100-ADD-OR-CHANGE-EXIT
027600     END-IF.
027700     MOVE WS-BRANCH-INPUT TO VL-BRANCH.
027800     MOVE WS-OPER-INPUT   TO VL-OPER-CODE.
027900     MOVE 'N' TO WS-RECORD-EXISTS-SW.
028000     MOVE ZERO TO WS-OLD-MAX-VALUE.
028100     READ LIMIT-FILE
028200         INVALID KEY
028300             CONTINUE
028400         NOT INVALID KEY
028500             MOVE 'Y' TO WS-RECORD-EXISTS-SW
028600             MOVE VL-MAX-VALUE TO WS-OLD-MAX-VALUE
028700     END-READ.
028800     MOVE WS-BRANCH-INPUT  TO VL-BRANCH.
028900     MOVE WS-OPER-INPUT    TO VL-OPER-CODE.
029000     MOVE WS-MAX-VALUE     TO VL-MAX-VALUE.
029100     MOVE WS-OPERATOR-CODE TO VL-UPDATED-BY.
029200     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
029300     MOVE WS-STAMP-DATE TO VL-UPDATED-DATE.
029400     IF WS-RECORD-EXISTS
029500         REWRITE VALUE-LIMIT-RECORD
029600     ELSE
029700         WRITE VALUE-LIMIT-RECORD
029800     END-IF.
029900     IF NOT WS-LIM-OK
030000         DISPLAY 'UNABLE TO POST LIMIT, STATUS: '
030100             WS-LIM-STATUS
030200         GO TO 2100-ADD-OR-CHANGE-EXIT
030300     END-IF.
030400     IF WS-RECORD-EXISTS
030500         MOVE 'CHG' TO LA-ACTION
030600     ELSE
030700         MOVE 'ADD' TO LA-ACTION
030800     END-IF.
030900     PERFORM 2150-WRITE-LIM-AUDIT
031000         THRU 2150-WRITE-LIM-AUDIT-EXIT.
031100     DISPLAY 'LIMIT POSTED: ' WS-BRANCH-INPUT ' ' WS-OPER-INPUT.
031200 2100-ADD-OR-CHANGE-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------
031500* 2150-WRITE-LIM-AUDIT - WRITE ONE AUDIT TRAIL LINE FOR THE
031600*     ACTION JUST POSTED; LA-ACTION, WS-OLD-MAX-VALUE AND
031700*     WS-MAX-VALUE ARE SET BY THE CALLER
031800*-----------------------------------------------------------
031900 2150-WRITE-LIM-AUDIT.
032000     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
032100     ACCEPT WS-STAMP-TIME FROM TIME.
032200     MOVE WS-STAMP-DATE    TO LA-DATE.
032300     MOVE WS-STAMP-TIME    TO LA-TIME.
032400     MOVE WS-OPERATOR-CODE TO LA-OPERATOR.
032500     MOVE WS-BRANCH-INPUT  TO LA-BRANCH.
032600     MOVE WS-OPER-INPUT    TO LA-OPER-CODE.
032700     MOVE WS-OLD-MAX-VALUE TO LA-OLD-VALUE.
032800     MOVE WS-MAX-VALUE     TO LA-NEW-VALUE.
032900     WRITE LIM-AUDIT-RECORD FROM WS-LIM-AUDIT-LINE.
033000 2150-WRITE-LIM-AUDIT-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------
033300* 2200-ACCEPT-AMOUNT - ACCEPT ONE AMOUNT FROM THE CONSOLE
033400*     AND VALIDATE ITS NUMERIC CLASS THE WAY THE CALCULATORS
033500*     DO
033600*-----------------------------------------------------------
033700 2200-ACCEPT-AMOUNT.
033800     MOVE 'N' TO WS-NUM-OK-SWITCH.
033900     MOVE SPACES TO WS-NUM-INPUT.
034000     ACCEPT WS-NUM-INPUT.
034100     MOVE ZERO TO WS-NUM-TRAIL-CNT.
034200     INSPECT WS-NUM-INPUT TALLYING WS-NUM-TRAIL-CNT
034300         FOR TRAILING SPACE.
034400     COMPUTE WS-NUM-LEN = 10 - WS-NUM-TRAIL-CNT.
034500     MOVE ZERO TO WS-NUM-CHK.
034600     IF WS-NUM-LEN > 0
034700         COMPUTE WS-NUM-CHK =
034800             FUNCTION TEST-NUMVAL(WS-NUM-INPUT(1:WS-NUM-LEN))
034900     ELSE
035000         MOVE 1 TO WS-NUM-CHK
035100     END-IF.
035200     IF WS-NUM-CHK = ZERO
035300         MOVE 'Y' TO WS-NUM-OK-SWITCH
035400     END-IF.
035500 2200-ACCEPT-AMOUNT-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------
035800* 2300-DELETE-LIMIT - REMOVE ONE LIMIT FROM THE MASTER, SO
035900*     THE BRANCH FALLS BACK TO THE DEFAULT ROW (OR, FOR A
036000*     DEFAULT ROW, THE OPERATION IS NO LONGER LIMITED), AND
036100*     WRITE THE AUDIT LINE
036200*-----------------------------------------------------------
036300 2300-DELETE-LIMIT.
036400     PERFORM 2050-ACCEPT-LIMIT-KEY
036500         THRU 2050-ACCEPT-LIMIT-KEY-EXIT.
036600     IF NOT WS-OPER-VALID
036700         GO TO 2300-DELETE-LIMIT-EXIT
036800     END-IF.
036900     MOVE WS-BRANCH-INPUT TO VL-BRANCH.
037000     MOVE WS-OPER-INPUT   TO VL-OPER-CODE.
037100     READ LIMIT-FILE
037200         INVALID KEY
037300             DISPLAY 'LIMIT NOT ON MASTER: ' WS-BRANCH-INPUT
037400                 ' ' WS-OPER-INPUT
037500             GO TO 2300-DELETE-LIMIT-EXIT
037600     END-READ.
037700     MOVE VL-MAX-VALUE TO WS-OLD-MAX-VALUE.
037800     DELETE LIMIT-FILE RECORD.
037900     IF NOT WS-LIM-OK
038000         DISPLAY 'UNABLE TO DELETE LIMIT, STATUS: '
038100             WS-LIM-STATUS
038200         GO TO 2300-DELETE-LIMIT-EXIT
038300     END-IF.
038400     MOVE ZERO TO WS-MAX-VALUE.
038500     MOVE 'DEL' TO LA-ACTION.
038600     PERFORM 2150-WRITE-LIM-AUDIT
038700         THRU 2150-WRITE-LIM-AUDIT-EXIT.
038800     DISPLAY 'LIMIT DELETED: ' WS-BRANCH-INPUT ' ' WS-OPER-INPUT.
038900 2300-DELETE-LIMIT-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------
039200* 2400-INQUIRE-LIMIT - SHOW THE LIMIT IN FORCE FOR A BRANCH
039300*     AND OPERATION, SAYING WHEN IT COMES FROM THE DEFAULT ROW
039400*-----------------------------------------------------------
039500 2400-INQUIRE-LIMIT.
039600     PERFORM 2050-ACCEPT-LIMIT-KEY
039700         THRU 2050-ACCEPT-LIMIT-KEY-EXIT.
039800     IF NOT WS-OPER-VALID
039900         GO TO 2400-INQUIRE-LIMIT-EXIT
040000     END-IF.
040100     MOVE WS-BRANCH-INPUT TO VL-BRANCH.
040200     MOVE WS-OPER-INPUT   TO VL-OPER-CODE.
040300     READ LIMIT-FILE
040400         INVALID KEY
040500             GO TO 2410-INQUIRE-DEFAULT
040600     END-READ.
040700     MOVE VL-MAX-VALUE TO WS-AMOUNT-EDIT.
040800     DISPLAY VL-BRANCH ' OP ' VL-OPER-CODE ' LIMIT '
040900         WS-AMOUNT-EDIT ' SET BY ' VL-UPDATED-BY
041000         ' ON ' VL-UPDATED-DATE.
041100     GO TO 2400-INQUIRE-LIMIT-EXIT.
041200 2410-INQUIRE-DEFAULT.
041300     MOVE '****'        TO VL-BRANCH.
041400     MOVE WS-OPER-INPUT TO VL-OPER-CODE.
041500     READ LIMIT-FILE
041600         INVALID KEY
041700             DISPLAY WS-BRANCH-INPUT ' OP ' WS-OPER-INPUT
041800                 ' - NO LIMIT AND NO DEFAULT, NOT LIMITED'
041900             GO TO 2400-INQUIRE-LIMIT-EXIT
042000     END-READ.
042100     MOVE VL-MAX-VALUE TO WS-AMOUNT-EDIT.
042200     DISPLAY WS-BRANCH-INPUT ' OP ' VL-OPER-CODE ' LIMIT '
042300         WS-AMOUNT-EDIT ' FROM THE DEFAULT ROW, SET BY '
042400         VL-UPDATED-BY ' ON ' VL-UPDATED-DATE.
042500 2400-INQUIRE-LIMIT-EXIT.
042600     EXIT.
042700*-----------------------------------------------------------
042800* 8900-CLOSE-FILES - CLOSE THE LIMIT MASTER AND AUDIT TRAIL
042900*-----------------------------------------------------------
043000 8900-CLOSE-FILES.
043100     CLOSE LIMIT-FILE.
043200     CLOSE LIM-AUDIT-FILE.
043300 8900-CLOSE-FILES-EXIT.
043400     EXIT.
043500*-----------------------------------------------------------
043600* 9999-EXIT - COMMON PROGRAM EXIT
043700*-----------------------------------------------------------
043800 9999-EXIT.
043900     STOP RUN.
044000 9999-EXIT-EXIT.
044100     EXIT.
044200     COPY SGNPROC.
