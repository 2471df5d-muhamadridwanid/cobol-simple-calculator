000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMPLQUOT.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-17.
000600 DATE-COMPILED. 2026-09-17.
000700*REMARKS.
000800*    CICS PSEUDO-CONVERSATIONAL ON-LINE TRANSACTION (TRANID
000900*    TQUO) THAT QUOTES A FORMULA TEMPLATE AT THE COUNTER. THE
001000*    TELLER KEYS A TMPLMAST TEMPLATE ID, THE BRANCH AND THE
001100*    TEMPLATE'S PLACEHOLDER OPERANDS ON THE QUOTMAP1 MAP AND
001200*    ENTER SHOWS EVERY STEP WITH ITS OPERAND AND THE RUNNING
001300*    VALUE, COMPUTED THROUGH THE SHARED CALCCORE SUBPROGRAM
001400*    EXACTLY AS THE FORMULA BATCH PROGRAM WOULD COMPUTE THE
001500*    SAME TEMPLATE FROM A TEMPLATE-DRIVEN FORMULA FILE.
001600*    NOTHING IS POSTED FOR A QUOTE; PF5 ON A QUOTE STILL ON
001700*    THE SCREEN CONFIRMS IT AND POSTS ONE AUDIT LINE PER STEP
001800*    TO THE CAUD QUEUE AND THE FINAL VALUE TO RESULTKS THE
001900*    WAY CALCONLN POSTS AN ONLINE CALCULATION. AN UNKNOWN
002000*    TEMPLATE, A TEMPLATE WITH A GAP IN ITS STEP NUMBERS, THE
002100*    WRONG NUMBER OF OPERANDS OR A STEP CALCCORE REFUSES ALL
002200*    GIVE A MAP MESSAGE AND NO STEP LINES, NEVER A PARTIAL
002300*    RESULT. PF3 ENDS THE TRANSACTION.
002400*-----------------------------------------------------------
002500*                 MODIFICATION HISTORY
002600*-----------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* ---------- ----  ----------------------------------------
002900* 2026-09-17  RH   ORIGINAL PROGRAM.
003000*-----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-MAPSET-NAME             PIC X(08) VALUE 'QUOTSET'.
003800 01  WS-MAP-NAME                PIC X(08) VALUE 'QUOTMAP1'.
003900 01  WS-TRANS-ID                PIC X(04) VALUE 'TQUO'.
004000 01  WS-RESP                    PIC S9(08) COMP.
004100     COPY DFHAID.
004200     COPY DFHBMSCA.
004300     COPY QUOTMAP.
004400*    THE COMMAREA CARRIES THE QUOTE LAST SHOWN SO PF5 CAN
004500*    PROVE THE SCREEN STILL MATCHES IT BEFORE ANYTHING POSTS
004600 01  WS-COMMAREA.
004700     05  CA-STATE               PIC X(01).
004800         88  CA-QUOTE-SHOWN     VALUE 'Q'.
004900         88  CA-QUOTE-POSTED    VALUE 'P'.
005000     05  CA-QUOTE-KEY.
005100         10  CA-TMPL-ID         PIC X(08).
005200         10  CA-BRANCH          PIC X(04).
005300         10  CA-OPERAND-COUNT   PIC 9(02)       COMP.
005400         10  CA-OPERAND         PIC S9(05)V99   COMP-3
005500                                    OCCURS 6 TIMES.
005600     05  CA-FINAL-VALUE         PIC S9(05)V99   COMP-3.
005700*    THE SAME LAYOUT AS CA-QUOTE-KEY, FILLED FROM THIS TRIP'S
005800*    KEYED DATA
005900 01  WS-QUOTE-INPUT.
006000     05  IN-TMPL-ID             PIC X(08).
006100     05  IN-BRANCH              PIC X(04).
006200     05  IN-OPERAND-COUNT       PIC 9(02)       COMP.
006300     05  IN-OPERAND             PIC S9(05)V99   COMP-3
006400                                    OCCURS 6 TIMES.
006500 01  WS-OPND-TEXT-AREA.
006600     05  WS-OPND-TEXT           PIC X(09)       OCCURS 6 TIMES.
006700 01  WS-OPND-IDX                PIC 9(02)       COMP VALUE ZERO.
006800 01  WS-OPND-WIDE               PIC S9(09)V9(06) COMP-3.
006900 01  WS-RESULT-EDIT             PIC -(5)9.99.
007000 01  WS-STEP-DISPLAY            PIC 9(02).
007100 01  WS-COUNT-DISPLAY           PIC 9(02).
007200 01  WS-MSG                     PIC X(60)       VALUE SPACES.
007300 01  WS-FAIL-TEXT               PIC X(30)       VALUE SPACES.
007400 01  WS-INPUT-OK-SWITCH         PIC X(01)       VALUE 'Y'.
007500     88  WS-INPUT-INVALID       VALUE 'N'.
007600 01  WS-BLANK-SEEN-SWITCH       PIC X(01)       VALUE 'N'.
007700     88  WS-BLANK-SEEN          VALUE 'Y'.
007800 01  WS-QUOTE-OK-SWITCH         PIC X(01)       VALUE 'Y'.
007900     88  WS-QUOTE-FAILED        VALUE 'N'.
008000 01  WS-POSTED-SWITCH           PIC X(01)       VALUE 'N'.
008100     88  WS-QUOTE-POSTED-NOW    VALUE 'Y'.
008200 01  WS-POST-OK-SWITCH          PIC X(01)       VALUE 'Y'.
008300     88  WS-POST-FAILED         VALUE 'N'.
008400 01  WS-NUM-TRAIL-CNT           PIC 9(02)       COMP VALUE ZERO.
008500 01  WS-NUM-LEN                 PIC 9(02)       COMP VALUE ZERO.
008600 01  WS-NUM-CHK                 PIC S9(04)      COMP VALUE ZERO.
008700 01  WS-TMPL-FILE               PIC X(08) VALUE 'TMPLMAST'.
008800 01  WS-BRANCH-FILE             PIC X(08) VALUE 'BRNCHMST'.
008900 01  WS-AUDIT-TDQ               PIC X(04) VALUE 'CAUD'.
009000 01  WS-RESULT-FILE             PIC X(08) VALUE 'RESULTKS'.
009100 01  WS-AUDIT-LGTH              PIC S9(04) COMP VALUE +92.
009200 01  WS-RSLT-LGTH               PIC S9(04) COMP VALUE +72.
009300 01  WS-REPOST-TDQ              PIC X(04) VALUE 'CRPQ'.
009400 01  WS-RPOST-LGTH              PIC S9(04) COMP VALUE +90.
009500     COPY AUDITREC.
009600     COPY RSLTREC.
009700     COPY RPOSTREC.
009800     COPY TMPLREC.
009900     COPY BRNCHREC.
010000 01  WS-AUDIT-DATE              PIC 9(08).
010100 01  WS-AUDIT-TIME              PIC 9(08).
010200 01  WS-TRANS-SEQ               PIC 9(04)       COMP VALUE ZERO.
010300 01  WS-TRANS-SEQ-DISPLAY       PIC 9(04).
010400 01  WS-SIGNON-USER.
010500     05  WS-USER-OPERATOR       PIC X(04).
010600     05  FILLER                 PIC X(04).
010700*    TEMPLATE STEPS AS LOADED FROM TMPLMAST, WITH THE VALUE
010800*    COMING IN, THE OPERAND APPLIED AND THE VALUE GOING OUT
010900*    KEPT PER STEP FOR THE SCREEN AND THE AUDIT LINES
011000 01  WS-TMPL-EOF-SWITCH         PIC X(01)       VALUE 'N'.
011100     88  WS-TMPL-EOF            VALUE 'Y'.
011200 01  WS-TMPL-STEP-COUNT         PIC 9(02)       COMP VALUE ZERO.
011300 01  WS-PLACEHOLDER-COUNT       PIC 9(02)       COMP VALUE ZERO.
011400 01  WS-STEP-NO                 PIC 9(02)       COMP VALUE ZERO.
011500 01  WS-NEXT-OPERAND            PIC 9(02)       COMP VALUE ZERO.
011600 01  WS-TMPL-TABLE.
011700     05  WS-TMPL-STEP OCCURS 20 TIMES
011800             INDEXED BY WS-TS-IDX.
011900         10  TS-OPER-CODE       PIC X(01).
012000         10  TS-OPERAND-TYPE    PIC X(01).
012100         10  TS-OPERAND         PIC S9(05)V99   COMP-3.
012200         10  TS-VALUE-IN        PIC S9(05)V99   COMP-3.
012300         10  TS-APPLIED         PIC S9(05)V99   COMP-3.
012400         10  TS-VALUE-OUT       PIC S9(05)V99   COMP-3.
012500 01  WS-TMPL-OPER               PIC X(01)       VALUE SPACE.
012600 01  WS-SEED-VALUE              PIC S9(05)V99   COMP-3.
012700 01  WS-RUNNING-VALUE           PIC S9(05)V99   COMP-3.
012800 01  WS-STEP-OPERAND            PIC S9(05)V99   COMP-3.
012900 01  WS-NEW-VALUE               PIC S9(05)V99   COMP-3.
013000 01  WS-STEP-RESIDUAL           PIC S9(05)V9(06) COMP-3.
013100 01  WS-CALC-STATUS             PIC X(01).
013200     88  WS-CALC-OK             VALUE '0'.
013300     88  WS-CALC-OVERFLOW       VALUE '1'.
013400     88  WS-CALC-ZERO-DIV       VALUE '2'.
013500*    TEN SCREEN LINES OF TWO STEPS EACH, LINED UP UNDER THE
013600*    MAP'S "ST OPER K   OPERAND   RUNNING" HEADING
013700 01  WS-LINE-ROW                PIC 9(02)       COMP VALUE ZERO.
013800 01  WS-LINE-HALF               PIC 9(01)       COMP VALUE ZERO.
013900 01  WS-STEP-LINES.
014000     05  WS-STEP-LINE OCCURS 10 TIMES.
014100         10  SL-STEP OCCURS 2 TIMES.
014200             15  SL-STEP-NO     PIC Z9.
014300             15  FILLER         PIC X(01).
014400             15  SL-OPER-NAME   PIC X(04).
014500             15  FILLER         PIC X(01).
014600             15  SL-KIND        PIC X(01).
014700             15  FILLER         PIC X(01).
014800             15  SL-OPERAND     PIC -(5)9.99.
014900             15  FILLER         PIC X(01).
015000             15  SL-RUNNING     PIC -(5)9.99.
015100             15  FILLER         PIC X(04).
015200         10  FILLER             PIC X(04).
015300 LINKAGE SECTION.
015400 01  DFHCOMMAREA                PIC X(43).
015500 PROCEDURE DIVISION.
015600*-----------------------------------------------------------
015700* 0000-MAINLINE
015800*-----------------------------------------------------------
015900 0000-MAINLINE.
016000     IF EIBCALEN = 0
016100         PERFORM 1000-SEND-INITIAL-MAP
016200             THRU 1000-SEND-INITIAL-MAP-EXIT
016300     ELSE
016400         MOVE DFHCOMMAREA TO WS-COMMAREA
016500         PERFORM 2000-RECEIVE-MAP
016600             THRU 2000-RECEIVE-MAP-EXIT
016700         IF EIBAID = DFHPF3
016800             PERFORM 8000-END-SESSION
016900                 THRU 8000-END-SESSION-EXIT
017000         ELSE
017100             IF WS-INPUT-INVALID
017200                 PERFORM 3900-SEND-INPUT-ERROR-MAP
017300                     THRU 3900-SEND-INPUT-ERROR-MAP-EXIT
017400             ELSE
017500                 PERFORM 3000-BUILD-QUOTE
017600                     THRU 3000-BUILD-QUOTE-EXIT
017700                 IF EIBAID = DFHPF5
017800                         AND NOT WS-QUOTE-FAILED
017900                     PERFORM 3500-CONFIRM-QUOTE
018000                         THRU 3500-CONFIRM-QUOTE-EXIT
018100                 END-IF
018200                 PERFORM 4000-SEND-QUOTE-MAP
018300                     THRU 4000-SEND-QUOTE-MAP-EXIT
018400             END-IF
018500         END-IF
018600     END-IF.
018700     EXEC CICS RETURN
018800         TRANSID(WS-TRANS-ID)
018900         COMMAREA(WS-COMMAREA)
019000     END-EXEC.
019100     GOBACK.
019200*-----------------------------------------------------------
019300* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION;
019400*     SEND A BLANK MAP WITH NO QUOTE OUTSTANDING
019500*-----------------------------------------------------------
019600 1000-SEND-INITIAL-MAP.
019700     MOVE SPACE TO CA-STATE.
019800     MOVE LOW-VALUES TO CA-QUOTE-KEY.
019900     MOVE ZERO TO CA-FINAL-VALUE.
020000     MOVE LOW-VALUES TO QUOTMAP1O.
020100     MOVE 'KEY TEMPLATE, BRANCH AND OPERANDS - ENTER TO QUOTE'
020200         TO MSGO.
020300     EXEC CICS SEND MAP(WS-MAP-NAME)
020400         MAPSET(WS-MAPSET-NAME)
020500         ERASE
020600     END-EXEC.
020700 1000-SEND-INITIAL-MAP-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------
021000* 2000-RECEIVE-MAP - READ BACK THE OPERATOR'S KEYED DATA AND
021100*     EDIT IT: TEMPLATE AND BRANCH ARE REQUIRED, AND THE
021200*     OPERANDS MUST BE NUMERIC AND KEYED FROM OPERAND 1 WITH
021300*     NO GAPS
021400*-----------------------------------------------------------
021500 2000-RECEIVE-MAP.
021600     MOVE 'Y' TO WS-INPUT-OK-SWITCH.
021700     MOVE 'N' TO WS-BLANK-SEEN-SWITCH.
021800     MOVE SPACES TO WS-MSG.
021900     MOVE SPACES TO IN-TMPL-ID IN-BRANCH.
022000     MOVE ZERO TO IN-OPERAND-COUNT.
022100     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
022200         MAPSET(WS-MAPSET-NAME)
022300         RESP(WS-RESP)
022400     END-EXEC.
022500     IF WS-RESP NOT = DFHRESP(NORMAL)
022600         MOVE 'N' TO WS-INPUT-OK-SWITCH
022700         MOVE 'KEY TEMPLATE, BRANCH AND OPERANDS - ENTER TO QUOTE'
022800             TO WS-MSG
022900         GO TO 2000-RECEIVE-MAP-EXIT
023000     END-IF.
023100     MOVE TMPLI TO IN-TMPL-ID.
023200     INSPECT IN-TMPL-ID REPLACING ALL LOW-VALUE BY SPACE.
023300     MOVE BRCHI TO IN-BRANCH.
023400     INSPECT IN-BRANCH REPLACING ALL LOW-VALUE BY SPACE.
023500     IF IN-TMPL-ID = SPACES
023600         MOVE 'N' TO WS-INPUT-OK-SWITCH
023700         MOVE 'TEMPLATE ID REQUIRED - RE-ENTER' TO WS-MSG
023800         GO TO 2000-RECEIVE-MAP-EXIT
023900     END-IF.
024000     IF IN-BRANCH = SPACES
024100         MOVE 'N' TO WS-INPUT-OK-SWITCH
024200         MOVE 'BRANCH CODE REQUIRED - RE-ENTER' TO WS-MSG
024300         GO TO 2000-RECEIVE-MAP-EXIT
024400     END-IF.
024500     MOVE OPND1I TO WS-OPND-TEXT(1).
024600     MOVE OPND2I TO WS-OPND-TEXT(2).
024700     MOVE OPND3I TO WS-OPND-TEXT(3).
024800     MOVE OPND4I TO WS-OPND-TEXT(4).
024900     MOVE OPND5I TO WS-OPND-TEXT(5).
025000     MOVE OPND6I TO WS-OPND-TEXT(6).
025100     PERFORM 2100-EDIT-ONE-OPERAND
025200         THRU 2100-EDIT-ONE-OPERAND-EXIT
025300         VARYING WS-OPND-IDX FROM 1 BY 1
025400         UNTIL WS-OPND-IDX > 6.
025500 2000-RECEIVE-MAP-EXIT.
025600     EXIT.
025700*-----------------------------------------------------------
025800* 2100-EDIT-ONE-OPERAND - EDIT ONE KEYED OPERAND THE WAY
025900*     CALCONLN EDITS NUM1/NUM2; THE VALUE MUST ALSO FIT THE
026000*     S9(05)V99 OPERAND EXACTLY, SINCE A QUOTE THAT QUIETLY
026100*     DROPPED A DIGIT WOULD NOT BE THE QUOTE THE TELLER KEYED
026200*-----------------------------------------------------------
026300 2100-EDIT-ONE-OPERAND.
026400     MOVE ZERO TO IN-OPERAND(WS-OPND-IDX).
026500     IF WS-INPUT-INVALID
026600         GO TO 2100-EDIT-ONE-OPERAND-EXIT
026700     END-IF.
026800     INSPECT WS-OPND-TEXT(WS-OPND-IDX)
026900         REPLACING ALL LOW-VALUE BY SPACE.
027000     IF WS-OPND-TEXT(WS-OPND-IDX) = SPACES
027100         MOVE 'Y' TO WS-BLANK-SEEN-SWITCH
027200         GO TO 2100-EDIT-ONE-OPERAND-EXIT
027300     END-IF.
027400     MOVE WS-OPND-IDX TO WS-STEP-DISPLAY.
027500     IF WS-BLANK-SEEN
027600         MOVE 'N' TO WS-INPUT-OK-SWITCH
027700         MOVE 'KEY OPERANDS FROM OPERAND 1 WITH NO GAPS'
027800             TO WS-MSG
027900         GO TO 2100-EDIT-ONE-OPERAND-EXIT
028000     END-IF.
028100     MOVE ZERO TO WS-NUM-TRAIL-CNT.
028200     INSPECT WS-OPND-TEXT(WS-OPND-IDX) TALLYING WS-NUM-TRAIL-CNT
028300         FOR TRAILING SPACE.
028400     COMPUTE WS-NUM-LEN = 9 - WS-NUM-TRAIL-CNT.
028500     COMPUTE WS-NUM-CHK = FUNCTION TEST-NUMVAL
028600         (WS-OPND-TEXT(WS-OPND-IDX)(1:WS-NUM-LEN)).
028700     IF WS-NUM-CHK NOT = ZERO
028800         MOVE 'N' TO WS-INPUT-OK-SWITCH
028900         STRING 'OPERAND '                DELIMITED BY SIZE
029000                WS-STEP-DISPLAY(2:1)      DELIMITED BY SIZE
029100                ' MUST BE NUMERIC - RE-ENTER'
029200                                          DELIMITED BY SIZE
029300             INTO WS-MSG
029400         END-STRING
029500         GO TO 2100-EDIT-ONE-OPERAND-EXIT
029600     END-IF.
029700     COMPUTE WS-OPND-WIDE = FUNCTION NUMVAL
029800         (WS-OPND-TEXT(WS-OPND-IDX)(1:WS-NUM-LEN)).
029900     MOVE WS-OPND-WIDE TO IN-OPERAND(WS-OPND-IDX).
030000     IF IN-OPERAND(WS-OPND-IDX) NOT = WS-OPND-WIDE
030100         MOVE 'N' TO WS-INPUT-OK-SWITCH
030200         STRING 'OPERAND '                DELIMITED BY SIZE
030300                WS-STEP-DISPLAY(2:1)      DELIMITED BY SIZE
030400                ' TOO LARGE OR OVER 2 DECIMALS - RE-ENTER'
030500                                          DELIMITED BY SIZE
030600             INTO WS-MSG
030700         END-STRING
030800         GO TO 2100-EDIT-ONE-OPERAND-EXIT
030900     END-IF.
031000     ADD 1 TO IN-OPERAND-COUNT.
031100 2100-EDIT-ONE-OPERAND-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------
031400* 3000-BUILD-QUOTE - CHECK THE BRANCH, LOAD THE TEMPLATE,
031500*     MATCH THE KEYED OPERANDS TO ITS PLACEHOLDERS AND RUN
031600*     THE STEPS. ANY FAILURE LEAVES WS-QUOTE-FAILED SET AND
031700*     THE REASON IN WS-MSG
031800*-----------------------------------------------------------
031900 3000-BUILD-QUOTE.
032000     MOVE 'Y' TO WS-QUOTE-OK-SWITCH.
032100     MOVE 'N' TO WS-POSTED-SWITCH.
032200     PERFORM 3050-CHECK-BRANCH
032300         THRU 3050-CHECK-BRANCH-EXIT.
032400     IF WS-QUOTE-FAILED
032500         GO TO 3000-BUILD-QUOTE-EXIT
032600     END-IF.
032700     PERFORM 3100-LOAD-TEMPLATE
032800         THRU 3100-LOAD-TEMPLATE-EXIT.
032900     IF WS-QUOTE-FAILED
033000         GO TO 3000-BUILD-QUOTE-EXIT
033100     END-IF.
033200     MOVE WS-PLACEHOLDER-COUNT TO WS-COUNT-DISPLAY.
033300     IF WS-PLACEHOLDER-COUNT > 6
033400         MOVE 'N' TO WS-QUOTE-OK-SWITCH
033500         STRING 'TEMPLATE NEEDS '         DELIMITED BY SIZE
033600                WS-COUNT-DISPLAY          DELIMITED BY SIZE
033700                ' OPERANDS - TOO MANY TO QUOTE ON LINE'
033800                                          DELIMITED BY SIZE
033900             INTO WS-MSG
034000         END-STRING
034100         GO TO 3000-BUILD-QUOTE-EXIT
034200     END-IF.
034300     IF IN-OPERAND-COUNT NOT = WS-PLACEHOLDER-COUNT
034400         MOVE 'N' TO WS-QUOTE-OK-SWITCH
034500         MOVE IN-OPERAND-COUNT TO WS-STEP-DISPLAY
034600         STRING 'TEMPLATE TAKES '         DELIMITED BY SIZE
034700                WS-COUNT-DISPLAY          DELIMITED BY SIZE
034800                ' OPERANDS, '             DELIMITED BY SIZE
034900                WS-STEP-DISPLAY           DELIMITED BY SIZE
035000                ' KEYED - RE-ENTER'       DELIMITED BY SIZE
035100             INTO WS-MSG
035200         END-STRING
035300         GO TO 3000-BUILD-QUOTE-EXIT
035400     END-IF.
035500     PERFORM 3200-RUN-STEPS
035600         THRU 3200-RUN-STEPS-EXIT.
035700 3000-BUILD-QUOTE-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------
036000* 3050-CHECK-BRANCH - THE BRANCH MUST BE ON BRNCHMST AND
036100*     ACTIVE; IF THE MASTER CANNOT BE READ AT ALL THE CHECK IS
036200*     BYPASSED, AS FORMULA BYPASSES IT WHEN THE MASTER IS
036300*     UNAVAILABLE
036400*-----------------------------------------------------------
036500 3050-CHECK-BRANCH.
036600     MOVE IN-BRANCH TO BM-BRANCH.
036700     EXEC CICS READ
036800         FILE(WS-BRANCH-FILE)
036900         INTO(BRANCH-MASTER-RECORD)
037000         RIDFLD(BM-BRANCH)
037100         RESP(WS-RESP)
037200     END-EXEC.
037300     IF WS-RESP = DFHRESP(NOTFND)
037400         MOVE 'N' TO WS-QUOTE-OK-SWITCH
037500         STRING 'BRANCH '                 DELIMITED BY SIZE
037600                IN-BRANCH                 DELIMITED BY SIZE
037700                ' NOT ON BRNCHMST - RE-ENTER'
037800                                          DELIMITED BY SIZE
037900             INTO WS-MSG
038000         END-STRING
038100         GO TO 3050-CHECK-BRANCH-EXIT
038200     END-IF.
038300     IF WS-RESP = DFHRESP(NORMAL)
038400             AND NOT BM-ACTIVE
038500         MOVE 'N' TO WS-QUOTE-OK-SWITCH
038600         STRING 'BRANCH '                 DELIMITED BY SIZE
038700                IN-BRANCH                 DELIMITED BY SIZE
038800                ' IS NOT ACTIVE - RE-ENTER'
038900                                          DELIMITED BY SIZE
039000             INTO WS-MSG
039100         END-STRING
039200     END-IF.
039300 3050-CHECK-BRANCH-EXIT.
039400     EXIT.
039500*-----------------------------------------------------------
039600* 3100-LOAD-TEMPLATE - BROWSE THE TEMPLATE'S STEPS FROM
039700*     TMPLMAST IN STEP ORDER. THE STEPS MUST RUN 01, 02, 03...
039800*     WITH NO GAP, NO MORE THAN 20 OF THEM, EACH WITH A
039900*     CALCCORE OPERATION, OR THE TEMPLATE IS NOT QUOTED
040000*-----------------------------------------------------------
040100 3100-LOAD-TEMPLATE.
040200     MOVE ZERO TO WS-TMPL-STEP-COUNT.
040300     MOVE ZERO TO WS-PLACEHOLDER-COUNT.
040400     MOVE 'N' TO WS-TMPL-EOF-SWITCH.
040500     MOVE IN-TMPL-ID TO TM-TMPL-ID.
040600     MOVE ZERO TO TM-STEP-NO.
040700     EXEC CICS STARTBR
040800         FILE(WS-TMPL-FILE)
040900         RIDFLD(TM-TMPL-KEY)
041000         GTEQ
041100         RESP(WS-RESP)
041200     END-EXEC.
041300     IF WS-RESP = DFHRESP(NOTFND)
041400         MOVE 'N' TO WS-QUOTE-OK-SWITCH
041500         STRING 'TEMPLATE '               DELIMITED BY SIZE
041600                IN-TMPL-ID                DELIMITED BY SIZE
041700                ' NOT ON TMPLMAST - RE-ENTER'
041800                                          DELIMITED BY SIZE
041900             INTO WS-MSG
042000         END-STRING
042100         GO TO 3100-LOAD-TEMPLATE-EXIT
042200     END-IF.
042300     IF WS-RESP NOT = DFHRESP(NORMAL)
042400         MOVE 'N' TO WS-QUOTE-OK-SWITCH
042500         MOVE 'TEMPLATE MASTER NOT AVAILABLE - TRY LATER'
042600             TO WS-MSG
042700         GO TO 3100-LOAD-TEMPLATE-EXIT
042800     END-IF.
042900     PERFORM 3110-READ-TEMPLATE-STEP
043000         THRU 3110-READ-TEMPLATE-STEP-EXIT.
043100     PERFORM 3120-KEEP-TEMPLATE-STEP
043200         THRU 3120-KEEP-TEMPLATE-STEP-EXIT
043300         UNTIL WS-TMPL-EOF
043400             OR TM-TMPL-ID NOT = IN-TMPL-ID
043500             OR WS-QUOTE-FAILED.
043600     EXEC CICS ENDBR
043700         FILE(WS-TMPL-FILE)
043800         RESP(WS-RESP)
043900     END-EXEC.
044000     IF WS-QUOTE-FAILED
044100         GO TO 3100-LOAD-TEMPLATE-EXIT
044200     END-IF.
044300     IF WS-TMPL-STEP-COUNT = ZERO
044400         MOVE 'N' TO WS-QUOTE-OK-SWITCH
044500         STRING 'TEMPLATE '               DELIMITED BY SIZE
044600                IN-TMPL-ID                DELIMITED BY SIZE
044700                ' NOT ON TMPLMAST - RE-ENTER'
044800                                          DELIMITED BY SIZE
044900             INTO WS-MSG
045000         END-STRING
045100     END-IF.
045200 3100-LOAD-TEMPLATE-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------
045500* 3110-READ-TEMPLATE-STEP - READ THE NEXT TEMPLATE RECORD IN
045600*     KEY SEQUENCE; END OF FILE OR ANY BROWSE ERROR ENDS THE
045700*     LOAD
045800*-----------------------------------------------------------
045900 3110-READ-TEMPLATE-STEP.
046000     EXEC CICS READNEXT
046100         FILE(WS-TMPL-FILE)
046200         INTO(TEMPLATE-MASTER-RECORD)
046300         RIDFLD(TM-TMPL-KEY)
046400         RESP(WS-RESP)
046500     END-EXEC.
046600     IF WS-RESP NOT = DFHRESP(NORMAL)
046700         SET WS-TMPL-EOF TO TRUE
046800     END-IF.
046900 3110-READ-TEMPLATE-STEP-EXIT.
047000     EXIT.
047100*-----------------------------------------------------------
047200* 3120-KEEP-TEMPLATE-STEP - ADD ONE TEMPLATE STEP TO THE
047300*     IN-STORAGE TABLE, THEN READ THE NEXT
047400*-----------------------------------------------------------
047500 3120-KEEP-TEMPLATE-STEP.
047600     IF WS-TMPL-STEP-COUNT NOT < 20
047700         MOVE 'N' TO WS-QUOTE-OK-SWITCH
047800         STRING 'TEMPLATE '               DELIMITED BY SIZE
047900                IN-TMPL-ID                DELIMITED BY SIZE
048000                ' HAS MORE THAN 20 STEPS - NOT QUOTED'
048100                                          DELIMITED BY SIZE
048200             INTO WS-MSG
048300         END-STRING
048400         GO TO 3120-KEEP-TEMPLATE-STEP-EXIT
048500     END-IF.
048600     ADD 1 TO WS-TMPL-STEP-COUNT.
048700     MOVE WS-TMPL-STEP-COUNT TO WS-STEP-DISPLAY.
048800     IF TM-STEP-NO NOT = WS-TMPL-STEP-COUNT
048900         MOVE 'N' TO WS-QUOTE-OK-SWITCH
049000         STRING 'TEMPLATE '               DELIMITED BY SIZE
049100                IN-TMPL-ID                DELIMITED BY SIZE
049200                ' IS MISSING STEP '       DELIMITED BY SIZE
049300                WS-STEP-DISPLAY           DELIMITED BY SIZE
049400                ' - NOT QUOTED'           DELIMITED BY SIZE
049500             INTO WS-MSG
049600         END-STRING
049700         GO TO 3120-KEEP-TEMPLATE-STEP-EXIT
049800     END-IF.
049900     IF WS-TMPL-STEP-COUNT > 1
050000             AND NOT TM-OPER-ADD
050100             AND NOT TM-OPER-SUBTRACT
050200             AND NOT TM-OPER-MULTIPLY
050300             AND NOT TM-OPER-DIVIDE
050400             AND NOT TM-OPER-PERCENT
050500         MOVE 'N' TO WS-QUOTE-OK-SWITCH
050600         STRING 'TEMPLATE '               DELIMITED BY SIZE
050700                IN-TMPL-ID                DELIMITED BY SIZE
050800                ' STEP '                  DELIMITED BY SIZE
050900                WS-STEP-DISPLAY           DELIMITED BY SIZE
051000                ' HAS NO VALID OPERATION' DELIMITED BY SIZE
051100             INTO WS-MSG
051200         END-STRING
051300         GO TO 3120-KEEP-TEMPLATE-STEP-EXIT
051400     END-IF.
051500     SET WS-TS-IDX TO WS-TMPL-STEP-COUNT.
051600     MOVE TM-OPER-CODE    TO TS-OPER-CODE(WS-TS-IDX).
051700     MOVE TM-OPERAND-TYPE TO TS-OPERAND-TYPE(WS-TS-IDX).
051800     MOVE TM-OPERAND      TO TS-OPERAND(WS-TS-IDX).
051900     IF NOT TM-CONSTANT
052000         ADD 1 TO WS-PLACEHOLDER-COUNT
052100     END-IF.
052200     PERFORM 3110-READ-TEMPLATE-STEP
052300         THRU 3110-READ-TEMPLATE-STEP-EXIT.
052400 3120-KEEP-TEMPLATE-STEP-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------
052700* 3200-RUN-STEPS - APPLY THE TEMPLATE'S STEPS IN ORDER,
052800*     FEEDING THE KEYED OPERANDS TO THE PLACEHOLDER STEPS
052900*-----------------------------------------------------------
053000 3200-RUN-STEPS.
053100     MOVE 1 TO WS-NEXT-OPERAND.
053200     MOVE ZERO TO WS-RUNNING-VALUE.
053300     MOVE ZERO TO WS-SEED-VALUE.
053400     PERFORM 3210-APPLY-ONE-STEP
053500         THRU 3210-APPLY-ONE-STEP-EXIT
053600         VARYING WS-STEP-NO FROM 1 BY 1
053700         UNTIL WS-STEP-NO > WS-TMPL-STEP-COUNT
053800             OR WS-QUOTE-FAILED.
053900 3200-RUN-STEPS-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------
054200* 3210-APPLY-ONE-STEP - APPLY ONE STEP EXACTLY AS FORMULA
054300*     APPLIES A TEMPLATE STEP: STEP 1 SEEDS THE RUNNING VALUE,
054400*     LATER STEPS GO THROUGH CALCCORE. A STEP CALCCORE REFUSES
054500*     FAILS THE WHOLE QUOTE.
054600*-----------------------------------------------------------
054700 3210-APPLY-ONE-STEP.
054800     IF TS-OPERAND-TYPE(WS-STEP-NO) = 'C'
054900         MOVE TS-OPERAND(WS-STEP-NO) TO WS-STEP-OPERAND
055000     ELSE
055100         MOVE IN-OPERAND(WS-NEXT-OPERAND) TO WS-STEP-OPERAND
055200         ADD 1 TO WS-NEXT-OPERAND
055300     END-IF.
055400     MOVE WS-STEP-OPERAND TO TS-APPLIED(WS-STEP-NO).
055500     IF WS-STEP-NO = 1
055600         MOVE WS-STEP-OPERAND TO WS-SEED-VALUE
055700         MOVE WS-STEP-OPERAND TO WS-RUNNING-VALUE
055800         MOVE ZERO TO TS-VALUE-IN(1)
055900         MOVE WS-RUNNING-VALUE TO TS-VALUE-OUT(1)
056000         GO TO 3210-APPLY-ONE-STEP-EXIT
056100     END-IF.
056200     MOVE WS-RUNNING-VALUE TO TS-VALUE-IN(WS-STEP-NO).
056300     MOVE TS-OPER-CODE(WS-STEP-NO) TO WS-TMPL-OPER.
056400     CALL 'CALCCORE' USING WS-TMPL-OPER WS-RUNNING-VALUE
056500         WS-STEP-OPERAND WS-NEW-VALUE WS-CALC-STATUS
056600         WS-STEP-RESIDUAL.
056700     IF NOT WS-CALC-OK
056800         MOVE 'N' TO WS-QUOTE-OK-SWITCH
056900         MOVE WS-STEP-NO TO WS-STEP-DISPLAY
057000         EVALUATE TRUE
057100             WHEN WS-CALC-ZERO-DIV
057200                 MOVE 'DIVIDE BY ZERO AT STEP' TO WS-FAIL-TEXT
057300             WHEN WS-CALC-OVERFLOW
057400                 MOVE 'OVERFLOW AT STEP' TO WS-FAIL-TEXT
057500             WHEN OTHER
057600                 MOVE 'CALCULATION REFUSED AT STEP'
057700                     TO WS-FAIL-TEXT
057800         END-EVALUATE
057900         STRING WS-FAIL-TEXT              DELIMITED BY '  '
058000                ' '                       DELIMITED BY SIZE
058100                WS-STEP-DISPLAY           DELIMITED BY SIZE
058200                ' - NOT QUOTED'           DELIMITED BY SIZE
058300             INTO WS-MSG
058400         END-STRING
058500         GO TO 3210-APPLY-ONE-STEP-EXIT
058600     END-IF.
058700     MOVE WS-NEW-VALUE TO WS-RUNNING-VALUE.
058800     MOVE WS-RUNNING-VALUE TO TS-VALUE-OUT(WS-STEP-NO).
058900 3210-APPLY-ONE-STEP-EXIT.
059000     EXIT.
059100*-----------------------------------------------------------
059200* 3500-CONFIRM-QUOTE - PF5 WAS PRESSED AND THE QUOTE WAS
059300*     RE-COMPUTED CLEANLY; POST IT ONLY IF IT IS THE QUOTE
059400*     LAST SHOWN ON THIS SCREEN - SAME TEMPLATE, BRANCH AND
059500*     OPERANDS AND THE SAME FINAL VALUE - AND IT HAS NOT
059600*     ALREADY BEEN POSTED
059700*-----------------------------------------------------------
059800 3500-CONFIRM-QUOTE.
059900     IF CA-QUOTE-POSTED
060000             AND CA-QUOTE-KEY = WS-QUOTE-INPUT
060100         MOVE 'QUOTE ALREADY POSTED - KEY A NEW QUOTE OR PF3'
060200             TO WS-MSG
060300         MOVE 'Y' TO WS-POSTED-SWITCH
060400         GO TO 3500-CONFIRM-QUOTE-EXIT
060500     END-IF.
060600     IF NOT CA-QUOTE-SHOWN
060700             OR CA-QUOTE-KEY NOT = WS-QUOTE-INPUT
060800         MOVE 'PRESS ENTER TO SEE THE QUOTE BEFORE POSTING IT'
060900             TO WS-MSG
061000         GO TO 3500-CONFIRM-QUOTE-EXIT
061100     END-IF.
061200     IF CA-FINAL-VALUE NOT = WS-RUNNING-VALUE
061300         MOVE 'TEMPLATE CHANGED SINCE QUOTED - CHECK, THEN PF5'
061400             TO WS-MSG
061500         GO TO 3500-CONFIRM-QUOTE-EXIT
061600     END-IF.
061700     PERFORM 5000-POST-QUOTE
061800         THRU 5000-POST-QUOTE-EXIT.
061900     MOVE 'Y' TO WS-POSTED-SWITCH.
062000     IF WS-POST-FAILED
062100         MOVE 'QUOTE NOT FULLY POSTED - REFER TO SUPERVISOR'
062200             TO WS-MSG
062300     ELSE
062400         MOVE 'QUOTE POSTED - PF3 TO END, OR KEY A NEW QUOTE'
062500             TO WS-MSG
062600     END-IF.
062700 3500-CONFIRM-QUOTE-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------
063000* 3900-SEND-INPUT-ERROR-MAP - THE KEYED DATA FAILED ITS
063100*     EDITS; RE-SEND THE MAP WITH THE REASON SO THE OPERATOR
063200*     CAN RE-KEY. THE QUOTE IN THE COMMAREA IS LEFT AS IT WAS.
063300*-----------------------------------------------------------
063400 3900-SEND-INPUT-ERROR-MAP.
063500     MOVE LOW-VALUES TO QUOTMAP1O.
063600     MOVE WS-MSG TO MSGO.
063700     EXEC CICS SEND MAP(WS-MAP-NAME)
063800         MAPSET(WS-MAPSET-NAME)
063900         DATAONLY
064000     END-EXEC.
064100 3900-SEND-INPUT-ERROR-MAP-EXIT.
064200     EXIT.
064300*-----------------------------------------------------------
064400* 4000-SEND-QUOTE-MAP - RE-SEND THE MAP WITH THE STEP LINES
064500*     AND FINAL VALUE, OR WITH THE STEP LINES CLEARED AND THE
064600*     REASON WHEN THE QUOTE FAILED, AND REMEMBER THE QUOTE
064700*     SHOWN IN THE COMMAREA FOR PF5
064800*-----------------------------------------------------------
064900 4000-SEND-QUOTE-MAP.
065000     MOVE LOW-VALUES TO QUOTMAP1O.
065100     MOVE IN-TMPL-ID TO TMPLO.
065200     MOVE IN-BRANCH TO BRCHO.
065300     MOVE SPACES TO WS-STEP-LINES.
065400     MOVE SPACES TO RESULTO.
065500     IF WS-QUOTE-FAILED
065600         MOVE SPACE TO CA-STATE
065700     ELSE
065800         PERFORM 4100-FORMAT-STEP
065900             THRU 4100-FORMAT-STEP-EXIT
066000             VARYING WS-STEP-NO FROM 1 BY 1
066100             UNTIL WS-STEP-NO > WS-TMPL-STEP-COUNT
066200         MOVE WS-RUNNING-VALUE TO WS-RESULT-EDIT
066300         MOVE WS-RESULT-EDIT TO RESULTO
066400         MOVE WS-QUOTE-INPUT TO CA-QUOTE-KEY
066500         MOVE WS-RUNNING-VALUE TO CA-FINAL-VALUE
066600         IF WS-QUOTE-POSTED-NOW
066700             MOVE 'P' TO CA-STATE
066800         ELSE
066900             MOVE 'Q' TO CA-STATE
067000         END-IF
067100         IF WS-MSG = SPACES
067200             MOVE 'QUOTE SHOWN - PF5 TO POST IT, PF3 TO END'
067300                 TO WS-MSG
067400         END-IF
067500     END-IF.
067600     MOVE WS-STEP-LINE(1)  TO LINE1O.
067700     MOVE WS-STEP-LINE(2)  TO LINE2O.
067800     MOVE WS-STEP-LINE(3)  TO LINE3O.
067900     MOVE WS-STEP-LINE(4)  TO LINE4O.
068000     MOVE WS-STEP-LINE(5)  TO LINE5O.
068100     MOVE WS-STEP-LINE(6)  TO LINE6O.
068200     MOVE WS-STEP-LINE(7)  TO LINE7O.
068300     MOVE WS-STEP-LINE(8)  TO LINE8O.
068400     MOVE WS-STEP-LINE(9)  TO LINE9O.
068500     MOVE WS-STEP-LINE(10) TO LINE10O.
068600     MOVE WS-MSG TO MSGO.
068700     EXEC CICS SEND MAP(WS-MAP-NAME)
068800         MAPSET(WS-MAPSET-NAME)
068900         DATAONLY
069000     END-EXEC.
069100 4000-SEND-QUOTE-MAP-EXIT.
069200     EXIT.
069300*-----------------------------------------------------------
069400* 4100-FORMAT-STEP - FORMAT ONE STEP INTO ITS HALF OF THE
069500*     SCREEN LINES: STEPS 1-10 ON THE LEFT, 11-20 ON THE
069600*     RIGHT. K IS C FOR A TEMPLATE CONSTANT, P FOR A KEYED
069700*     PLACEHOLDER OPERAND.
069800*-----------------------------------------------------------
069900 4100-FORMAT-STEP.
070000     IF WS-STEP-NO > 10
070100         COMPUTE WS-LINE-ROW = WS-STEP-NO - 10
070200         MOVE 2 TO WS-LINE-HALF
070300     ELSE
070400         MOVE WS-STEP-NO TO WS-LINE-ROW
070500         MOVE 1 TO WS-LINE-HALF
070600     END-IF.
070700     MOVE WS-STEP-NO TO SL-STEP-NO(WS-LINE-ROW WS-LINE-HALF).
070800     IF WS-STEP-NO = 1
070900         MOVE 'SEED' TO SL-OPER-NAME(WS-LINE-ROW WS-LINE-HALF)
071000     ELSE
071100         EVALUATE TS-OPER-CODE(WS-STEP-NO)
071200             WHEN 'A'
071300                 MOVE 'ADD'  TO
071400                     SL-OPER-NAME(WS-LINE-ROW WS-LINE-HALF)
071500             WHEN 'S'
071600                 MOVE 'SUB'  TO
071700                     SL-OPER-NAME(WS-LINE-ROW WS-LINE-HALF)
071800             WHEN 'M'
071900                 MOVE 'MUL'  TO
072000                     SL-OPER-NAME(WS-LINE-ROW WS-LINE-HALF)
072100             WHEN 'D'
072200                 MOVE 'DIV'  TO
072300                     SL-OPER-NAME(WS-LINE-ROW WS-LINE-HALF)
072400             WHEN 'P'
072500                 MOVE 'PCT'  TO
072600                     SL-OPER-NAME(WS-LINE-ROW WS-LINE-HALF)
072700         END-EVALUATE
072800     END-IF.
072900     IF TS-OPERAND-TYPE(WS-STEP-NO) = 'C'
073000         MOVE 'C' TO SL-KIND(WS-LINE-ROW WS-LINE-HALF)
073100     ELSE
073200         MOVE 'P' TO SL-KIND(WS-LINE-ROW WS-LINE-HALF)
073300     END-IF.
073400     MOVE TS-APPLIED(WS-STEP-NO)
073500         TO SL-OPERAND(WS-LINE-ROW WS-LINE-HALF).
073600     MOVE TS-VALUE-OUT(WS-STEP-NO)
073700         TO SL-RUNNING(WS-LINE-ROW WS-LINE-HALF).
073800 4100-FORMAT-STEP-EXIT.
073900     EXIT.
074000*-----------------------------------------------------------
074100* 5000-POST-QUOTE - POST THE CONFIRMED QUOTE THROUGH CICS
074200*     FILE CONTROL THE WAY CALCONLN POSTS AN ONLINE
074300*     CALCULATION: ONE AUDIT LINE PER STEP TO THE CAUD QUEUE,
074400*     SHAPED LIKE FORMULA'S TEMPLATE STEP LINES, THEN ONE
074500*     RESULTKS RECORD CARRYING THE SEED, THE STEP COUNT AND
074600*     THE FINAL VALUE
074700*-----------------------------------------------------------
074800 5000-POST-QUOTE.
074900     MOVE 'Y' TO WS-POST-OK-SWITCH.
075000     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
075100     ACCEPT WS-AUDIT-TIME FROM TIME.
075200     EXEC CICS ASSIGN
075300         USERID(WS-SIGNON-USER)
075400     END-EXEC.
075500     PERFORM 5010-POST-STEP-AUDIT
075600         THRU 5010-POST-STEP-AUDIT-EXIT
075700         VARYING WS-STEP-NO FROM 1 BY 1
075800         UNTIL WS-STEP-NO > WS-TMPL-STEP-COUNT.
075900     ADD 1 TO WS-TRANS-SEQ.
076000     MOVE WS-TRANS-SEQ TO WS-TRANS-SEQ-DISPLAY.
076100     MOVE SPACES TO RT-TRANS-ID.
076200     STRING IN-BRANCH           DELIMITED BY SIZE
076300            WS-AUDIT-DATE       DELIMITED BY SIZE
076400            WS-AUDIT-TIME       DELIMITED BY SIZE
076500            WS-TRANS-SEQ-DISPLAY DELIMITED BY SIZE
076600         INTO RT-TRANS-ID
076700     END-STRING.
076800     MOVE 'FORMULA'          TO RT-OPERATION.
076900     MOVE IN-BRANCH          TO RT-BRANCH.
077000     MOVE WS-AUDIT-DATE      TO RT-ALT-DATE.
077100     MOVE WS-SEED-VALUE      TO RT-NUM1.
077200     MOVE WS-TMPL-STEP-COUNT TO RT-NUM2.
077300     MOVE WS-RUNNING-VALUE   TO RT-RESULT.
077400     MOVE WS-USER-OPERATOR   TO RT-OPERATOR.
077500     MOVE SPACES             TO RT-CURR1 RT-CURR2.
077600     EXEC CICS WRITE
077700         FILE(WS-RESULT-FILE)
077800         FROM(RESULT-TRANS-RECORD)
077900         RIDFLD(RT-TRANS-ID)
078000         LENGTH(WS-RSLT-LGTH)
078100         RESP(WS-RESP)
078200     END-EXEC.
078300     IF WS-RESP NOT = DFHRESP(NORMAL)
078400         MOVE 'N' TO WS-POST-OK-SWITCH
078500         PERFORM 5100-CAPTURE-FAILED-WRITE
078600             THRU 5100-CAPTURE-FAILED-WRITE-EXIT
078700     END-IF.
078800 5000-POST-QUOTE-EXIT.
078900     EXIT.
079000*-----------------------------------------------------------
079100* 5010-POST-STEP-AUDIT - QUEUE ONE AUDIT LINE FOR ONE STEP:
079200*     NUM1 THE VALUE COMING IN, NUM2 THE OPERAND, RESULT THE
079300*     VALUE GOING OUT; STEP 1 LOGS A ZERO COMING IN AND THE
079400*     SEED GOING OUT
079500*-----------------------------------------------------------
079600 5010-POST-STEP-AUDIT.
079700     MOVE SPACES TO AUDIT-LINE.
079800     MOVE WS-AUDIT-DATE TO AL-DATE.
079900     MOVE WS-AUDIT-TIME TO AL-TIME.
080000     MOVE IN-BRANCH     TO AL-BRANCH.
080100     MOVE 'FORMULA'     TO AL-OPERATION.
080200     MOVE TS-VALUE-IN(WS-STEP-NO)  TO AL-NUM1.
080300     MOVE TS-APPLIED(WS-STEP-NO)   TO AL-NUM2.
080400     MOVE TS-APPLIED(WS-STEP-NO)   TO AL-NUM2-CONV.
080500     MOVE TS-VALUE-OUT(WS-STEP-NO) TO AL-RESULT.
080600     MOVE 'O'           TO AL-ORIGIN.
080700     MOVE WS-USER-OPERATOR TO AL-OPERATOR.
080800     EXEC CICS WRITEQ TD
080900         QUEUE(WS-AUDIT-TDQ)
081000         FROM(AUDIT-LINE)
081100         LENGTH(WS-AUDIT-LGTH)
081200         RESP(WS-RESP)
081300     END-EXEC.
081400     IF WS-RESP NOT = DFHRESP(NORMAL)
081500         MOVE 'N' TO WS-POST-OK-SWITCH
081600     END-IF.
081700 5010-POST-STEP-AUDIT-EXIT.
081800     EXIT.
081900*-----------------------------------------------------------
082000* 5100-CAPTURE-FAILED-WRITE - QUEUE THE RESULT RECORD THAT
082100*     JUST FAILED TO WRITE ONTO THE CRPQ EXTRAPARTITION TD
082200*     QUEUE (THE DCT ROUTES IT TO THE REPOSTQ FILE) FOR THE
082300*     NIGHTLY REPOST STEP TO RETRY; 'OL' MARKS AN ONLINE
082400*     CAPTURE SINCE CICS DOES NOT SURFACE THE FILE STATUS
082500*-----------------------------------------------------------
082600 5100-CAPTURE-FAILED-WRITE.
082700     MOVE WS-AUDIT-DATE TO RP-DATE.
082800     MOVE WS-AUDIT-TIME TO RP-TIME.
082900     MOVE 'OL' TO RP-FAIL-STATUS.
083000     MOVE RESULT-TRANS-RECORD TO RP-RESULT-IMAGE.
083100     EXEC CICS WRITEQ TD
083200         QUEUE(WS-REPOST-TDQ)
083300         FROM(REPOST-QUEUE-RECORD)
083400         LENGTH(WS-RPOST-LGTH)
083500         RESP(WS-RESP)
083600     END-EXEC.
083700 5100-CAPTURE-FAILED-WRITE-EXIT.
083800     EXIT.
083900*-----------------------------------------------------------
084000* 8000-END-SESSION - PF3 WAS PRESSED; SEND A GOODBYE MESSAGE
084100*     AND DO NOT RETURN WITH A TRANSID, SO CICS DOES NOT
084200*     RE-DRIVE THIS TRANSACTION ON THE NEXT INPUT
084300*-----------------------------------------------------------
084400 8000-END-SESSION.
084500     EXEC CICS SEND TEXT
084600         FROM('TQUO TRANSACTION ENDED')
084700         LENGTH(22)
084800         ERASE
084900         FREEKB
085000     END-EXEC.
085100     EXEC CICS RETURN
085200     END-EXEC.
085300     GOBACK.
085400 8000-END-SESSION-EXIT.
085500     EXIT.
