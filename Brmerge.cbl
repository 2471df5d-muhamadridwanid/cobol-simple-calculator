000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BRMERGE.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-09.
000600 DATE-COMPILED. 2026-09-09.
000700*REMARKS.
000800*    NIGHTLY BRANCH MERGE RUN. CARRIES OUT EVERY MERGE THAT A
000900*    SECOND OPERATOR HAS APPROVED IN PENDAPPR (BRMAINT M),
001000*    WHICH PENDAPPR QUEUES TO MERGEQ. FOR EACH MERGE THE
001100*    CLOSING BRANCH'S BALANCE - ITS BRBALMST CLOSE PLUS THE
001200*    BUSINESS DATE'S AUDIT LINES BALPOST HAS STILL TO POST -
001300*    IS TRANSFERRED TO THE SURVIVING BRANCH WITH OFFSETTING
001400*    'BRANCH MERGE' AUDIT LINES (IN PAIRS OF AT MOST
001500*    99,999.99, THE WIDTH OF AN AUDIT AMOUNT), WHICH BALPOST
001600*    THEN POSTS LIKE ANY OTHER LINE. ITS SIMAST STANDING
001700*    INSTRUCTIONS, LOANMAST LOANS, DEPMAST TERM DEPOSITS AND
001800*    OPEN EXCPFILE EXCEPTIONS ARE RE-HOMED TO THE SURVIVOR,
001900*    THE BRANCH IS CLOSED ON BRNCHMST, AND A BRFWDMST
002000*    FORWARDING ENTRY IS WRITTEN SO INTAKE TAKES A LATE FILE
002100*    KEYED UNDER THE OLD CODE IN UNDER THE SURVIVOR; ANY
002200*    EARLIER ENTRY THAT FORWARDED TO THE CLOSING BRANCH IS
002300*    RE-POINTED TO THE SURVIVOR TOO. EXCPFILE IS REWRITTEN IN
002400*    PLACE THROUGH THE EXCPMRG WORK FILE SO THE LATER NIGHT
002500*    STEPS ALREADY SEE THE NEW BRANCH CODES.
002600*    THE CONTROL REPORT (BRMRGRPT) SHOWS, FOR EACH MERGE, THE
002700*    BALANCE AND EVERY RE-HOMED COUNT AND AMOUNT FOR BOTH
002800*    BRANCHES BEFORE AND AFTER - THE AFTER FIGURES READ BACK
002900*    FROM THE FILES THEMSELVES - AND MARKS A LINE 'OK' ONLY
003000*    WHEN NOTHING IS LEFT ON THE CLOSING BRANCH AND THE TWO
003100*    BRANCHES TOTAL THE SAME AS BEFORE.
003200*    A MERGE IS HELD ON MERGENEW, WHICH THE JCL SWAPS IN AS
003300*    THE LIVE QUEUE, WHEN EITHER BRANCH HAS ALREADY BEEN
003400*    POSTED BY BALPOST FOR THE BUSINESS DATE, THE SURVIVOR IS
003500*    NOT ON BRNCHMST OR NOT ACTIVE, EITHER BRANCH IS IN AN
003600*    EARLIER MERGE TONIGHT, OR A MASTER CANNOT BE READ.
003700*    RETURN-CODE 8 WHEN THE RUN CANNOT START OR A FILE FAILS
003800*    PART WAY, 4 WHEN A MERGE IS HELD OR A LINE DOES NOT
003900*    PROVE. THE RUN WRITES NO MAINTENANCE TRAIL LINES OF ITS
004000*    OWN - PENDAPPR'S BRCHAUDT 'MRG' LINE IS THE RECORD OF
004100*    THE APPROVAL.
004200*-----------------------------------------------------------
004300*                 MODIFICATION HISTORY
004400*-----------------------------------------------------------
004500* DATE       INIT  DESCRIPTION
004600* ---------- ----  ----------------------------------------
004700* 2026-09-09  RH   ORIGINAL PROGRAM.
004710* 2026-09-15  RH   A RUN THAT APPENDS TRANSFER LINES NOW EMPTIES
004720*                  THE AUDEXTR DAY EXTRACT CUT EARLIER IN THE
004730*                  NIGHT, SO BALPOST AND BRRETURN READ THE FULL
004740*                  AUDIT LOG AND POST THE TRANSFERS; A FAILURE
004750*                  TO EMPTY IT FAILS THE RUN.
004760* 2026-10-15  RH   TRANSFER LINES NOW CARRY THE APPROVING
004770*                  OPERATOR IN AL-OPERATOR.
004775*                  A FAILED MERGENEW OR AUDITLOG WRITE, OR A
004780*                  MASTER THAT WILL NOT REOPEN FOR THE AFTER
004785*                  COUNT, NOW FAILS THE RUN WITH RETURN-CODE 8.
004800*-----------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MERGE-FILE ASSIGN TO MERGEQ
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MRGQ-STATUS.
005800     SELECT KEEP-FILE ASSIGN TO MERGENEW
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-KEEP-STATUS.
006100     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS BM-BRANCH
006500         FILE STATUS IS WS-BRCH-STATUS.
006600     SELECT BALANCE-FILE ASSIGN TO BRBALMST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS BB-BRANCH
007000         FILE STATUS IS WS-BAL-STATUS.
007100     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-AUDIT-STATUS.
007310     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
007320         ORGANIZATION IS LINE SEQUENTIAL
007330         FILE STATUS IS WS-AUDX-STATUS.
007400     SELECT SI-FILE ASSIGN TO SIMAST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS SI-INST-ID
007800         FILE STATUS IS WS-SI-STATUS.
007900     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS LM-LOAN-ID
008300         FILE STATUS IS WS-LMST-STATUS.
008400     SELECT DEPOSIT-MASTER-FILE ASSIGN TO DEPMAST
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS DM-DEPOSIT-ID
008800         FILE STATUS IS WS-DMST-STATUS.
008900     SELECT EXCP-FILE ASSIGN TO EXCPFILE
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-EXCP-STATUS.
009200     SELECT EXCP-WORK-FILE ASSIGN TO EXCPMRG
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-XWRK-STATUS.
009500     SELECT FORWARD-FILE ASSIGN TO BRFWDMST
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS FW-OLD-BRANCH
009900         FILE STATUS IS WS-FWD-STATUS.
010000     SELECT REPORT-FILE ASSIGN TO BRMRGRPT
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-RPT-STATUS.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  MERGE-FILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700     COPY PENDREC.
010800 FD  KEEP-FILE
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  KEEP-RECORD                PIC X(80).
011100 FD  BRANCH-FILE.
011200     COPY BRNCHREC.
011300 FD  BALANCE-FILE.
011400     COPY BALREC.
011500 FD  AUDIT-FILE.
011600     COPY AUDITREC.
011610 FD  AUDIT-EXTRACT-FILE
011620     RECORD CONTAINS 93 CHARACTERS.
011630     COPY AUDXREC.
011700 FD  SI-FILE.
011800     COPY SIREC.
011900 FD  LOAN-MASTER-FILE.
012000     COPY LOANMREC.
012100 FD  DEPOSIT-MASTER-FILE.
012200     COPY DEPMREC.
012300 FD  EXCP-FILE
012400     RECORD CONTAINS 80 CHARACTERS.
012500     COPY EXCPREC.
012600 FD  EXCP-WORK-FILE
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  EXCP-WORK-RECORD           PIC X(80).
012900 FD  FORWARD-FILE.
013000     COPY BRFWDREC.
013100 FD  REPORT-FILE
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  REPORT-RECORD              PIC X(80).
013400 WORKING-STORAGE SECTION.
013500 01  WS-MRGQ-STATUS             PIC X(02).
013600     88  WS-MRGQ-OK             VALUE '00'.
013700     88  WS-MRGQ-NOT-FOUND      VALUE '35'.
013800 01  WS-KEEP-STATUS             PIC X(02).
013900     88  WS-KEEP-OK             VALUE '00'.
014000 01  WS-BRCH-STATUS             PIC X(02).
014100     88  WS-BRCH-OK             VALUE '00'.
014200 01  WS-BAL-STATUS              PIC X(02).
014300     88  WS-BAL-OK              VALUE '00'.
014400     88  WS-BAL-NOT-FOUND       VALUE '35'.
014500 01  WS-AUDIT-STATUS            PIC X(02).
014600     88  WS-AUDIT-OK            VALUE '00'.
014700     88  WS-AUDIT-NOT-FOUND     VALUE '35'.
014710 01  WS-AUDX-STATUS             PIC X(02).
014720     88  WS-AUDX-OK             VALUE '00'.
014800 01  WS-SI-STATUS               PIC X(02).
014900     88  WS-SI-OK               VALUE '00'.
015000     88  WS-SI-NOT-FOUND        VALUE '35'.
015100 01  WS-LMST-STATUS             PIC X(02).
015200     88  WS-LMST-OK             VALUE '00'.
015300     88  WS-LMST-NOT-FOUND      VALUE '35'.
015400 01  WS-DMST-STATUS             PIC X(02).
015500     88  WS-DMST-OK             VALUE '00'.
015600     88  WS-DMST-NOT-FOUND      VALUE '35'.
015700 01  WS-EXCP-STATUS             PIC X(02).
015800     88  WS-EXCP-OK             VALUE '00'.
015900     88  WS-EXCP-NOT-FOUND      VALUE '35'.
016000 01  WS-XWRK-STATUS             PIC X(02).
016100     88  WS-XWRK-OK             VALUE '00'.
016200 01  WS-FWD-STATUS              PIC X(02).
016300     88  WS-FWD-OK              VALUE '00'.
016400     88  WS-FWD-NOT-FOUND       VALUE '35'.
016500 01  WS-RPT-STATUS              PIC X(02).
016600     88  WS-RPT-OK              VALUE '00'.
016700 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
016800     88  WS-OPEN-OK             VALUE 'Y'.
016900 01  WS-QUEUE-SWITCH            PIC X(01)       VALUE 'N'.
017000     88  WS-QUEUE-PRESENT       VALUE 'Y'.
017100 01  WS-EOF-SWITCH              PIC X(01)       VALUE 'N'.
017200     88  WS-END-OF-FILE         VALUE 'Y'.
017300 01  WS-MASTERS-SWITCH          PIC X(01)       VALUE 'N'.
017400     88  WS-MASTERS-DOWN        VALUE 'Y'.
017500 01  WS-BALANCES-SWITCH         PIC X(01)       VALUE 'N'.
017600     88  WS-BALANCES-OPEN       VALUE 'Y'.
017700 01  WS-RUN-FAILED-SWITCH       PIC X(01)       VALUE 'N'.
017800     88  WS-RUN-FAILED          VALUE 'Y'.
017900 01  WS-RECORD-EXISTS-SW        PIC X(01)       VALUE 'N'.
018000     88  WS-RECORD-EXISTS       VALUE 'Y'.
018100 01  WS-DATE-INPUT              PIC X(08).
018200 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
018300 01  WS-AUDIT-TIME              PIC 9(08).
018400 01  WS-AUDIT-RESULT            PIC S9(05)V99.
018500 01  WS-LOOKUP-BRANCH           PIC X(04).
018600 01  WS-KEEP-REASON             PIC X(30).
018700 01  WS-ITEM-SUB                PIC 9(03)       COMP VALUE ZERO.
018800 01  WS-SCAN-SUB                PIC 9(03)       COMP VALUE ZERO.
018900 01  WS-FOUND-SUB               PIC 9(03)       COMP VALUE ZERO.
019000 01  WS-FOUND-SIDE              PIC 9(01)       COMP VALUE ZERO.
019100 01  WS-ROW-SUB                 PIC 9(01)       COMP VALUE ZERO.
019200 01  WS-COL-SUB                 PIC 9(01)       COMP VALUE ZERO.
019300 01  WS-COL-BASE                PIC 9(01)       COMP VALUE ZERO.
019400 01  WS-MASTER-AMOUNT           PIC S9(11)V99   COMP-3 VALUE ZERO.
019500 01  WS-BEFORE-TOTAL            PIC S9(11)V99   COMP-3 VALUE ZERO.
019600 01  WS-AFTER-TOTAL             PIC S9(11)V99   COMP-3 VALUE ZERO.
019700*-----------------------------------------------------------
019800* TRANSFER LINES - AN AUDIT AMOUNT HOLDS AT MOST 99,999.99,
019900* SO A LARGER BALANCE GOES ACROSS IN SEVERAL LINE PAIRS
020000*-----------------------------------------------------------
020100 01  WS-LINE-MAX                PIC S9(05)V99   VALUE 99999.99.
020200 01  WS-REMAINING               PIC S9(11)V99   COMP-3 VALUE ZERO.
020300 01  WS-CHUNK                   PIC S9(05)V99   VALUE ZERO.
020400 01  WS-LINE-BRANCH             PIC X(04).
020500 01  WS-LINE-AMOUNT             PIC S9(05)V99   VALUE ZERO.
020600*-----------------------------------------------------------
020700* RUN COUNTS FOR THE FOOT OF THE REPORT
020800*-----------------------------------------------------------
020900 01  WS-RUN-COUNTS.
021000     05  WS-QUEUE-COUNT         PIC 9(05)       COMP VALUE ZERO.
021100     05  WS-OVERFLOW-COUNT      PIC 9(05)       COMP VALUE ZERO.
021200     05  WS-PROCESS-COUNT       PIC 9(05)       COMP VALUE ZERO.
021300     05  WS-KEPT-COUNT          PIC 9(05)       COMP VALUE ZERO.
021400     05  WS-BREAK-COUNT         PIC 9(05)       COMP VALUE ZERO.
021500*-----------------------------------------------------------
021600* CONTROL LINES OF THE REPORT. KIND 'A' IS AN AMOUNT, 'C' A
021700* COUNT; A LINE FAILS 'ERR' WHEN ITS FILE COULD NOT BE READ
021800*-----------------------------------------------------------
021900 01  WS-ROW-VALUES.
022000     05  FILLER  PIC X(19) VALUE 'ABRANCH BALANCE'.
022100     05  FILLER  PIC X(19) VALUE 'CSTANDING INSTRS'.
022200     05  FILLER  PIC X(19) VALUE 'CLOANS'.
022300     05  FILLER  PIC X(19) VALUE 'ALOAN BALANCE'.
022400     05  FILLER  PIC X(19) VALUE 'CTERM DEPOSITS'.
022500     05  FILLER  PIC X(19) VALUE 'ADEPOSIT PRINCIPAL'.
022600     05  FILLER  PIC X(19) VALUE 'COPEN EXCEPTIONS'.
022700 01  WS-ROW-TABLE REDEFINES WS-ROW-VALUES.
022800     05  WS-ROW-ENTRY OCCURS 7 TIMES.
022900         10  WS-ROW-KIND        PIC X(01).
023000         10  WS-ROW-LABEL       PIC X(18).
023100 01  WS-ROW-FAILED-FLAGS        PIC X(07)       VALUE 'NNNNNNN'.
023200 01  WS-ROW-FAILED-TABLE REDEFINES WS-ROW-FAILED-FLAGS.
023300     05  WS-ROW-FAILED          PIC X(01)       OCCURS 7 TIMES.
023400*-----------------------------------------------------------
023500* THE NIGHT'S MERGES. CONTROL COLUMNS ARE 1 CLOSING BEFORE,
023600* 2 SURVIVOR BEFORE, 3 CLOSING AFTER, 4 SURVIVOR AFTER; SIDE
023700* 1 OF A MERGE IS THE CLOSING BRANCH AND SIDE 2 THE SURVIVOR
023800*-----------------------------------------------------------
023900 01  WS-ITEM-MAX                PIC 9(03)       COMP VALUE 20.
024000 01  WS-ITEM-COUNT              PIC 9(03)       COMP VALUE ZERO.
024100 01  WS-ITEM-TABLE.
024200     05  WS-ITEM-ENTRY OCCURS 20 TIMES.
024300         10  WS-ITEM-IMAGE      PIC X(80).
024400         10  WS-ITEM-CLOSING    PIC X(04).
024500         10  WS-ITEM-SURVIVOR   PIC X(04).
024600         10  WS-ITEM-REQ-BY     PIC X(04).
024700         10  WS-ITEM-REQ-DATE   PIC 9(08).
024800         10  WS-ITEM-APP-BY     PIC X(04).
024900         10  WS-ITEM-APP-DATE   PIC 9(08).
025000         10  WS-ITEM-STATUS     PIC X(01).
025100             88  WS-ITEM-PROCESS    VALUE 'P'.
025200             88  WS-ITEM-KEPT       VALUE 'K'.
025300         10  WS-ITEM-REASON     PIC X(30).
025400         10  WS-ITEM-OPEN-BAL   PIC S9(11)V99   COMP-3
025500                                OCCURS 2 TIMES.
025600         10  WS-ITEM-TRANSFER   PIC S9(11)V99   COMP-3.
025700         10  WS-ITEM-PAIRS      PIC 9(05)       COMP.
025800         10  WS-ITEM-REPOINTED  PIC 9(05)       COMP.
025900         10  WS-ITEM-CLOSED-SW  PIC X(01).
026000         10  WS-ITEM-FORWARD-SW PIC X(01).
026100         10  WS-ITEM-ROW OCCURS 7 TIMES.
026200             15  WS-ITEM-CV     PIC S9(11)V99   COMP-3
026300                                OCCURS 4 TIMES.
026400     COPY RPTCTL.
026500 01  WS-HEADING-LINE-2.
026600     05  FILLER  PIC X(40) VALUE
026700         'ITEM                CLOSE BEFORE   SURV '.
026800     05  FILLER  PIC X(40) VALUE
026900         'BEFORE   CLOSE AFTER    SURV AFTER  CHK'.
027000 01  WS-MERGE-LINE-1.
027100     05  FILLER                 PIC X(16) VALUE
027200         'MERGE OF BRANCH '.
027300     05  ML-CLOSING             PIC X(04).
027400     05  FILLER                 PIC X(06) VALUE ' INTO '.
027500     05  ML-SURVIVOR            PIC X(04).
027600     05  FILLER                 PIC X(50) VALUE SPACES.
027700 01  WS-MERGE-LINE-2.
027800     05  FILLER                 PIC X(13) VALUE
027900         'REQUESTED BY '.
028000     05  ML-REQ-BY              PIC X(04).
028100     05  FILLER                 PIC X(04) VALUE ' ON '.
028200     05  ML-REQ-DATE            PIC 9(08).
028300     05  FILLER                 PIC X(14) VALUE
028400         '  APPROVED BY '.
028500     05  ML-APP-BY              PIC X(04).
028600     05  FILLER                 PIC X(04) VALUE ' ON '.
028700     05  ML-APP-DATE            PIC 9(08).
028800     05  FILLER                 PIC X(21) VALUE SPACES.
028900 01  WS-KEPT-LINE.
029000     05  FILLER                 PIC X(32) VALUE
029100         'NOT MERGED - KEPT ON MERGENEW: '.
029200     05  KL-REASON              PIC X(30).
029300     05  FILLER                 PIC X(18) VALUE SPACES.
029400 01  WS-AMOUNT-ROW.
029500     05  AR-LABEL               PIC X(18).
029600     05  FILLER                 PIC X(01) VALUE SPACE.
029700     05  AR-COL-1               PIC -(9)9.99.
029800     05  FILLER                 PIC X(01) VALUE SPACE.
029900     05  AR-COL-2               PIC -(9)9.99.
030000     05  FILLER                 PIC X(01) VALUE SPACE.
030100     05  AR-COL-3               PIC -(9)9.99.
030200     05  FILLER                 PIC X(01) VALUE SPACE.
030300     05  AR-COL-4               PIC -(9)9.99.
030400     05  FILLER                 PIC X(02) VALUE SPACES.
030500     05  AR-CHECK               PIC X(03).
030600     05  FILLER                 PIC X(01) VALUE SPACE.
030700 01  WS-COUNT-ROW.
030800     05  CR-LABEL               PIC X(18).
030900     05  FILLER                 PIC X(03) VALUE SPACES.
031000     05  CR-COL-1               PIC ZZZ,ZZZ,ZZ9.
031100     05  FILLER                 PIC X(03) VALUE SPACES.
031200     05  CR-COL-2               PIC ZZZ,ZZZ,ZZ9.
031300     05  FILLER                 PIC X(03) VALUE SPACES.
031400     05  CR-COL-3               PIC ZZZ,ZZZ,ZZ9.
031500     05  FILLER                 PIC X(03) VALUE SPACES.
031600     05  CR-COL-4               PIC ZZZ,ZZZ,ZZ9.
031700     05  FILLER                 PIC X(02) VALUE SPACES.
031800     05  CR-CHECK               PIC X(03).
031900     05  FILLER                 PIC X(01) VALUE SPACE.
032000 01  WS-INFO-AMOUNT-LINE.
032100     05  IA-LABEL               PIC X(34).
032200     05  IA-AMOUNT              PIC -(9)9.99.
032300     05  FILLER                 PIC X(33) VALUE SPACES.
032400 01  WS-INFO-TEXT-LINE.
032500     05  IT-LABEL               PIC X(34).
032600     05  IT-TEXT                PIC X(46).
032700 01  WS-COUNT-LINE.
032800     05  CL-LABEL               PIC X(34).
032900     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
033000     05  FILLER                 PIC X(37) VALUE SPACES.
033100 01  WS-NONE-LINE.
033200     05  FILLER                 PIC X(40) VALUE
033300         'NO APPROVED BRANCH MERGES ON MERGEQ'.
033400     05  FILLER                 PIC X(40) VALUE SPACES.
033500 01  WS-LEGEND-LINE-1.
033600     05  FILLER                 PIC X(40) VALUE
033700         'BALANCE IS THE BRBALMST CLOSE PLUS THE B'.
033800     05  FILLER                 PIC X(40) VALUE
033900         'USINESS DATE AUDIT LINES, WHICH INCLUDE'.
034000 01  WS-LEGEND-LINE-2.
034100     05  FILLER                 PIC X(40) VALUE
034200         'THE TRANSFER LINES BALPOST POSTS TONIGHT'.
034300     05  FILLER                 PIC X(40) VALUE
034400         '. OK = NOTHING LEFT ON THE CLOSING'.
034500 01  WS-LEGEND-LINE-3.
034600     05  FILLER                 PIC X(40) VALUE
034700         'BRANCH AND THE TWO BRANCHES TOTAL THE SA'.
034800     05  FILLER                 PIC X(40) VALUE
034900         'ME BEFORE AND AFTER.'.
035000 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
035100 LINKAGE SECTION.
035200*-----------------------------------------------------------
035300* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
035400*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER;
035500*     WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE PROMPT.
035600*-----------------------------------------------------------
035700 01  LK-BUS-DATE                PIC 9(08).
035800 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
035900*-----------------------------------------------------------
036000* 0000-MAINLINE
036100*-----------------------------------------------------------
036200 0000-MAINLINE.
036300     PERFORM 1000-INITIALIZE
036400         THRU 1000-INITIALIZE-EXIT.
036500     IF WS-OPEN-OK
036600         PERFORM 2000-LOAD-QUEUE
036700             THRU 2000-LOAD-QUEUE-EXIT
036800         PERFORM 2100-VALIDATE-ITEMS
036900             THRU 2100-VALIDATE-ITEMS-EXIT
037000         IF WS-PROCESS-COUNT > ZERO
037100             PERFORM 3000-MERGE-BRANCHES
037200                 THRU 3000-MERGE-BRANCHES-EXIT
037300         END-IF
037400         PERFORM 5000-PRINT-REPORT
037500             THRU 5000-PRINT-REPORT-EXIT
037600         PERFORM 5800-KEEP-HELD-ITEMS
037700             THRU 5800-KEEP-HELD-ITEMS-EXIT
037800         PERFORM 8900-CLOSE-FILES
037900             THRU 8900-CLOSE-FILES-EXIT
038000     END-IF.
038100     PERFORM 9999-EXIT
038200         THRU 9999-EXIT-EXIT.
038300*-----------------------------------------------------------
038400* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, OPEN THE
038500*     QUEUE, THE KEEP FILE, THE BRANCH MASTER AND THE REPORT,
038600*     AND SET UP THE PAGE HEADINGS. A MISSING MERGEQ SIMPLY
038700*     MEANS NOTHING WAS APPROVED.
038800*-----------------------------------------------------------
038900 1000-INITIALIZE.
039000     MOVE 'N' TO WS-OPEN-SWITCH.
039100     MOVE 'N' TO WS-QUEUE-SWITCH.
039200     MOVE 'N' TO WS-MASTERS-SWITCH.
039300     MOVE 'N' TO WS-BALANCES-SWITCH.
039400     MOVE 'N' TO WS-RUN-FAILED-SWITCH.
039500     MOVE 'NNNNNNN' TO WS-ROW-FAILED-FLAGS.
039600     MOVE ZERO TO WS-ITEM-COUNT.
039700     MOVE ZERO TO WS-QUEUE-COUNT.
039800     MOVE ZERO TO WS-OVERFLOW-COUNT.
039900     MOVE ZERO TO WS-PROCESS-COUNT.
040000     MOVE ZERO TO WS-KEPT-COUNT.
040100     MOVE ZERO TO WS-BREAK-COUNT.
040200     IF LK-BUS-DATE IS OMITTED
040300         DISPLAY 'ENTER BUSINESS DATE FOR MERGE RUN (YYYYMMDD): '
040400         MOVE SPACES TO WS-DATE-INPUT
040500         ACCEPT WS-DATE-INPUT
040600         IF WS-DATE-INPUT IS NOT NUMERIC
040700             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
040800             GO TO 1000-INITIALIZE-EXIT
040900         END-IF
041000         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
041100     ELSE
041200         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
041300     END-IF.
041400     OPEN INPUT MERGE-FILE.
041500     IF WS-MRGQ-OK
041600         MOVE 'Y' TO WS-QUEUE-SWITCH
041700     ELSE
041800         IF NOT WS-MRGQ-NOT-FOUND
041900             DISPLAY 'UNABLE TO OPEN MERGEQ, STATUS: '
042000                 WS-MRGQ-STATUS
042100             GO TO 1000-INITIALIZE-EXIT
042200         END-IF
042300     END-IF.
042400     OPEN OUTPUT KEEP-FILE.
042500     IF NOT WS-KEEP-OK
042600         DISPLAY 'UNABLE TO OPEN MERGENEW, STATUS: '
042700             WS-KEEP-STATUS
042800         GO TO 1000-INITIALIZE-EXIT
042900     END-IF.
043000     OPEN I-O BRANCH-FILE.
043100     IF NOT WS-BRCH-OK
043200         DISPLAY 'UNABLE TO OPEN BRNCHMST, STATUS: '
043300             WS-BRCH-STATUS
043400         GO TO 1000-INITIALIZE-EXIT
043500     END-IF.
043600     OPEN OUTPUT REPORT-FILE.
043700     IF NOT WS-RPT-OK
043800         DISPLAY 'UNABLE TO OPEN BRMRGRPT, STATUS: '
043900             WS-RPT-STATUS
044000         GO TO 1000-INITIALIZE-EXIT
044100     END-IF.
044200     MOVE 'BRANCH MERGE CONTROL REPORT' TO RP-TITLE.
044300     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
044400     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
044500     PERFORM 7200-INIT-REPORT
044600         THRU 7200-INIT-REPORT-EXIT.
044700     MOVE 'Y' TO WS-OPEN-SWITCH.
044800 1000-INITIALIZE-EXIT.
044900     EXIT.
045000*-----------------------------------------------------------
045100* 2000-LOAD-QUEUE - LOAD THE APPROVED MERGES INTO THE ITEM
045200*     TABLE; ANY BEYOND ITS SIZE GO STRAIGHT BACK TO MERGENEW
045300*     FOR THE NEXT NIGHT
045400*-----------------------------------------------------------
045500 2000-LOAD-QUEUE.
045600     IF NOT WS-QUEUE-PRESENT
045700         GO TO 2000-LOAD-QUEUE-EXIT
045800     END-IF.
045900     MOVE 'N' TO WS-EOF-SWITCH.
046000     PERFORM 2010-READ-QUEUE
046100         THRU 2010-READ-QUEUE-EXIT.
046200     PERFORM 2020-STORE-ITEM
046300         THRU 2020-STORE-ITEM-EXIT
046400         UNTIL WS-END-OF-FILE.
046500 2000-LOAD-QUEUE-EXIT.
046600     EXIT.
046700*-----------------------------------------------------------
046800* 2010-READ-QUEUE - READ ONE MERGEQ RECORD
046900*-----------------------------------------------------------
047000 2010-READ-QUEUE.
047100     READ MERGE-FILE
047200         AT END
047300             SET WS-END-OF-FILE TO TRUE
047400     END-READ.
047500 2010-READ-QUEUE-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------
047800* 2020-STORE-ITEM - ADD ONE QUEUED MERGE TO THE TABLE, THEN
047900*     READ THE NEXT
048000*-----------------------------------------------------------
048100 2020-STORE-ITEM.
048200     ADD 1 TO WS-QUEUE-COUNT.
048300     IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
048400         DISPLAY 'MERGE TABLE FULL - HELD FOR NEXT RUN: '
048500             PD-BRANCH ' INTO ' PD-MERGE-INTO
048600         ADD 1 TO WS-OVERFLOW-COUNT
048700         WRITE KEEP-RECORD FROM PENDING-CHANGE-RECORD
048710         IF NOT WS-KEEP-OK
048720             DISPLAY 'UNABLE TO WRITE MERGENEW, STATUS: '
048730                 WS-KEEP-STATUS ' - ' PD-BRANCH ' NOT HELD'
048740             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
048750         END-IF
048800         GO TO 2020-STORE-ITEM-NEXT
048900     END-IF.
049000     ADD 1 TO WS-ITEM-COUNT.
049100     MOVE WS-ITEM-COUNT TO WS-ITEM-SUB.
049200     MOVE PENDING-CHANGE-RECORD TO WS-ITEM-IMAGE(WS-ITEM-SUB).
049300     MOVE PD-BRANCH        TO WS-ITEM-CLOSING(WS-ITEM-SUB).
049400     MOVE PD-MERGE-INTO    TO WS-ITEM-SURVIVOR(WS-ITEM-SUB).
049500     MOVE PD-REQUESTED-BY  TO WS-ITEM-REQ-BY(WS-ITEM-SUB).
049600     MOVE PD-DATE          TO WS-ITEM-REQ-DATE(WS-ITEM-SUB).
049700     MOVE PD-APPROVED-BY   TO WS-ITEM-APP-BY(WS-ITEM-SUB).
049800     MOVE PD-APPROVED-DATE TO WS-ITEM-APP-DATE(WS-ITEM-SUB).
049900     MOVE 'P'    TO WS-ITEM-STATUS(WS-ITEM-SUB).
050000     MOVE SPACES TO WS-ITEM-REASON(WS-ITEM-SUB).
050100     MOVE ZERO   TO WS-ITEM-OPEN-BAL(WS-ITEM-SUB 1).
050200     MOVE ZERO   TO WS-ITEM-OPEN-BAL(WS-ITEM-SUB 2).
050300     MOVE ZERO   TO WS-ITEM-TRANSFER(WS-ITEM-SUB).
050400     MOVE ZERO   TO WS-ITEM-PAIRS(WS-ITEM-SUB).
050500     MOVE ZERO   TO WS-ITEM-REPOINTED(WS-ITEM-SUB).
050600     MOVE 'N'    TO WS-ITEM-CLOSED-SW(WS-ITEM-SUB).
050700     MOVE 'N'    TO WS-ITEM-FORWARD-SW(WS-ITEM-SUB).
050800     PERFORM 2030-ZERO-CONTROL-ROW
050900         THRU 2030-ZERO-CONTROL-ROW-EXIT
051000         VARYING WS-ROW-SUB FROM 1 BY 1
051100         UNTIL WS-ROW-SUB > 7.
051200     IF PD-APPROVED-DATE IS NOT NUMERIC
051300         MOVE ZERO TO WS-ITEM-APP-DATE(WS-ITEM-SUB)
051400     END-IF.
051500 2020-STORE-ITEM-NEXT.
051600     PERFORM 2010-READ-QUEUE
051700         THRU 2010-READ-QUEUE-EXIT.
051800 2020-STORE-ITEM-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------
052100* 2030-ZERO-CONTROL-ROW - ZERO ONE CONTROL LINE OF THE ITEM
052200*-----------------------------------------------------------
052300 2030-ZERO-CONTROL-ROW.
052400     MOVE ZERO TO WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 1).
052500     MOVE ZERO TO WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 2).
052600     MOVE ZERO TO WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 3).
052700     MOVE ZERO TO WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 4).
052800 2030-ZERO-CONTROL-ROW-EXIT.
052900     EXIT.
053000*-----------------------------------------------------------
053100* 2100-VALIDATE-ITEMS - MAKE SURE EVERY FILE THE MERGE
053200*     TOUCHES CAN BE READ BEFORE ANYTHING IS CHANGED, THEN
053300*     DECIDE FOR EACH ITEM WHETHER IT CAN GO AHEAD TONIGHT
053400*-----------------------------------------------------------
053500 2100-VALIDATE-ITEMS.
053600     IF WS-ITEM-COUNT = ZERO
053700         GO TO 2100-VALIDATE-ITEMS-EXIT
053800     END-IF.
053900     PERFORM 2110-CHECK-MASTERS
054000         THRU 2110-CHECK-MASTERS-EXIT.
054100     PERFORM 2120-VALIDATE-ONE-ITEM
054200         THRU 2120-VALIDATE-ONE-ITEM-EXIT
054300         VARYING WS-ITEM-SUB FROM 1 BY 1
054400         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
054500     IF WS-BALANCES-OPEN
054600         CLOSE BALANCE-FILE
054700         MOVE 'N' TO WS-BALANCES-SWITCH
054800     END-IF.
054900 2100-VALIDATE-ITEMS-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------
055200* 2110-CHECK-MASTERS - TRY EACH FILE THE MERGE READS OR
055300*     UPDATES. ONE THAT IS NOT THERE AT ALL HAS NOTHING TO
055400*     MOVE; ONE THAT IS THERE BUT WILL NOT OPEN HOLDS EVERY
055500*     MERGE. BRBALMST IS LEFT OPEN FOR THE ITEM CHECKS.
055600*-----------------------------------------------------------
055700 2110-CHECK-MASTERS.
055800     OPEN INPUT AUDIT-FILE.
055900     IF WS-AUDIT-OK
056000         CLOSE AUDIT-FILE
056100     ELSE
056200         IF NOT WS-AUDIT-NOT-FOUND
056300             DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
056400                 WS-AUDIT-STATUS
056500             MOVE 'Y' TO WS-MASTERS-SWITCH
056600         END-IF
056700     END-IF.
056800     OPEN INPUT SI-FILE.
056900     IF WS-SI-OK
057000         CLOSE SI-FILE
057100     ELSE
057200         IF NOT WS-SI-NOT-FOUND
057300             DISPLAY 'UNABLE TO OPEN SIMAST, STATUS: '
057400                 WS-SI-STATUS
057500             MOVE 'Y' TO WS-MASTERS-SWITCH
057600         END-IF
057700     END-IF.
057800     OPEN INPUT LOAN-MASTER-FILE.
057900     IF WS-LMST-OK
058000         CLOSE LOAN-MASTER-FILE
058100     ELSE
058200         IF NOT WS-LMST-NOT-FOUND
058300             DISPLAY 'UNABLE TO OPEN LOANMAST, STATUS: '
058400                 WS-LMST-STATUS
058500             MOVE 'Y' TO WS-MASTERS-SWITCH
058600         END-IF
058700     END-IF.
058800     OPEN INPUT DEPOSIT-MASTER-FILE.
058900     IF WS-DMST-OK
059000         CLOSE DEPOSIT-MASTER-FILE
059100     ELSE
059200         IF NOT WS-DMST-NOT-FOUND
059300             DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS: '
059400                 WS-DMST-STATUS
059500             MOVE 'Y' TO WS-MASTERS-SWITCH
059600         END-IF
059700     END-IF.
059800     OPEN INPUT EXCP-FILE.
059900     IF WS-EXCP-OK
060000         CLOSE EXCP-FILE
060100     ELSE
060200         IF NOT WS-EXCP-NOT-FOUND
060300             DISPLAY 'UNABLE TO OPEN EXCPFILE, STATUS: '
060400                 WS-EXCP-STATUS
060500             MOVE 'Y' TO WS-MASTERS-SWITCH
060600         END-IF
060700     END-IF.
060800     OPEN INPUT BALANCE-FILE.
060900     IF WS-BAL-OK
061000         MOVE 'Y' TO WS-BALANCES-SWITCH
061100     ELSE
061200         IF NOT WS-BAL-NOT-FOUND
061300             DISPLAY 'UNABLE TO OPEN BRBALMST, STATUS: '
061400                 WS-BAL-STATUS
061500             MOVE 'Y' TO WS-MASTERS-SWITCH
061600         END-IF
061700     END-IF.
061800     IF WS-MASTERS-DOWN
061900         DISPLAY 'A MASTER FILE CANNOT BE READ - EVERY MERGE '
062000             'IS HELD'
062100     END-IF.
062200 2110-CHECK-MASTERS-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------
062500* 2120-VALIDATE-ONE-ITEM - HOLD THE ITEM WHEN IT CANNOT GO
062600*     AHEAD TONIGHT, OTHERWISE PICK UP BOTH BRANCHES' BRBALMST
062700*     CLOSING BALANCES
062800*-----------------------------------------------------------
062900 2120-VALIDATE-ONE-ITEM.
063000     MOVE WS-ITEM-IMAGE(WS-ITEM-SUB) TO PENDING-CHANGE-RECORD.
063100     IF WS-MASTERS-DOWN
063200         MOVE 'MASTER FILE CANNOT BE READ' TO WS-KEEP-REASON
063300         GO TO 2120-VALIDATE-HOLD
063400     END-IF.
063500     IF NOT PD-BRANCH-MERGE
063600         MOVE 'NOT A BRANCH MERGE ITEM' TO WS-KEEP-REASON
063700         GO TO 2120-VALIDATE-HOLD
063800     END-IF.
063900     IF WS-ITEM-CLOSING(WS-ITEM-SUB) = SPACES
064000             OR WS-ITEM-SURVIVOR(WS-ITEM-SUB) = SPACES
064100             OR WS-ITEM-CLOSING(WS-ITEM-SUB)
064200                 = WS-ITEM-SURVIVOR(WS-ITEM-SUB)
064300         MOVE 'BRANCH CODES MISSING OR EQUAL' TO WS-KEEP-REASON
064400         GO TO 2120-VALIDATE-HOLD
064500     END-IF.
064600     MOVE ZERO TO WS-FOUND-SUB.
064700     PERFORM 2130-CHECK-EARLIER-ITEM
064800         THRU 2130-CHECK-EARLIER-ITEM-EXIT
064900         VARYING WS-SCAN-SUB FROM 1 BY 1
065000         UNTIL WS-SCAN-SUB NOT < WS-ITEM-SUB.
065100     IF WS-FOUND-SUB > ZERO
065200         MOVE 'BRANCH IN AN EARLIER MERGE' TO WS-KEEP-REASON
065300         GO TO 2120-VALIDATE-HOLD
065400     END-IF.
065500     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB) TO BM-BRANCH.
065600     READ BRANCH-FILE
065700         INVALID KEY
065800             MOVE 'CLOSING BRANCH NOT ON BRNCHMST'
065900                 TO WS-KEEP-REASON
066000             GO TO 2120-VALIDATE-HOLD
066100     END-READ.
066200     MOVE WS-ITEM-SURVIVOR(WS-ITEM-SUB) TO BM-BRANCH.
066300     READ BRANCH-FILE
066400         INVALID KEY
066500             MOVE 'SURVIVOR NOT ON BRNCHMST' TO WS-KEEP-REASON
066600             GO TO 2120-VALIDATE-HOLD
066700     END-READ.
066800     IF NOT BM-ACTIVE
066900         MOVE 'SURVIVOR NOT ACTIVE' TO WS-KEEP-REASON
067000         GO TO 2120-VALIDATE-HOLD
067100     END-IF.
067200     IF NOT WS-BALANCES-OPEN
067300         GO TO 2120-VALIDATE-PASS
067400     END-IF.
067500     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB) TO BB-BRANCH.
067600     READ BALANCE-FILE
067700         INVALID KEY
067800             MOVE ZERO TO BB-CLOSE-BALANCE
067900             MOVE ZERO TO BB-LAST-POST-DATE
068000     END-READ.
068100     IF BB-LAST-POST-DATE NOT < WS-BUSINESS-DATE
068200         MOVE 'BALANCES ALREADY POSTED' TO WS-KEEP-REASON
068300         GO TO 2120-VALIDATE-HOLD
068400     END-IF.
068500     MOVE BB-CLOSE-BALANCE TO WS-ITEM-OPEN-BAL(WS-ITEM-SUB 1).
068600     MOVE WS-ITEM-SURVIVOR(WS-ITEM-SUB) TO BB-BRANCH.
068700     READ BALANCE-FILE
068800         INVALID KEY
068900             MOVE ZERO TO BB-CLOSE-BALANCE
069000             MOVE ZERO TO BB-LAST-POST-DATE
069100     END-READ.
069200     IF BB-LAST-POST-DATE NOT < WS-BUSINESS-DATE
069300         MOVE 'BALANCES ALREADY POSTED' TO WS-KEEP-REASON
069400         GO TO 2120-VALIDATE-HOLD
069500     END-IF.
069600     MOVE BB-CLOSE-BALANCE TO WS-ITEM-OPEN-BAL(WS-ITEM-SUB 2).
069700     GO TO 2120-VALIDATE-PASS.
069800 2120-VALIDATE-HOLD.
069900     MOVE 'K' TO WS-ITEM-STATUS(WS-ITEM-SUB).
070000     MOVE WS-KEEP-REASON TO WS-ITEM-REASON(WS-ITEM-SUB).
070100     DISPLAY 'MERGE OF ' WS-ITEM-CLOSING(WS-ITEM-SUB) ' INTO '
070200         WS-ITEM-SURVIVOR(WS-ITEM-SUB) ' HELD - ' WS-KEEP-REASON.
070300     ADD 1 TO WS-KEPT-COUNT.
070400     GO TO 2120-VALIDATE-ONE-ITEM-EXIT.
070500 2120-VALIDATE-PASS.
070600     ADD 1 TO WS-PROCESS-COUNT.
070700 2120-VALIDATE-ONE-ITEM-EXIT.
070800     EXIT.
070900*-----------------------------------------------------------
071000* 2130-CHECK-EARLIER-ITEM - NOTE WHEN AN EARLIER ITEM ALREADY
071100*     NAMES EITHER OF THIS ITEM'S BRANCHES
071200*-----------------------------------------------------------
071300 2130-CHECK-EARLIER-ITEM.
071400     IF WS-ITEM-CLOSING(WS-SCAN-SUB)
071500             = WS-ITEM-CLOSING(WS-ITEM-SUB)
071600         OR WS-ITEM-CLOSING(WS-SCAN-SUB)
071700             = WS-ITEM-SURVIVOR(WS-ITEM-SUB)
071800         OR WS-ITEM-SURVIVOR(WS-SCAN-SUB)
071900             = WS-ITEM-CLOSING(WS-ITEM-SUB)
072000         OR WS-ITEM-SURVIVOR(WS-SCAN-SUB)
072100             = WS-ITEM-SURVIVOR(WS-ITEM-SUB)
072200         MOVE WS-SCAN-SUB TO WS-FOUND-SUB
072300     END-IF.
072400 2130-CHECK-EARLIER-ITEM-EXIT.
072500     EXIT.
072600*-----------------------------------------------------------
072700* 3000-MERGE-BRANCHES - CARRY OUT THE MERGES THAT PASSED:
072800*     BALANCES BEFORE, THE TRANSFER LINES, BALANCES AFTER,
072900*     THEN EACH MASTER IN TURN, THE BRANCH CLOSE AND THE
073000*     FORWARDING ENTRIES
073100*-----------------------------------------------------------
073200 3000-MERGE-BRANCHES.
073300     MOVE 1 TO WS-COL-BASE.
073400     PERFORM 3100-SUM-BALANCES
073500         THRU 3100-SUM-BALANCES-EXIT.
073600     PERFORM 4000-TRANSFER-BALANCES
073700         THRU 4000-TRANSFER-BALANCES-EXIT.
073800     MOVE 3 TO WS-COL-BASE.
073900     PERFORM 3100-SUM-BALANCES
074000         THRU 3100-SUM-BALANCES-EXIT.
074100     PERFORM 4100-REHOME-INSTRUCTIONS
074200         THRU 4100-REHOME-INSTRUCTIONS-EXIT.
074300     PERFORM 4200-REHOME-LOANS
074400         THRU 4200-REHOME-LOANS-EXIT.
074500     PERFORM 4300-REHOME-DEPOSITS
074600         THRU 4300-REHOME-DEPOSITS-EXIT.
074700     PERFORM 4400-REHOME-EXCEPTIONS
074800         THRU 4400-REHOME-EXCEPTIONS-EXIT.
074900     PERFORM 4500-CLOSE-BRANCH
075000         THRU 4500-CLOSE-BRANCH-EXIT
075100         VARYING WS-ITEM-SUB FROM 1 BY 1
075200         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
075300     PERFORM 4600-RECORD-FORWARDS
075400         THRU 4600-RECORD-FORWARDS-EXIT.
075500 3000-MERGE-BRANCHES-EXIT.
075600     EXIT.
075700*-----------------------------------------------------------
075800* 3100-SUM-BALANCES - FILL THE BALANCE LINE'S BEFORE (COLUMN
075900*     BASE 1) OR AFTER (BASE 3) COLUMNS FOR EVERY MERGE: EACH
076000*     BRANCH'S BRBALMST CLOSE PLUS ALL ITS AUDIT LINES FOR THE
076100*     BUSINESS DATE
076200*-----------------------------------------------------------
076300 3100-SUM-BALANCES.
076400     PERFORM 3110-SET-OPENING-BALANCE
076500         THRU 3110-SET-OPENING-BALANCE-EXIT
076600         VARYING WS-ITEM-SUB FROM 1 BY 1
076700         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
076800     OPEN INPUT AUDIT-FILE.
076900     IF WS-AUDIT-NOT-FOUND
077000         GO TO 3100-SUM-BALANCES-EXIT
077100     END-IF.
077200     IF NOT WS-AUDIT-OK
077300         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
077400             WS-AUDIT-STATUS
077500         MOVE 'Y' TO WS-ROW-FAILED(1)
077600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
077700         GO TO 3100-SUM-BALANCES-EXIT
077800     END-IF.
077900     MOVE 'N' TO WS-EOF-SWITCH.
078000     PERFORM 3120-READ-AUDIT-LINE
078100         THRU 3120-READ-AUDIT-LINE-EXIT.
078200     PERFORM 3130-ADD-AUDIT-LINE
078300         THRU 3130-ADD-AUDIT-LINE-EXIT
078400         UNTIL WS-END-OF-FILE.
078500     CLOSE AUDIT-FILE.
078600 3100-SUM-BALANCES-EXIT.
078700     EXIT.
078800*-----------------------------------------------------------
078900* 3110-SET-OPENING-BALANCE - START ONE MERGE'S BALANCE
079000*     COLUMNS FROM THE TWO BRBALMST CLOSING BALANCES
079100*-----------------------------------------------------------
079200 3110-SET-OPENING-BALANCE.
079300     MOVE WS-COL-BASE TO WS-COL-SUB.
079400     MOVE WS-ITEM-OPEN-BAL(WS-ITEM-SUB 1)
079500         TO WS-ITEM-CV(WS-ITEM-SUB 1 WS-COL-SUB).
079600     ADD 1 TO WS-COL-SUB.
079700     MOVE WS-ITEM-OPEN-BAL(WS-ITEM-SUB 2)
079800         TO WS-ITEM-CV(WS-ITEM-SUB 1 WS-COL-SUB).
079900 3110-SET-OPENING-BALANCE-EXIT.
080000     EXIT.
080100*-----------------------------------------------------------
080200* 3120-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
080300*-----------------------------------------------------------
080400 3120-READ-AUDIT-LINE.
080500     READ AUDIT-FILE
080600         AT END
080700             SET WS-END-OF-FILE TO TRUE
080800     END-READ.
080900 3120-READ-AUDIT-LINE-EXIT.
081000     EXIT.
081100*-----------------------------------------------------------
081200* 3130-ADD-AUDIT-LINE - ADD A BUSINESS-DATE LINE OF EITHER
081300*     BRANCH OF A MERGE INTO ITS BALANCE COLUMN, THEN READ THE
081400*     NEXT
081500*-----------------------------------------------------------
081600 3130-ADD-AUDIT-LINE.
081700     IF AL-DATE NOT = WS-BUSINESS-DATE
081800         GO TO 3130-ADD-AUDIT-LINE-NEXT
081900     END-IF.
082000     MOVE AL-BRANCH TO WS-LOOKUP-BRANCH.
082100     PERFORM 6000-FIND-ITEM
082200         THRU 6000-FIND-ITEM-EXIT.
082300     IF WS-FOUND-SUB = ZERO
082400         GO TO 3130-ADD-AUDIT-LINE-NEXT
082500     END-IF.
082600     MOVE AL-RESULT TO WS-AUDIT-RESULT.
082700     COMPUTE WS-COL-SUB = WS-COL-BASE + WS-FOUND-SIDE - 1.
082800     ADD WS-AUDIT-RESULT
082900         TO WS-ITEM-CV(WS-FOUND-SUB 1 WS-COL-SUB).
083000 3130-ADD-AUDIT-LINE-NEXT.
083100     PERFORM 3120-READ-AUDIT-LINE
083200         THRU 3120-READ-AUDIT-LINE-EXIT.
083300 3130-ADD-AUDIT-LINE-EXIT.
083400     EXIT.
083500*-----------------------------------------------------------
083600* 4000-TRANSFER-BALANCES - APPEND THE OFFSETTING TRANSFER
083700*     LINES FOR EVERY MERGE TO THE AUDIT LOG
083800*-----------------------------------------------------------
083900 4000-TRANSFER-BALANCES.
084000     OPEN EXTEND AUDIT-FILE.
084100     IF WS-AUDIT-NOT-FOUND
084200         OPEN OUTPUT AUDIT-FILE
084300     END-IF.
084400     IF NOT WS-AUDIT-OK
084500         DISPLAY 'UNABLE TO EXTEND AUDITLOG, STATUS: '
084600             WS-AUDIT-STATUS ' - NO BALANCE TRANSFERRED'
084700         MOVE 'Y' TO WS-ROW-FAILED(1)
084800         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
084900         GO TO 4000-TRANSFER-BALANCES-EXIT
085000     END-IF.
085100     PERFORM 4010-TRANSFER-ONE-ITEM
085200         THRU 4010-TRANSFER-ONE-ITEM-EXIT
085300         VARYING WS-ITEM-SUB FROM 1 BY 1
085400         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
085500     CLOSE AUDIT-FILE.
085510     PERFORM 4090-WITHDRAW-DAY-EXTRACT
085520         THRU 4090-WITHDRAW-DAY-EXTRACT-EXIT.
085600 4000-TRANSFER-BALANCES-EXIT.
085700     EXIT.
085705*-----------------------------------------------------------
085710* 4090-WITHDRAW-DAY-EXTRACT - THE AUDEXTR DAY EXTRACT WAS CUT
085715*     BEFORE THE TRANSFER LINES WERE APPENDED; EMPTY IT SO THE
085720*     STEPS THAT FOLLOW FIND NO TRAILER AND READ THE FULL LOG
085725*-----------------------------------------------------------
085730 4090-WITHDRAW-DAY-EXTRACT.
085735     OPEN OUTPUT AUDIT-EXTRACT-FILE.
085740     IF NOT WS-AUDX-OK
085745         DISPLAY 'UNABLE TO EMPTY AUDEXTR, STATUS: '
085750             WS-AUDX-STATUS ' - TRANSFERS MAY NOT POST'
085755         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
085760         GO TO 4090-WITHDRAW-DAY-EXTRACT-EXIT
085765     END-IF.
085770     CLOSE AUDIT-EXTRACT-FILE.
085775     DISPLAY 'AUDEXTR EMPTIED - LATER STEPS READ AUDITLOG'.
085780 4090-WITHDRAW-DAY-EXTRACT-EXIT.
085785     EXIT.
085800*-----------------------------------------------------------
085900* 4010-TRANSFER-ONE-ITEM - MOVE THE CLOSING BRANCH'S WHOLE
086000*     BALANCE TO THE SURVIVOR. A RERUN FINDS THE EARLIER
086100*     TRANSFER LINES IN THE BALANCE AND MOVES ONLY WHAT IS
086200*     LEFT, WHICH IS NOTHING.
086300*-----------------------------------------------------------
086400 4010-TRANSFER-ONE-ITEM.
086500     IF NOT WS-ITEM-PROCESS(WS-ITEM-SUB)
086600         GO TO 4010-TRANSFER-ONE-ITEM-EXIT
086700     END-IF.
086800     MOVE WS-ITEM-CV(WS-ITEM-SUB 1 1)
086900         TO WS-ITEM-TRANSFER(WS-ITEM-SUB).
087000     MOVE WS-ITEM-CV(WS-ITEM-SUB 1 1) TO WS-REMAINING.
087100     PERFORM 4020-WRITE-TRANSFER-PAIR
087200         THRU 4020-WRITE-TRANSFER-PAIR-EXIT
087300         UNTIL WS-REMAINING = ZERO.
087400 4010-TRANSFER-ONE-ITEM-EXIT.
087500     EXIT.
087600*-----------------------------------------------------------
087700* 4020-WRITE-TRANSFER-PAIR - WRITE ONE PAIR OF TRANSFER
087800*     LINES FOR AS MUCH OF THE REMAINING BALANCE AS ONE AUDIT
087900*     AMOUNT HOLDS: OUT OF THE CLOSING BRANCH, INTO THE
088000*     SURVIVOR
088100*-----------------------------------------------------------
088200 4020-WRITE-TRANSFER-PAIR.
088300     IF WS-REMAINING > WS-LINE-MAX
088400         MOVE WS-LINE-MAX TO WS-CHUNK
088500     ELSE
088600         IF WS-REMAINING < ZERO - WS-LINE-MAX
088700             COMPUTE WS-CHUNK = ZERO - WS-LINE-MAX
088800         ELSE
088900             MOVE WS-REMAINING TO WS-CHUNK
089000         END-IF
089100     END-IF.
089200     SUBTRACT WS-CHUNK FROM WS-REMAINING.
089300     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB) TO WS-LINE-BRANCH.
089400     COMPUTE WS-LINE-AMOUNT = ZERO - WS-CHUNK.
089500     PERFORM 8000-WRITE-AUDIT-LINE
089600         THRU 8000-WRITE-AUDIT-LINE-EXIT.
089700     MOVE WS-ITEM-SURVIVOR(WS-ITEM-SUB) TO WS-LINE-BRANCH.
089800     MOVE WS-CHUNK TO WS-LINE-AMOUNT.
089900     PERFORM 8000-WRITE-AUDIT-LINE
090000         THRU 8000-WRITE-AUDIT-LINE-EXIT.
090100     ADD 1 TO WS-ITEM-PAIRS(WS-ITEM-SUB).
090200 4020-WRITE-TRANSFER-PAIR-EXIT.
090300     EXIT.
090400*-----------------------------------------------------------
090500* 4100-REHOME-INSTRUCTIONS - COUNT EVERY STANDING INSTRUCTION
090600*     OF EITHER BRANCH AND MOVE THE CLOSING BRANCH'S TO THE
090700*     SURVIVOR, STAMPED WITH THE APPROVER, THEN COUNT AGAIN
090800*-----------------------------------------------------------
090900 4100-REHOME-INSTRUCTIONS.
091000     OPEN I-O SI-FILE.
091100     IF WS-SI-NOT-FOUND
091200         GO TO 4100-REHOME-INSTRUCTIONS-EXIT
091300     END-IF.
091400     IF NOT WS-SI-OK
091500         DISPLAY 'UNABLE TO OPEN SIMAST, STATUS: ' WS-SI-STATUS
091600         MOVE 'Y' TO WS-ROW-FAILED(2)
091700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
091800         GO TO 4100-REHOME-INSTRUCTIONS-EXIT
091900     END-IF.
092000     MOVE 'N' TO WS-EOF-SWITCH.
092100     PERFORM 4110-READ-INSTRUCTION
092200         THRU 4110-READ-INSTRUCTION-EXIT.
092300     PERFORM 4120-REHOME-ONE-INSTRUCTION
092400         THRU 4120-REHOME-ONE-INSTRUCTION-EXIT
092500         UNTIL WS-END-OF-FILE.
092600     CLOSE SI-FILE.
092700     OPEN INPUT SI-FILE.
092710     IF NOT WS-SI-OK
092720         DISPLAY 'UNABLE TO REOPEN SIMAST, STATUS: ' WS-SI-STATUS
092730         MOVE 'Y' TO WS-ROW-FAILED(2)
092740         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
092750         GO TO 4100-REHOME-INSTRUCTIONS-EXIT
092760     END-IF.
092800     MOVE 'N' TO WS-EOF-SWITCH.
092900     PERFORM 4110-READ-INSTRUCTION
093000         THRU 4110-READ-INSTRUCTION-EXIT.
093100     PERFORM 4130-COUNT-ONE-INSTRUCTION
093200         THRU 4130-COUNT-ONE-INSTRUCTION-EXIT
093300         UNTIL WS-END-OF-FILE.
093400     CLOSE SI-FILE.
093500 4100-REHOME-INSTRUCTIONS-EXIT.
093600     EXIT.
093700*-----------------------------------------------------------
093800* 4110-READ-INSTRUCTION - READ THE NEXT STANDING INSTRUCTION
093900*-----------------------------------------------------------
094000 4110-READ-INSTRUCTION.
094100     READ SI-FILE NEXT RECORD
094200         AT END
094300             SET WS-END-OF-FILE TO TRUE
094400     END-READ.
094500 4110-READ-INSTRUCTION-EXIT.
094600     EXIT.
094700*-----------------------------------------------------------
094800* 4120-REHOME-ONE-INSTRUCTION - COUNT ONE INSTRUCTION BEFORE
094900*     THE MERGE AND MOVE IT WHEN IT BELONGS TO A CLOSING
095000*     BRANCH, THEN READ THE NEXT
095100*-----------------------------------------------------------
095200 4120-REHOME-ONE-INSTRUCTION.
095300     MOVE SI-BRANCH TO WS-LOOKUP-BRANCH.
095400     PERFORM 6000-FIND-ITEM
095500         THRU 6000-FIND-ITEM-EXIT.
095600     IF WS-FOUND-SUB = ZERO
095700         GO TO 4120-REHOME-ONE-NEXT
095800     END-IF.
095900     ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 2 WS-FOUND-SIDE).
096000     IF WS-FOUND-SIDE = 1
096100         MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB) TO SI-BRANCH
096200         MOVE WS-ITEM-APP-BY(WS-FOUND-SUB)   TO SI-UPDATED-BY
096300         MOVE WS-BUSINESS-DATE               TO SI-UPDATED-DATE
096400         REWRITE STANDING-INSTRUCTION-RECORD
096500         IF NOT WS-SI-OK
096600             DISPLAY 'UNABLE TO RE-HOME INSTRUCTION ' SI-INST-ID
096700                 ', STATUS: ' WS-SI-STATUS
096800             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
096900         END-IF
097000     END-IF.
097100 4120-REHOME-ONE-NEXT.
097200     PERFORM 4110-READ-INSTRUCTION
097300         THRU 4110-READ-INSTRUCTION-EXIT.
097400 4120-REHOME-ONE-INSTRUCTION-EXIT.
097500     EXIT.
097600*-----------------------------------------------------------
097700* 4130-COUNT-ONE-INSTRUCTION - COUNT ONE INSTRUCTION AFTER
097800*     THE MERGE, THEN READ THE NEXT
097900*-----------------------------------------------------------
098000 4130-COUNT-ONE-INSTRUCTION.
098100     MOVE SI-BRANCH TO WS-LOOKUP-BRANCH.
098200     PERFORM 6000-FIND-ITEM
098300         THRU 6000-FIND-ITEM-EXIT.
098400     IF WS-FOUND-SUB > ZERO
098500         COMPUTE WS-COL-SUB = WS-FOUND-SIDE + 2
098600         ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 2 WS-COL-SUB)
098700     END-IF.
098800     PERFORM 4110-READ-INSTRUCTION
098900         THRU 4110-READ-INSTRUCTION-EXIT.
099000 4130-COUNT-ONE-INSTRUCTION-EXIT.
099100     EXIT.
099200*-----------------------------------------------------------
099300* 4200-REHOME-LOANS - COUNT AND VALUE EVERY LOAN OF EITHER
099400*     BRANCH AND MOVE THE CLOSING BRANCH'S TO THE SURVIVOR,
099500*     THEN COUNT AND VALUE AGAIN
099600*-----------------------------------------------------------
099700 4200-REHOME-LOANS.
099800     OPEN I-O LOAN-MASTER-FILE.
099900     IF WS-LMST-NOT-FOUND
100000         GO TO 4200-REHOME-LOANS-EXIT
100100     END-IF.
100200     IF NOT WS-LMST-OK
100300         DISPLAY 'UNABLE TO OPEN LOANMAST, STATUS: '
100400             WS-LMST-STATUS
100500         MOVE 'Y' TO WS-ROW-FAILED(3)
100600         MOVE 'Y' TO WS-ROW-FAILED(4)
100700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
100800         GO TO 4200-REHOME-LOANS-EXIT
100900     END-IF.
101000     MOVE 'N' TO WS-EOF-SWITCH.
101100     PERFORM 4210-READ-LOAN
101200         THRU 4210-READ-LOAN-EXIT.
101300     PERFORM 4220-REHOME-ONE-LOAN
101400         THRU 4220-REHOME-ONE-LOAN-EXIT
101500         UNTIL WS-END-OF-FILE.
101600     CLOSE LOAN-MASTER-FILE.
101700     OPEN INPUT LOAN-MASTER-FILE.
101710     IF NOT WS-LMST-OK
101720         DISPLAY 'UNABLE TO REOPEN LOANMAST, STATUS: '
101730             WS-LMST-STATUS
101740         MOVE 'Y' TO WS-ROW-FAILED(3)
101750         MOVE 'Y' TO WS-ROW-FAILED(4)
101760         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
101770         GO TO 4200-REHOME-LOANS-EXIT
101780     END-IF.
101800     MOVE 'N' TO WS-EOF-SWITCH.
101900     PERFORM 4210-READ-LOAN
102000         THRU 4210-READ-LOAN-EXIT.
102100     PERFORM 4230-COUNT-ONE-LOAN
102200         THRU 4230-COUNT-ONE-LOAN-EXIT
102300         UNTIL WS-END-OF-FILE.
102400     CLOSE LOAN-MASTER-FILE.
102500 4200-REHOME-LOANS-EXIT.
102600     EXIT.
102700*-----------------------------------------------------------
102800* 4210-READ-LOAN - READ THE NEXT LOAN MASTER RECORD AND TAKE
102900*     ITS OUTSTANDING BALANCE (THE ORIGINAL PRINCIPAL FOR A
103000*     LOAN NOT YET SERVICED BY LOANPOST)
103100*-----------------------------------------------------------
103200 4210-READ-LOAN.
103300     READ LOAN-MASTER-FILE NEXT RECORD
103400         AT END
103500             SET WS-END-OF-FILE TO TRUE
103600             GO TO 4210-READ-LOAN-EXIT
103700     END-READ.
103800     IF LM-ACTIVE OR LM-PAID-OFF
103900         MOVE LM-BALANCE TO WS-MASTER-AMOUNT
104000     ELSE
104100         MOVE LM-PRINCIPAL TO WS-MASTER-AMOUNT
104200     END-IF.
104300 4210-READ-LOAN-EXIT.
104400     EXIT.
104500*-----------------------------------------------------------
104600* 4220-REHOME-ONE-LOAN - COUNT AND VALUE ONE LOAN BEFORE THE
104700*     MERGE AND MOVE IT WHEN IT BELONGS TO A CLOSING BRANCH,
104800*     THEN READ THE NEXT
104900*-----------------------------------------------------------
105000 4220-REHOME-ONE-LOAN.
105100     MOVE LM-BRANCH TO WS-LOOKUP-BRANCH.
105200     PERFORM 6000-FIND-ITEM
105300         THRU 6000-FIND-ITEM-EXIT.
105400     IF WS-FOUND-SUB = ZERO
105500         GO TO 4220-REHOME-ONE-NEXT
105600     END-IF.
105700     ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 3 WS-FOUND-SIDE).
105800     ADD WS-MASTER-AMOUNT
105900         TO WS-ITEM-CV(WS-FOUND-SUB 4 WS-FOUND-SIDE).
106000     IF WS-FOUND-SIDE = 1
106100         MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB) TO LM-BRANCH
106200         REWRITE LOAN-MASTER-RECORD
106300         IF NOT WS-LMST-OK
106400             DISPLAY 'UNABLE TO RE-HOME LOAN ' LM-LOAN-ID
106500                 ', STATUS: ' WS-LMST-STATUS
106600             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
106700         END-IF
106800     END-IF.
106900 4220-REHOME-ONE-NEXT.
107000     PERFORM 4210-READ-LOAN
107100         THRU 4210-READ-LOAN-EXIT.
107200 4220-REHOME-ONE-LOAN-EXIT.
107300     EXIT.
107400*-----------------------------------------------------------
107500* 4230-COUNT-ONE-LOAN - COUNT AND VALUE ONE LOAN AFTER THE
107600*     MERGE, THEN READ THE NEXT
107700*-----------------------------------------------------------
107800 4230-COUNT-ONE-LOAN.
107900     MOVE LM-BRANCH TO WS-LOOKUP-BRANCH.
108000     PERFORM 6000-FIND-ITEM
108100         THRU 6000-FIND-ITEM-EXIT.
108200     IF WS-FOUND-SUB > ZERO
108300         COMPUTE WS-COL-SUB = WS-FOUND-SIDE + 2
108400         ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 3 WS-COL-SUB)
108500         ADD WS-MASTER-AMOUNT
108600             TO WS-ITEM-CV(WS-FOUND-SUB 4 WS-COL-SUB)
108700     END-IF.
108800     PERFORM 4210-READ-LOAN
108900         THRU 4210-READ-LOAN-EXIT.
109000 4230-COUNT-ONE-LOAN-EXIT.
109100     EXIT.
109200*-----------------------------------------------------------
109300* 4300-REHOME-DEPOSITS - COUNT AND VALUE EVERY TERM DEPOSIT
109400*     OF EITHER BRANCH AND MOVE THE CLOSING BRANCH'S TO THE
109500*     SURVIVOR, THEN COUNT AND VALUE AGAIN
109600*-----------------------------------------------------------
109700 4300-REHOME-DEPOSITS.
109800     OPEN I-O DEPOSIT-MASTER-FILE.
109900     IF WS-DMST-NOT-FOUND
110000         GO TO 4300-REHOME-DEPOSITS-EXIT
110100     END-IF.
110200     IF NOT WS-DMST-OK
110300         DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS: '
110400             WS-DMST-STATUS
110500         MOVE 'Y' TO WS-ROW-FAILED(5)
110600         MOVE 'Y' TO WS-ROW-FAILED(6)
110700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
110800         GO TO 4300-REHOME-DEPOSITS-EXIT
110900     END-IF.
111000     MOVE 'N' TO WS-EOF-SWITCH.
111100     PERFORM 4310-READ-DEPOSIT
111200         THRU 4310-READ-DEPOSIT-EXIT.
111300     PERFORM 4320-REHOME-ONE-DEPOSIT
111400         THRU 4320-REHOME-ONE-DEPOSIT-EXIT
111500         UNTIL WS-END-OF-FILE.
111600     CLOSE DEPOSIT-MASTER-FILE.
111700     OPEN INPUT DEPOSIT-MASTER-FILE.
111710     IF NOT WS-DMST-OK
111720         DISPLAY 'UNABLE TO REOPEN DEPMAST, STATUS: '
111730             WS-DMST-STATUS
111740         MOVE 'Y' TO WS-ROW-FAILED(5)
111750         MOVE 'Y' TO WS-ROW-FAILED(6)
111760         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
111770         GO TO 4300-REHOME-DEPOSITS-EXIT
111780     END-IF.
111800     MOVE 'N' TO WS-EOF-SWITCH.
111900     PERFORM 4310-READ-DEPOSIT
112000         THRU 4310-READ-DEPOSIT-EXIT.
112100     PERFORM 4330-COUNT-ONE-DEPOSIT
112200         THRU 4330-COUNT-ONE-DEPOSIT-EXIT
112300         UNTIL WS-END-OF-FILE.
112400     CLOSE DEPOSIT-MASTER-FILE.
112500 4300-REHOME-DEPOSITS-EXIT.
112600     EXIT.
112700*-----------------------------------------------------------
112800* 4310-READ-DEPOSIT - READ THE NEXT TERM DEPOSIT RECORD
112900*-----------------------------------------------------------
113000 4310-READ-DEPOSIT.
113100     READ DEPOSIT-MASTER-FILE NEXT RECORD
113200         AT END
113300             SET WS-END-OF-FILE TO TRUE
113400     END-READ.
113500 4310-READ-DEPOSIT-EXIT.
113600     EXIT.
113700*-----------------------------------------------------------
113800* 4320-REHOME-ONE-DEPOSIT - COUNT AND VALUE ONE DEPOSIT
113900*     BEFORE THE MERGE AND MOVE IT WHEN IT BELONGS TO A
114000*     CLOSING BRANCH, THEN READ THE NEXT
114100*-----------------------------------------------------------
114200 4320-REHOME-ONE-DEPOSIT.
114300     MOVE DM-BRANCH TO WS-LOOKUP-BRANCH.
114400     PERFORM 6000-FIND-ITEM
114500         THRU 6000-FIND-ITEM-EXIT.
114600     IF WS-FOUND-SUB = ZERO
114700         GO TO 4320-REHOME-ONE-NEXT
114800     END-IF.
114900     ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 5 WS-FOUND-SIDE).
115000     ADD DM-PRINCIPAL
115100         TO WS-ITEM-CV(WS-FOUND-SUB 6 WS-FOUND-SIDE).
115200     IF WS-FOUND-SIDE = 1
115300         MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB) TO DM-BRANCH
115400         REWRITE TERM-DEPOSIT-RECORD
115500         IF NOT WS-DMST-OK
115600             DISPLAY 'UNABLE TO RE-HOME DEPOSIT ' DM-DEPOSIT-ID
115700                 ', STATUS: ' WS-DMST-STATUS
115800             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
115900         END-IF
116000     END-IF.
116100 4320-REHOME-ONE-NEXT.
116200     PERFORM 4310-READ-DEPOSIT
116300         THRU 4310-READ-DEPOSIT-EXIT.
116400 4320-REHOME-ONE-DEPOSIT-EXIT.
116500     EXIT.
116600*-----------------------------------------------------------
116700* 4330-COUNT-ONE-DEPOSIT - COUNT AND VALUE ONE DEPOSIT AFTER
116800*     THE MERGE, THEN READ THE NEXT
116900*-----------------------------------------------------------
117000 4330-COUNT-ONE-DEPOSIT.
117100     MOVE DM-BRANCH TO WS-LOOKUP-BRANCH.
117200     PERFORM 6000-FIND-ITEM
117300         THRU 6000-FIND-ITEM-EXIT.
117400     IF WS-FOUND-SUB > ZERO
117500         COMPUTE WS-COL-SUB = WS-FOUND-SIDE + 2
117600         ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 5 WS-COL-SUB)
117700         ADD DM-PRINCIPAL
117800             TO WS-ITEM-CV(WS-FOUND-SUB 6 WS-COL-SUB)
117900     END-IF.
118000     PERFORM 4310-READ-DEPOSIT
118100         THRU 4310-READ-DEPOSIT-EXIT.
118200 4330-COUNT-ONE-DEPOSIT-EXIT.
118300     EXIT.
118400*-----------------------------------------------------------
118500* 4400-REHOME-EXCEPTIONS - COPY THE EXCEPTION REPOSITORY TO
118600*     THE EXCPMRG WORK FILE, COUNTING EITHER BRANCH'S ITEMS
118700*     AND MOVING THE CLOSING BRANCH'S TO THE SURVIVOR, THEN
118800*     COPY IT BACK OVER EXCPFILE, COUNTING AGAIN. SHOULD THE
118900*     COPY BACK FAIL, EXCPMRG STILL HOLDS EVERY ITEM.
119000*-----------------------------------------------------------
119100 4400-REHOME-EXCEPTIONS.
119200     OPEN INPUT EXCP-FILE.
119300     IF WS-EXCP-NOT-FOUND
119400         GO TO 4400-REHOME-EXCEPTIONS-EXIT
119500     END-IF.
119600     IF NOT WS-EXCP-OK
119700         DISPLAY 'UNABLE TO OPEN EXCPFILE, STATUS: '
119800             WS-EXCP-STATUS
119900         MOVE 'Y' TO WS-ROW-FAILED(7)
120000         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
120100         GO TO 4400-REHOME-EXCEPTIONS-EXIT
120200     END-IF.
120300     OPEN OUTPUT EXCP-WORK-FILE.
120400     IF NOT WS-XWRK-OK
120500         DISPLAY 'UNABLE TO OPEN EXCPMRG, STATUS: '
120600             WS-XWRK-STATUS ' - EXCEPTIONS NOT RE-HOMED'
120700         CLOSE EXCP-FILE
120800         MOVE 'Y' TO WS-ROW-FAILED(7)
120900         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
121000         GO TO 4400-REHOME-EXCEPTIONS-EXIT
121100     END-IF.
121200     MOVE 'N' TO WS-EOF-SWITCH.
121300     PERFORM 4410-READ-EXCEPTION
121400         THRU 4410-READ-EXCEPTION-EXIT.
121500     PERFORM 4420-REHOME-ONE-EXCEPTION
121600         THRU 4420-REHOME-ONE-EXCEPTION-EXIT
121700         UNTIL WS-END-OF-FILE.
121800     CLOSE EXCP-FILE.
121900     CLOSE EXCP-WORK-FILE.
122000     OPEN INPUT EXCP-WORK-FILE.
122010     IF NOT WS-XWRK-OK
122020         DISPLAY 'UNABLE TO REOPEN EXCPMRG, STATUS: '
122030             WS-XWRK-STATUS ' - EXCEPTIONS NOT RE-HOMED'
122040         MOVE 'Y' TO WS-ROW-FAILED(7)
122050         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
122060         GO TO 4400-REHOME-EXCEPTIONS-EXIT
122070     END-IF.
122100     OPEN OUTPUT EXCP-FILE.
122200     IF NOT WS-EXCP-OK
122300         DISPLAY 'UNABLE TO REWRITE EXCPFILE, STATUS: '
122400             WS-EXCP-STATUS ' - RESTORE IT FROM EXCPMRG'
122500         CLOSE EXCP-WORK-FILE
122600         MOVE 'Y' TO WS-ROW-FAILED(7)
122700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
122800         GO TO 4400-REHOME-EXCEPTIONS-EXIT
122900     END-IF.
123000     MOVE 'N' TO WS-EOF-SWITCH.
123100     PERFORM 4430-READ-WORK-EXCEPTION
123200         THRU 4430-READ-WORK-EXCEPTION-EXIT.
123300     PERFORM 4440-COPY-BACK-EXCEPTION
123400         THRU 4440-COPY-BACK-EXCEPTION-EXIT
123500         UNTIL WS-END-OF-FILE.
123600     CLOSE EXCP-WORK-FILE.
123700     CLOSE EXCP-FILE.
123800 4400-REHOME-EXCEPTIONS-EXIT.
123900     EXIT.
124000*-----------------------------------------------------------
124100* 4410-READ-EXCEPTION - READ ONE EXCEPTION RECORD
124200*-----------------------------------------------------------
124300 4410-READ-EXCEPTION.
124400     READ EXCP-FILE
124500         AT END
124600             SET WS-END-OF-FILE TO TRUE
124700     END-READ.
124800 4410-READ-EXCEPTION-EXIT.
124900     EXIT.
125000*-----------------------------------------------------------
125100* 4420-REHOME-ONE-EXCEPTION - COUNT ONE EXCEPTION BEFORE THE
125200*     MERGE; ONE OF A CLOSING BRANCH TAKES THE SURVIVOR'S
125300*     CODE, IN THE TRANSACTION IMAGE TOO WHERE EXCPREPR WILL
125400*     RESUBMIT FROM IT. EVERY RECORD GOES TO THE WORK FILE.
125500*-----------------------------------------------------------
125600 4420-REHOME-ONE-EXCEPTION.
125700     MOVE XR-BRANCH TO WS-LOOKUP-BRANCH.
125800     PERFORM 6000-FIND-ITEM
125900         THRU 6000-FIND-ITEM-EXIT.
126000     IF WS-FOUND-SUB > ZERO
126100         ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 7 WS-FOUND-SIDE)
126200     END-IF.
126300     IF WS-FOUND-SUB > ZERO AND WS-FOUND-SIDE = 1
126400         EVALUATE XR-OPERATION
126500             WHEN 'ADDITION'
126600             WHEN 'SUBSTRACTION'
126700             WHEN 'MULTIPLICATION'
126800             WHEN 'DIVISSION'
126900                 IF XR-TRANS-IMAGE(2:4) = XR-BRANCH
127000                     MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB)
127100                         TO XR-TRANS-IMAGE(2:4)
127200                 END-IF
127300             WHEN 'PERCENTAGE'
127400             WHEN 'EXPONENTIATION'
127500                 IF XR-TRANS-IMAGE(1:4) = XR-BRANCH
127600                     MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB)
127700                         TO XR-TRANS-IMAGE(1:4)
127800                 END-IF
127900         END-EVALUATE
128000         MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB) TO XR-BRANCH
128100     END-IF.
128200     WRITE EXCP-WORK-RECORD FROM EXCEPTION-TRANS-RECORD.
128300     PERFORM 4410-READ-EXCEPTION
128400         THRU 4410-READ-EXCEPTION-EXIT.
128500 4420-REHOME-ONE-EXCEPTION-EXIT.
128600     EXIT.
128700*-----------------------------------------------------------
128800* 4430-READ-WORK-EXCEPTION - READ ONE WORK FILE RECORD
128900*-----------------------------------------------------------
129000 4430-READ-WORK-EXCEPTION.
129100     READ EXCP-WORK-FILE
129200         AT END
129300             SET WS-END-OF-FILE TO TRUE
129400     END-READ.
129500 4430-READ-WORK-EXCEPTION-EXIT.
129600     EXIT.
129700*-----------------------------------------------------------
129800* 4440-COPY-BACK-EXCEPTION - COPY ONE RECORD BACK TO EXCPFILE
129900*     AND COUNT IT AFTER THE MERGE, THEN READ THE NEXT
130000*-----------------------------------------------------------
130100 4440-COPY-BACK-EXCEPTION.
130200     MOVE EXCP-WORK-RECORD TO EXCEPTION-TRANS-RECORD.
130300     MOVE XR-BRANCH TO WS-LOOKUP-BRANCH.
130400     PERFORM 6000-FIND-ITEM
130500         THRU 6000-FIND-ITEM-EXIT.
130600     IF WS-FOUND-SUB > ZERO
130700         COMPUTE WS-COL-SUB = WS-FOUND-SIDE + 2
130800         ADD 1 TO WS-ITEM-CV(WS-FOUND-SUB 7 WS-COL-SUB)
130900     END-IF.
131000     WRITE EXCEPTION-TRANS-RECORD.
131100     PERFORM 4430-READ-WORK-EXCEPTION
131200         THRU 4430-READ-WORK-EXCEPTION-EXIT.
131300 4440-COPY-BACK-EXCEPTION-EXIT.
131400     EXIT.
131500*-----------------------------------------------------------
131600* 4500-CLOSE-BRANCH - CLOSE ONE MERGE'S CLOSING BRANCH ON
131700*     BRNCHMST
131800*-----------------------------------------------------------
131900 4500-CLOSE-BRANCH.
132000     IF NOT WS-ITEM-PROCESS(WS-ITEM-SUB)
132100         GO TO 4500-CLOSE-BRANCH-EXIT
132200     END-IF.
132300     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB) TO BM-BRANCH.
132400     READ BRANCH-FILE
132500         INVALID KEY
132600             DISPLAY 'BRANCH LEFT BRNCHMST DURING THE RUN: '
132700                 BM-BRANCH
132800             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
132900             GO TO 4500-CLOSE-BRANCH-EXIT
133000     END-READ.
133100     MOVE 'C' TO BM-STATUS.
133200     REWRITE BRANCH-MASTER-RECORD.
133300     IF WS-BRCH-OK
133400         MOVE 'Y' TO WS-ITEM-CLOSED-SW(WS-ITEM-SUB)
133500     ELSE
133600         DISPLAY 'UNABLE TO CLOSE BRANCH ' BM-BRANCH
133700             ', STATUS: ' WS-BRCH-STATUS
133800         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
133900     END-IF.
134000 4500-CLOSE-BRANCH-EXIT.
134100     EXIT.
134200*-----------------------------------------------------------
134300* 4600-RECORD-FORWARDS - RE-POINT EVERY FORWARDING ENTRY
134400*     THAT LED TO A CLOSING BRANCH AT ITS SURVIVOR, THEN
134500*     RECORD THE CLOSING BRANCH ITSELF. THE FILE IS CREATED ON
134600*     THE FIRST MERGE.
134700*-----------------------------------------------------------
134800 4600-RECORD-FORWARDS.
134900     OPEN I-O FORWARD-FILE.
135000     IF WS-FWD-NOT-FOUND
135100         OPEN OUTPUT FORWARD-FILE
135200         CLOSE FORWARD-FILE
135300         OPEN I-O FORWARD-FILE
135400     END-IF.
135500     IF NOT WS-FWD-OK
135600         DISPLAY 'UNABLE TO OPEN BRFWDMST, STATUS: '
135700             WS-FWD-STATUS ' - NO FORWARDING RECORDED'
135800         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
135900         GO TO 4600-RECORD-FORWARDS-EXIT
136000     END-IF.
136100     MOVE 'N' TO WS-EOF-SWITCH.
136200     PERFORM 4610-READ-FORWARD
136300         THRU 4610-READ-FORWARD-EXIT.
136400     PERFORM 4620-REPOINT-ONE-FORWARD
136500         THRU 4620-REPOINT-ONE-FORWARD-EXIT
136600         UNTIL WS-END-OF-FILE.
136700     PERFORM 4630-WRITE-FORWARD
136800         THRU 4630-WRITE-FORWARD-EXIT
136900         VARYING WS-ITEM-SUB FROM 1 BY 1
137000         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
137100     CLOSE FORWARD-FILE.
137200 4600-RECORD-FORWARDS-EXIT.
137300     EXIT.
137400*-----------------------------------------------------------
137500* 4610-READ-FORWARD - READ THE NEXT FORWARDING ENTRY
137600*-----------------------------------------------------------
137700 4610-READ-FORWARD.
137800     READ FORWARD-FILE NEXT RECORD
137900         AT END
138000             SET WS-END-OF-FILE TO TRUE
138100     END-READ.
138200 4610-READ-FORWARD-EXIT.
138300     EXIT.
138400*-----------------------------------------------------------
138500* 4620-REPOINT-ONE-FORWARD - AN ENTRY THAT FORWARDS TO A
138600*     CLOSING BRANCH NOW FORWARDS TO ITS SURVIVOR; ONE THAT
138700*     WOULD NOW FORWARD A BRANCH TO ITSELF IS DROPPED. THEN
138800*     READ THE NEXT.
138900*-----------------------------------------------------------
139000 4620-REPOINT-ONE-FORWARD.
139100     MOVE FW-FORWARD-TO TO WS-LOOKUP-BRANCH.
139200     PERFORM 6000-FIND-ITEM
139300         THRU 6000-FIND-ITEM-EXIT.
139400     IF WS-FOUND-SUB = ZERO OR WS-FOUND-SIDE NOT = 1
139500         GO TO 4620-REPOINT-ONE-NEXT
139600     END-IF.
139700     MOVE WS-ITEM-SURVIVOR(WS-FOUND-SUB) TO FW-FORWARD-TO.
139800     MOVE WS-BUSINESS-DATE TO FW-REPOINT-DATE.
139900     IF FW-OLD-BRANCH = FW-FORWARD-TO
140000         DELETE FORWARD-FILE RECORD
140100     ELSE
140200         REWRITE BRANCH-FORWARD-RECORD
140300     END-IF.
140400     IF WS-FWD-OK
140500         ADD 1 TO WS-ITEM-REPOINTED(WS-FOUND-SUB)
140600     ELSE
140700         DISPLAY 'UNABLE TO RE-POINT FORWARD FROM '
140800             FW-OLD-BRANCH ', STATUS: ' WS-FWD-STATUS
140900         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
141000     END-IF.
141100 4620-REPOINT-ONE-NEXT.
141200     PERFORM 4610-READ-FORWARD
141300         THRU 4610-READ-FORWARD-EXIT.
141400 4620-REPOINT-ONE-FORWARD-EXIT.
141500     EXIT.
141600*-----------------------------------------------------------
141700* 4630-WRITE-FORWARD - RECORD ONE CLOSING BRANCH AS
141800*     FORWARDING TO ITS SURVIVOR, REPLACING ANY OLDER ENTRY
141900*-----------------------------------------------------------
142000 4630-WRITE-FORWARD.
142100     IF NOT WS-ITEM-PROCESS(WS-ITEM-SUB)
142200         GO TO 4630-WRITE-FORWARD-EXIT
142300     END-IF.
142400     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB) TO FW-OLD-BRANCH.
142500     MOVE 'N' TO WS-RECORD-EXISTS-SW.
142600     READ FORWARD-FILE
142700         INVALID KEY
142800             CONTINUE
142900         NOT INVALID KEY
143000             MOVE 'Y' TO WS-RECORD-EXISTS-SW
143100     END-READ.
143200     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB)  TO FW-OLD-BRANCH.
143300     MOVE WS-ITEM-SURVIVOR(WS-ITEM-SUB) TO FW-FORWARD-TO.
143400     MOVE WS-ITEM-SURVIVOR(WS-ITEM-SUB) TO FW-MERGED-INTO.
143500     MOVE WS-BUSINESS-DATE              TO FW-MERGE-DATE.
143600     MOVE WS-ITEM-REQ-BY(WS-ITEM-SUB)   TO FW-REQUESTED-BY.
143700     MOVE WS-ITEM-APP-BY(WS-ITEM-SUB)   TO FW-APPROVED-BY.
143800     MOVE ZERO                          TO FW-REPOINT-DATE.
143900     IF WS-RECORD-EXISTS
144000         REWRITE BRANCH-FORWARD-RECORD
144100     ELSE
144200         WRITE BRANCH-FORWARD-RECORD
144300     END-IF.
144400     IF WS-FWD-OK
144500         MOVE 'Y' TO WS-ITEM-FORWARD-SW(WS-ITEM-SUB)
144600     ELSE
144700         DISPLAY 'UNABLE TO RECORD FORWARD FROM '
144800             FW-OLD-BRANCH ', STATUS: ' WS-FWD-STATUS
144900         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
145000     END-IF.
145100 4630-WRITE-FORWARD-EXIT.
145200     EXIT.
145300*-----------------------------------------------------------
145400* 5000-PRINT-REPORT - PRINT EVERY MERGE, THEN THE RUN COUNTS
145500*     AND THE LEGEND
145600*-----------------------------------------------------------
145700 5000-PRINT-REPORT.
145800     IF WS-QUEUE-COUNT = ZERO
145900         MOVE WS-NONE-LINE TO RP-PRINT-LINE
146000         PERFORM 7000-WRITE-RPT-LINE
146100             THRU 7000-WRITE-RPT-LINE-EXIT
146200         MOVE WS-BLANK-LINE TO RP-PRINT-LINE
146300         PERFORM 7000-WRITE-RPT-LINE
146400             THRU 7000-WRITE-RPT-LINE-EXIT
146500     END-IF.
146600     PERFORM 5100-PRINT-ONE-ITEM
146700         THRU 5100-PRINT-ONE-ITEM-EXIT
146800         VARYING WS-ITEM-SUB FROM 1 BY 1
146900         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
147000     MOVE 'MERGES ON MERGEQ' TO CL-LABEL.
147100     MOVE WS-QUEUE-COUNT TO CL-COUNT.
147200     PERFORM 5500-WRITE-COUNT-LINE
147300         THRU 5500-WRITE-COUNT-LINE-EXIT.
147400     MOVE 'MERGES CARRIED OUT' TO CL-LABEL.
147500     MOVE WS-PROCESS-COUNT TO CL-COUNT.
147600     PERFORM 5500-WRITE-COUNT-LINE
147700         THRU 5500-WRITE-COUNT-LINE-EXIT.
147800     MOVE 'MERGES HELD ON MERGENEW' TO CL-LABEL.
147900     MOVE WS-KEPT-COUNT TO CL-COUNT.
148000     PERFORM 5500-WRITE-COUNT-LINE
148100         THRU 5500-WRITE-COUNT-LINE-EXIT.
148200     MOVE 'MERGES HELD - TABLE FULL' TO CL-LABEL.
148300     MOVE WS-OVERFLOW-COUNT TO CL-COUNT.
148400     PERFORM 5500-WRITE-COUNT-LINE
148500         THRU 5500-WRITE-COUNT-LINE-EXIT.
148600     MOVE 'CONTROL LINES NOT PROVED' TO CL-LABEL.
148700     MOVE WS-BREAK-COUNT TO CL-COUNT.
148800     PERFORM 5500-WRITE-COUNT-LINE
148900         THRU 5500-WRITE-COUNT-LINE-EXIT.
149000     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
149100     PERFORM 7000-WRITE-RPT-LINE
149200         THRU 7000-WRITE-RPT-LINE-EXIT.
149300     MOVE WS-LEGEND-LINE-1 TO RP-PRINT-LINE.
149400     PERFORM 7000-WRITE-RPT-LINE
149500         THRU 7000-WRITE-RPT-LINE-EXIT.
149600     MOVE WS-LEGEND-LINE-2 TO RP-PRINT-LINE.
149700     PERFORM 7000-WRITE-RPT-LINE
149800         THRU 7000-WRITE-RPT-LINE-EXIT.
149900     MOVE WS-LEGEND-LINE-3 TO RP-PRINT-LINE.
150000     PERFORM 7000-WRITE-RPT-LINE
150100         THRU 7000-WRITE-RPT-LINE-EXIT.
150200     PERFORM 7900-END-REPORT
150300         THRU 7900-END-REPORT-EXIT.
150400 5000-PRINT-REPORT-EXIT.
150500     EXIT.
150600*-----------------------------------------------------------
150700* 5100-PRINT-ONE-ITEM - PRINT ONE MERGE: WHO ASKED AND WHO
150800*     APPROVED, THEN EITHER WHY IT WAS HELD OR ITS CONTROL
150900*     LINES AND WHAT WAS DONE
151000*-----------------------------------------------------------
151100 5100-PRINT-ONE-ITEM.
151200     MOVE WS-ITEM-CLOSING(WS-ITEM-SUB)  TO ML-CLOSING.
151300     MOVE WS-ITEM-SURVIVOR(WS-ITEM-SUB) TO ML-SURVIVOR.
151400     MOVE WS-MERGE-LINE-1 TO RP-PRINT-LINE.
151500     PERFORM 7000-WRITE-RPT-LINE
151600         THRU 7000-WRITE-RPT-LINE-EXIT.
151700     MOVE WS-ITEM-REQ-BY(WS-ITEM-SUB)   TO ML-REQ-BY.
151800     MOVE WS-ITEM-REQ-DATE(WS-ITEM-SUB) TO ML-REQ-DATE.
151900     MOVE WS-ITEM-APP-BY(WS-ITEM-SUB)   TO ML-APP-BY.
152000     MOVE WS-ITEM-APP-DATE(WS-ITEM-SUB) TO ML-APP-DATE.
152100     MOVE WS-MERGE-LINE-2 TO RP-PRINT-LINE.
152200     PERFORM 7000-WRITE-RPT-LINE
152300         THRU 7000-WRITE-RPT-LINE-EXIT.
152400     IF WS-ITEM-KEPT(WS-ITEM-SUB)
152500         MOVE WS-ITEM-REASON(WS-ITEM-SUB) TO KL-REASON
152600         MOVE WS-KEPT-LINE TO RP-PRINT-LINE
152700         PERFORM 7000-WRITE-RPT-LINE
152800             THRU 7000-WRITE-RPT-LINE-EXIT
152900         GO TO 5100-PRINT-ONE-ITEM-END
153000     END-IF.
153100     PERFORM 5200-PRINT-CONTROL-ROW
153200         THRU 5200-PRINT-CONTROL-ROW-EXIT
153300         VARYING WS-ROW-SUB FROM 1 BY 1
153400         UNTIL WS-ROW-SUB > 7.
153500     MOVE 'BALANCE TRANSFERRED' TO IA-LABEL.
153600     MOVE WS-ITEM-TRANSFER(WS-ITEM-SUB) TO IA-AMOUNT.
153700     MOVE WS-INFO-AMOUNT-LINE TO RP-PRINT-LINE.
153800     PERFORM 7000-WRITE-RPT-LINE
153900         THRU 7000-WRITE-RPT-LINE-EXIT.
154000     MOVE 'TRANSFER LINE PAIRS WRITTEN' TO CL-LABEL.
154100     MOVE WS-ITEM-PAIRS(WS-ITEM-SUB) TO CL-COUNT.
154200     PERFORM 5500-WRITE-COUNT-LINE
154300         THRU 5500-WRITE-COUNT-LINE-EXIT.
154400     MOVE 'BRANCH CLOSED ON BRNCHMST' TO IT-LABEL.
154500     IF WS-ITEM-CLOSED-SW(WS-ITEM-SUB) = 'Y'
154600         MOVE 'YES' TO IT-TEXT
154700     ELSE
154800         MOVE 'NO' TO IT-TEXT
154900     END-IF.
155000     MOVE WS-INFO-TEXT-LINE TO RP-PRINT-LINE.
155100     PERFORM 7000-WRITE-RPT-LINE
155200         THRU 7000-WRITE-RPT-LINE-EXIT.
155300     MOVE 'FORWARDING ENTRY ON BRFWDMST' TO IT-LABEL.
155400     IF WS-ITEM-FORWARD-SW(WS-ITEM-SUB) = 'Y'
155500         MOVE 'YES' TO IT-TEXT
155600     ELSE
155700         MOVE 'NO' TO IT-TEXT
155800     END-IF.
155900     MOVE WS-INFO-TEXT-LINE TO RP-PRINT-LINE.
156000     PERFORM 7000-WRITE-RPT-LINE
156100         THRU 7000-WRITE-RPT-LINE-EXIT.
156200     MOVE 'EARLIER FORWARDS RE-POINTED' TO CL-LABEL.
156300     MOVE WS-ITEM-REPOINTED(WS-ITEM-SUB) TO CL-COUNT.
156400     PERFORM 5500-WRITE-COUNT-LINE
156500         THRU 5500-WRITE-COUNT-LINE-EXIT.
156600 5100-PRINT-ONE-ITEM-END.
156700     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
156800     PERFORM 7000-WRITE-RPT-LINE
156900         THRU 7000-WRITE-RPT-LINE-EXIT.
157000 5100-PRINT-ONE-ITEM-EXIT.
157100     EXIT.
157200*-----------------------------------------------------------
157300* 5200-PRINT-CONTROL-ROW - PRINT ONE CONTROL LINE AND PROVE
157400*     IT: NOTHING LEFT ON THE CLOSING BRANCH AND THE SAME
157500*     TOTAL ACROSS BOTH BRANCHES BEFORE AND AFTER
157600*-----------------------------------------------------------
157700 5200-PRINT-CONTROL-ROW.
157800     COMPUTE WS-BEFORE-TOTAL =
157900         WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 1)
158000         + WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 2).
158100     COMPUTE WS-AFTER-TOTAL =
158200         WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 3)
158300         + WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 4).
158400     IF WS-ROW-FAILED(WS-ROW-SUB) = 'Y'
158500         MOVE 'ERR' TO AR-CHECK
158600         ADD 1 TO WS-BREAK-COUNT
158700     ELSE
158800         IF WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 3) = ZERO
158900                 AND WS-AFTER-TOTAL = WS-BEFORE-TOTAL
159000             MOVE 'OK ' TO AR-CHECK
159100         ELSE
159200             MOVE 'BRK' TO AR-CHECK
159300             ADD 1 TO WS-BREAK-COUNT
159400         END-IF
159500     END-IF.
159600     IF WS-ROW-KIND(WS-ROW-SUB) = 'A'
159700         MOVE WS-ROW-LABEL(WS-ROW-SUB) TO AR-LABEL
159800         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 1) TO AR-COL-1
159900         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 2) TO AR-COL-2
160000         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 3) TO AR-COL-3
160100         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 4) TO AR-COL-4
160200         MOVE WS-AMOUNT-ROW TO RP-PRINT-LINE
160300     ELSE
160400         MOVE WS-ROW-LABEL(WS-ROW-SUB) TO CR-LABEL
160500         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 1) TO CR-COL-1
160600         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 2) TO CR-COL-2
160700         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 3) TO CR-COL-3
160800         MOVE WS-ITEM-CV(WS-ITEM-SUB WS-ROW-SUB 4) TO CR-COL-4
160900         MOVE AR-CHECK TO CR-CHECK
161000         MOVE WS-COUNT-ROW TO RP-PRINT-LINE
161100     END-IF.
161200     PERFORM 7000-WRITE-RPT-LINE
161300         THRU 7000-WRITE-RPT-LINE-EXIT.
161400 5200-PRINT-CONTROL-ROW-EXIT.
161500     EXIT.
161600*-----------------------------------------------------------
161700* 5500-WRITE-COUNT-LINE - WRITE ONE COUNT LINE
161800*-----------------------------------------------------------
161900 5500-WRITE-COUNT-LINE.
162000     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
162100     PERFORM 7000-WRITE-RPT-LINE
162200         THRU 7000-WRITE-RPT-LINE-EXIT.
162300 5500-WRITE-COUNT-LINE-EXIT.
162400     EXIT.
162500*-----------------------------------------------------------
162600* 5800-KEEP-HELD-ITEMS - COPY EVERY HELD MERGE TO MERGENEW
162700*     SO IT IS TRIED AGAIN TOMORROW NIGHT
162800*-----------------------------------------------------------
162900 5800-KEEP-HELD-ITEMS.
163000     PERFORM 5810-KEEP-ONE-ITEM
163100         THRU 5810-KEEP-ONE-ITEM-EXIT
163200         VARYING WS-ITEM-SUB FROM 1 BY 1
163300         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
163400 5800-KEEP-HELD-ITEMS-EXIT.
163500     EXIT.
163600*-----------------------------------------------------------
163700* 5810-KEEP-ONE-ITEM - COPY ONE HELD MERGE TO MERGENEW
163800*-----------------------------------------------------------
163900 5810-KEEP-ONE-ITEM.
164000     IF WS-ITEM-KEPT(WS-ITEM-SUB)
164100         WRITE KEEP-RECORD FROM WS-ITEM-IMAGE(WS-ITEM-SUB)
164110         IF NOT WS-KEEP-OK
164120             DISPLAY 'UNABLE TO WRITE MERGENEW, STATUS: '
164130                 WS-KEEP-STATUS ' - '
164140                 WS-ITEM-CLOSING(WS-ITEM-SUB) ' NOT HELD'
164150             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
164160         END-IF
164200     END-IF.
164300 5810-KEEP-ONE-ITEM-EXIT.
164400     EXIT.
164500*-----------------------------------------------------------
164600* 6000-FIND-ITEM - FIND THE MERGE GOING AHEAD TONIGHT THAT
164700*     NAMES WS-LOOKUP-BRANCH, RETURNING ITS SUBSCRIPT (ZERO
164800*     WHEN NONE) AND WHICH SIDE OF IT THE BRANCH IS ON
164900*-----------------------------------------------------------
165000 6000-FIND-ITEM.
165100     MOVE ZERO TO WS-FOUND-SUB.
165200     MOVE ZERO TO WS-FOUND-SIDE.
165300     PERFORM 6010-CHECK-ITEM
165400         THRU 6010-CHECK-ITEM-EXIT
165500         VARYING WS-SCAN-SUB FROM 1 BY 1
165600         UNTIL WS-SCAN-SUB > WS-ITEM-COUNT
165700             OR WS-FOUND-SUB > ZERO.
165800 6000-FIND-ITEM-EXIT.
165900     EXIT.
166000*-----------------------------------------------------------
166100* 6010-CHECK-ITEM - TEST ONE TABLE ENTRY
166200*-----------------------------------------------------------
166300 6010-CHECK-ITEM.
166400     IF NOT WS-ITEM-PROCESS(WS-SCAN-SUB)
166500         GO TO 6010-CHECK-ITEM-EXIT
166600     END-IF.
166700     IF WS-ITEM-CLOSING(WS-SCAN-SUB) = WS-LOOKUP-BRANCH
166800         MOVE WS-SCAN-SUB TO WS-FOUND-SUB
166900         MOVE 1 TO WS-FOUND-SIDE
167000     ELSE
167100         IF WS-ITEM-SURVIVOR(WS-SCAN-SUB) = WS-LOOKUP-BRANCH
167200             MOVE WS-SCAN-SUB TO WS-FOUND-SUB
167300             MOVE 2 TO WS-FOUND-SIDE
167400         END-IF
167500     END-IF.
167600 6010-CHECK-ITEM-EXIT.
167700     EXIT.
167800*-----------------------------------------------------------
167900* 8000-WRITE-AUDIT-LINE - WRITE ONE 'BRANCH MERGE' TRANSFER
168000*     LINE FOR WS-LINE-BRANCH: THE AMOUNT MOVED IN NUM1 AND
168100*     THE SIGNED EFFECT ON THE BRANCH IN THE RESULT, UNDER THE
168150*     OPERATOR WHO APPROVED THE MERGE
168200*-----------------------------------------------------------
168300 8000-WRITE-AUDIT-LINE.
168400     MOVE SPACES TO AUDIT-LINE.
168500     ACCEPT WS-AUDIT-TIME FROM TIME.
168600     MOVE WS-BUSINESS-DATE TO AL-DATE.
168700     MOVE WS-AUDIT-TIME    TO AL-TIME.
168800     MOVE WS-LINE-BRANCH   TO AL-BRANCH.
168900     MOVE 'BRANCH MERGE'   TO AL-OPERATION.
169000     IF WS-CHUNK < ZERO
169100         COMPUTE AL-NUM1 = ZERO - WS-CHUNK
169200     ELSE
169300         MOVE WS-CHUNK TO AL-NUM1
169400     END-IF.
169500     MOVE ZERO             TO AL-NUM2.
169600     MOVE WS-LINE-AMOUNT   TO AL-RESULT.
169700     MOVE ZERO             TO AL-NUM2-CONV.
169750     MOVE WS-ITEM-APP-BY(WS-ITEM-SUB) TO AL-OPERATOR.
169800     MOVE 'B' TO AL-ORIGIN.
169900     WRITE AUDIT-LINE.
169910     IF NOT WS-AUDIT-OK
169920         DISPLAY 'UNABLE TO WRITE AUDITLOG, STATUS: '
169930             WS-AUDIT-STATUS ' - TRANSFER FOR ' WS-LINE-BRANCH
169940             ' INCOMPLETE'
169950         MOVE 'Y' TO WS-ROW-FAILED(1)
169960         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
169970     END-IF.
170000 8000-WRITE-AUDIT-LINE-EXIT.
170100     EXIT.
170200*-----------------------------------------------------------
170300* 8900-CLOSE-FILES - CLOSE THE QUEUE, THE KEEP FILE, THE
170400*     BRANCH MASTER AND THE REPORT
170500*-----------------------------------------------------------
170600 8900-CLOSE-FILES.
170700     IF WS-QUEUE-PRESENT
170800         CLOSE MERGE-FILE
170900     END-IF.
171000     CLOSE KEEP-FILE.
171100     CLOSE BRANCH-FILE.
171200     CLOSE REPORT-FILE.
171300 8900-CLOSE-FILES-EXIT.
171400     EXIT.
171500*-----------------------------------------------------------
171600* 9999-EXIT - COMMON PROGRAM EXIT; RETURN-CODE 8 WHEN THE RUN
171700*     COULD NOT START OR A FILE FAILED PART WAY, 4 WHEN A MERGE
171800*     WAS HELD OR A CONTROL LINE DID NOT PROVE
171900*-----------------------------------------------------------
172000 9999-EXIT.
172100     IF NOT WS-OPEN-OK OR WS-RUN-FAILED
172200         MOVE 8 TO RETURN-CODE
172300     ELSE
172400         IF WS-KEPT-COUNT > ZERO
172500                 OR WS-OVERFLOW-COUNT > ZERO
172600                 OR WS-BREAK-COUNT > ZERO
172700             MOVE 4 TO RETURN-CODE
172800         END-IF
172900     END-IF.
173000     GOBACK.
173100 9999-EXIT-EXIT.
173200     EXIT.
173300     COPY RPTPROC.
