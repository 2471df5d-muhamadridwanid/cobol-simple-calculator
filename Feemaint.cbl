000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEEMAINT.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED. 2026-09-18.
000700*REMARKS.
000800*    CONSOLE MAINTENANCE PROGRAM FOR THE PROCESSING FEE TARIFF
000900*    MASTER (FEEMAST) THE MONTHLY CHGBILL CHARGEBACK RUN PRICES
001000*    BRANCH VOLUMES FROM. LETS AN OPERATOR KEY A TARIFF ROW (A)
001100*    - A PER-ITEM PRICE FOR ONE OPERATION AND ORIGIN (B BATCH,
001200*    C CONSOLE, O ONLINE) FROM AN EFFECTIVE DATE, OPTIONALLY
001300*    TO AN END DATE, EITHER AS THE HOUSE DEFAULT (BRANCH ****)
001400*    OR AS AN OVERRIDE FOR ONE BRANCH - INQUIRE ON THE ROWS
001500*    HELD FOR A BRANCH OR THE DEFAULT (I), OR QUIT (Q).
001600*    A TARIFF ROW IS NEVER POSTED HERE: EVERY ONE IS QUEUED TO
001700*    PENDCHG AS A TYPE F ITEM AND TAKES EFFECT ONLY WHEN A
001800*    SECOND, DIFFERENT OPERATOR APPROVES IT THROUGH PENDAPPR,
001900*    WHICH POSTS IT TO FEEMAST WITH A FEEAUDT TRAIL LINE.
002000*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
002100*    SHARED SGNPROC ROUTINE AND MUST HOLD THE RATE FLAG.
002200*-----------------------------------------------------------
002300*                 MODIFICATION HISTORY
002400*-----------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* ---------- ----  ----------------------------------------
002700* 2026-09-18  RH   ORIGINAL PROGRAM.
002800*-----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FEE-FILE ASSIGN TO FEEMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FE-FEE-KEY
003900         FILE STATUS IS WS-FEE-STATUS.
004000     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS BM-BRANCH
004400         FILE STATUS IS WS-BRCH-STATUS.
004500     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OP-OPER-ID
004900         FILE STATUS IS WS-OPER-STATUS.
005000     SELECT PEND-FILE ASSIGN TO PENDCHG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PEND-STATUS.
005300     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SG-HIST-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  FEE-FILE.
005900     COPY FEEREC.
006000 FD  BRANCH-FILE.
006100     COPY BRNCHREC.
006200 FD  OPERATOR-FILE.
006300     COPY OPERREC.
006400 FD  PEND-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600     COPY PENDREC.
006700 FD  SIGNON-HIST-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900     COPY SGNHREC.
007000 WORKING-STORAGE SECTION.
007100 01  WS-FEE-STATUS          PIC X(02).
007200     88  WS-FEE-OK          VALUE '00'.
007300     88  WS-FEE-NOT-FOUND   VALUE '35'.
007400 01  WS-BRCH-STATUS         PIC X(02).
007500     88  WS-BRCH-OK         VALUE '00'.
007600 01  WS-OPER-STATUS         PIC X(02).
007700     88  WS-OPER-OK         VALUE '00'.
007800     88  WS-OPER-NOT-FOUND  VALUE '35'.
007900 01  WS-PEND-STATUS         PIC X(02).
008000     88  WS-PEND-OK         VALUE '00'.
008100     88  WS-PEND-NOT-FOUND  VALUE '35'.
008200 01  WS-FEE-OPEN-SW         PIC X(01)       VALUE 'N'.
008300     88  WS-FEE-OPEN        VALUE 'Y'.
008400 01  WS-BRCH-OPEN-SW        PIC X(01)       VALUE 'N'.
008500     88  WS-BRCH-OPEN       VALUE 'Y'.
008600 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
008700 01  WS-FUNCTION-CODE       PIC X(01).
008800     88  WS-FUNC-ADD        VALUE 'A'.
008900     88  WS-FUNC-INQUIRE    VALUE 'I'.
009000     88  WS-FUNC-QUIT       VALUE 'Q'.
009100     88  WS-FUNC-VALID      VALUE 'A' 'I' 'Q'.
009200 01  WS-CONTINUE-SWITCH     PIC X(01)       VALUE 'Y'.
009300     88  WS-DONE            VALUE 'N'.
009400 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
009500     88  WS-SIGNON-OK       VALUE 'Y'.
009600 01  WS-BRANCH-INPUT        PIC X(04).
009700 01  WS-OPERATION-INPUT     PIC X(14).
009800 01  WS-ORIGIN-INPUT        PIC X(01).
009900     88  WS-ORIGIN-VALID    VALUE 'B' 'C' 'O'.
010000 01  WS-DATE-INPUT          PIC X(08).
010100 01  WS-EFF-DATE            PIC 9(08).
010200 01  WS-END-DATE            PIC 9(08).
010300 01  WS-PRICE-INPUT         PIC X(12).
010400 01  WS-NEW-PRICE           PIC S9(03)V9(04).
010500 01  WS-OLD-PRICE           PIC S9(03)V9(04).
010600 01  WS-PRICE-EDIT          PIC ZZ9.9999.
010700 01  WS-BROWSE-EOF-SWITCH   PIC X(01)       VALUE 'N'.
010800     88  WS-BROWSE-EOF      VALUE 'Y'.
010900 01  WS-NUM-TRAIL-CNT       PIC 9(02)       COMP VALUE ZERO.
011000 01  WS-NUM-LEN             PIC 9(02)       COMP VALUE ZERO.
011100 01  WS-NUM-CHK             PIC S9(04)      COMP VALUE ZERO.
011200 01  WS-STAMP-DATE          PIC 9(08).
011300 01  WS-STAMP-TIME          PIC 9(08).
011400 01  WS-OPER-SUB            PIC 9(02)       COMP VALUE ZERO.
011500*-----------------------------------------------------------
011600* THE OPERATIONS THE CALCULATORS AND POSTING PROGRAMS STAMP
011700* ON THE AUDIT LOG, AND SO ON STATHIST - THE ONLY NAMES A
011800* TARIFF ROW CAN BE KEYED FOR
011900*-----------------------------------------------------------
012000 01  WS-OPERATION-VALUES.
012100     05  FILLER             PIC X(14) VALUE 'ADDITION'.
012200     05  FILLER             PIC X(14) VALUE 'SUBSTRACTION'.
012300     05  FILLER             PIC X(14) VALUE 'MULTIPLICATION'.
012400     05  FILLER             PIC X(14) VALUE 'DIVISSION'.
012500     05  FILLER             PIC X(14) VALUE 'PERCENTAGE'.
012600     05  FILLER             PIC X(14) VALUE 'EXPONENTIATION'.
012700     05  FILLER             PIC X(14) VALUE 'COMPOUND'.
012800     05  FILLER             PIC X(14) VALUE 'FORMULA'.
012900     05  FILLER             PIC X(14) VALUE 'LOAN PAYMENT'.
013000     05  FILLER             PIC X(14) VALUE 'LOAN RECAST'.
013100     05  FILLER             PIC X(14) VALUE 'AMORTIZATION'.
013200     05  FILLER             PIC X(14) VALUE 'DEPOSIT BOOKED'.
013300     05  FILLER             PIC X(14) VALUE 'DEPOSIT PAID'.
013400     05  FILLER             PIC X(14) VALUE 'DEPOSIT ROLLED'.
013500 01  WS-OPERATION-TABLE REDEFINES WS-OPERATION-VALUES.
013600     05  OT-NAME            PIC X(14)       OCCURS 14 TIMES.
013700     COPY SGNCTL.
013800 PROCEDURE DIVISION.
013900*-----------------------------------------------------------
014000* 0000-MAINLINE
014100*-----------------------------------------------------------
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE
014400         THRU 1000-INITIALIZE-EXIT.
014500     PERFORM 2000-PROCESS-ONE-ACTION
014600         THRU 2000-PROCESS-ONE-ACTION-EXIT
014700         UNTIL WS-DONE.
014800     PERFORM 8900-CLOSE-FILES
014900         THRU 8900-CLOSE-FILES-EXIT.
015000     PERFORM 9999-EXIT
015100         THRU 9999-EXIT-EXIT.
015200*-----------------------------------------------------------
015300* 1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE TARIFF
015400*     MASTER AND THE BRANCH MASTER FOR READING. A TARIFF MASTER
015500*     NOT CREATED YET SIMPLY HOLDS NO ROWS; PENDAPPR CREATES IT
015600*     WITH THE FIRST APPROVED ROW.
015700*-----------------------------------------------------------
015800 1000-INITIALIZE.
015900     PERFORM 1100-SIGN-ON
016000         THRU 1100-SIGN-ON-EXIT.
016100     IF NOT WS-SIGNON-OK
016200         MOVE 'N' TO WS-CONTINUE-SWITCH
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF.
016500     OPEN INPUT FEE-FILE.
016600     IF WS-FEE-OK
016700         MOVE 'Y' TO WS-FEE-OPEN-SW
016800     ELSE
016900         IF NOT WS-FEE-NOT-FOUND
017000             DISPLAY 'UNABLE TO OPEN FEEMAST, STATUS: '
017100                 WS-FEE-STATUS
017200             MOVE 'N' TO WS-CONTINUE-SWITCH
017300             GO TO 1000-INITIALIZE-EXIT
017400         END-IF
017500     END-IF.
017600     OPEN INPUT BRANCH-FILE.
017700     IF WS-BRCH-OK
017800         MOVE 'Y' TO WS-BRCH-OPEN-SW
017900     ELSE
018000         DISPLAY 'BRNCHMST NOT AVAILABLE, STATUS: '
018100             WS-BRCH-STATUS ' - ONLY DEFAULT (****) ROWS '
018200             'CAN BE KEYED'
018300     END-IF.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600*-----------------------------------------------------------
018700* 1100-SIGN-ON - SIGN THE OPERATOR ON THROUGH THE SHARED
018800*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED, RIGHT
018900*     PASSWORD (CHANGED WHEN DUE) AND HOLDING THE RATE FLAG.
019000*     A MISSING MASTER (NOT YET STOOD UP) BYPASSES THE CHECK
019100*     WITH A LOUD WARNING. EVERY OUTCOME GOES TO SGNHIST.
019200*-----------------------------------------------------------
019300 1100-SIGN-ON.
019400     DISPLAY 'ENTER OPERATOR CODE: '.
019500     ACCEPT WS-OPERATOR-CODE.
019600     MOVE WS-OPERATOR-CODE   TO SG-OPER-ID.
019700     MOVE 'FEEMAINT'         TO SG-PROGRAM-ID.
019800     MOVE 'R'                TO SG-AUTH-AREA.
019900     MOVE 'FEE TARIFF MAINTENANCE' TO SG-AREA-NAME.
020000     OPEN I-O OPERATOR-FILE.
020100     IF WS-OPER-NOT-FOUND
020200         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
020300             'BYPASSED, STAND THE OPERATOR MASTER UP'
020400         MOVE 'Y' TO WS-SIGNON-OK-SW
020500         MOVE 'Y' TO SG-RESULT-SW
020600         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
020700         PERFORM 7590-WRITE-SIGNON-HIST
020800             THRU 7590-WRITE-SIGNON-HIST-EXIT
020900         GO TO 1100-SIGN-ON-EXIT
021000     END-IF.
021100     IF NOT WS-OPER-OK
021200         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
021300             WS-OPER-STATUS ' - SIGN-ON REFUSED'
021400         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
021500         PERFORM 7590-WRITE-SIGNON-HIST
021600             THRU 7590-WRITE-SIGNON-HIST-EXIT
021700         GO TO 1100-SIGN-ON-EXIT
021800     END-IF.
021900     PERFORM 7500-VALIDATE-SIGN-ON
022000         THRU 7500-VALIDATE-SIGN-ON-EXIT.
022100     IF SG-SIGNED-ON
022200         MOVE 'Y' TO WS-SIGNON-OK-SW
022300     END-IF.
022400     CLOSE OPERATOR-FILE.
022500 1100-SIGN-ON-EXIT.
022600     EXIT.
022700*-----------------------------------------------------------
022800* 2000-PROCESS-ONE-ACTION - PROMPT FOR A FUNCTION CODE AND
022900*     ROUTE TO THE MATCHING PARAGRAPH
023000*-----------------------------------------------------------
023100 2000-PROCESS-ONE-ACTION.
023200     DISPLAY 'ENTER FUNCTION (A=ADD/CHANGE TARIFF ROW, '
023300         'I=INQUIRE, Q=QUIT): '.
023400     ACCEPT WS-FUNCTION-CODE.
023500     IF NOT WS-FUNC-VALID
023600         DISPLAY 'INVALID FUNCTION CODE: ' WS-FUNCTION-CODE
023700         GO TO 2000-PROCESS-ONE-ACTION-EXIT
023800     END-IF.
023900     EVALUATE TRUE
024000         WHEN WS-FUNC-ADD
024100             PERFORM 2100-QUEUE-TARIFF-ROW
024200                 THRU 2100-QUEUE-TARIFF-ROW-EXIT
024300         WHEN WS-FUNC-INQUIRE
024400             PERFORM 2200-INQUIRE-TARIFF
024500                 THRU 2200-INQUIRE-TARIFF-EXIT
024600         WHEN WS-FUNC-QUIT
024700             MOVE 'N' TO WS-CONTINUE-SWITCH
024800     END-EVALUATE.
024900 2000-PROCESS-ONE-ACTION-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------
025200* 2100-QUEUE-TARIFF-ROW - ACCEPT AND VALIDATE THE BRANCH,
025300*     OPERATION, ORIGIN, EFFECTIVE AND END DATES AND THE PER-ITEM
025400*     PRICE, LOOK UP ANY PRICE ALREADY HELD UNDER THE SAME KEY,
025500*     AND QUEUE THE ROW FOR SECOND-OPERATOR APPROVAL
025600*-----------------------------------------------------------
025700 2100-QUEUE-TARIFF-ROW.
025800     DISPLAY 'ENTER BRANCH CODE (BLANK OR **** FOR THE DEFAULT '
025900         'TARIFF): '.
026000     MOVE SPACES TO WS-BRANCH-INPUT.
026100     ACCEPT WS-BRANCH-INPUT.
026200     IF WS-BRANCH-INPUT = SPACES
026300         MOVE '****' TO WS-BRANCH-INPUT
026400     END-IF.
026500     IF WS-BRANCH-INPUT NOT = '****'
026600         IF NOT WS-BRCH-OPEN
026700             DISPLAY 'BRNCHMST NOT AVAILABLE - BRANCH OVERRIDE '
026800                 'CANNOT BE CHECKED, NOTHING QUEUED'
026900             GO TO 2100-QUEUE-TARIFF-ROW-EXIT
027000         END-IF
027100         MOVE WS-BRANCH-INPUT TO BM-BRANCH
027200         READ BRANCH-FILE
027300             INVALID KEY
027400                 DISPLAY 'BRANCH ' WS-BRANCH-INPUT
027500                     ' NOT ON BRNCHMST - NOTHING QUEUED'
027600                 GO TO 2100-QUEUE-TARIFF-ROW-EXIT
027700         END-READ
027800     END-IF.
027900     DISPLAY 'ENTER OPERATION NAME: '.
028000     MOVE SPACES TO WS-OPERATION-INPUT.
028100     ACCEPT WS-OPERATION-INPUT.
028200     MOVE 1 TO WS-OPER-SUB.
028300     PERFORM 2110-SCAN-OPERATIONS
028400         THRU 2110-SCAN-OPERATIONS-EXIT
028500         UNTIL WS-OPER-SUB > 14
028600             OR OT-NAME(WS-OPER-SUB) = WS-OPERATION-INPUT.
028700     IF WS-OPER-SUB > 14
028800         DISPLAY 'UNKNOWN OPERATION ' WS-OPERATION-INPUT
028900             ' - NOTHING QUEUED'
029000         GO TO 2100-QUEUE-TARIFF-ROW-EXIT
029100     END-IF.
029200     DISPLAY 'ENTER ORIGIN (B=BATCH, C=CONSOLE, O=ONLINE): '.
029300     MOVE SPACE TO WS-ORIGIN-INPUT.
029400     ACCEPT WS-ORIGIN-INPUT.
029500     IF NOT WS-ORIGIN-VALID
029600         DISPLAY 'ORIGIN MUST BE B, C OR O - NOTHING QUEUED'
029700         GO TO 2100-QUEUE-TARIFF-ROW-EXIT
029800     END-IF.
029900     DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '.
030000     MOVE SPACES TO WS-DATE-INPUT.
030100     ACCEPT WS-DATE-INPUT.
030200     IF WS-DATE-INPUT IS NOT NUMERIC
030300         DISPLAY 'EFFECTIVE DATE MUST BE YYYYMMDD DIGITS'
030400         GO TO 2100-QUEUE-TARIFF-ROW-EXIT
030500     END-IF.
030600     MOVE WS-DATE-INPUT TO WS-EFF-DATE.
030700     DISPLAY 'ENTER END DATE (YYYYMMDD, BLANK FOR OPEN-ENDED): '.
030800     MOVE SPACES TO WS-DATE-INPUT.
030900     ACCEPT WS-DATE-INPUT.
031000     IF WS-DATE-INPUT = SPACES
031100         MOVE ZERO TO WS-END-DATE
031200     ELSE
031300         IF WS-DATE-INPUT IS NOT NUMERIC
031400             DISPLAY 'END DATE MUST BE YYYYMMDD DIGITS'
031500             GO TO 2100-QUEUE-TARIFF-ROW-EXIT
031600         END-IF
031700         MOVE WS-DATE-INPUT TO WS-END-DATE
031800         IF WS-END-DATE < WS-EFF-DATE
031900             DISPLAY 'END DATE IS BEFORE THE EFFECTIVE DATE'
032000             GO TO 2100-QUEUE-TARIFF-ROW-EXIT
032100         END-IF
032200     END-IF.
032300     DISPLAY 'ENTER PRICE PER ITEM: '.
032400     MOVE SPACES TO WS-PRICE-INPUT.
032500     ACCEPT WS-PRICE-INPUT.
032600     MOVE ZERO TO WS-NUM-TRAIL-CNT.
032700     INSPECT WS-PRICE-INPUT TALLYING WS-NUM-TRAIL-CNT
032800         FOR TRAILING SPACE.
032900     COMPUTE WS-NUM-LEN = 12 - WS-NUM-TRAIL-CNT.
033000     MOVE ZERO TO WS-NUM-CHK.
033100     IF WS-NUM-LEN > 0
033200         COMPUTE WS-NUM-CHK =
033300             FUNCTION TEST-NUMVAL(WS-PRICE-INPUT(1:WS-NUM-LEN))
033400     ELSE
033500         MOVE 1 TO WS-NUM-CHK
033600     END-IF.
033700     IF WS-NUM-CHK NOT = ZERO
033800         DISPLAY 'INVALID PRICE - NOTHING QUEUED'
033900         GO TO 2100-QUEUE-TARIFF-ROW-EXIT
034000     END-IF.
034100     COMPUTE WS-NEW-PRICE =
034200         FUNCTION NUMVAL(WS-PRICE-INPUT(1:WS-NUM-LEN))
034300         ON SIZE ERROR
034400             DISPLAY 'PRICE TOO LARGE - NOTHING QUEUED'
034500             GO TO 2100-QUEUE-TARIFF-ROW-EXIT
034600     END-COMPUTE.
034700     IF WS-NEW-PRICE < ZERO
034800         DISPLAY 'PRICE CANNOT BE NEGATIVE - NOTHING QUEUED'
034900         GO TO 2100-QUEUE-TARIFF-ROW-EXIT
035000     END-IF.
035100     MOVE ZERO TO WS-OLD-PRICE.
035200     IF WS-FEE-OPEN
035300         MOVE WS-BRANCH-INPUT    TO FE-BRANCH
035400         MOVE WS-OPERATION-INPUT TO FE-OPERATION
035500         MOVE WS-ORIGIN-INPUT    TO FE-ORIGIN
035600         MOVE WS-EFF-DATE        TO FE-EFF-DATE
035700         READ FEE-FILE
035800             INVALID KEY
035900                 CONTINUE
036000             NOT INVALID KEY
036100                 MOVE FE-UNIT-PRICE TO WS-OLD-PRICE
036200         END-READ
036300     END-IF.
036400     PERFORM 2170-QUEUE-PENDING-FEE
036500         THRU 2170-QUEUE-PENDING-FEE-EXIT.
036600 2100-QUEUE-TARIFF-ROW-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------
036900* 2110-SCAN-OPERATIONS - ADVANCE TO THE NEXT KNOWN OPERATION
037000*-----------------------------------------------------------
037100 2110-SCAN-OPERATIONS.
037200     ADD 1 TO WS-OPER-SUB.
037300 2110-SCAN-OPERATIONS-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------
037600* 2170-QUEUE-PENDING-FEE - QUEUE THE TARIFF ROW TO PENDCHG AS
037700*     A TYPE F ITEM FOR A SECOND OPERATOR TO APPROVE THROUGH
037800*     PENDAPPR
037900*-----------------------------------------------------------
038000 2170-QUEUE-PENDING-FEE.
038100     OPEN EXTEND PEND-FILE.
038200     IF WS-PEND-NOT-FOUND
038300         OPEN OUTPUT PEND-FILE
038400     END-IF.
038500     IF NOT WS-PEND-OK
038600         DISPLAY 'UNABLE TO OPEN PENDCHG, STATUS: '
038700             WS-PEND-STATUS ' - TARIFF ROW NOT QUEUED'
038800         GO TO 2170-QUEUE-PENDING-FEE-EXIT
038900     END-IF.
039000     MOVE SPACES TO PENDING-CHANGE-RECORD.
039100     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
039200     ACCEPT WS-STAMP-TIME FROM TIME.
039300     MOVE WS-STAMP-DATE      TO PD-DATE.
039400     MOVE WS-STAMP-TIME      TO PD-TIME.
039500     MOVE WS-OPERATOR-CODE   TO PD-REQUESTED-BY.
039600     MOVE 'F'                TO PD-TYPE.
039700     MOVE WS-EFF-DATE        TO PD-EFF-DATE.
039800     MOVE WS-OLD-PRICE       TO PD-OLD-RATE.
039900     MOVE WS-NEW-PRICE       TO PD-NEW-RATE.
040000     MOVE WS-BRANCH-INPUT    TO PD-BRANCH.
040100     MOVE WS-OPERATION-INPUT TO PD-FEE-OPERATION.
040200     MOVE WS-ORIGIN-INPUT    TO PD-FEE-ORIGIN.
040300     MOVE WS-END-DATE        TO PD-FEE-END-DATE.
040400     WRITE PENDING-CHANGE-RECORD.
040500     CLOSE PEND-FILE.
040600     MOVE WS-NEW-PRICE TO WS-PRICE-EDIT.
040700     DISPLAY 'QUEUED FOR SECOND-OPERATOR APPROVAL: '
040800         WS-BRANCH-INPUT ' ' WS-OPERATION-INPUT ' '
040900         WS-ORIGIN-INPUT ' EFFECTIVE ' WS-EFF-DATE ' AT '
041000         WS-PRICE-EDIT.
041100 2170-QUEUE-PENDING-FEE-EXIT.
041200     EXIT.
041300*-----------------------------------------------------------
041400* 2200-INQUIRE-TARIFF - LIST EVERY TARIFF ROW HELD FOR ONE
041500*     BRANCH, OR FOR THE DEFAULT TARIFF
041600*-----------------------------------------------------------
041700 2200-INQUIRE-TARIFF.
041800     DISPLAY 'ENTER BRANCH CODE (BLANK OR **** FOR THE DEFAULT '
041900         'TARIFF): '.
042000     MOVE SPACES TO WS-BRANCH-INPUT.
042100     ACCEPT WS-BRANCH-INPUT.
042200     IF WS-BRANCH-INPUT = SPACES
042300         MOVE '****' TO WS-BRANCH-INPUT
042400     END-IF.
042500     IF NOT WS-FEE-OPEN
042600         DISPLAY 'NO TARIFF ROWS HELD FOR ' WS-BRANCH-INPUT
042700         GO TO 2200-INQUIRE-TARIFF-EXIT
042800     END-IF.
042900     MOVE WS-BRANCH-INPUT TO FE-BRANCH.
043000     MOVE LOW-VALUES TO FE-OPERATION.
043100     MOVE LOW-VALUE  TO FE-ORIGIN.
043200     MOVE ZERO TO FE-EFF-DATE.
043300     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
043400     START FEE-FILE KEY IS NOT LESS THAN FE-FEE-KEY
043500         INVALID KEY
043600             SET WS-BROWSE-EOF TO TRUE
043700     END-START.
043800     IF NOT WS-BROWSE-EOF
043900         PERFORM 2250-READ-NEXT-FEE
044000             THRU 2250-READ-NEXT-FEE-EXIT
044100     END-IF.
044200     IF WS-BROWSE-EOF OR FE-BRANCH NOT = WS-BRANCH-INPUT
044300         DISPLAY 'NO TARIFF ROWS HELD FOR ' WS-BRANCH-INPUT
044400         GO TO 2200-INQUIRE-TARIFF-EXIT
044500     END-IF.
044600     PERFORM 2260-DISPLAY-ONE-FEE
044700         THRU 2260-DISPLAY-ONE-FEE-EXIT
044800         UNTIL WS-BROWSE-EOF
044900             OR FE-BRANCH NOT = WS-BRANCH-INPUT.
045000 2200-INQUIRE-TARIFF-EXIT.
045100     EXIT.
045200*-----------------------------------------------------------
045300* 2250-READ-NEXT-FEE - READ THE NEXT TARIFF MASTER RECORD IN
045400*     KEY SEQUENCE
045500*-----------------------------------------------------------
045600 2250-READ-NEXT-FEE.
045700     READ FEE-FILE NEXT RECORD
045800         AT END
045900             SET WS-BROWSE-EOF TO TRUE
046000     END-READ.
046100 2250-READ-NEXT-FEE-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------
046400* 2260-DISPLAY-ONE-FEE - SHOW ONE TARIFF ROW AND STEP TO THE
046500*     NEXT
046600*-----------------------------------------------------------
046700 2260-DISPLAY-ONE-FEE.
046800     MOVE FE-UNIT-PRICE TO WS-PRICE-EDIT.
046900     DISPLAY FE-BRANCH ' ' FE-OPERATION ' ' FE-ORIGIN
047000         ' EFFECTIVE ' FE-EFF-DATE ' TO ' FE-END-DATE
047100         ' PRICE ' WS-PRICE-EDIT ' UPDATED BY ' FE-UPDATED-BY
047200         ' ON ' FE-UPDATED-DATE.
047300     PERFORM 2250-READ-NEXT-FEE
047400         THRU 2250-READ-NEXT-FEE-EXIT.
047500 2260-DISPLAY-ONE-FEE-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------
047800* 8900-CLOSE-FILES - CLOSE THE TARIFF AND BRANCH MASTERS
047900*-----------------------------------------------------------
048000 8900-CLOSE-FILES.
048100     IF WS-FEE-OPEN
048200         CLOSE FEE-FILE
048300     END-IF.
048400     IF WS-BRCH-OPEN
048500         CLOSE BRANCH-FILE
048600     END-IF.
048700 8900-CLOSE-FILES-EXIT.
048800     EXIT.
048900*-----------------------------------------------------------
049000* 9999-EXIT - COMMON PROGRAM EXIT
049100*-----------------------------------------------------------
049200 9999-EXIT.
049300     STOP RUN.
049400 9999-EXIT-EXIT.
049500     EXIT.
049600     COPY SGNPROC.
