000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FXPOSN.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-07.
000600 DATE-COMPILED. 2026-09-07.
000700*REMARKS.
000800*    FOREIGN-CURRENCY POSITION REPORT FOR TREASURY. READS THE
000900*    SHARED AUDIT LOG FOR THE OPEN MONTH UP TO THE BUSINESS
001000*    DATE AND TOTALS, FOR EACH BRANCH AND CURRENCY, THE
001100*    FOREIGN AMOUNTS ADDITION AND SUBSTRACTION HANDLED - NUM1
001200*    IN AL-CURR1 AND NUM2 IN AL-CURR2 (OR IN AL-CURR1 WHEN
001300*    AL-CURR2 IS BLANK) - FOR THE DAY AND MONTH TO DATE.
001400*    AMOUNTS IN THE BASE CURRENCY (USD) OR WITH NO CODE ARE
001500*    NOT A FOREIGN POSITION AND ARE LEFT OUT; REVERSAL
001600*    OFFSETS REPEAT THE ORIGINAL'S CODES WITH NEGATED AMOUNTS
001700*    AND SO NET OUT. EACH AMOUNT IS VALUED IN USD AT THE
001800*    RATEMAST RATE IN FORCE ON ITS AUDIT DATE (THE RATE THE
001900*    CALCULATOR USED) AND AGAIN AT THE LATEST RATE EFFECTIVE
002000*    ON OR BEFORE THE BUSINESS DATE - THE MONTH-END RATE WHEN
002100*    RUN ON THE LAST NIGHT OF THE MONTH - AND THE DIFFERENCE
002200*    IS THE REVALUATION GAIN OR LOSS. BRANCHES ROLL UP INTO
002300*    THEIR BRNCHMST REGION (REGION '????' FOR A BRANCH NOT ON
002400*    THE MASTER) AND THE REGIONS INTO A GRAND TOTAL, EACH BY
002500*    CURRENCY WITH A USD TOTAL. AN AMOUNT WITH NO RATEMAST
002600*    RATE FOR EITHER DATE IS STILL POSITIONED BUT LEFT OUT OF
002700*    THE USD COLUMNS, ITS LINE IS MARKED '*' AND THE STEP ENDS
002800*    RETURN-CODE 4; IT ENDS RETURN-CODE 8 WHEN THE AUDIT LOG
002900*    OR THE REPORT CANNOT BE OPENED. AUDIT LINES WRITTEN
003000*    BEFORE THE CURRENCY CODES WERE LOGGED CARRY NONE AND ARE
003100*    ONLY COUNTED.
003200*-----------------------------------------------------------
003300*                 MODIFICATION HISTORY
003400*-----------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* ---------- ----  ----------------------------------------
003700* 2026-09-07  RH   ORIGINAL PROGRAM.
003800*-----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800     SELECT SORT-WORK ASSIGN TO SRTWORK.
004900     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS BM-BRANCH
005300         FILE STATUS IS WS-BRCH-STATUS.
005400     SELECT RATE-FILE ASSIGN TO RATEMAST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CR-RATE-KEY
005800         FILE STATUS IS WS-RATE-STATUS.
005900     SELECT REPORT-FILE ASSIGN TO FXPRPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  AUDIT-FILE.
006500     COPY AUDITREC.
006600 SD  SORT-WORK.
006700 01  SORT-RECORD.
006800     05  SR-REGION              PIC X(04).
006900     05  SR-BRANCH              PIC X(04).
007000     05  SR-CURRENCY            PIC X(03).
007100     05  SR-TODAY-SW            PIC X(01).
007200         88  SR-TODAY           VALUE 'Y'.
007300     05  SR-RATED-SW            PIC X(01).
007400         88  SR-RATED           VALUE 'Y'.
007500     05  SR-AMOUNT              PIC S9(05)V99.
007600     05  SR-BASE-TXN            PIC S9(09)V99.
007700     05  SR-BASE-NOW            PIC S9(09)V99.
007800 FD  BRANCH-FILE.
007900     COPY BRNCHREC.
008000 FD  RATE-FILE.
008100     COPY RATEREC.
008200 FD  REPORT-FILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  REPORT-RECORD              PIC X(80).
008500 WORKING-STORAGE SECTION.
008600 01  WS-AUDIT-STATUS            PIC X(02).
008700     88  WS-AUDIT-OK            VALUE '00'.
008800 01  WS-BRCH-STATUS             PIC X(02).
008900     88  WS-BRCH-OK             VALUE '00'.
009000 01  WS-RATE-STATUS             PIC X(02).
009100     88  WS-RATE-OK             VALUE '00'.
009200 01  WS-RPT-STATUS              PIC X(02).
009300     88  WS-RPT-OK              VALUE '00'.
009400 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
009500     88  WS-OPEN-OK             VALUE 'Y'.
009600 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
009700     88  WS-AUDIT-EOF           VALUE 'Y'.
009800 01  WS-BRCH-EOF-SWITCH         PIC X(01)       VALUE 'N'.
009900     88  WS-BRCH-MASTER-EOF     VALUE 'Y'.
010000 01  WS-RATE-EOF-SWITCH         PIC X(01)       VALUE 'N'.
010100     88  WS-RATE-MASTER-EOF     VALUE 'Y'.
010200 01  WS-SORT-EOF-SWITCH         PIC X(01)       VALUE 'N'.
010300     88  WS-SORT-EOF            VALUE 'Y'.
010400 01  WS-HAVE-PREV-SWITCH        PIC X(01)       VALUE 'N'.
010500     88  WS-HAVE-PREV           VALUE 'Y'.
010600 01  WS-RATE-FOUND-SWITCH       PIC X(01)       VALUE 'N'.
010700     88  WS-RATE-FOUND          VALUE 'Y'.
010800 01  WS-BASE-CURRENCY           PIC X(03)       VALUE 'USD'.
010900 01  WS-DATE-INPUT              PIC X(08).
011000 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
011100 01  WS-MONTH-START-DATE        PIC 9(08)       VALUE ZERO.
011200 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
011300     05  WS-MS-YEAR-MONTH       PIC 9(06).
011400     05  WS-MS-DAY              PIC 9(02).
011500 01  WS-PREV-REGION             PIC X(04)       VALUE SPACES.
011600 01  WS-PREV-BRANCH             PIC X(04)       VALUE SPACES.
011700 01  WS-PREV-CURRENCY           PIC X(03)       VALUE SPACES.
011800 01  WS-LOOKUP-BRANCH           PIC X(04).
011900 01  WS-FOUND-REGION            PIC X(04).
012000 01  WS-LOOKUP-CODE             PIC X(03).
012100 01  WS-LOOKUP-DATE             PIC 9(08).
012200 01  WS-FOUND-RATE              PIC S9(03)V9(06).
012300 01  WS-TXN-RATE                PIC S9(03)V9(06).
012400 01  WS-LEG-CURRENCY            PIC X(03).
012500 01  WS-LEG-AMOUNT              PIC S9(05)V99.
012600 01  WS-LVL                     PIC 9(01)       COMP VALUE ZERO.
012700 01  WS-LVL-SUB                 PIC 9(02)       COMP VALUE ZERO.
012800 01  WS-GAIN-LOSS               PIC S9(11)V99   COMP-3 VALUE ZERO.
012900*-----------------------------------------------------------
013000* RUN COUNTS FOR THE FOOT OF THE REPORT
013100*-----------------------------------------------------------
013200 01  WS-RUN-COUNTS.
013300     05  WS-LINES-READ          PIC 9(07)       COMP VALUE ZERO.
013400     05  WS-FX-LINE-COUNT       PIC 9(07)       COMP VALUE ZERO.
013500     05  WS-NO-CODE-COUNT       PIC 9(07)       COMP VALUE ZERO.
013600     05  WS-AMOUNT-COUNT        PIC 9(07)       COMP VALUE ZERO.
013700     05  WS-UNRATED-COUNT       PIC 9(07)       COMP VALUE ZERO.
013800*-----------------------------------------------------------
013900* BRANCH CODE AND REGION FROM BRNCHMST
014000*-----------------------------------------------------------
014100 01  WS-BRANCH-COUNT-LOADED     PIC 9(03)       COMP VALUE ZERO.
014200 01  WS-BRANCH-TABLE.
014300     05  WS-BRCH-ENTRY OCCURS 50 TIMES
014400             INDEXED BY WS-BRCH-IDX.
014500         10  WS-BRCH-CODE       PIC X(04).
014600         10  WS-BRCH-REGION     PIC X(04).
014700*-----------------------------------------------------------
014800* RATEMAST HISTORY FOR THE MONTH: FOR EACH CURRENCY THE RATE
014900* IN FORCE ON THE FIRST OF THE MONTH FOLLOWED BY EVERY RATE
015000* EFFECTIVE FROM THEN TO THE BUSINESS DATE, IN DATE ORDER
015100*-----------------------------------------------------------
015200 01  WS-RATE-COUNT              PIC 9(04)       COMP VALUE ZERO.
015300 01  WS-RATE-TABLE.
015400     05  WS-RATE-ENTRY OCCURS 1000 TIMES
015500             INDEXED BY WS-RATE-IDX.
015600         10  WS-RATE-CODE       PIC X(03).
015700         10  WS-RATE-EFF-DATE   PIC 9(08).
015800         10  WS-RATE-VALUE      PIC S9(03)V9(06).
015900*-----------------------------------------------------------
016000* ONE BRANCH/CURRENCY POSITION BEING BUILT OR PRINTED
016100*-----------------------------------------------------------
016200 01  WS-POSITION.
016300     05  WS-POS-DAY-AMOUNT      PIC S9(11)V99   COMP-3.
016400     05  WS-POS-MTD-AMOUNT      PIC S9(11)V99   COMP-3.
016500     05  WS-POS-BASE-TXN        PIC S9(11)V99   COMP-3.
016600     05  WS-POS-BASE-NOW        PIC S9(11)V99   COMP-3.
016700     05  WS-POS-UNRATED-SW      PIC X(01).
016800         88  WS-POS-UNRATED     VALUE 'Y'.
016900*-----------------------------------------------------------
017000* PER-CURRENCY ROLL-UPS: LEVEL 1 IS THE CURRENT REGION,
017100* LEVEL 2 THE GRAND TOTAL
017200*-----------------------------------------------------------
017300 01  WS-LEVEL-TOTALS.
017400     05  WS-LEVEL OCCURS 2 TIMES.
017500         10  WS-LVL-CURR-COUNT  PIC 9(02)       COMP.
017600         10  WS-LVL-BASE-TXN    PIC S9(11)V99   COMP-3.
017700         10  WS-LVL-BASE-NOW    PIC S9(11)V99   COMP-3.
017800         10  WS-LVL-UNRATED-SW  PIC X(01).
017900         10  WS-LVL-ENTRY OCCURS 20 TIMES.
018000             15  WS-LVL-CODE        PIC X(03).
018100             15  WS-LVL-DAY-AMOUNT  PIC S9(11)V99   COMP-3.
018200             15  WS-LVL-MTD-AMOUNT  PIC S9(11)V99   COMP-3.
018300             15  WS-LVL-ENT-TXN     PIC S9(11)V99   COMP-3.
018400             15  WS-LVL-ENT-NOW     PIC S9(11)V99   COMP-3.
018500             15  WS-LVL-ENT-UNRATED PIC X(01).
018600     COPY RPTCTL.
018700 01  WS-HEADING-LINE-2.
018800     05  FILLER  PIC X(40) VALUE
018900         'BRCH CUR  DAY AMOUNT   MTD AMOUNT   USD '.
019000     05  FILLER  PIC X(40) VALUE
019100         'AT TXN   USD AT NOW    GAIN/LOSS'.
019200 01  WS-MONTH-LINE.
019300     05  FILLER                 PIC X(19) VALUE
019400         'MONTH TO DATE FROM '.
019500     05  ML-START-DATE          PIC 9(08).
019600     05  FILLER                 PIC X(04) VALUE ' TO '.
019700     05  ML-END-DATE            PIC 9(08).
019800     05  FILLER                 PIC X(41) VALUE SPACES.
019900 01  WS-DETAIL-LINE.
020000     05  PL-BRANCH              PIC X(04).
020100     05  FILLER                 PIC X(01) VALUE SPACE.
020200     05  PL-CURRENCY            PIC X(03).
020300     05  FILLER                 PIC X(01) VALUE SPACE.
020400     05  PL-DAY-AMOUNT          PIC -(7)9.99.
020500     05  FILLER                 PIC X(01) VALUE SPACE.
020600     05  PL-MTD-AMOUNT          PIC -(8)9.99.
020700     05  FILLER                 PIC X(01) VALUE SPACE.
020800     05  PL-BASE-TXN            PIC -(8)9.99.
020900     05  FILLER                 PIC X(01) VALUE SPACE.
021000     05  PL-BASE-NOW            PIC -(8)9.99.
021100     05  FILLER                 PIC X(01) VALUE SPACE.
021200     05  PL-GAIN-LOSS           PIC -(8)9.99.
021300     05  FILLER                 PIC X(01) VALUE SPACE.
021400     05  PL-FLAG                PIC X(01).
021500     05  FILLER                 PIC X(06) VALUE SPACES.
021600 01  WS-TOTAL-LINE.
021700     05  TL-LABEL               PIC X(34).
021800     05  TL-BASE-TXN            PIC -(8)9.99.
021900     05  FILLER                 PIC X(01) VALUE SPACE.
022000     05  TL-BASE-NOW            PIC -(8)9.99.
022100     05  FILLER                 PIC X(01) VALUE SPACE.
022200     05  TL-GAIN-LOSS           PIC -(8)9.99.
022300     05  FILLER                 PIC X(01) VALUE SPACE.
022400     05  TL-FLAG                PIC X(01).
022500     05  FILLER                 PIC X(06) VALUE SPACES.
022600 01  WS-REGION-LABEL.
022700     05  FILLER                 PIC X(07) VALUE 'REGION '.
022800     05  RL-REGION              PIC X(04).
022900     05  FILLER                 PIC X(23) VALUE
023000         ' TOTAL IN USD'.
023100 01  WS-COUNT-LINE.
023200     05  CL-LABEL               PIC X(34).
023300     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
023400     05  FILLER                 PIC X(37) VALUE SPACES.
023500 01  WS-LEGEND-LINE-1.
023600     05  FILLER                 PIC X(40) VALUE
023700         '* SOME AMOUNTS HAD NO RATEMAST RATE AND '.
023800     05  FILLER                 PIC X(40) VALUE
023900         'ARE LEFT OUT OF THE USD COLUMNS'.
024000 01  WS-LEGEND-LINE-2.
024100     05  FILLER                 PIC X(40) VALUE
024200         'USD AT TXN USES THE RATE IN FORCE ON THE'.
024300     05  FILLER                 PIC X(40) VALUE
024400         ' AUDIT DATE, USD AT NOW THE LATEST RATE'.
024500 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
024600 LINKAGE SECTION.
024700*-----------------------------------------------------------
024800* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
024900*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER;
025000*     WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE PROMPT.
025100*-----------------------------------------------------------
025200 01  LK-BUS-DATE                PIC 9(08).
025300 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
025400*-----------------------------------------------------------
025500* 0000-MAINLINE
025600*-----------------------------------------------------------
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE
025900         THRU 1000-INITIALIZE-EXIT.
026000     IF WS-OPEN-OK
026100         SORT SORT-WORK
026200             ON ASCENDING KEY SR-REGION SR-BRANCH SR-CURRENCY
026300             INPUT PROCEDURE IS 1500-FEED-SORT
026400                 THRU 1500-FEED-SORT-EXIT
026500             OUTPUT PROCEDURE IS 2000-PROCESS-SORTED-RECORDS
026600                 THRU 2000-PROCESS-SORTED-RECORDS-EXIT
026700         IF WS-OPEN-OK
026800             PERFORM 3000-WRITE-GRAND-TOTAL
026900                 THRU 3000-WRITE-GRAND-TOTAL-EXIT
027000         END-IF
027100         PERFORM 8900-CLOSE-FILES
027200             THRU 8900-CLOSE-FILES-EXIT
027300     END-IF.
027400     PERFORM 9999-EXIT
027500         THRU 9999-EXIT-EXIT.
027600*-----------------------------------------------------------
027700* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE AND THE FIRST
027800*     OF ITS MONTH, LOAD THE BRANCH AND RATE TABLES, OPEN THE
027900*     REPORT AND SET UP THE PAGE HEADINGS
028000*-----------------------------------------------------------
028100 1000-INITIALIZE.
028200     IF LK-BUS-DATE IS OMITTED
028300         DISPLAY 'ENTER BUSINESS DATE FOR POSITION (YYYYMMDD): '
028400         MOVE SPACES TO WS-DATE-INPUT
028500         ACCEPT WS-DATE-INPUT
028600         IF WS-DATE-INPUT IS NOT NUMERIC
028700             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
028800             MOVE 8 TO RETURN-CODE
028900             GO TO 1000-INITIALIZE-EXIT
029000         END-IF
029100         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
029200     ELSE
029300         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
029400     END-IF.
029500     MOVE WS-BUSINESS-DATE(1:6) TO WS-MS-YEAR-MONTH.
029600     MOVE 1 TO WS-MS-DAY.
029700     PERFORM 1100-LOAD-BRANCH-TABLE
029800         THRU 1100-LOAD-BRANCH-TABLE-EXIT.
029900     PERFORM 1200-LOAD-RATE-TABLE
030000         THRU 1200-LOAD-RATE-TABLE-EXIT.
030100     OPEN OUTPUT REPORT-FILE.
030200     IF NOT WS-RPT-OK
030300         DISPLAY 'UNABLE TO OPEN FXPRPT, STATUS: ' WS-RPT-STATUS
030400         GO TO 1000-INITIALIZE-EXIT
030500     END-IF.
030600     MOVE 'FOREIGN CURRENCY POSITION' TO RP-TITLE.
030700     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
030800     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
030900     PERFORM 7200-INIT-REPORT
031000         THRU 7200-INIT-REPORT-EXIT.
031100     MOVE WS-MONTH-START-DATE TO ML-START-DATE.
031200     MOVE WS-BUSINESS-DATE    TO ML-END-DATE.
031300     MOVE WS-MONTH-LINE TO RP-PRINT-LINE.
031400     PERFORM 7000-WRITE-RPT-LINE
031500         THRU 7000-WRITE-RPT-LINE-EXIT.
031600     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
031700     PERFORM 7000-WRITE-RPT-LINE
031800         THRU 7000-WRITE-RPT-LINE-EXIT.
031900     MOVE ZERO TO WS-LVL-CURR-COUNT(1).
032000     MOVE ZERO TO WS-LVL-CURR-COUNT(2).
032100     MOVE 'Y' TO WS-OPEN-SWITCH.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------
032500* 1100-LOAD-BRANCH-TABLE - LOAD CODE AND REGION FOR EVERY
032600*     BRANCH ON THE MASTER. WHEN THE MASTER CANNOT BE OPENED
032700*     EVERY BRANCH REPORTS UNDER REGION '????', WHICH KEEPS THE
032800*     REPORT RUNNING BUT MAKES THE GAP OBVIOUS.
032900*-----------------------------------------------------------
033000 1100-LOAD-BRANCH-TABLE.
033100     MOVE ZERO TO WS-BRANCH-COUNT-LOADED.
033200     OPEN INPUT BRANCH-FILE.
033300     IF NOT WS-BRCH-OK
033400         DISPLAY 'UNABLE TO OPEN BRNCHMST, STATUS: '
033500             WS-BRCH-STATUS
033600             ' - BRANCH REGIONS UNAVAILABLE'
033700         GO TO 1100-LOAD-BRANCH-TABLE-EXIT
033800     END-IF.
033900     PERFORM 1110-READ-BRANCH-MASTER
034000         THRU 1110-READ-BRANCH-MASTER-EXIT.
034100     PERFORM 1120-APPLY-BRANCH-RECORD
034200         THRU 1120-APPLY-BRANCH-RECORD-EXIT
034300         UNTIL WS-BRCH-MASTER-EOF.
034400     CLOSE BRANCH-FILE.
034500 1100-LOAD-BRANCH-TABLE-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------
034800* 1110-READ-BRANCH-MASTER - READ THE NEXT BRANCH MASTER
034900*     RECORD IN KEY SEQUENCE
035000*-----------------------------------------------------------
035100 1110-READ-BRANCH-MASTER.
035200     READ BRANCH-FILE NEXT RECORD
035300         AT END
035400             SET WS-BRCH-MASTER-EOF TO TRUE
035500     END-READ.
035600 1110-READ-BRANCH-MASTER-EXIT.
035700     EXIT.
035800*-----------------------------------------------------------
035900* 1120-APPLY-BRANCH-RECORD - ADD ONE BRANCH TO THE LOOKUP
036000*     TABLE, THEN READ THE NEXT
036100*-----------------------------------------------------------
036200 1120-APPLY-BRANCH-RECORD.
036300     IF WS-BRANCH-COUNT-LOADED < 50
036400         ADD 1 TO WS-BRANCH-COUNT-LOADED
036500         SET WS-BRCH-IDX TO WS-BRANCH-COUNT-LOADED
036600         MOVE BM-BRANCH TO WS-BRCH-CODE(WS-BRCH-IDX)
036700         MOVE BM-REGION TO WS-BRCH-REGION(WS-BRCH-IDX)
036800     ELSE
036900         DISPLAY 'BRANCH TABLE FULL - IGNORING ' BM-BRANCH
037000     END-IF.
037100     PERFORM 1110-READ-BRANCH-MASTER
037200         THRU 1110-READ-BRANCH-MASTER-EXIT.
037300 1120-APPLY-BRANCH-RECORD-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------
037600* 1200-LOAD-RATE-TABLE - LOAD THE MONTH'S RATE HISTORY FROM
037700*     RATEMAST. RECORDS ARRIVE IN CURRENCY/EFFECTIVE-DATE KEY
037800*     ORDER; OF THE RATES DATED BEFORE THE FIRST OF THE MONTH
037900*     ONLY THE LAST FOR EACH CURRENCY IS KEPT, AND RATES DATED
038000*     AFTER THE BUSINESS DATE ARE NOT YET IN FORCE. WHEN THE
038100*     MASTER CANNOT BE OPENED THE TABLE STAYS EMPTY AND EVERY
038200*     AMOUNT IS REPORTED UNRATED.
038300*-----------------------------------------------------------
038400 1200-LOAD-RATE-TABLE.
038500     MOVE ZERO TO WS-RATE-COUNT.
038600     OPEN INPUT RATE-FILE.
038700     IF NOT WS-RATE-OK
038800         DISPLAY 'UNABLE TO OPEN RATEMAST, STATUS: '
038900             WS-RATE-STATUS
039000             ' - AMOUNTS WILL NOT BE REVALUED'
039100         GO TO 1200-LOAD-RATE-TABLE-EXIT
039200     END-IF.
039300     PERFORM 1210-READ-RATE-MASTER
039400         THRU 1210-READ-RATE-MASTER-EXIT.
039500     PERFORM 1220-APPLY-RATE-RECORD
039600         THRU 1220-APPLY-RATE-RECORD-EXIT
039700         UNTIL WS-RATE-MASTER-EOF.
039800     CLOSE RATE-FILE.
039900 1200-LOAD-RATE-TABLE-EXIT.
040000     EXIT.
040100*-----------------------------------------------------------
040200* 1210-READ-RATE-MASTER - READ THE NEXT RATE MASTER RECORD IN
040300*     KEY SEQUENCE
040400*-----------------------------------------------------------
040500 1210-READ-RATE-MASTER.
040600     READ RATE-FILE NEXT RECORD
040700         AT END
040800             SET WS-RATE-MASTER-EOF TO TRUE
040900     END-READ.
041000 1210-READ-RATE-MASTER-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------
041300* 1220-APPLY-RATE-RECORD - FOLD ONE RATE MASTER RECORD INTO
041400*     THE HISTORY TABLE, THEN READ THE NEXT. A RATE DATED
041500*     BEFORE THE MONTH REPLACES AN EARLIER ONE FOR THE SAME
041600*     CURRENCY, SO ONLY THE ONE IN FORCE ON THE FIRST REMAINS.
041700*-----------------------------------------------------------
041800 1220-APPLY-RATE-RECORD.
041900     IF CR-EFF-DATE > WS-BUSINESS-DATE
042000             OR CR-RATE NOT > ZERO
042100         GO TO 1220-APPLY-RATE-NEXT
042200     END-IF.
042300     IF CR-EFF-DATE < WS-MONTH-START-DATE
042400             AND WS-RATE-COUNT > ZERO
042500         SET WS-RATE-IDX TO WS-RATE-COUNT
042600         IF WS-RATE-CODE(WS-RATE-IDX) = CR-CURR-CODE
042700                 AND WS-RATE-EFF-DATE(WS-RATE-IDX)
042800                     < WS-MONTH-START-DATE
042900             MOVE CR-EFF-DATE TO WS-RATE-EFF-DATE(WS-RATE-IDX)
043000             MOVE CR-RATE     TO WS-RATE-VALUE(WS-RATE-IDX)
043100             GO TO 1220-APPLY-RATE-NEXT
043200         END-IF
043300     END-IF.
043400     IF WS-RATE-COUNT < 1000
043500         ADD 1 TO WS-RATE-COUNT
043600         SET WS-RATE-IDX TO WS-RATE-COUNT
043700         MOVE CR-CURR-CODE TO WS-RATE-CODE(WS-RATE-IDX)
043800         MOVE CR-EFF-DATE  TO WS-RATE-EFF-DATE(WS-RATE-IDX)
043900         MOVE CR-RATE      TO WS-RATE-VALUE(WS-RATE-IDX)
044000     ELSE
044100         DISPLAY 'RATE TABLE FULL - IGNORING ' CR-CURR-CODE
044200             ' ' CR-EFF-DATE
044300     END-IF.
044400 1220-APPLY-RATE-NEXT.
044500     PERFORM 1210-READ-RATE-MASTER
044600         THRU 1210-READ-RATE-MASTER-EXIT.
044700 1220-APPLY-RATE-RECORD-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------
045000* 1500-FEED-SORT - SORT INPUT PROCEDURE; READS EVERY AUDIT
045100*     LINE AND RELEASES THE OPEN MONTH'S FOREIGN AMOUNTS,
045200*     TAGGED WITH THEIR BRANCH'S REGION, TO THE SORT
045300*-----------------------------------------------------------
045400 1500-FEED-SORT.
045500     OPEN INPUT AUDIT-FILE.
045600     IF NOT WS-AUDIT-OK
045700         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
045800             WS-AUDIT-STATUS
045900         MOVE 'N' TO WS-OPEN-SWITCH
046000         GO TO 1500-FEED-SORT-EXIT
046100     END-IF.
046200     PERFORM 1510-READ-AUDIT-LINE
046300         THRU 1510-READ-AUDIT-LINE-EXIT.
046400     PERFORM 1520-RELEASE-ONE-LINE
046500         THRU 1520-RELEASE-ONE-LINE-EXIT
046600         UNTIL WS-AUDIT-EOF.
046700     CLOSE AUDIT-FILE.
046800 1500-FEED-SORT-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------
047100* 1510-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
047200*-----------------------------------------------------------
047300 1510-READ-AUDIT-LINE.
047400     READ AUDIT-FILE
047500         AT END
047600             SET WS-AUDIT-EOF TO TRUE
047700     END-READ.
047800 1510-READ-AUDIT-LINE-EXIT.
047900     EXIT.
048000*-----------------------------------------------------------
048100* 1520-RELEASE-ONE-LINE - FOR AN ADDITION OR SUBSTRACTION LINE
048200*     DATED IN THE OPEN MONTH, RELEASE NUM1 IN AL-CURR1 AND
048300*     NUM2 IN AL-CURR2 (AL-CURR1 WHEN AL-CURR2 IS BLANK), THEN
048400*     READ THE NEXT
048500*-----------------------------------------------------------
048600 1520-RELEASE-ONE-LINE.
048700     ADD 1 TO WS-LINES-READ.
048800     IF AL-OPERATION NOT = 'ADDITION'
048900             AND AL-OPERATION NOT = 'SUBSTRACTION'
049000         GO TO 1520-RELEASE-ONE-LINE-NEXT
049100     END-IF.
049200     IF AL-DATE IS NOT NUMERIC
049300             OR AL-DATE < WS-MONTH-START-DATE
049400             OR AL-DATE > WS-BUSINESS-DATE
049500         GO TO 1520-RELEASE-ONE-LINE-NEXT
049600     END-IF.
049700     IF AL-CURR1 = SPACES AND AL-CURR2 = SPACES
049800         ADD 1 TO WS-NO-CODE-COUNT
049900         GO TO 1520-RELEASE-ONE-LINE-NEXT
050000     END-IF.
050100     ADD 1 TO WS-FX-LINE-COUNT.
050200     MOVE AL-BRANCH TO WS-LOOKUP-BRANCH.
050300     PERFORM 5000-FIND-BRANCH
050400         THRU 5000-FIND-BRANCH-EXIT.
050500     MOVE AL-CURR1 TO WS-LEG-CURRENCY.
050600     MOVE AL-NUM1  TO WS-LEG-AMOUNT.
050700     PERFORM 1530-RELEASE-AMOUNT
050800         THRU 1530-RELEASE-AMOUNT-EXIT.
050900     IF AL-CURR2 = SPACES
051000         MOVE AL-CURR1 TO WS-LEG-CURRENCY
051100     ELSE
051200         MOVE AL-CURR2 TO WS-LEG-CURRENCY
051300     END-IF.
051400     MOVE AL-NUM2  TO WS-LEG-AMOUNT.
051500     PERFORM 1530-RELEASE-AMOUNT
051600         THRU 1530-RELEASE-AMOUNT-EXIT.
051700 1520-RELEASE-ONE-LINE-NEXT.
051800     PERFORM 1510-READ-AUDIT-LINE
051900         THRU 1510-READ-AUDIT-LINE-EXIT.
052000 1520-RELEASE-ONE-LINE-EXIT.
052100     EXIT.
052200*-----------------------------------------------------------
052300* 1530-RELEASE-AMOUNT - RELEASE ONE FOREIGN AMOUNT, VALUED IN
052400*     USD AT THE RATE IN FORCE ON THE AUDIT DATE AND AT THE
052500*     LATEST RATE; AN AMOUNT IN THE BASE CURRENCY OR WITH NO
052600*     CODE IS NOT A FOREIGN POSITION
052700*-----------------------------------------------------------
052800 1530-RELEASE-AMOUNT.
052900     IF WS-LEG-CURRENCY = SPACES
053000             OR WS-LEG-CURRENCY = WS-BASE-CURRENCY
053100         GO TO 1530-RELEASE-AMOUNT-EXIT
053200     END-IF.
053300     MOVE WS-FOUND-REGION TO SR-REGION.
053400     MOVE AL-BRANCH       TO SR-BRANCH.
053500     MOVE WS-LEG-CURRENCY TO SR-CURRENCY.
053600     MOVE WS-LEG-AMOUNT   TO SR-AMOUNT.
053700     IF AL-DATE = WS-BUSINESS-DATE
053800         MOVE 'Y' TO SR-TODAY-SW
053900     ELSE
054000         MOVE 'N' TO SR-TODAY-SW
054100     END-IF.
054200     MOVE 'N'  TO SR-RATED-SW.
054300     MOVE ZERO TO SR-BASE-TXN.
054400     MOVE ZERO TO SR-BASE-NOW.
054500     MOVE WS-LEG-CURRENCY TO WS-LOOKUP-CODE.
054600     MOVE AL-DATE         TO WS-LOOKUP-DATE.
054700     PERFORM 4000-FIND-RATE
054800         THRU 4000-FIND-RATE-EXIT.
054900     IF WS-RATE-FOUND
055000         MOVE WS-FOUND-RATE    TO WS-TXN-RATE
055100         MOVE WS-BUSINESS-DATE TO WS-LOOKUP-DATE
055200         PERFORM 4000-FIND-RATE
055300             THRU 4000-FIND-RATE-EXIT
055400     END-IF.
055500     IF WS-RATE-FOUND
055600         MOVE 'Y' TO SR-RATED-SW
055700         COMPUTE SR-BASE-TXN ROUNDED =
055800             WS-LEG-AMOUNT / WS-TXN-RATE
055900         COMPUTE SR-BASE-NOW ROUNDED =
056000             WS-LEG-AMOUNT / WS-FOUND-RATE
056100     ELSE
056200         ADD 1 TO WS-UNRATED-COUNT
056300     END-IF.
056400     ADD 1 TO WS-AMOUNT-COUNT.
056500     RELEASE SORT-RECORD.
056600 1530-RELEASE-AMOUNT-EXIT.
056700     EXIT.
056800*-----------------------------------------------------------
056900* 2000-PROCESS-SORTED-RECORDS - SORT OUTPUT PROCEDURE; READS
057000*     THE REGION/BRANCH/CURRENCY-SEQUENCED AMOUNTS AND BREAKS
057100*     ON CURRENCY, BRANCH AND REGION CHANGES
057200*-----------------------------------------------------------
057300 2000-PROCESS-SORTED-RECORDS.
057400     PERFORM 2350-RESET-POSITION
057500         THRU 2350-RESET-POSITION-EXIT.
057600     PERFORM 2100-RETURN-SORTED-RECORD
057700         THRU 2100-RETURN-SORTED-RECORD-EXIT.
057800     PERFORM 2200-ACCUMULATE-SORTED-RECORD
057900         THRU 2200-ACCUMULATE-SORTED-RECORD-EXIT
058000         UNTIL WS-SORT-EOF.
058100     IF WS-HAVE-PREV
058200         PERFORM 2300-WRITE-POSITION
058300             THRU 2300-WRITE-POSITION-EXIT
058400         PERFORM 2400-WRITE-REGION-TOTALS
058500             THRU 2400-WRITE-REGION-TOTALS-EXIT
058600     END-IF.
058700 2000-PROCESS-SORTED-RECORDS-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------
059000* 2100-RETURN-SORTED-RECORD - RETURN ONE SEQUENCED RECORD
059100*     FROM THE SORT WORK FILE
059200*-----------------------------------------------------------
059300 2100-RETURN-SORTED-RECORD.
059400     RETURN SORT-WORK
059500         AT END
059600             SET WS-SORT-EOF TO TRUE
059700     END-RETURN.
059800 2100-RETURN-SORTED-RECORD-EXIT.
059900     EXIT.
060000*-----------------------------------------------------------
060100* 2200-ACCUMULATE-SORTED-RECORD - ROLL ONE SORTED AMOUNT INTO
060200*     ITS BRANCH/CURRENCY POSITION, BREAKING WHEN THE CURRENCY,
060300*     BRANCH OR REGION CHANGES
060400*-----------------------------------------------------------
060500 2200-ACCUMULATE-SORTED-RECORD.
060600     IF WS-HAVE-PREV
060700         IF SR-CURRENCY NOT = WS-PREV-CURRENCY
060800                 OR SR-BRANCH NOT = WS-PREV-BRANCH
060900                 OR SR-REGION NOT = WS-PREV-REGION
061000             PERFORM 2300-WRITE-POSITION
061100                 THRU 2300-WRITE-POSITION-EXIT
061200         END-IF
061300         IF SR-REGION NOT = WS-PREV-REGION
061400             PERFORM 2400-WRITE-REGION-TOTALS
061500                 THRU 2400-WRITE-REGION-TOTALS-EXIT
061600         END-IF
061700     END-IF.
061800     SET WS-HAVE-PREV TO TRUE.
061900     MOVE SR-REGION   TO WS-PREV-REGION.
062000     MOVE SR-BRANCH   TO WS-PREV-BRANCH.
062100     MOVE SR-CURRENCY TO WS-PREV-CURRENCY.
062200     IF SR-TODAY
062300         ADD SR-AMOUNT TO WS-POS-DAY-AMOUNT
062400     END-IF.
062500     ADD SR-AMOUNT TO WS-POS-MTD-AMOUNT.
062600     IF SR-RATED
062700         ADD SR-BASE-TXN TO WS-POS-BASE-TXN
062800         ADD SR-BASE-NOW TO WS-POS-BASE-NOW
062900     ELSE
063000         MOVE 'Y' TO WS-POS-UNRATED-SW
063100     END-IF.
063200     PERFORM 2100-RETURN-SORTED-RECORD
063300         THRU 2100-RETURN-SORTED-RECORD-EXIT.
063400 2200-ACCUMULATE-SORTED-RECORD-EXIT.
063500     EXIT.
063600*-----------------------------------------------------------
063700* 2300-WRITE-POSITION - PRINT THE BRANCH/CURRENCY POSITION
063800*     THAT JUST WENT OUT OF SCOPE, ROLL IT INTO THE REGION AND
063900*     GRAND TOTALS FOR ITS CURRENCY, THEN RESET IT
064000*-----------------------------------------------------------
064100 2300-WRITE-POSITION.
064200     MOVE WS-PREV-BRANCH   TO PL-BRANCH.
064300     MOVE WS-PREV-CURRENCY TO PL-CURRENCY.
064400     PERFORM 2500-PRINT-POSITION-LINE
064500         THRU 2500-PRINT-POSITION-LINE-EXIT.
064600     MOVE 1 TO WS-LVL.
064700     PERFORM 5100-ADD-TO-LEVEL
064800         THRU 5100-ADD-TO-LEVEL-EXIT.
064900     MOVE 2 TO WS-LVL.
065000     PERFORM 5100-ADD-TO-LEVEL
065100         THRU 5100-ADD-TO-LEVEL-EXIT.
065200     PERFORM 2350-RESET-POSITION
065300         THRU 2350-RESET-POSITION-EXIT.
065400 2300-WRITE-POSITION-EXIT.
065500     EXIT.
065600*-----------------------------------------------------------
065700* 2350-RESET-POSITION - ZERO THE ONE-POSITION ACCUMULATORS
065800*-----------------------------------------------------------
065900 2350-RESET-POSITION.
066000     MOVE ZERO TO WS-POS-DAY-AMOUNT.
066100     MOVE ZERO TO WS-POS-MTD-AMOUNT.
066200     MOVE ZERO TO WS-POS-BASE-TXN.
066300     MOVE ZERO TO WS-POS-BASE-NOW.
066400     MOVE 'N'  TO WS-POS-UNRATED-SW.
066500 2350-RESET-POSITION-EXIT.
066600     EXIT.
066700*-----------------------------------------------------------
066800* 2400-WRITE-REGION-TOTALS - WRITE THE REGION THAT JUST WENT
066900*     OUT OF SCOPE BY CURRENCY AND IN USD, THEN RESET IT AND
067000*     THE POSITION WORK AREA THE CURRENCY LINES WERE EDITED IN
067100*-----------------------------------------------------------
067200 2400-WRITE-REGION-TOTALS.
067300     MOVE 1 TO WS-LVL.
067400     PERFORM 2450-WRITE-LEVEL-CURRENCIES
067500         THRU 2450-WRITE-LEVEL-CURRENCIES-EXIT.
067600     MOVE WS-PREV-REGION TO RL-REGION.
067700     MOVE WS-REGION-LABEL TO TL-LABEL.
067800     PERFORM 2550-PRINT-TOTAL-LINE
067900         THRU 2550-PRINT-TOTAL-LINE-EXIT.
068000     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
068100     PERFORM 7000-WRITE-RPT-LINE
068200         THRU 7000-WRITE-RPT-LINE-EXIT.
068300     MOVE ZERO TO WS-LVL-CURR-COUNT(1).
068400     PERFORM 2350-RESET-POSITION
068500         THRU 2350-RESET-POSITION-EXIT.
068600 2400-WRITE-REGION-TOTALS-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------
068900* 2450-WRITE-LEVEL-CURRENCIES - PRINT ONE LINE PER CURRENCY
069000*     HELD AT LEVEL WS-LVL, WITH NO BRANCH CODE, AND SUM THEIR
069100*     USD VALUES FOR THE LEVEL'S TOTAL LINE
069200*-----------------------------------------------------------
069300 2450-WRITE-LEVEL-CURRENCIES.
069400     MOVE ZERO TO WS-LVL-BASE-TXN(WS-LVL).
069500     MOVE ZERO TO WS-LVL-BASE-NOW(WS-LVL).
069600     MOVE 'N'  TO WS-LVL-UNRATED-SW(WS-LVL).
069700     PERFORM 2460-WRITE-LEVEL-CURRENCY
069800         THRU 2460-WRITE-LEVEL-CURRENCY-EXIT
069900         VARYING WS-LVL-SUB FROM 1 BY 1
070000         UNTIL WS-LVL-SUB > WS-LVL-CURR-COUNT(WS-LVL).
070100 2450-WRITE-LEVEL-CURRENCIES-EXIT.
070200     EXIT.
070300*-----------------------------------------------------------
070400* 2460-WRITE-LEVEL-CURRENCY - PRINT ONE LEVEL CURRENCY LINE
070500*-----------------------------------------------------------
070600 2460-WRITE-LEVEL-CURRENCY.
070700     MOVE WS-LVL-DAY-AMOUNT(WS-LVL WS-LVL-SUB)
070800         TO WS-POS-DAY-AMOUNT.
070900     MOVE WS-LVL-MTD-AMOUNT(WS-LVL WS-LVL-SUB)
071000         TO WS-POS-MTD-AMOUNT.
071100     MOVE WS-LVL-ENT-TXN(WS-LVL WS-LVL-SUB)
071200         TO WS-POS-BASE-TXN.
071300     MOVE WS-LVL-ENT-NOW(WS-LVL WS-LVL-SUB)
071400         TO WS-POS-BASE-NOW.
071500     MOVE WS-LVL-ENT-UNRATED(WS-LVL WS-LVL-SUB)
071600         TO WS-POS-UNRATED-SW.
071700     MOVE SPACES TO PL-BRANCH.
071800     MOVE WS-LVL-CODE(WS-LVL WS-LVL-SUB) TO PL-CURRENCY.
071900     PERFORM 2500-PRINT-POSITION-LINE
072000         THRU 2500-PRINT-POSITION-LINE-EXIT.
072100     ADD WS-POS-BASE-TXN TO WS-LVL-BASE-TXN(WS-LVL).
072200     ADD WS-POS-BASE-NOW TO WS-LVL-BASE-NOW(WS-LVL).
072300     IF WS-POS-UNRATED
072400         MOVE 'Y' TO WS-LVL-UNRATED-SW(WS-LVL)
072500     END-IF.
072600 2460-WRITE-LEVEL-CURRENCY-EXIT.
072700     EXIT.
072800*-----------------------------------------------------------
072900* 2500-PRINT-POSITION-LINE - EDIT AND PRINT WS-POSITION UNDER
073000*     THE BRANCH AND CURRENCY ALREADY IN PL-BRANCH/PL-CURRENCY
073100*-----------------------------------------------------------
073200 2500-PRINT-POSITION-LINE.
073300     COMPUTE WS-GAIN-LOSS = WS-POS-BASE-NOW - WS-POS-BASE-TXN.
073400     MOVE WS-POS-DAY-AMOUNT TO PL-DAY-AMOUNT.
073500     MOVE WS-POS-MTD-AMOUNT TO PL-MTD-AMOUNT.
073600     MOVE WS-POS-BASE-TXN   TO PL-BASE-TXN.
073700     MOVE WS-POS-BASE-NOW   TO PL-BASE-NOW.
073800     MOVE WS-GAIN-LOSS      TO PL-GAIN-LOSS.
073900     IF WS-POS-UNRATED
074000         MOVE '*' TO PL-FLAG
074100     ELSE
074200         MOVE SPACE TO PL-FLAG
074300     END-IF.
074400     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
074500     PERFORM 7000-WRITE-RPT-LINE
074600         THRU 7000-WRITE-RPT-LINE-EXIT.
074700 2500-PRINT-POSITION-LINE-EXIT.
074800     EXIT.
074900*-----------------------------------------------------------
075000* 2550-PRINT-TOTAL-LINE - PRINT THE USD TOTAL OF LEVEL WS-LVL
075100*     UNDER THE LABEL ALREADY IN TL-LABEL
075200*-----------------------------------------------------------
075300 2550-PRINT-TOTAL-LINE.
075400     COMPUTE WS-GAIN-LOSS = WS-LVL-BASE-NOW(WS-LVL)
075500         - WS-LVL-BASE-TXN(WS-LVL).
075600     MOVE WS-LVL-BASE-TXN(WS-LVL) TO TL-BASE-TXN.
075700     MOVE WS-LVL-BASE-NOW(WS-LVL) TO TL-BASE-NOW.
075800     MOVE WS-GAIN-LOSS            TO TL-GAIN-LOSS.
075900     IF WS-LVL-UNRATED-SW(WS-LVL) = 'Y'
076000         MOVE '*' TO TL-FLAG
076100     ELSE
076200         MOVE SPACE TO TL-FLAG
076300     END-IF.
076400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE.
076500     PERFORM 7000-WRITE-RPT-LINE
076600         THRU 7000-WRITE-RPT-LINE-EXIT.
076700 2550-PRINT-TOTAL-LINE-EXIT.
076800     EXIT.
076900*-----------------------------------------------------------
077000* 3000-WRITE-GRAND-TOTAL - WRITE THE GRAND TOTALS BY CURRENCY
077100*     AND IN USD AFTER ALL REGION ROLL-UPS, THEN THE RUN
077200*     COUNTS AND THE LEGEND
077300*-----------------------------------------------------------
077400 3000-WRITE-GRAND-TOTAL.
077500     MOVE 2 TO WS-LVL.
077600     PERFORM 2450-WRITE-LEVEL-CURRENCIES
077700         THRU 2450-WRITE-LEVEL-CURRENCIES-EXIT.
077800     MOVE 'GRAND TOTAL IN USD' TO TL-LABEL.
077900     PERFORM 2550-PRINT-TOTAL-LINE
078000         THRU 2550-PRINT-TOTAL-LINE-EXIT.
078100     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
078200     PERFORM 7000-WRITE-RPT-LINE
078300         THRU 7000-WRITE-RPT-LINE-EXIT.
078400     MOVE 'AUDIT LINES READ' TO CL-LABEL.
078500     MOVE WS-LINES-READ TO CL-COUNT.
078600     PERFORM 3100-WRITE-COUNT-LINE
078700         THRU 3100-WRITE-COUNT-LINE-EXIT.
078800     MOVE 'A/S LINES IN MONTH WITH CODES' TO CL-LABEL.
078900     MOVE WS-FX-LINE-COUNT TO CL-COUNT.
079000     PERFORM 3100-WRITE-COUNT-LINE
079100         THRU 3100-WRITE-COUNT-LINE-EXIT.
079200     MOVE 'A/S LINES IN MONTH WITHOUT CODES' TO CL-LABEL.
079300     MOVE WS-NO-CODE-COUNT TO CL-COUNT.
079400     PERFORM 3100-WRITE-COUNT-LINE
079500         THRU 3100-WRITE-COUNT-LINE-EXIT.
079600     MOVE 'FOREIGN AMOUNTS POSITIONED' TO CL-LABEL.
079700     MOVE WS-AMOUNT-COUNT TO CL-COUNT.
079800     PERFORM 3100-WRITE-COUNT-LINE
079900         THRU 3100-WRITE-COUNT-LINE-EXIT.
080000     MOVE 'AMOUNTS WITH NO RATE (*)' TO CL-LABEL.
080100     MOVE WS-UNRATED-COUNT TO CL-COUNT.
080200     PERFORM 3100-WRITE-COUNT-LINE
080300         THRU 3100-WRITE-COUNT-LINE-EXIT.
080400     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
080500     PERFORM 7000-WRITE-RPT-LINE
080600         THRU 7000-WRITE-RPT-LINE-EXIT.
080700     MOVE WS-LEGEND-LINE-1 TO RP-PRINT-LINE.
080800     PERFORM 7000-WRITE-RPT-LINE
080900         THRU 7000-WRITE-RPT-LINE-EXIT.
081000     MOVE WS-LEGEND-LINE-2 TO RP-PRINT-LINE.
081100     PERFORM 7000-WRITE-RPT-LINE
081200         THRU 7000-WRITE-RPT-LINE-EXIT.
081300     PERFORM 7900-END-REPORT
081400         THRU 7900-END-REPORT-EXIT.
081500 3000-WRITE-GRAND-TOTAL-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------
081800* 3100-WRITE-COUNT-LINE - WRITE ONE RUN COUNT
081900*-----------------------------------------------------------
082000 3100-WRITE-COUNT-LINE.
082100     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
082200     PERFORM 7000-WRITE-RPT-LINE
082300         THRU 7000-WRITE-RPT-LINE-EXIT.
082400 3100-WRITE-COUNT-LINE-EXIT.
082500     EXIT.
082600*-----------------------------------------------------------
082700* 4000-FIND-RATE - FIND THE RATE FOR WS-LOOKUP-CODE IN FORCE
082800*     ON WS-LOOKUP-DATE: THE LAST TABLE ENTRY FOR THE CURRENCY
082900*     EFFECTIVE ON OR BEFORE THAT DATE
083000*-----------------------------------------------------------
083100 4000-FIND-RATE.
083200     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
083300     PERFORM 4010-CHECK-RATE-ENTRY
083400         THRU 4010-CHECK-RATE-ENTRY-EXIT
083500         VARYING WS-RATE-IDX FROM 1 BY 1
083600         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
083700 4000-FIND-RATE-EXIT.
083800     EXIT.
083900*-----------------------------------------------------------
084000* 4010-CHECK-RATE-ENTRY - TAKE ONE TABLE ENTRY WHEN IT IS FOR
084100*     THE CURRENCY AND ALREADY IN FORCE
084200*-----------------------------------------------------------
084300 4010-CHECK-RATE-ENTRY.
084400     IF WS-RATE-CODE(WS-RATE-IDX) = WS-LOOKUP-CODE
084500             AND WS-RATE-EFF-DATE(WS-RATE-IDX)
084600                 NOT > WS-LOOKUP-DATE
084700         MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-FOUND-RATE
084800         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
084900     END-IF.
085000 4010-CHECK-RATE-ENTRY-EXIT.
085100     EXIT.
085200*-----------------------------------------------------------
085300* 5000-FIND-BRANCH - LOOK UP WS-LOOKUP-BRANCH IN THE LOADED
085400*     BRANCH MASTER TABLE, RETURNING ITS REGION, OR '????'
085500*     WHEN THE CODE IS UNKNOWN
085600*-----------------------------------------------------------
085700 5000-FIND-BRANCH.
085800     SET WS-BRCH-IDX TO 1.
085900     PERFORM 5010-SCAN-BRANCH-TABLE
086000         THRU 5010-SCAN-BRANCH-TABLE-EXIT
086100         UNTIL WS-BRCH-IDX > WS-BRANCH-COUNT-LOADED
086200             OR WS-BRCH-CODE(WS-BRCH-IDX) = WS-LOOKUP-BRANCH.
086300     IF WS-BRCH-IDX > WS-BRANCH-COUNT-LOADED
086400         MOVE '????' TO WS-FOUND-REGION
086500     ELSE
086600         MOVE WS-BRCH-REGION(WS-BRCH-IDX) TO WS-FOUND-REGION
086700     END-IF.
086800 5000-FIND-BRANCH-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------
087100* 5010-SCAN-BRANCH-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
087200*-----------------------------------------------------------
087300 5010-SCAN-BRANCH-TABLE.
087400     SET WS-BRCH-IDX UP BY 1.
087500 5010-SCAN-BRANCH-TABLE-EXIT.
087600     EXIT.
087700*-----------------------------------------------------------
087800* 5100-ADD-TO-LEVEL - ADD WS-POSITION TO ITS CURRENCY'S ENTRY
087900*     AT LEVEL WS-LVL, OPENING THE ENTRY ON FIRST USE
088000*-----------------------------------------------------------
088100 5100-ADD-TO-LEVEL.
088200     MOVE 1 TO WS-LVL-SUB.
088300     PERFORM 5110-SCAN-LEVEL-TABLE
088400         THRU 5110-SCAN-LEVEL-TABLE-EXIT
088500         UNTIL WS-LVL-SUB > WS-LVL-CURR-COUNT(WS-LVL)
088600             OR WS-LVL-CODE(WS-LVL WS-LVL-SUB) = WS-PREV-CURRENCY.
088700     IF WS-LVL-SUB > WS-LVL-CURR-COUNT(WS-LVL)
088800         IF WS-LVL-CURR-COUNT(WS-LVL) < 20
088900             ADD 1 TO WS-LVL-CURR-COUNT(WS-LVL)
089000             MOVE WS-LVL-CURR-COUNT(WS-LVL) TO WS-LVL-SUB
089100             MOVE WS-PREV-CURRENCY
089200                 TO WS-LVL-CODE(WS-LVL WS-LVL-SUB)
089300             MOVE ZERO TO WS-LVL-DAY-AMOUNT(WS-LVL WS-LVL-SUB)
089400             MOVE ZERO TO WS-LVL-MTD-AMOUNT(WS-LVL WS-LVL-SUB)
089500             MOVE ZERO TO WS-LVL-ENT-TXN(WS-LVL WS-LVL-SUB)
089600             MOVE ZERO TO WS-LVL-ENT-NOW(WS-LVL WS-LVL-SUB)
089700             MOVE 'N'  TO WS-LVL-ENT-UNRATED(WS-LVL WS-LVL-SUB)
089800         ELSE
089900             DISPLAY 'CURRENCY TOTALS FULL - NOT ROLLED UP: '
090000                 WS-PREV-CURRENCY
090100             GO TO 5100-ADD-TO-LEVEL-EXIT
090200         END-IF
090300     END-IF.
090400     ADD WS-POS-DAY-AMOUNT
090500         TO WS-LVL-DAY-AMOUNT(WS-LVL WS-LVL-SUB).
090600     ADD WS-POS-MTD-AMOUNT
090700         TO WS-LVL-MTD-AMOUNT(WS-LVL WS-LVL-SUB).
090800     ADD WS-POS-BASE-TXN
090900         TO WS-LVL-ENT-TXN(WS-LVL WS-LVL-SUB).
091000     ADD WS-POS-BASE-NOW
091100         TO WS-LVL-ENT-NOW(WS-LVL WS-LVL-SUB).
091200     IF WS-POS-UNRATED
091300         MOVE 'Y' TO WS-LVL-ENT-UNRATED(WS-LVL WS-LVL-SUB)
091400     END-IF.
091500 5100-ADD-TO-LEVEL-EXIT.
091600     EXIT.
091700*-----------------------------------------------------------
091800* 5110-SCAN-LEVEL-TABLE - ADVANCE TO THE NEXT LEVEL ENTRY
091900*-----------------------------------------------------------
092000 5110-SCAN-LEVEL-TABLE.
092100     ADD 1 TO WS-LVL-SUB.
092200 5110-SCAN-LEVEL-TABLE-EXIT.
092300     EXIT.
092400*-----------------------------------------------------------
092500* 8900-CLOSE-FILES - CLOSE THE REPORT FILE
092600*-----------------------------------------------------------
092700 8900-CLOSE-FILES.
092800     CLOSE REPORT-FILE.
092900 8900-CLOSE-FILES-EXIT.
093000     EXIT.
093100*-----------------------------------------------------------
093200* 9999-EXIT - COMMON PROGRAM EXIT; RETURN-CODE 8 WHEN THE
093300*     REPORT COULD NOT BE PRODUCED, 4 WHEN AMOUNTS WENT
093400*     UNREVALUED FOR WANT OF A RATE
093500*-----------------------------------------------------------
093600 9999-EXIT.
093700     IF NOT WS-OPEN-OK
093800         MOVE 8 TO RETURN-CODE
093900     ELSE
094000         IF WS-UNRATED-COUNT > ZERO
094100             MOVE 4 TO RETURN-CODE
094200         END-IF
094300     END-IF.
094400     GOBACK.
094500 9999-EXIT-EXIT.
094600     EXIT.
094700     COPY RPTPROC.
