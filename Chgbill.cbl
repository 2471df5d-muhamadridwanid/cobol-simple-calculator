000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGBILL.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED. 2026-09-18.
000700*REMARKS.
000800*    MONTHLY BRANCH CHARGEBACK BILLING. FINANCE CHARGES EACH
000900*    BRANCH FOR THE PROCESSING RUN ON ITS BEHALF; THE COUNTS
001000*    USED TO BE COPIED OFF EODSUMMARY AND BRANCHRPT INTO A
001100*    SPREADSHEET BY HAND. RUN AFTER MONTHEND HAS CLOSED THE
001200*    MONTH ON CLOSECTL, THIS PROGRAM SIGNS THE OPERATOR ON
001225*    THROUGH THE SHARED SGNPROC ROUTINE AND PRICES EVERY STATHIST
001250*    DAILY RECORD OF THE MONTH AT THE FEEMAST TARIFF IN FORCE
001300*    ON ITS BUSINESS DATE - THE BRANCH'S OWN OVERRIDE ROW FOR
001500*    THE OPERATION AND ORIGIN WHEN ONE IS IN FORCE, ELSE THE
001600*    HOUSE DEFAULT (BRANCH ****) ROW. REVERSAL OFFSETS ARE
001700*    CREDITED BACK AT THE BATCH PRICE. IT PRINTS ONE INVOICE
001800*    PAGE PER BRANCH AND A REGION SUMMARY ON CHGINV, AND CUTS
001900*    THE CHARGES TO CHGGL IN THE GLREC LEDGER LAYOUT: THE
002000*    BRANCH'S PROCESSING EXPENSE ACCOUNT (6100 PLUS REGION) IS
002100*    DEBITED AND THE PROCESSING INCOME ACCOUNT (4900 PLUS
002200*    REGION) CREDITED, WITH THE BRANCH AS THE COST CENTER,
002300*    DATED THE LAST DAY OF THE MONTH. A MONTH NOT YET CLOSED
002400*    IS REFUSED; A MONTH CLOSED FORCED IS BILLED BUT ENDS
002500*    RETURN-CODE 4, AS DOES ANY VOLUME NO TARIFF ROW PRICES.
002600*    CHGGL IS REWRITTEN ON EVERY RUN, SO A RERUN REPLACES THE
002700*    MONTH'S FEED RATHER THAN DOUBLING IT.
002800*-----------------------------------------------------------
002900*                 MODIFICATION HISTORY
003000*-----------------------------------------------------------
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  ----------------------------------------
003300* 2026-09-18  RH   ORIGINAL PROGRAM.
003320* 2026-10-15  RH   THE OPERATOR NOW SIGNS ON AGAINST OPERMAST
003340*                  THROUGH SGNPROC BEFORE THE MONTH IS KEYED. A
003360*                  TABLE-FULL OR UNPRICED WARNING NO LONGER LOWERS
003380*                  A RETURN-CODE 8 ALREADY SET TO 4.
003385* 2026-10-15  RH   A FAILED OPEN OF CHGINV NOW ENDS THE RUN
003390*                  WITH RETURN-CODE 8.
003400*-----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CTL-STATUS.
004400     SELECT FEE-FILE ASSIGN TO FEEMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS FE-FEE-KEY
004800         FILE STATUS IS WS-FEE-STATUS.
004900     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS BM-BRANCH
005300         FILE STATUS IS WS-BRCH-STATUS.
005400     SELECT STAT-FILE ASSIGN TO STATHIST
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STAT-STATUS.
005700     SELECT REPORT-FILE ASSIGN TO CHGINV
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-STATUS.
006000     SELECT GL-FILE ASSIGN TO CHGGL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-GL-STATUS.
006210     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS DYNAMIC
006240         RECORD KEY IS OP-OPER-ID
006250         FILE STATUS IS WS-OPER-STATUS.
006260     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
006270         ORGANIZATION IS LINE SEQUENTIAL
006280         FILE STATUS IS SG-HIST-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CLOSE-CONTROL-FILE
006600     RECORD CONTAINS 24 CHARACTERS.
006700     COPY CLOSEREC.
006800 FD  FEE-FILE.
006900     COPY FEEREC.
007000 FD  BRANCH-FILE.
007100     COPY BRNCHREC.
007200 FD  STAT-FILE
007300     RECORD CONTAINS 45 CHARACTERS.
007400     COPY STATREC
007450         REPLACING LEADING ==SH-== BY ==CH-==.
007500 FD  REPORT-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  REPORT-RECORD          PIC X(80).
007800 FD  GL-FILE
007900     RECORD CONTAINS 80 CHARACTERS.
008000     COPY GLREC.
008010 FD  OPERATOR-FILE.
008020     COPY OPERREC.
008030 FD  SIGNON-HIST-FILE
008040     RECORD CONTAINS 80 CHARACTERS.
008050     COPY SGNHREC.
008100 WORKING-STORAGE SECTION.
008200 01  WS-CTL-STATUS          PIC X(02).
008300     88  WS-CTL-OK          VALUE '00'.
008400     88  WS-CTL-NOT-FOUND   VALUE '35'.
008500 01  WS-FEE-STATUS          PIC X(02).
008600     88  WS-FEE-OK          VALUE '00'.
008700     88  WS-FEE-NOT-FOUND   VALUE '35'.
008800 01  WS-BRCH-STATUS         PIC X(02).
008900     88  WS-BRCH-OK         VALUE '00'.
009000 01  WS-STAT-STATUS         PIC X(02).
009100     88  WS-STAT-OK         VALUE '00'.
009200 01  WS-RPT-STATUS          PIC X(02).
009300     88  WS-RPT-OK          VALUE '00'.
009400 01  WS-GL-STATUS           PIC X(02).
009500     88  WS-GL-OK           VALUE '00'.
009525 01  WS-OPER-STATUS         PIC X(02).
009550     88  WS-OPER-OK         VALUE '00'.
009600 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
009700     88  WS-OPEN-OK         VALUE 'Y'.
009800 01  WS-CTL-EOF-SWITCH      PIC X(01)       VALUE 'N'.
009900     88  WS-CTL-EOF         VALUE 'Y'.
010000 01  WS-FEE-EOF-SWITCH      PIC X(01)       VALUE 'N'.
010100     88  WS-FEE-EOF         VALUE 'Y'.
010200 01  WS-BRCH-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010300     88  WS-BRCH-MASTER-EOF VALUE 'Y'.
010400 01  WS-STAT-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010500     88  WS-STAT-EOF        VALUE 'Y'.
010600 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
010625 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
010650     88  WS-SIGNON-OK       VALUE 'Y'.
010700 01  WS-MONTH-INPUT         PIC X(06).
010800 01  WS-BILL-MONTH          PIC 9(06)       VALUE ZERO.
010900 01  WS-RECORD-MONTH        PIC 9(06)       VALUE ZERO.
011000 01  WS-CLOSE-STATE         PIC X(06)       VALUE SPACES.
011100     88  WS-MONTH-PROVED    VALUE 'PROVED'.
011200     88  WS-MONTH-FORCED    VALUE 'FORCED'.
011300     88  WS-MONTH-OPEN      VALUE SPACES.
011400*-----------------------------------------------------------
011500*    LAST DAY OF THE BILLED MONTH, THE LEDGER DATE OF THE FEED
011600*-----------------------------------------------------------
011700 01  WS-MONTH-END-DATE      PIC 9(08)       VALUE ZERO.
011800 01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
011900     05  WS-ME-YEAR         PIC 9(04).
012000     05  WS-ME-MONTH        PIC 9(02).
012100     05  WS-ME-DAY          PIC 9(02).
012200 01  WS-LEAP-QUOTIENT       PIC 9(04)       COMP VALUE ZERO.
012300 01  WS-LEAP-REM-4          PIC 9(04)       COMP VALUE ZERO.
012400 01  WS-LEAP-REM-100        PIC 9(04)       COMP VALUE ZERO.
012500 01  WS-LEAP-REM-400        PIC 9(04)       COMP VALUE ZERO.
012600 01  WS-MONTH-DAYS-VALUES.
012700     05  FILLER  PIC X(24) VALUE '312831303130313130313031'.
012800 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
012900     05  WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
013000*-----------------------------------------------------------
013100*    THE WHOLE TARIFF, LOADED IN FEEMAST KEY ORDER
013200*-----------------------------------------------------------
013300 01  WS-TARIFF-COUNT        PIC 9(03)       COMP VALUE ZERO.
013400 01  WS-TARIFF-TABLE.
013500     05  WS-TRF-ENTRY OCCURS 500 TIMES
013600             INDEXED BY WS-TRF-IDX.
013700         10  TF-BRANCH          PIC X(04).
013800         10  TF-OPERATION       PIC X(14).
013900         10  TF-ORIGIN          PIC X(01).
014000         10  TF-EFF-DATE        PIC 9(08).
014100         10  TF-END-DATE        PIC 9(08).
014200         10  TF-UNIT-PRICE      PIC S9(03)V9(04) COMP-3.
014300 01  WS-FIND-BRANCH         PIC X(04)       VALUE SPACES.
014400 01  WS-FIND-ORIGIN         PIC X(01)       VALUE SPACES.
014500 01  WS-BEST-EFF-DATE       PIC 9(08)       VALUE ZERO.
014600 01  WS-PRICE-FOUND-SW      PIC X(01)       VALUE 'N'.
014700     88  WS-PRICE-FOUND     VALUE 'Y'.
014800 01  WS-UNIT-PRICE          PIC S9(03)V9(04) COMP-3 VALUE ZERO.
014900 01  WS-ITEM-CHARGE         PIC S9(09)V99   COMP-3 VALUE ZERO.
015000*-----------------------------------------------------------
015100*    BRANCH TO REGION, LOADED FROM BRNCHMST IN KEY ORDER
015200*-----------------------------------------------------------
015300 01  WS-REGION-COUNT        PIC 9(03)       COMP VALUE ZERO.
015400 01  WS-REGION-TABLE.
015500     05  WS-RGN-ENTRY OCCURS 50 TIMES
015600             INDEXED BY WS-RGN-IDX.
015700         10  WS-RGN-BRANCH      PIC X(04).
015800         10  WS-RGN-NAME        PIC X(20).
015900         10  WS-RGN-REGION      PIC X(04).
016000 01  WS-GL-REGION           PIC X(04)       VALUE SPACES.
016100 01  WS-BRANCH-NAME         PIC X(20)       VALUE SPACES.
016200*-----------------------------------------------------------
016300*    ONE INVOICE LINE PER BRANCH, OPERATION AND ORIGIN
016400*-----------------------------------------------------------
016500 01  WS-LINE-COUNT          PIC 9(04)       COMP VALUE ZERO.
016600 01  WS-LINE-TABLE.
016700     05  WS-LINE-ENTRY OCCURS 1000 TIMES
016800             INDEXED BY WS-LINE-IDX.
016900         10  LN-BRANCH          PIC X(04).
017000         10  LN-OPERATION       PIC X(14).
017100         10  LN-ORIGIN          PIC X(01).
017200         10  LN-ITEMS           PIC S9(07)      COMP-3.
017300         10  LN-CHARGE          PIC S9(09)V99   COMP-3.
017400         10  LN-UNIT-PRICE      PIC S9(03)V9(04) COMP-3.
017500         10  LN-PRICE-SW        PIC X(01).
017600             88  LN-NOT-PRICED  VALUE 'N'.
017700             88  LN-ONE-PRICE   VALUE 'P'.
017800             88  LN-MIXED-PRICE VALUE 'M'.
017900 01  WS-LINE-ORIGIN         PIC X(01)       VALUE SPACES.
018000*-----------------------------------------------------------
018100*    BRANCH INVOICE TOTALS, IN ORDER OF FIRST APPEARANCE
018200*-----------------------------------------------------------
018300 01  WS-BILL-COUNT          PIC 9(03)       COMP VALUE ZERO.
018400 01  WS-BILL-TABLE.
018500     05  WS-BILL-ENTRY OCCURS 100 TIMES
018600             INDEXED BY WS-BILL-IDX.
018700         10  BT-BRANCH          PIC X(04).
018800         10  BT-ITEMS           PIC S9(07)      COMP-3.
018900         10  BT-CHARGE          PIC S9(09)V99   COMP-3.
019000         10  BT-UNPRICED        PIC S9(07)      COMP-3.
019100         10  BT-PRINTED-SW      PIC X(01).
019200             88  BT-PRINTED     VALUE 'Y'.
019300*-----------------------------------------------------------
019400*    REGION SUMMARY, BUILT AS EACH INVOICE IS PRINTED
019500*-----------------------------------------------------------
019600 01  WS-SUMM-COUNT          PIC 9(03)       COMP VALUE ZERO.
019700 01  WS-SUMM-TABLE.
019800     05  WS-SUMM-ENTRY OCCURS 50 TIMES
019900             INDEXED BY WS-SUMM-IDX.
020000         10  RS-REGION          PIC X(04).
020100         10  RS-BRANCHES        PIC 9(03)       COMP.
020200         10  RS-ITEMS           PIC S9(09)      COMP-3.
020300         10  RS-CHARGE          PIC S9(11)V99   COMP-3.
020400 01  WS-GRAND-TOTALS.
020500     05  WS-GRAND-BRANCHES  PIC 9(03)       COMP VALUE ZERO.
020600     05  WS-GRAND-ITEMS     PIC S9(09)      COMP-3 VALUE ZERO.
020700     05  WS-GRAND-CHARGE    PIC S9(11)V99   COMP-3 VALUE ZERO.
020800     05  WS-GRAND-UNPRICED  PIC S9(09)      COMP-3 VALUE ZERO.
020900 01  WS-GL-REC-COUNT        PIC 9(06)       COMP VALUE ZERO.
021000 01  WS-GL-HASH-TOTAL       PIC S9(13)V99   COMP-3 VALUE ZERO.
021100 01  WS-GL-AMOUNT-ABS       PIC 9(11)V99    COMP-3 VALUE ZERO.
021200 01  WS-GL-OPEN-SW          PIC X(01)       VALUE 'N'.
021300     88  WS-GL-OPEN         VALUE 'Y'.
021400 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
021500 01  WS-AMOUNT-DISPLAY      PIC -(10)9.99.
021600 01  WS-INVOICE-HEADING.
021700     05  FILLER  PIC X(40) VALUE
021800         'OPERATION       ORIGIN       ITEMS UNIT '.
021900     05  FILLER  PIC X(40) VALUE
022000         'PRICE          CHARGE'.
022100 01  WS-SUMMARY-HEADING.
022200     05  FILLER  PIC X(40) VALUE
022300         'REGION   BRNS         ITEMS           CH'.
022400     05  FILLER  PIC X(40) VALUE
022500         'ARGE'.
022600     COPY RPTCTL.
022650     COPY SGNCTL.
022700 01  WS-BRANCH-HEAD-LINE.
022800     05  FILLER             PIC X(07) VALUE 'BRANCH '.
022900     05  BH-BRANCH          PIC X(04).
023000     05  FILLER             PIC X(02) VALUE SPACES.
023100     05  BH-NAME            PIC X(20).
023200     05  FILLER             PIC X(09) VALUE '  REGION '.
023300     05  BH-REGION          PIC X(04).
023400     05  FILLER             PIC X(34) VALUE SPACES.
023500 01  WS-INVOICE-LINE.
023600     05  IL-OPERATION       PIC X(14).
023700     05  FILLER             PIC X(02) VALUE SPACES.
023800     05  IL-ORIGIN          PIC X(08).
023900     05  FILLER             PIC X(02) VALUE SPACES.
024000     05  IL-ITEMS           PIC ZZZ,ZZ9-.
024100     05  FILLER             PIC X(03) VALUE SPACES.
024200     05  IL-PRICE           PIC ZZ9.9999.
024300     05  IL-PRICE-TEXT REDEFINES IL-PRICE
024400                            PIC X(08).
024500     05  FILLER             PIC X(02) VALUE SPACES.
024600     05  IL-CHARGE          PIC -(10)9.99.
024700     05  FILLER             PIC X(19) VALUE SPACES.
024800 01  WS-BRANCH-TOTAL-LINE.
024900     05  FILLER             PIC X(26) VALUE
025000         'BRANCH TOTAL'.
025100     05  BL-ITEMS           PIC ZZZ,ZZ9-.
025200     05  FILLER             PIC X(13) VALUE SPACES.
025300     05  BL-CHARGE          PIC -(10)9.99.
025400     05  FILLER             PIC X(19) VALUE SPACES.
025500 01  WS-UNPRICED-LINE.
025600     05  FILLER             PIC X(26) VALUE
025700         '* ITEMS WITH NO TARIFF'.
025800     05  UL-ITEMS           PIC ZZZ,ZZ9-.
025900     05  FILLER             PIC X(46) VALUE
026000         '  NOT CHARGED'.
026100 01  WS-SUMMARY-LINE.
026200     05  SL-REGION          PIC X(04).
026300     05  FILLER             PIC X(06) VALUE SPACES.
026400     05  SL-BRANCHES        PIC ZZ9.
026500     05  FILLER             PIC X(02) VALUE SPACES.
026600     05  SL-ITEMS           PIC ZZZ,ZZZ,ZZ9-.
026700     05  FILLER             PIC X(01) VALUE SPACE.
026800     05  SL-CHARGE          PIC -(12)9.99.
026900     05  FILLER             PIC X(36) VALUE SPACES.
027000 01  WS-NOTE-LINE.
027100     05  NL-TEXT            PIC X(60).
027200     05  FILLER             PIC X(20) VALUE SPACES.
027300 PROCEDURE DIVISION.
027400*-----------------------------------------------------------
027500* 0000-MAINLINE
027600*-----------------------------------------------------------
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE
027900         THRU 1000-INITIALIZE-EXIT.
028000     IF WS-OPEN-OK
028100         PERFORM 2000-PRICE-MONTH
028200             THRU 2000-PRICE-MONTH-EXIT
028300         PERFORM 3000-PRINT-INVOICES
028400             THRU 3000-PRINT-INVOICES-EXIT
028500         PERFORM 4000-PRINT-REGION-SUMMARY
028600             THRU 4000-PRINT-REGION-SUMMARY-EXIT
028700         PERFORM 8900-CLOSE-FILES
028800             THRU 8900-CLOSE-FILES-EXIT
028900     END-IF.
029000     PERFORM 9999-EXIT
029100         THRU 9999-EXIT-EXIT.
029200*-----------------------------------------------------------
029300* 1000-INITIALIZE - SIGN THE OPERATOR ON, TAKE THE MONTH TO
029400*     BILL, CONFIRM MONTHEND HAS CLOSED IT, LOAD THE TARIFF
029500*     AND THE REGIONS AND OPEN THE HISTORY AND BOTH OUTPUTS
029600*-----------------------------------------------------------
029700 1000-INITIALIZE.
029800     PERFORM 1050-SIGN-ON
029820         THRU 1050-SIGN-ON-EXIT.
029840     IF NOT WS-SIGNON-OK
029860         DISPLAY 'SIGN-ON FAILED - NOTHING BILLED'
029880         MOVE 8 TO RETURN-CODE
029900         GO TO 1000-INITIALIZE-EXIT
029950     END-IF.
030000     DISPLAY 'ENTER MONTH TO BILL (YYYYMM): '.
030100     MOVE SPACES TO WS-MONTH-INPUT.
030200     ACCEPT WS-MONTH-INPUT.
030300     IF WS-MONTH-INPUT IS NOT NUMERIC
030400         DISPLAY 'MONTH MUST BE YYYYMM DIGITS'
030500         MOVE 8 TO RETURN-CODE
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800     MOVE WS-MONTH-INPUT TO WS-BILL-MONTH.
030900     COMPUTE WS-MONTH-END-DATE = WS-BILL-MONTH * 100.
031000     IF WS-ME-MONTH < 1 OR WS-ME-MONTH > 12
031100         DISPLAY 'MONTH MUST BE 01 THROUGH 12'
031200         MOVE 8 TO RETURN-CODE
031300         GO TO 1000-INITIALIZE-EXIT
031400     END-IF.
031500     PERFORM 1100-CHECK-MONTH-CLOSED
031600         THRU 1100-CHECK-MONTH-CLOSED-EXIT.
031700     IF WS-MONTH-OPEN
031800         DISPLAY 'MONTH ' WS-BILL-MONTH ' IS NOT CLOSED ON '
031900             'CLOSECTL - RUN MONTHEND FIRST'
032000         MOVE 8 TO RETURN-CODE
032100         GO TO 1000-INITIALIZE-EXIT
032200     END-IF.
032300     IF WS-MONTH-FORCED
032400         DISPLAY 'MONTH ' WS-BILL-MONTH ' WAS CLOSED FORCED - '
032500             'BILLING VOLUMES THAT DID NOT PROVE'
032600         MOVE 4 TO RETURN-CODE
032700     END-IF.
032800     PERFORM 1200-SET-MONTH-END
032900         THRU 1200-SET-MONTH-END-EXIT.
033000     PERFORM 1300-LOAD-TARIFF
033100         THRU 1300-LOAD-TARIFF-EXIT.
033200     IF WS-TARIFF-COUNT = ZERO
033300         DISPLAY 'NO TARIFF ROWS ON FEEMAST - NOTHING WILL '
033400             'BE CHARGED'
033500         MOVE 4 TO RETURN-CODE
033600     END-IF.
033700     PERFORM 1600-LOAD-REGIONS
033800         THRU 1600-LOAD-REGIONS-EXIT.
033900     OPEN INPUT STAT-FILE.
034000     IF NOT WS-STAT-OK
034100         DISPLAY 'UNABLE TO OPEN STATHIST, STATUS: '
034200             WS-STAT-STATUS
034300         MOVE 8 TO RETURN-CODE
034400         GO TO 1000-INITIALIZE-EXIT
034500     END-IF.
034600     OPEN OUTPUT GL-FILE.
034700     IF NOT WS-GL-OK
034800         DISPLAY 'UNABLE TO OPEN CHGGL, STATUS: '
034900             WS-GL-STATUS
035000         CLOSE STAT-FILE
035100         MOVE 8 TO RETURN-CODE
035200         GO TO 1000-INITIALIZE-EXIT
035300     END-IF.
035400     MOVE 'Y' TO WS-GL-OPEN-SW.
035500     OPEN OUTPUT REPORT-FILE.
035510     IF NOT WS-RPT-OK
035520         DISPLAY 'UNABLE TO OPEN CHGINV, STATUS: '
035530             WS-RPT-STATUS
035540         CLOSE STAT-FILE
035550         CLOSE GL-FILE
035560         MOVE 8 TO RETURN-CODE
035570         GO TO 1000-INITIALIZE-EXIT
035580     END-IF.
035600     MOVE 'BRANCH CHARGEBACK INVOICES' TO RP-TITLE.
035700     MOVE WS-INVOICE-HEADING TO RP-COL-HEADING.
035800     MOVE WS-MONTH-END-DATE TO RP-BUS-DATE.
035900     PERFORM 7200-INIT-REPORT
036000         THRU 7200-INIT-REPORT-EXIT.
036100     MOVE 'Y' TO WS-OPEN-SWITCH.
036200 1000-INITIALIZE-EXIT.
036300     EXIT.
036303*-----------------------------------------------------------
036306* 1050-SIGN-ON - SIGN THE OPERATOR ON THROUGH THE SHARED
036309*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED AND
036312*     RIGHT PASSWORD (CHANGED WHEN DUE); NO AREA FLAG IS
036315*     NEEDED. EVERY OUTCOME GOES TO SGNHIST.
036318*-----------------------------------------------------------
036321 1050-SIGN-ON.
036324     DISPLAY 'ENTER OPERATOR CODE: '.
036327     MOVE SPACES TO WS-OPERATOR-CODE.
036330     ACCEPT WS-OPERATOR-CODE.
036333     MOVE WS-OPERATOR-CODE TO SG-OPER-ID.
036336     MOVE 'CHGBILL'        TO SG-PROGRAM-ID.
036339     MOVE SPACE            TO SG-AUTH-AREA.
036342     MOVE SPACES           TO SG-AREA-NAME.
036345     OPEN I-O OPERATOR-FILE.
036348     IF NOT WS-OPER-OK
036351         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
036354             WS-OPER-STATUS ' - SIGN-ON REFUSED'
036357         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
036360         PERFORM 7590-WRITE-SIGNON-HIST
036363             THRU 7590-WRITE-SIGNON-HIST-EXIT
036366         GO TO 1050-SIGN-ON-EXIT
036369     END-IF.
036372     PERFORM 7500-VALIDATE-SIGN-ON
036375         THRU 7500-VALIDATE-SIGN-ON-EXIT.
036378     IF SG-SIGNED-ON
036381         MOVE 'Y' TO WS-SIGNON-OK-SW
036384     END-IF.
036387     CLOSE OPERATOR-FILE.
036390 1050-SIGN-ON-EXIT.
036393     EXIT.
036400*-----------------------------------------------------------
036500* 1100-CHECK-MONTH-CLOSED - READ THE CLOSE CONTROL FILE AND
036600*     KEEP THE STATUS OF THE LATEST CLOSE OF THE BILL MONTH;
036700*     A MISSING FILE MEANS NO MONTH IS CLOSED YET
036800*-----------------------------------------------------------
036900 1100-CHECK-MONTH-CLOSED.
037000     MOVE SPACES TO WS-CLOSE-STATE.
037100     OPEN INPUT CLOSE-CONTROL-FILE.
037200     IF WS-CTL-NOT-FOUND
037300         GO TO 1100-CHECK-MONTH-CLOSED-EXIT
037400     END-IF.
037500     IF NOT WS-CTL-OK
037600         DISPLAY 'UNABLE TO OPEN CLOSECTL, STATUS: '
037700             WS-CTL-STATUS
037800         GO TO 1100-CHECK-MONTH-CLOSED-EXIT
037900     END-IF.
038000     PERFORM 1110-READ-CLOSE-CONTROL
038100         THRU 1110-READ-CLOSE-CONTROL-EXIT.
038200     PERFORM 1120-APPLY-CLOSE-RECORD
038300         THRU 1120-APPLY-CLOSE-RECORD-EXIT
038400         UNTIL WS-CTL-EOF.
038500     CLOSE CLOSE-CONTROL-FILE.
038600 1100-CHECK-MONTH-CLOSED-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------
038900* 1110-READ-CLOSE-CONTROL - READ ONE CLOSE CONTROL RECORD
039000*-----------------------------------------------------------
039100 1110-READ-CLOSE-CONTROL.
039200     READ CLOSE-CONTROL-FILE
039300         AT END
039400             SET WS-CTL-EOF TO TRUE
039500     END-READ.
039600 1110-READ-CLOSE-CONTROL-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------
039900* 1120-APPLY-CLOSE-RECORD - NOTE A CLOSE OF THE BILL MONTH,
040000*     THEN READ THE NEXT
040100*-----------------------------------------------------------
040200 1120-APPLY-CLOSE-RECORD.
040300     IF CC-MONTH IS NUMERIC
040400         IF CC-MONTH = WS-BILL-MONTH
040500                 AND (CC-PROVED OR CC-FORCED)
040600             MOVE CC-STATUS TO WS-CLOSE-STATE
040700         END-IF
040800     END-IF.
040900     PERFORM 1110-READ-CLOSE-CONTROL
041000         THRU 1110-READ-CLOSE-CONTROL-EXIT.
041100 1120-APPLY-CLOSE-RECORD-EXIT.
041200     EXIT.
041300*-----------------------------------------------------------
041400* 1200-SET-MONTH-END - WORK OUT THE LAST DAY OF THE BILL
041500*     MONTH, ALLOWING FOR A LEAP-YEAR FEBRUARY
041600*-----------------------------------------------------------
041700 1200-SET-MONTH-END.
041800     MOVE WS-MONTH-DAYS(WS-ME-MONTH) TO WS-ME-DAY.
041900     IF WS-ME-MONTH NOT = 2
042000         GO TO 1200-SET-MONTH-END-EXIT
042100     END-IF.
042200     DIVIDE WS-ME-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
042300         REMAINDER WS-LEAP-REM-4.
042400     DIVIDE WS-ME-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
042500         REMAINDER WS-LEAP-REM-100.
042600     DIVIDE WS-ME-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
042700         REMAINDER WS-LEAP-REM-400.
042800     IF WS-LEAP-REM-4 = ZERO
042900             AND (WS-LEAP-REM-100 NOT = ZERO
043000                  OR WS-LEAP-REM-400 = ZERO)
043100         MOVE 29 TO WS-ME-DAY
043200     END-IF.
043300 1200-SET-MONTH-END-EXIT.
043400     EXIT.
043500*-----------------------------------------------------------
043600* 1300-LOAD-TARIFF - LOAD EVERY FEEMAST ROW INTO STORAGE;
043700*     A MASTER NOT YET CREATED LEAVES THE TARIFF EMPTY
043800*-----------------------------------------------------------
043900 1300-LOAD-TARIFF.
044000     MOVE ZERO TO WS-TARIFF-COUNT.
044100     OPEN INPUT FEE-FILE.
044200     IF WS-FEE-NOT-FOUND
044300         GO TO 1300-LOAD-TARIFF-EXIT
044400     END-IF.
044500     IF NOT WS-FEE-OK
044600         DISPLAY 'UNABLE TO OPEN FEEMAST, STATUS: '
044700             WS-FEE-STATUS
044800         GO TO 1300-LOAD-TARIFF-EXIT
044900     END-IF.
045000     PERFORM 1310-READ-TARIFF
045100         THRU 1310-READ-TARIFF-EXIT.
045200     PERFORM 1320-APPLY-TARIFF-ROW
045300         THRU 1320-APPLY-TARIFF-ROW-EXIT
045400         UNTIL WS-FEE-EOF.
045500     CLOSE FEE-FILE.
045600 1300-LOAD-TARIFF-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------
045900* 1310-READ-TARIFF - READ THE NEXT TARIFF ROW IN KEY ORDER
046000*-----------------------------------------------------------
046100 1310-READ-TARIFF.
046200     READ FEE-FILE NEXT RECORD
046300         AT END
046400             SET WS-FEE-EOF TO TRUE
046500     END-READ.
046600 1310-READ-TARIFF-EXIT.
046700     EXIT.
046800*-----------------------------------------------------------
046900* 1320-APPLY-TARIFF-ROW - ADD ONE TARIFF ROW TO THE TABLE,
047000*     THEN READ THE NEXT
047100*-----------------------------------------------------------
047200 1320-APPLY-TARIFF-ROW.
047300     IF WS-TARIFF-COUNT < 500
047400         ADD 1 TO WS-TARIFF-COUNT
047500         SET WS-TRF-IDX TO WS-TARIFF-COUNT
047600         MOVE FE-BRANCH     TO TF-BRANCH(WS-TRF-IDX)
047700         MOVE FE-OPERATION  TO TF-OPERATION(WS-TRF-IDX)
047800         MOVE FE-ORIGIN     TO TF-ORIGIN(WS-TRF-IDX)
047900         MOVE FE-EFF-DATE   TO TF-EFF-DATE(WS-TRF-IDX)
048000         MOVE FE-END-DATE   TO TF-END-DATE(WS-TRF-IDX)
048100         MOVE FE-UNIT-PRICE TO TF-UNIT-PRICE(WS-TRF-IDX)
048200     ELSE
048300         DISPLAY 'TARIFF TABLE FULL - IGNORING ' FE-BRANCH
048400             ' ' FE-OPERATION
048500         IF RETURN-CODE < 4
048520             MOVE 4 TO RETURN-CODE
048540         END-IF
048600     END-IF.
048700     PERFORM 1310-READ-TARIFF
048800         THRU 1310-READ-TARIFF-EXIT.
048900 1320-APPLY-TARIFF-ROW-EXIT.
049000     EXIT.
049100*-----------------------------------------------------------
049200* 1600-LOAD-REGIONS - LOAD EACH BRANCH'S NAME AND BM-REGION
049300*     FROM THE BRANCH MASTER; A MASTER THAT CANNOT BE OPENED
049400*     BILLS EVERY BRANCH UNDER REGION UNKN
049500*-----------------------------------------------------------
049600 1600-LOAD-REGIONS.
049700     MOVE ZERO TO WS-REGION-COUNT.
049800     OPEN INPUT BRANCH-FILE.
049900     IF NOT WS-BRCH-OK
050000         DISPLAY 'UNABLE TO OPEN BRNCHMST, STATUS: '
050100             WS-BRCH-STATUS ' - BILLING UNDER UNKN'
050200         GO TO 1600-LOAD-REGIONS-EXIT
050300     END-IF.
050400     PERFORM 1610-READ-BRANCH-MASTER
050500         THRU 1610-READ-BRANCH-MASTER-EXIT.
050600     PERFORM 1620-APPLY-BRANCH-RECORD
050700         THRU 1620-APPLY-BRANCH-RECORD-EXIT
050800         UNTIL WS-BRCH-MASTER-EOF.
050900     CLOSE BRANCH-FILE.
051000 1600-LOAD-REGIONS-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------
051300* 1610-READ-BRANCH-MASTER - READ THE NEXT BRANCH MASTER
051400*     RECORD IN KEY SEQUENCE
051500*-----------------------------------------------------------
051600 1610-READ-BRANCH-MASTER.
051700     READ BRANCH-FILE NEXT RECORD
051800         AT END
051900             SET WS-BRCH-MASTER-EOF TO TRUE
052000     END-READ.
052100 1610-READ-BRANCH-MASTER-EXIT.
052200     EXIT.
052300*-----------------------------------------------------------
052400* 1620-APPLY-BRANCH-RECORD - ADD ONE BRANCH TO THE TABLE,
052500*     THEN READ THE NEXT
052600*-----------------------------------------------------------
052700 1620-APPLY-BRANCH-RECORD.
052800     IF WS-REGION-COUNT < 50
052900         ADD 1 TO WS-REGION-COUNT
053000         SET WS-RGN-IDX TO WS-REGION-COUNT
053100         MOVE BM-BRANCH TO WS-RGN-BRANCH(WS-RGN-IDX)
053200         MOVE BM-NAME   TO WS-RGN-NAME(WS-RGN-IDX)
053300         MOVE BM-REGION TO WS-RGN-REGION(WS-RGN-IDX)
053400     ELSE
053500         DISPLAY 'REGION TABLE FULL - IGNORING ' BM-BRANCH
053600     END-IF.
053700     PERFORM 1610-READ-BRANCH-MASTER
053800         THRU 1610-READ-BRANCH-MASTER-EXIT.
053900 1620-APPLY-BRANCH-RECORD-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------
054200* 2000-PRICE-MONTH - PRICE EVERY STATHIST DAILY RECORD OF
054300*     THE BILL MONTH INTO THE INVOICE LINES
054400*-----------------------------------------------------------
054500 2000-PRICE-MONTH.
054600     PERFORM 2100-READ-HISTORY
054700         THRU 2100-READ-HISTORY-EXIT.
054800     PERFORM 2200-PRICE-ONE-RECORD
054900         THRU 2200-PRICE-ONE-RECORD-EXIT
055000         UNTIL WS-STAT-EOF.
055100 2000-PRICE-MONTH-EXIT.
055200     EXIT.
055300*-----------------------------------------------------------
055400* 2100-READ-HISTORY - READ ONE HISTORY RECORD
055500*-----------------------------------------------------------
055600 2100-READ-HISTORY.
055700     READ STAT-FILE
055800         AT END
055900             SET WS-STAT-EOF TO TRUE
056000     END-READ.
056100 2100-READ-HISTORY-EXIT.
056200     EXIT.
056300*-----------------------------------------------------------
056400* 2200-PRICE-ONE-RECORD - PRICE ONE OF THE MONTH'S DAILY
056500*     RECORDS AT THE TARIFF IN FORCE ON ITS DATE AND FOLD IT
056600*     INTO ITS INVOICE LINE AND BRANCH TOTAL, THEN READ THE
056700*     NEXT. A REVERSAL OFFSET (NEGATIVE COUNT) IS PRICED AT
056800*     THE BATCH TARIFF, SO IT CREDITS BACK WHAT THE ORIGINAL
056900*     NIGHT'S RUN CHARGED.
057000*-----------------------------------------------------------
057100 2200-PRICE-ONE-RECORD.
057200     IF CH-DATE IS NOT NUMERIC OR CH-COUNT IS NOT NUMERIC
057300         GO TO 2200-PRICE-NEXT
057400     END-IF.
057500     MOVE CH-DATE(1:6) TO WS-RECORD-MONTH.
057600     IF WS-RECORD-MONTH NOT = WS-BILL-MONTH
057700         GO TO 2200-PRICE-NEXT
057800     END-IF.
057900     IF CH-COUNT = ZERO
058000         GO TO 2200-PRICE-NEXT
058100     END-IF.
058200     EVALUATE TRUE
058300         WHEN CH-FROM-CONSOLE
058400             MOVE 'C' TO WS-LINE-ORIGIN
058500             MOVE 'C' TO WS-FIND-ORIGIN
058600         WHEN CH-FROM-ONLINE
058700             MOVE 'O' TO WS-LINE-ORIGIN
058800             MOVE 'O' TO WS-FIND-ORIGIN
058900         WHEN CH-FROM-REVERSAL
059000             MOVE 'R' TO WS-LINE-ORIGIN
059100             MOVE 'B' TO WS-FIND-ORIGIN
059200         WHEN OTHER
059300             MOVE 'B' TO WS-LINE-ORIGIN
059400             MOVE 'B' TO WS-FIND-ORIGIN
059500     END-EVALUATE.
059600     PERFORM 2300-FIND-PRICE
059700         THRU 2300-FIND-PRICE-EXIT.
059800     PERFORM 2500-FIND-OR-ADD-BILL
059900         THRU 2500-FIND-OR-ADD-BILL-EXIT.
060000     IF WS-BILL-IDX > WS-BILL-COUNT
060100         GO TO 2200-PRICE-NEXT
060200     END-IF.
060300     IF NOT WS-PRICE-FOUND
060400         ADD CH-COUNT TO BT-UNPRICED(WS-BILL-IDX)
060500         ADD CH-COUNT TO WS-GRAND-UNPRICED
060600         GO TO 2200-PRICE-NEXT
060700     END-IF.
060800     PERFORM 2600-FIND-OR-ADD-LINE
060900         THRU 2600-FIND-OR-ADD-LINE-EXIT.
061000     IF WS-LINE-IDX > WS-LINE-COUNT
061100         GO TO 2200-PRICE-NEXT
061200     END-IF.
061300     COMPUTE WS-ITEM-CHARGE ROUNDED
061400         = CH-COUNT * WS-UNIT-PRICE.
061500     ADD CH-COUNT       TO LN-ITEMS(WS-LINE-IDX).
061600     ADD WS-ITEM-CHARGE TO LN-CHARGE(WS-LINE-IDX).
061700     IF LN-NOT-PRICED(WS-LINE-IDX)
061800         MOVE WS-UNIT-PRICE TO LN-UNIT-PRICE(WS-LINE-IDX)
061900         MOVE 'P' TO LN-PRICE-SW(WS-LINE-IDX)
062000     ELSE
062100         IF LN-UNIT-PRICE(WS-LINE-IDX) NOT = WS-UNIT-PRICE
062200             MOVE 'M' TO LN-PRICE-SW(WS-LINE-IDX)
062300         END-IF
062400     END-IF.
062500     ADD CH-COUNT       TO BT-ITEMS(WS-BILL-IDX).
062600     ADD WS-ITEM-CHARGE TO BT-CHARGE(WS-BILL-IDX).
062700 2200-PRICE-NEXT.
062800     PERFORM 2100-READ-HISTORY
062900         THRU 2100-READ-HISTORY-EXIT.
063000 2200-PRICE-ONE-RECORD-EXIT.
063100     EXIT.
063200*-----------------------------------------------------------
063300* 2300-FIND-PRICE - FIND THE UNIT PRICE IN FORCE ON THE
063400*     RECORD'S DATE FOR ITS OPERATION AND ORIGIN: THE
063500*     BRANCH'S OWN OVERRIDE ROW WHEN ONE IS IN FORCE, ELSE
063600*     THE HOUSE DEFAULT ROW
063700*-----------------------------------------------------------
063800 2300-FIND-PRICE.
063900     MOVE CH-BRANCH TO WS-FIND-BRANCH.
064000     PERFORM 2400-FIND-TARIFF-ROW
064100         THRU 2400-FIND-TARIFF-ROW-EXIT.
064200     IF WS-PRICE-FOUND
064300         GO TO 2300-FIND-PRICE-EXIT
064400     END-IF.
064500     MOVE '****' TO WS-FIND-BRANCH.
064600     PERFORM 2400-FIND-TARIFF-ROW
064700         THRU 2400-FIND-TARIFF-ROW-EXIT.
064800 2300-FIND-PRICE-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------
065100* 2400-FIND-TARIFF-ROW - AMONG THE ROWS FOR WS-FIND-BRANCH,
065200*     THE OPERATION AND WS-FIND-ORIGIN IN FORCE ON THE
065300*     RECORD'S DATE, TAKE THE ONE WITH THE LATEST EFFECTIVE
065400*     DATE
065500*-----------------------------------------------------------
065600 2400-FIND-TARIFF-ROW.
065700     MOVE 'N' TO WS-PRICE-FOUND-SW.
065800     MOVE ZERO TO WS-BEST-EFF-DATE.
065900     MOVE ZERO TO WS-UNIT-PRICE.
066000     PERFORM 2410-TEST-TARIFF-ROW
066100         THRU 2410-TEST-TARIFF-ROW-EXIT
066200         VARYING WS-TRF-IDX FROM 1 BY 1
066300         UNTIL WS-TRF-IDX > WS-TARIFF-COUNT.
066400 2400-FIND-TARIFF-ROW-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------
066700* 2410-TEST-TARIFF-ROW - TAKE ONE TARIFF ROW WHEN IT MATCHES
066800*     AND IS IN FORCE AND LATER THAN ANY ROW TAKEN SO FAR
066900*-----------------------------------------------------------
067000 2410-TEST-TARIFF-ROW.
067100     IF TF-BRANCH(WS-TRF-IDX) NOT = WS-FIND-BRANCH
067200             OR TF-OPERATION(WS-TRF-IDX) NOT = CH-OPERATION
067300             OR TF-ORIGIN(WS-TRF-IDX) NOT = WS-FIND-ORIGIN
067400         GO TO 2410-TEST-TARIFF-ROW-EXIT
067500     END-IF.
067600     IF TF-EFF-DATE(WS-TRF-IDX) > CH-DATE
067700         GO TO 2410-TEST-TARIFF-ROW-EXIT
067800     END-IF.
067900     IF TF-END-DATE(WS-TRF-IDX) NOT = ZERO
068000             AND TF-END-DATE(WS-TRF-IDX) < CH-DATE
068100         GO TO 2410-TEST-TARIFF-ROW-EXIT
068200     END-IF.
068300     IF WS-PRICE-FOUND
068400             AND TF-EFF-DATE(WS-TRF-IDX) < WS-BEST-EFF-DATE
068500         GO TO 2410-TEST-TARIFF-ROW-EXIT
068600     END-IF.
068700     MOVE 'Y' TO WS-PRICE-FOUND-SW.
068800     MOVE TF-EFF-DATE(WS-TRF-IDX)   TO WS-BEST-EFF-DATE.
068900     MOVE TF-UNIT-PRICE(WS-TRF-IDX) TO WS-UNIT-PRICE.
069000 2410-TEST-TARIFF-ROW-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------
069300* 2500-FIND-OR-ADD-BILL - POSITION WS-BILL-IDX AT THE BRANCH
069400*     TOTAL ENTRY FOR THE RECORD'S BRANCH, OPENING A NEW
069500*     ENTRY WHEN THE BRANCH IS NEW
069600*-----------------------------------------------------------
069700 2500-FIND-OR-ADD-BILL.
069800     SET WS-BILL-IDX TO 1.
069900     PERFORM 2510-SCAN-BILL-TABLE
070000         THRU 2510-SCAN-BILL-TABLE-EXIT
070100         UNTIL WS-BILL-IDX > WS-BILL-COUNT
070200             OR BT-BRANCH(WS-BILL-IDX) = CH-BRANCH.
070300     IF WS-BILL-IDX > WS-BILL-COUNT
070400         IF WS-BILL-COUNT < 100
070500             ADD 1 TO WS-BILL-COUNT
070600             SET WS-BILL-IDX TO WS-BILL-COUNT
070700             MOVE CH-BRANCH TO BT-BRANCH(WS-BILL-IDX)
070800             MOVE ZERO TO BT-ITEMS(WS-BILL-IDX)
070900             MOVE ZERO TO BT-CHARGE(WS-BILL-IDX)
071000             MOVE ZERO TO BT-UNPRICED(WS-BILL-IDX)
071100             MOVE 'N' TO BT-PRINTED-SW(WS-BILL-IDX)
071200         ELSE
071300             DISPLAY 'BRANCH TABLE FULL - NOT BILLING '
071400                 CH-BRANCH
071500             MOVE 8 TO RETURN-CODE
071600         END-IF
071700     END-IF.
071800 2500-FIND-OR-ADD-BILL-EXIT.
071900     EXIT.
072000*-----------------------------------------------------------
072100* 2510-SCAN-BILL-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
072200*-----------------------------------------------------------
072300 2510-SCAN-BILL-TABLE.
072400     SET WS-BILL-IDX UP BY 1.
072500 2510-SCAN-BILL-TABLE-EXIT.
072600     EXIT.
072700*-----------------------------------------------------------
072800* 2600-FIND-OR-ADD-LINE - POSITION WS-LINE-IDX AT THE INVOICE
072900*     LINE FOR THE RECORD'S BRANCH, OPERATION AND ORIGIN,
073000*     OPENING A NEW LINE WHEN THE COMBINATION IS NEW
073100*-----------------------------------------------------------
073200 2600-FIND-OR-ADD-LINE.
073300     SET WS-LINE-IDX TO 1.
073400     PERFORM 2610-SCAN-LINE-TABLE
073500         THRU 2610-SCAN-LINE-TABLE-EXIT
073600         UNTIL WS-LINE-IDX > WS-LINE-COUNT
073700             OR (LN-BRANCH(WS-LINE-IDX) = CH-BRANCH
073800             AND LN-OPERATION(WS-LINE-IDX) = CH-OPERATION
073900             AND LN-ORIGIN(WS-LINE-IDX) = WS-LINE-ORIGIN).
074000     IF WS-LINE-IDX > WS-LINE-COUNT
074100         IF WS-LINE-COUNT < 1000
074200             ADD 1 TO WS-LINE-COUNT
074300             SET WS-LINE-IDX TO WS-LINE-COUNT
074400             MOVE CH-BRANCH      TO LN-BRANCH(WS-LINE-IDX)
074500             MOVE CH-OPERATION   TO LN-OPERATION(WS-LINE-IDX)
074600             MOVE WS-LINE-ORIGIN TO LN-ORIGIN(WS-LINE-IDX)
074700             MOVE ZERO TO LN-ITEMS(WS-LINE-IDX)
074800             MOVE ZERO TO LN-CHARGE(WS-LINE-IDX)
074900             MOVE ZERO TO LN-UNIT-PRICE(WS-LINE-IDX)
075000             MOVE 'N' TO LN-PRICE-SW(WS-LINE-IDX)
075100         ELSE
075200             DISPLAY 'INVOICE LINE TABLE FULL - BILLING IS '
075300                 'PARTIAL'
075400             MOVE 8 TO RETURN-CODE
075500         END-IF
075600     END-IF.
075700 2600-FIND-OR-ADD-LINE-EXIT.
075800     EXIT.
075900*-----------------------------------------------------------
076000* 2610-SCAN-LINE-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
076100*-----------------------------------------------------------
076200 2610-SCAN-LINE-TABLE.
076300     SET WS-LINE-IDX UP BY 1.
076400 2610-SCAN-LINE-TABLE-EXIT.
076500     EXIT.
076600*-----------------------------------------------------------
076700* 3000-PRINT-INVOICES - PRINT THE INVOICES IN BRANCH MASTER
076800*     ORDER, THEN ANY BILLED BRANCH NOT ON THE MASTER
076900*-----------------------------------------------------------
077000 3000-PRINT-INVOICES.
077100     PERFORM 3100-INVOICE-MASTER-BRANCH
077200         THRU 3100-INVOICE-MASTER-BRANCH-EXIT
077300         VARYING WS-RGN-IDX FROM 1 BY 1
077400         UNTIL WS-RGN-IDX > WS-REGION-COUNT.
077500     PERFORM 3200-INVOICE-OTHER-BRANCH
077600         THRU 3200-INVOICE-OTHER-BRANCH-EXIT
077700         VARYING WS-BILL-IDX FROM 1 BY 1
077800         UNTIL WS-BILL-IDX > WS-BILL-COUNT.
077900     IF WS-GRAND-BRANCHES = ZERO
078000         MOVE 'NO BRANCH VOLUME ON STATHIST FOR THIS MONTH'
078100             TO NL-TEXT
078200         MOVE WS-NOTE-LINE TO RP-PRINT-LINE
078300         PERFORM 7000-WRITE-RPT-LINE
078400             THRU 7000-WRITE-RPT-LINE-EXIT
078500     END-IF.
078600 3000-PRINT-INVOICES-EXIT.
078700     EXIT.
078800*-----------------------------------------------------------
078900* 3100-INVOICE-MASTER-BRANCH - PRINT THE INVOICE OF ONE
079000*     BRANCH ON THE MASTER WHEN IT HAD VOLUME THIS MONTH
079100*-----------------------------------------------------------
079200 3100-INVOICE-MASTER-BRANCH.
079300     SET WS-BILL-IDX TO 1.
079400     PERFORM 2510-SCAN-BILL-TABLE
079500         THRU 2510-SCAN-BILL-TABLE-EXIT
079600         UNTIL WS-BILL-IDX > WS-BILL-COUNT
079700             OR BT-BRANCH(WS-BILL-IDX)
079800                 = WS-RGN-BRANCH(WS-RGN-IDX).
079900     IF WS-BILL-IDX > WS-BILL-COUNT
080000         GO TO 3100-INVOICE-MASTER-BRANCH-EXIT
080100     END-IF.
080200     MOVE WS-RGN-NAME(WS-RGN-IDX)   TO WS-BRANCH-NAME.
080300     MOVE WS-RGN-REGION(WS-RGN-IDX) TO WS-GL-REGION.
080400     PERFORM 3300-PRINT-ONE-INVOICE
080500         THRU 3300-PRINT-ONE-INVOICE-EXIT.
080600 3100-INVOICE-MASTER-BRANCH-EXIT.
080700     EXIT.
080800*-----------------------------------------------------------
080900* 3200-INVOICE-OTHER-BRANCH - PRINT THE INVOICE OF A BILLED
081000*     BRANCH NOT ON THE MASTER, UNDER REGION UNKN
081100*-----------------------------------------------------------
081200 3200-INVOICE-OTHER-BRANCH.
081300     IF BT-PRINTED(WS-BILL-IDX)
081400         GO TO 3200-INVOICE-OTHER-BRANCH-EXIT
081500     END-IF.
081600     MOVE 'NOT ON BRANCH MASTER' TO WS-BRANCH-NAME.
081700     MOVE 'UNKN' TO WS-GL-REGION.
081800     PERFORM 3300-PRINT-ONE-INVOICE
081900         THRU 3300-PRINT-ONE-INVOICE-EXIT.
082000 3200-INVOICE-OTHER-BRANCH-EXIT.
082100     EXIT.
082200*-----------------------------------------------------------
082300* 3300-PRINT-ONE-INVOICE - PRINT THE BRANCH AT WS-BILL-IDX
082400*     ON A PAGE OF ITS OWN: ITS PRICED LINES, ITS TOTAL AND
082500*     ANY VOLUME NO TARIFF ROW PRICED; ROLL IT INTO ITS
082600*     REGION AND CUT ITS LEDGER PAIR
082700*-----------------------------------------------------------
082800 3300-PRINT-ONE-INVOICE.
082900     MOVE 'Y' TO BT-PRINTED-SW(WS-BILL-IDX).
083000     MOVE RP-LINES-PER-PAGE TO RP-LINE-COUNT.
083100     MOVE BT-BRANCH(WS-BILL-IDX) TO BH-BRANCH.
083200     MOVE WS-BRANCH-NAME TO BH-NAME.
083300     MOVE WS-GL-REGION   TO BH-REGION.
083400     MOVE WS-BRANCH-HEAD-LINE TO RP-PRINT-LINE.
083500     PERFORM 7000-WRITE-RPT-LINE
083600         THRU 7000-WRITE-RPT-LINE-EXIT.
083700     PERFORM 3400-PRINT-INVOICE-LINE
083800         THRU 3400-PRINT-INVOICE-LINE-EXIT
083900         VARYING WS-LINE-IDX FROM 1 BY 1
084000         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
084100     MOVE BT-ITEMS(WS-BILL-IDX)  TO BL-ITEMS.
084200     MOVE BT-CHARGE(WS-BILL-IDX) TO BL-CHARGE.
084300     MOVE WS-BRANCH-TOTAL-LINE TO RP-PRINT-LINE.
084400     PERFORM 7000-WRITE-RPT-LINE
084500         THRU 7000-WRITE-RPT-LINE-EXIT.
084600     IF BT-UNPRICED(WS-BILL-IDX) NOT = ZERO
084700         MOVE BT-UNPRICED(WS-BILL-IDX) TO UL-ITEMS
084800         MOVE WS-UNPRICED-LINE TO RP-PRINT-LINE
084900         PERFORM 7000-WRITE-RPT-LINE
085000             THRU 7000-WRITE-RPT-LINE-EXIT
085100         IF RETURN-CODE < 4
085120             MOVE 4 TO RETURN-CODE
085140         END-IF
085200     END-IF.
085300     ADD 1 TO WS-GRAND-BRANCHES.
085400     ADD BT-ITEMS(WS-BILL-IDX)  TO WS-GRAND-ITEMS.
085500     ADD BT-CHARGE(WS-BILL-IDX) TO WS-GRAND-CHARGE.
085600     PERFORM 3500-ADD-TO-REGION
085700         THRU 3500-ADD-TO-REGION-EXIT.
085800     IF BT-CHARGE(WS-BILL-IDX) NOT = ZERO
085900         PERFORM 3600-WRITE-GL-PAIR
086000             THRU 3600-WRITE-GL-PAIR-EXIT
086100     END-IF.
086200 3300-PRINT-ONE-INVOICE-EXIT.
086300     EXIT.
086400*-----------------------------------------------------------
086500* 3400-PRINT-INVOICE-LINE - PRINT ONE INVOICE LINE WHEN IT
086600*     BELONGS TO THE BRANCH BEING INVOICED; A LINE PRICED AT
086700*     MORE THAN ONE RATE IN THE MONTH SHOWS VARIOUS
086800*-----------------------------------------------------------
086900 3400-PRINT-INVOICE-LINE.
087000     IF LN-BRANCH(WS-LINE-IDX) NOT = BT-BRANCH(WS-BILL-IDX)
087100         GO TO 3400-PRINT-INVOICE-LINE-EXIT
087200     END-IF.
087300     MOVE LN-OPERATION(WS-LINE-IDX) TO IL-OPERATION.
087400     EVALUATE LN-ORIGIN(WS-LINE-IDX)
087500         WHEN 'C'
087600             MOVE 'CONSOLE'  TO IL-ORIGIN
087700         WHEN 'O'
087800             MOVE 'ONLINE'   TO IL-ORIGIN
087900         WHEN 'R'
088000             MOVE 'REVERSAL' TO IL-ORIGIN
088100         WHEN OTHER
088200             MOVE 'BATCH'    TO IL-ORIGIN
088300     END-EVALUATE.
088400     MOVE LN-ITEMS(WS-LINE-IDX) TO IL-ITEMS.
088500     IF LN-MIXED-PRICE(WS-LINE-IDX)
088600         MOVE ' VARIOUS' TO IL-PRICE-TEXT
088700     ELSE
088800         MOVE LN-UNIT-PRICE(WS-LINE-IDX) TO IL-PRICE
088900     END-IF.
089000     MOVE LN-CHARGE(WS-LINE-IDX) TO IL-CHARGE.
089100     MOVE WS-INVOICE-LINE TO RP-PRINT-LINE.
089200     PERFORM 7000-WRITE-RPT-LINE
089300         THRU 7000-WRITE-RPT-LINE-EXIT.
089400 3400-PRINT-INVOICE-LINE-EXIT.
089500     EXIT.
089600*-----------------------------------------------------------
089700* 3500-ADD-TO-REGION - ROLL THE INVOICED BRANCH INTO ITS
089800*     REGION'S SUMMARY ENTRY, OPENING ONE FOR A NEW REGION
089900*-----------------------------------------------------------
090000 3500-ADD-TO-REGION.
090100     SET WS-SUMM-IDX TO 1.
090200     PERFORM 3510-SCAN-SUMM-TABLE
090300         THRU 3510-SCAN-SUMM-TABLE-EXIT
090400         UNTIL WS-SUMM-IDX > WS-SUMM-COUNT
090500             OR RS-REGION(WS-SUMM-IDX) = WS-GL-REGION.
090600     IF WS-SUMM-IDX > WS-SUMM-COUNT
090700         IF WS-SUMM-COUNT < 50
090800             ADD 1 TO WS-SUMM-COUNT
090900             SET WS-SUMM-IDX TO WS-SUMM-COUNT
091000             MOVE WS-GL-REGION TO RS-REGION(WS-SUMM-IDX)
091100             MOVE ZERO TO RS-BRANCHES(WS-SUMM-IDX)
091200             MOVE ZERO TO RS-ITEMS(WS-SUMM-IDX)
091300             MOVE ZERO TO RS-CHARGE(WS-SUMM-IDX)
091400         ELSE
091500             DISPLAY 'REGION SUMMARY FULL - OMITTING '
091600                 WS-GL-REGION
091700             IF RETURN-CODE < 4
091720                 MOVE 4 TO RETURN-CODE
091740             END-IF
091800             GO TO 3500-ADD-TO-REGION-EXIT
091900         END-IF
092000     END-IF.
092100     ADD 1 TO RS-BRANCHES(WS-SUMM-IDX).
092200     ADD BT-ITEMS(WS-BILL-IDX)  TO RS-ITEMS(WS-SUMM-IDX).
092300     ADD BT-CHARGE(WS-BILL-IDX) TO RS-CHARGE(WS-SUMM-IDX).
092400 3500-ADD-TO-REGION-EXIT.
092500     EXIT.
092600*-----------------------------------------------------------
092700* 3510-SCAN-SUMM-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
092800*-----------------------------------------------------------
092900 3510-SCAN-SUMM-TABLE.
093000     SET WS-SUMM-IDX UP BY 1.
093100 3510-SCAN-SUMM-TABLE-EXIT.
093200     EXIT.
093300*-----------------------------------------------------------
093400* 3600-WRITE-GL-PAIR - CUT THE BRANCH'S DEBIT/CREDIT PAIR
093500*     ONTO THE CHARGEBACK FEED: THE PROCESSING EXPENSE
093600*     ACCOUNT (6100 PLUS REGION) AGAINST THE PROCESSING
093700*     INCOME ACCOUNT (4900 PLUS REGION), BOTH UNDER THE
093800*     BRANCH AS COST CENTER, REVERSED FOR A NET CREDIT
093900*-----------------------------------------------------------
094000 3600-WRITE-GL-PAIR.
094100     IF BT-CHARGE(WS-BILL-IDX) < ZERO
094200         COMPUTE WS-GL-AMOUNT-ABS
094300             = ZERO - BT-CHARGE(WS-BILL-IDX)
094400     ELSE
094500         MOVE BT-CHARGE(WS-BILL-IDX) TO WS-GL-AMOUNT-ABS
094600     END-IF.
094700     MOVE SPACES TO GL-JOURNAL-RECORD.
094800     MOVE 'D' TO GL-REC-TYPE.
094900     MOVE WS-MONTH-END-DATE TO GL-BUS-DATE.
095000     MOVE SPACES TO GL-ACCOUNT.
095100     STRING '6100'        DELIMITED BY SIZE
095200            WS-GL-REGION  DELIMITED BY SIZE
095300         INTO GL-ACCOUNT
095400     END-STRING.
095500     MOVE BT-BRANCH(WS-BILL-IDX) TO GL-COST-CENTER.
095600     MOVE BT-BRANCH(WS-BILL-IDX) TO GL-BRANCH.
095700     IF BT-CHARGE(WS-BILL-IDX) < ZERO
095800         MOVE 'C' TO GL-DR-CR
095900     ELSE
096000         MOVE 'D' TO GL-DR-CR
096100     END-IF.
096200     MOVE WS-GL-AMOUNT-ABS TO GL-AMOUNT.
096300     WRITE GL-JOURNAL-RECORD.
096400     ADD 1 TO WS-GL-REC-COUNT.
096500     ADD WS-GL-AMOUNT-ABS TO WS-GL-HASH-TOTAL.
096600     MOVE SPACES TO GL-ACCOUNT.
096700     STRING '4900'        DELIMITED BY SIZE
096800            WS-GL-REGION  DELIMITED BY SIZE
096900         INTO GL-ACCOUNT
097000     END-STRING.
097100     IF BT-CHARGE(WS-BILL-IDX) < ZERO
097200         MOVE 'D' TO GL-DR-CR
097300     ELSE
097400         MOVE 'C' TO GL-DR-CR
097500     END-IF.
097600     WRITE GL-JOURNAL-RECORD.
097700     ADD 1 TO WS-GL-REC-COUNT.
097800     ADD WS-GL-AMOUNT-ABS TO WS-GL-HASH-TOTAL.
097900 3600-WRITE-GL-PAIR-EXIT.
098000     EXIT.
098100*-----------------------------------------------------------
098200* 3700-WRITE-GL-TRAILER - CLOSE THE CHARGEBACK FEED WITH ITS
098300*     TRAILER CARRYING THE DETAIL COUNT AND THE AMOUNT HASH
098400*-----------------------------------------------------------
098500 3700-WRITE-GL-TRAILER.
098600     IF NOT WS-GL-OPEN
098700         GO TO 3700-WRITE-GL-TRAILER-EXIT
098800     END-IF.
098900     MOVE SPACES TO GL-JOURNAL-RECORD.
099000     MOVE 'T' TO GL-REC-TYPE.
099100     MOVE WS-GL-REC-COUNT  TO GL-TRL-REC-COUNT.
099200     MOVE WS-GL-HASH-TOTAL TO GL-TRL-HASH-TOTAL.
099300     WRITE GL-JOURNAL-RECORD.
099400 3700-WRITE-GL-TRAILER-EXIT.
099500     EXIT.
099600*-----------------------------------------------------------
099700* 4000-PRINT-REGION-SUMMARY - START THE REGION SUMMARY ON A
099800*     NEW PAGE, PRINT ONE LINE PER REGION AND THE GRAND
099900*     TOTAL, CLOSE THE FEED AND SHOW THE TOTALS ON THE CONSOLE
100000*-----------------------------------------------------------
100100 4000-PRINT-REGION-SUMMARY.
100200     MOVE 'CHARGEBACK REGION SUMMARY' TO RP-TITLE.
100300     MOVE WS-SUMMARY-HEADING TO RP-COL-HEADING.
100400     MOVE RP-LINES-PER-PAGE TO RP-LINE-COUNT.
100500     PERFORM 4100-PRINT-ONE-REGION
100600         THRU 4100-PRINT-ONE-REGION-EXIT
100700         VARYING WS-SUMM-IDX FROM 1 BY 1
100800         UNTIL WS-SUMM-IDX > WS-SUMM-COUNT.
100900     MOVE 'ALL '            TO SL-REGION.
101000     MOVE WS-GRAND-BRANCHES TO SL-BRANCHES.
101100     MOVE WS-GRAND-ITEMS    TO SL-ITEMS.
101200     MOVE WS-GRAND-CHARGE   TO SL-CHARGE.
101300     MOVE WS-SUMMARY-LINE TO RP-PRINT-LINE.
101400     PERFORM 7000-WRITE-RPT-LINE
101500         THRU 7000-WRITE-RPT-LINE-EXIT.
101600     IF WS-GRAND-UNPRICED NOT = ZERO
101700         MOVE WS-GRAND-UNPRICED TO UL-ITEMS
101800         MOVE WS-UNPRICED-LINE TO RP-PRINT-LINE
101900         PERFORM 7000-WRITE-RPT-LINE
102000             THRU 7000-WRITE-RPT-LINE-EXIT
102100     END-IF.
102200     PERFORM 7900-END-REPORT
102300         THRU 7900-END-REPORT-EXIT.
102400     PERFORM 3700-WRITE-GL-TRAILER
102500         THRU 3700-WRITE-GL-TRAILER-EXIT.
102600     MOVE WS-GRAND-BRANCHES TO WS-COUNT-DISPLAY.
102700     DISPLAY 'BRANCHES BILLED:  ' WS-COUNT-DISPLAY.
102800     MOVE WS-GRAND-CHARGE TO WS-AMOUNT-DISPLAY.
102900     DISPLAY 'TOTAL CHARGED:    ' WS-AMOUNT-DISPLAY.
103000     MOVE WS-GL-REC-COUNT TO WS-COUNT-DISPLAY.
103100     DISPLAY 'LEDGER RECORDS:   ' WS-COUNT-DISPLAY.
103200     IF WS-GRAND-UNPRICED NOT = ZERO
103300         MOVE WS-GRAND-UNPRICED TO WS-COUNT-DISPLAY
103400         DISPLAY 'UNPRICED ITEMS:   ' WS-COUNT-DISPLAY
103500             ' - ADD THE MISSING TARIFF ROWS AND RERUN'
103600     END-IF.
103700 4000-PRINT-REGION-SUMMARY-EXIT.
103800     EXIT.
103900*-----------------------------------------------------------
104000* 4100-PRINT-ONE-REGION - PRINT ONE REGION'S SUMMARY LINE
104100*-----------------------------------------------------------
104200 4100-PRINT-ONE-REGION.
104300     MOVE RS-REGION(WS-SUMM-IDX)   TO SL-REGION.
104400     MOVE RS-BRANCHES(WS-SUMM-IDX) TO SL-BRANCHES.
104500     MOVE RS-ITEMS(WS-SUMM-IDX)    TO SL-ITEMS.
104600     MOVE RS-CHARGE(WS-SUMM-IDX)   TO SL-CHARGE.
104700     MOVE WS-SUMMARY-LINE TO RP-PRINT-LINE.
104800     PERFORM 7000-WRITE-RPT-LINE
104900         THRU 7000-WRITE-RPT-LINE-EXIT.
105000 4100-PRINT-ONE-REGION-EXIT.
105100     EXIT.
105200*-----------------------------------------------------------
105300* 8900-CLOSE-FILES - CLOSE THE HISTORY, THE FEED AND THE
105400*     REPORT
105500*-----------------------------------------------------------
105600 8900-CLOSE-FILES.
105700     CLOSE STAT-FILE.
105800     CLOSE GL-FILE.
105900     CLOSE REPORT-FILE.
106000 8900-CLOSE-FILES-EXIT.
106100     EXIT.
106200*-----------------------------------------------------------
106300* 9999-EXIT
106400*-----------------------------------------------------------
106500 9999-EXIT.
106600     STOP RUN.
106700 9999-EXIT-EXIT.
106800     EXIT.
106900     COPY RPTPROC.
107000     COPY SGNPROC.
