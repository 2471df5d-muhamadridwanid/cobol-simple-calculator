000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGJRNL.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-05.
000600 DATE-COMPILED. 2026-09-05.
000700*REMARKS.
000800*    DAILY CONSOLIDATED MASTER-FILE CHANGE JOURNAL. READS THE
000900*    NINE MAINTENANCE AUDIT TRAILS - RATEAUDT, BRCHAUDT,
001000*    OPERAUDT, CALAUDT, SIAUDT, TMPLAUDT, FEEAUDT, LIMAUDT AND
001100*    THE REVAUDT REVERSAL REGISTER - TAKES EVERY LINE STAMPED
001200*    WITH THE BUSINESS DATE (PASSED BY NIGHTRUN OR KEYED AT
001300*    THE CONSOLE) AND SORTS THEM INTO ONE CHRONOLOGICAL LISTING
001400*    BY OPERATOR, SO AUDIT READS ONE REPORT INSTEAD OF NINE
001500*    FILES. EACH LINE IS FLAGGED WHEN IT WAS MADE OUTSIDE
001600*    BUSINESS HOURS (H), WHEN THE SAME OPERATOR BOTH REQUESTED
001700*    AND POSTED AN APPROVED ITEM (S), WHEN THE OPERATOR DOES
001800*    NOT HOLD THE OPERMAST AREA FLAG FOR THAT MASTER (A), AND
001900*    WHEN THE OPERATOR IS NOT ON OPERMAST AT ALL (U). RATE
002000*    AND FEE TARIFF CHANGES NEED THE RATE FLAG, BRANCH AND
002100*    LIMIT CHANGES THE BRANCH FLAG, AND OPERATOR AND CALENDAR
002150*    CHANGES THE ADMIN FLAG;
002200*    INSTRUCTION, TEMPLATE AND REVERSAL LINES NEED ONLY A
002300*    KNOWN OPERATOR. THE REPORT ENDS WITH THE CHANGE AND
002400*    FLAG COUNTS PER TRAIL AND PER OPERATOR. A TRAIL THAT
002500*    DOES NOT EXIST YET IS REPORTED AS NOT PRESENT AND COUNTS
002600*    NOTHING. THE STEP ENDS RETURN-CODE 4 WHEN ANY LINE IS
002700*    FLAGGED AND 8 WHEN A TRAIL OR THE REPORT CANNOT BE READ
002800*    OR WRITTEN.
002900*-----------------------------------------------------------
003000*                 MODIFICATION HISTORY
003100*-----------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* ---------- ----  ----------------------------------------
003400* 2026-09-05  RH   ORIGINAL PROGRAM.
003425* 2026-09-06  RH   REVAUDT LINES ARE NOW 84 BYTES; THE TRAILING
003450*                  ORIGINAL-OPERATOR FIELD IS NOT JOURNALLED.
003460* 2026-09-09  RH   PENDAPPR'S NEW BRCHAUDT 'MRG' LINE FOR AN
003470*                  APPROVED BRANCH MERGE CARRIES THE REQUESTER
003480*                  THE SAME WAY AS A CLOSE, SO IT IS CHECKED FOR
003490*                  THE SAME OPERATOR ASKING AND APPROVING.
003491* 2026-09-18  RH   ADDED PENDAPPR'S NEW FEEAUDT FEE TARIFF TRAIL
003492*                  AS THE SEVENTH TRAIL, AHEAD OF THE REVERSAL
003493*                  REGISTER. ITS LINES NEED THE RATE FLAG AND ARE
003494*                  CHECKED FOR THE SAME OPERATOR ASKING AND
003495*                  APPROVING; THE TRAILING PRICES AND END DATE
003496*                  PAST COLUMN 80 ARE NOT JOURNALLED.
003497* 2026-10-15  RH   ADDED LIMMAINT'S LIMAUDT LIMIT TRAIL AS THE
003498*                  EIGHTH TRAIL, AHEAD OF THE REVERSAL REGISTER;
003499*                  ITS LINES NEED THE BRANCH FLAG.
003500*-----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RATE-AUDIT-FILE ASSIGN TO RATEAUDT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-TRAIL-STATUS.
004500     SELECT BRANCH-AUDIT-FILE ASSIGN TO BRCHAUDT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TRAIL-STATUS.
004800     SELECT OPER-AUDIT-FILE ASSIGN TO OPERAUDT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TRAIL-STATUS.
005100     SELECT CAL-AUDIT-FILE ASSIGN TO CALAUDT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TRAIL-STATUS.
005400     SELECT SI-AUDIT-FILE ASSIGN TO SIAUDT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-TRAIL-STATUS.
005700     SELECT TMPL-AUDIT-FILE ASSIGN TO TMPLAUDT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TRAIL-STATUS.
006000     SELECT REVERSAL-LOG-FILE ASSIGN TO REVAUDT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TRAIL-STATUS.
006225     SELECT FEE-AUDIT-FILE ASSIGN TO FEEAUDT
006250         ORGANIZATION IS LINE SEQUENTIAL
006275         FILE STATUS IS WS-TRAIL-STATUS.
006280     SELECT LIM-AUDIT-FILE ASSIGN TO LIMAUDT
006285         ORGANIZATION IS LINE SEQUENTIAL
006290         FILE STATUS IS WS-TRAIL-STATUS.
006300     SELECT SORT-WORK ASSIGN TO SRTWORK.
006400     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS OP-OPER-ID
006800         FILE STATUS IS WS-OPER-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO CHGJRPT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RPT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RATE-AUDIT-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  RATE-AUDIT-RECORD          PIC X(80).
007700 FD  BRANCH-AUDIT-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  BRANCH-AUDIT-RECORD        PIC X(80).
008000 FD  OPER-AUDIT-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  OPER-AUDIT-RECORD          PIC X(80).
008300 FD  CAL-AUDIT-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  CAL-AUDIT-RECORD           PIC X(80).
008600 FD  SI-AUDIT-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  SI-AUDIT-RECORD            PIC X(80).
008900 FD  TMPL-AUDIT-FILE
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  TMPL-AUDIT-RECORD          PIC X(80).
009125 FD  FEE-AUDIT-FILE
009150     RECORD CONTAINS 90 CHARACTERS.
009175 01  FEE-AUDIT-RECORD           PIC X(90).
009180 FD  LIM-AUDIT-FILE
009185     RECORD CONTAINS 80 CHARACTERS.
009190 01  LIM-AUDIT-RECORD           PIC X(80).
009200 FD  REVERSAL-LOG-FILE
009300     RECORD CONTAINS 84 CHARACTERS.
009400 01  REVERSAL-LOG-RECORD        PIC X(84).
009500 SD  SORT-WORK.
009600 01  SORT-RECORD.
009700     05  SR-OPERATOR            PIC X(04).
009800     05  SR-TIME                PIC 9(08).
009900     05  SR-TRAIL-NO            PIC 9(01).
010000     05  SR-ACTION              PIC X(03).
010100     05  SR-REQUESTED-BY        PIC X(04).
010200     05  SR-DETAIL              PIC X(57).
010300 FD  OPERATOR-FILE.
010400     COPY OPERREC.
010500 FD  REPORT-FILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  REPORT-RECORD              PIC X(80).
010800 WORKING-STORAGE SECTION.
010900 01  WS-TRAIL-STATUS            PIC X(02).
011000     88  WS-TRAIL-OK            VALUE '00'.
011100     88  WS-TRAIL-NOT-FOUND     VALUE '35'.
011200 01  WS-OPER-STATUS             PIC X(02).
011300     88  WS-OPER-OK             VALUE '00'.
011400 01  WS-RPT-STATUS              PIC X(02).
011500     88  WS-RPT-OK              VALUE '00'.
011600 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
011700     88  WS-OPEN-OK             VALUE 'Y'.
011800 01  WS-TRAIL-EOF-SWITCH        PIC X(01)       VALUE 'N'.
011900     88  WS-TRAIL-EOF           VALUE 'Y'.
012000 01  WS-OPER-EOF-SWITCH         PIC X(01)       VALUE 'N'.
012100     88  WS-OPER-MASTER-EOF     VALUE 'Y'.
012200 01  WS-SORT-EOF-SWITCH         PIC X(01)       VALUE 'N'.
012300     88  WS-SORT-EOF            VALUE 'Y'.
012400 01  WS-HAVE-PREV-SWITCH        PIC X(01)       VALUE 'N'.
012500     88  WS-HAVE-PREV           VALUE 'Y'.
012600 01  WS-OPER-LOADED-SWITCH      PIC X(01)       VALUE 'N'.
012700     88  WS-OPER-MASTER-LOADED  VALUE 'Y'.
012800 01  WS-DATE-INPUT              PIC X(08).
012900 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
013000*-----------------------------------------------------------
013100* BUSINESS HOURS, HHMMSSCC AS STAMPED ON THE TRAILS. A CHANGE
013200* BEFORE THE START OR AT/AFTER THE END IS FLAGGED H.
013300*-----------------------------------------------------------
013400 01  WS-DAY-START-TIME          PIC 9(08)       VALUE 07000000.
013500 01  WS-DAY-END-TIME            PIC 9(08)       VALUE 19000000.
013600 01  WS-BOOTSTRAP-ID            PIC X(04)       VALUE 'BOOT'.
013700 01  WS-PREV-OPERATOR           PIC X(04)       VALUE SPACES.
013800 01  WS-LOOKUP-OPERATOR         PIC X(04).
013900 01  WS-FOUND-SWITCH            PIC X(01)       VALUE 'N'.
014000     88  WS-OPER-FOUND          VALUE 'Y'.
014100 01  WS-AREA-HELD-SWITCH        PIC X(01)       VALUE 'N'.
014200     88  WS-AREA-HELD           VALUE 'Y'.
014300 01  WS-TRAIL-SUB               PIC 9(02)       COMP VALUE ZERO.
014400 01  WS-OPER-COUNT-LOADED       PIC 9(03)       COMP VALUE ZERO.
014500 01  WS-SUMMARY-COUNT           PIC 9(03)       COMP VALUE ZERO.
014600 01  WS-OPER-CHANGE-COUNT       PIC 9(07)       COMP VALUE ZERO.
014700 01  WS-OPER-FLAG-COUNT         PIC 9(07)       COMP VALUE ZERO.
014800 01  WS-GRAND-CHANGE-COUNT      PIC 9(07)       COMP VALUE ZERO.
014900 01  WS-GRAND-FLAG-COUNT        PIC 9(07)       COMP VALUE ZERO.
015000 01  WS-FLAGS.
015100     05  WS-FLAG-HOURS          PIC X(01).
015200     05  WS-FLAG-SELF           PIC X(01).
015300     05  WS-FLAG-AREA           PIC X(01).
015400     05  WS-FLAG-UNKNOWN        PIC X(01).
015500*-----------------------------------------------------------
015600* THE NINE TRAILS IN READING ORDER WITH THE OPERMAST AREA
015700* FLAG EACH ONE'S MASTER NEEDS (R RATE, B BRANCH, A ADMIN,
015800* SPACE FOR A KNOWN OPERATOR ONLY)
015900*-----------------------------------------------------------
016000 01  WS-TRAIL-VALUES.
016100     05  FILLER                 PIC X(09) VALUE 'RATEAUDTR'.
016200     05  FILLER                 PIC X(09) VALUE 'BRCHAUDTB'.
016300     05  FILLER                 PIC X(09) VALUE 'OPERAUDTA'.
016400     05  FILLER                 PIC X(09) VALUE 'CALAUDT A'.
016500     05  FILLER                 PIC X(09) VALUE 'SIAUDT   '.
016600     05  FILLER                 PIC X(09) VALUE 'TMPLAUDT '.
016650     05  FILLER                 PIC X(09) VALUE 'FEEAUDT R'.
016675     05  FILLER                 PIC X(09) VALUE 'LIMAUDT B'.
016700     05  FILLER                 PIC X(09) VALUE 'REVAUDT  '.
016800 01  WS-TRAIL-TABLE REDEFINES WS-TRAIL-VALUES.
016900     05  WS-TRAIL-DEF OCCURS 9 TIMES.
017000         10  TT-NAME            PIC X(08).
017100         10  TT-AREA            PIC X(01).
017200             88  TT-NEEDS-RATE      VALUE 'R'.
017300             88  TT-NEEDS-BRANCH    VALUE 'B'.
017400             88  TT-NEEDS-ADMIN     VALUE 'A'.
017500 01  WS-TRAIL-COUNTS.
017600     05  WS-TRAIL-TALLY OCCURS 9 TIMES.
017700         10  TT-PRESENT-SW      PIC X(01).
017800             88  TT-PRESENT     VALUE 'Y'.
017900         10  TT-CHANGE-COUNT    PIC 9(07)       COMP.
018000         10  TT-FLAG-COUNT      PIC 9(07)       COMP.
018100*-----------------------------------------------------------
018200* ONE TRAIL LINE AS READ. THE EIGHT MAINTENANCE TRAILS SHARE
018300* THE DATE/TIME/OPERATOR/ACTION PREFIX; THE REDEFINITIONS
018400* PICK OUT THE REQUESTER PENDAPPR STAMPS ON AN APPROVED RATE,
018500* BRANCH CLOSE OR TARIFF ROW, AND THE REVERSAL REGISTER'S
018600* DETAIL, WHICH HAS NO ACTION CODE.
018700*-----------------------------------------------------------
018800 01  WS-TRAIL-LINE.
018900     05  TL-DATE                PIC 9(08).
019000     05  FILLER                 PIC X(01).
019100     05  TL-TIME                PIC 9(08).
019200     05  FILLER                 PIC X(01).
019300     05  TL-OPERATOR            PIC X(04).
019400     05  FILLER                 PIC X(01).
019500     05  TL-ACTION              PIC X(03).
019600     05  FILLER                 PIC X(01).
019700     05  TL-DETAIL              PIC X(53).
019800 01  WS-RATE-TRAIL-VIEW REDEFINES WS-TRAIL-LINE.
019900     05  FILLER                 PIC X(64).
020000     05  TL-RATE-REQUESTED-BY   PIC X(04).
020100     05  FILLER                 PIC X(12).
020200 01  WS-BRANCH-TRAIL-VIEW REDEFINES WS-TRAIL-LINE.
020300     05  FILLER                 PIC X(60).
020400     05  TL-BRCH-REQUESTED-BY   PIC X(04).
020500     05  FILLER                 PIC X(16).
020520 01  WS-FEE-TRAIL-VIEW REDEFINES WS-TRAIL-LINE.
020540     05  FILLER                 PIC X(58).
020560     05  TL-FEE-REQUESTED-BY    PIC X(04).
020580     05  FILLER                 PIC X(18).
020600 01  WS-REVERSAL-TRAIL-VIEW REDEFINES WS-TRAIL-LINE.
020700     05  FILLER                 PIC X(23).
020800     05  TL-REV-DETAIL          PIC X(57).
020900 01  WS-OPERATOR-TABLE.
021000     05  WS-OPER-ENTRY OCCURS 100 TIMES
021100             INDEXED BY WS-OPER-IDX.
021200         10  OT-OPER-ID         PIC X(04).
021300         10  OT-RATE-AUTH       PIC X(01).
021400         10  OT-BRANCH-AUTH     PIC X(01).
021500         10  OT-ADMIN-AUTH      PIC X(01).
021600 01  WS-SUMMARY-TABLE.
021700     05  WS-SUMMARY-ENTRY OCCURS 100 TIMES
021800             INDEXED BY WS-SUM-IDX.
021900         10  OS-OPER-ID         PIC X(04).
022000         10  OS-CHANGE-COUNT    PIC 9(07)       COMP.
022100         10  OS-FLAG-COUNT      PIC 9(07)       COMP.
022200     COPY RPTCTL.
022300 01  WS-HEADING-LINE-2.
022400     05  FILLER  PIC X(40) VALUE
022500         'OPER TIME     TRAIL    ACT DETAIL'.
022600     05  FILLER  PIC X(40) VALUE
022700         '                                    FLAG'.
022800 01  WS-DETAIL-LINE.
022900     05  DL-OPERATOR            PIC X(04).
023000     05  FILLER                 PIC X(01) VALUE SPACE.
023100     05  DL-TIME                PIC 99B99B99.
023200     05  FILLER                 PIC X(01) VALUE SPACE.
023300     05  DL-TRAIL               PIC X(08).
023400     05  FILLER                 PIC X(01) VALUE SPACE.
023500     05  DL-ACTION              PIC X(03).
023600     05  FILLER                 PIC X(01) VALUE SPACE.
023700     05  DL-DETAIL              PIC X(48).
023800     05  FILLER                 PIC X(01) VALUE SPACE.
023900     05  DL-FLAGS               PIC X(04).
024000 01  WS-TIME-WORK.
024100     05  WS-TIME-HHMMSS         PIC 9(06).
024200     05  FILLER                 PIC 9(02).
024300 01  WS-SECTION-LINE.
024400     05  SL-TEXT                PIC X(30).
024500     05  FILLER                 PIC X(50) VALUE
024600         'CHANGES   FLAGGED'.
024700 01  WS-COUNT-LINE.
024800     05  FILLER                 PIC X(02) VALUE SPACES.
024900     05  CL-NAME                PIC X(08).
025000     05  FILLER                 PIC X(18) VALUE SPACES.
025100     05  CL-CHANGES             PIC Z,ZZZ,ZZ9.
025200     05  FILLER                 PIC X(01) VALUE SPACE.
025300     05  CL-FLAGGED             PIC Z,ZZZ,ZZ9.
025400     05  FILLER                 PIC X(01) VALUE SPACE.
025500     05  CL-NOTE                PIC X(32).
025600 01  WS-TOTAL-LINE.
025700     05  FILLER                 PIC X(28) VALUE
025800         'ALL TRAILS'.
025900     05  TO-CHANGES             PIC Z,ZZZ,ZZ9.
026000     05  FILLER                 PIC X(01) VALUE SPACE.
026100     05  TO-FLAGGED             PIC Z,ZZZ,ZZ9.
026200     05  FILLER                 PIC X(33) VALUE SPACES.
026300 01  WS-NO-OPERMAST-LINE.
026400     05  FILLER                 PIC X(40) VALUE
026500         '*** OPERMAST UNAVAILABLE - AREA FLAG AND'.
026600     05  FILLER                 PIC X(40) VALUE
026700         ' OPERATOR CHECKS NOT MADE ***'.
026800 01  WS-LEGEND-LINE-1.
026900     05  FILLER                 PIC X(40) VALUE
027000         'FLAGS: H OUTSIDE BUSINESS HOURS  S REQUE'.
027100     05  FILLER                 PIC X(40) VALUE
027200         'STED AND POSTED BY THE SAME OPERATOR'.
027300 01  WS-LEGEND-LINE-2.
027400     05  FILLER                 PIC X(40) VALUE
027500         '       A NO OPERMAST AREA FLAG FOR THE M'.
027600     05  FILLER                 PIC X(40) VALUE
027700         'ASTER  U OPERATOR NOT ON OPERMAST'.
027800 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
027900 LINKAGE SECTION.
028000*-----------------------------------------------------------
028100* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
028200*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER
028300*     (E.G. NIGHTRUN); WHEN OMITTED THIS PROGRAM FALLS BACK
028400*     TO A CONSOLE PROMPT.
028500*-----------------------------------------------------------
028600 01  LK-BUS-DATE                PIC 9(08).
028700 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
028800*-----------------------------------------------------------
028900* 0000-MAINLINE
029000*-----------------------------------------------------------
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE
029300         THRU 1000-INITIALIZE-EXIT.
029400     IF WS-OPEN-OK
029500         SORT SORT-WORK
029600             ON ASCENDING KEY SR-OPERATOR SR-TIME SR-TRAIL-NO
029700             INPUT PROCEDURE IS 1500-FEED-SORT
029800                 THRU 1500-FEED-SORT-EXIT
029900             OUTPUT PROCEDURE IS 2000-PROCESS-SORTED-RECORDS
030000                 THRU 2000-PROCESS-SORTED-RECORDS-EXIT
030100         IF WS-OPEN-OK
030200             PERFORM 3000-WRITE-SUMMARY
030300                 THRU 3000-WRITE-SUMMARY-EXIT
030400         END-IF
030500         PERFORM 8900-CLOSE-FILES
030600             THRU 8900-CLOSE-FILES-EXIT
030700     END-IF.
030800     PERFORM 9999-EXIT
030900         THRU 9999-EXIT-EXIT.
031000*-----------------------------------------------------------
031100* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, OPEN THE
031200*     REPORT, LOAD THE OPERATOR MASTER TABLE AND SET UP THE
031300*     PAGE HEADINGS
031400*-----------------------------------------------------------
031500 1000-INITIALIZE.
031600     IF LK-BUS-DATE IS OMITTED
031700         DISPLAY 'ENTER BUSINESS DATE TO JOURNAL (YYYYMMDD): '
031800         MOVE SPACES TO WS-DATE-INPUT
031900         ACCEPT WS-DATE-INPUT
032000         IF WS-DATE-INPUT IS NOT NUMERIC
032100             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
032200             MOVE 8 TO RETURN-CODE
032300             GO TO 1000-INITIALIZE-EXIT
032400         END-IF
032500         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
032600     ELSE
032700         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
032800     END-IF.
032900     OPEN OUTPUT REPORT-FILE.
033000     IF NOT WS-RPT-OK
033100         DISPLAY 'UNABLE TO OPEN CHGJRPT, STATUS: ' WS-RPT-STATUS
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF.
033400     PERFORM 1100-LOAD-OPERATOR-TABLE
033500         THRU 1100-LOAD-OPERATOR-TABLE-EXIT.
033600     MOVE 'MASTER-FILE CHANGE JOURNAL' TO RP-TITLE.
033700     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
033800     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
033900     PERFORM 7200-INIT-REPORT
034000         THRU 7200-INIT-REPORT-EXIT.
034100     IF NOT WS-OPER-MASTER-LOADED
034200         MOVE WS-NO-OPERMAST-LINE TO RP-PRINT-LINE
034300         PERFORM 7000-WRITE-RPT-LINE
034400             THRU 7000-WRITE-RPT-LINE-EXIT
034500     END-IF.
034600     MOVE 'Y' TO WS-OPEN-SWITCH.
034700 1000-INITIALIZE-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------
035000* 1100-LOAD-OPERATOR-TABLE - LOAD THE ID AND AREA FLAGS OF
035100*     EVERY OPERATOR ON THE MASTER. WHEN THE MASTER CANNOT BE
035200*     OPENED THE JOURNAL STILL RUNS, WITHOUT THE AREA FLAG AND
035300*     UNKNOWN-OPERATOR CHECKS, AND SAYS SO ON THE REPORT.
035400*-----------------------------------------------------------
035500 1100-LOAD-OPERATOR-TABLE.
035600     MOVE ZERO TO WS-OPER-COUNT-LOADED.
035700     OPEN INPUT OPERATOR-FILE.
035800     IF NOT WS-OPER-OK
035900         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
036000             WS-OPER-STATUS
036100             ' - AREA FLAG CHECKS NOT MADE'
036200         GO TO 1100-LOAD-OPERATOR-TABLE-EXIT
036300     END-IF.
036400     MOVE 'Y' TO WS-OPER-LOADED-SWITCH.
036500     PERFORM 1110-READ-OPERATOR-MASTER
036600         THRU 1110-READ-OPERATOR-MASTER-EXIT.
036700     PERFORM 1120-APPLY-OPERATOR-RECORD
036800         THRU 1120-APPLY-OPERATOR-RECORD-EXIT
036900         UNTIL WS-OPER-MASTER-EOF.
037000     CLOSE OPERATOR-FILE.
037100 1100-LOAD-OPERATOR-TABLE-EXIT.
037200     EXIT.
037300*-----------------------------------------------------------
037400* 1110-READ-OPERATOR-MASTER - READ THE NEXT OPERATOR MASTER
037500*     RECORD IN KEY SEQUENCE
037600*-----------------------------------------------------------
037700 1110-READ-OPERATOR-MASTER.
037800     READ OPERATOR-FILE NEXT RECORD
037900         AT END
038000             SET WS-OPER-MASTER-EOF TO TRUE
038100     END-READ.
038200 1110-READ-OPERATOR-MASTER-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------
038500* 1120-APPLY-OPERATOR-RECORD - ADD ONE OPERATOR TO THE LOOKUP
038600*     TABLE, THEN READ THE NEXT
038700*-----------------------------------------------------------
038800 1120-APPLY-OPERATOR-RECORD.
038900     IF WS-OPER-COUNT-LOADED < 100
039000         ADD 1 TO WS-OPER-COUNT-LOADED
039100         SET WS-OPER-IDX TO WS-OPER-COUNT-LOADED
039200         MOVE OP-OPER-ID     TO OT-OPER-ID(WS-OPER-IDX)
039300         MOVE OP-RATE-AUTH   TO OT-RATE-AUTH(WS-OPER-IDX)
039400         MOVE OP-BRANCH-AUTH TO OT-BRANCH-AUTH(WS-OPER-IDX)
039500         MOVE OP-ADMIN-AUTH  TO OT-ADMIN-AUTH(WS-OPER-IDX)
039600     ELSE
039700         DISPLAY 'OPERATOR TABLE FULL - IGNORING ' OP-OPER-ID
039800     END-IF.
039900     PERFORM 1110-READ-OPERATOR-MASTER
040000         THRU 1110-READ-OPERATOR-MASTER-EXIT.
040100 1120-APPLY-OPERATOR-RECORD-EXIT.
040200     EXIT.
040300*-----------------------------------------------------------
040400* 1500-FEED-SORT - SORT INPUT PROCEDURE; READS EACH OF THE
040500*     NINE TRAILS IN TURN AND RELEASES THE BUSINESS DATE'S
040600*     LINES TO THE SORT
040700*-----------------------------------------------------------
040800 1500-FEED-SORT.
040900     PERFORM 1510-FEED-ONE-TRAIL
041000         THRU 1510-FEED-ONE-TRAIL-EXIT
041100         VARYING WS-TRAIL-SUB FROM 1 BY 1
041200         UNTIL WS-TRAIL-SUB > 9
041300             OR NOT WS-OPEN-OK.
041400 1500-FEED-SORT-EXIT.
041500     EXIT.
041600*-----------------------------------------------------------
041700* 1510-FEED-ONE-TRAIL - OPEN ONE TRAIL AND RELEASE ITS LINES.
041800*     A TRAIL THAT DOES NOT EXIST YET HAS SIMPLY NEVER BEEN
041900*     WRITTEN AND IS NOT AN ERROR; ANY OTHER OPEN FAILURE
042000*     DROPS THE OPEN SWITCH SO THE STEP ENDS RETURN-CODE 8
042100*     RATHER THAN PRINT A JOURNAL WITH A TRAIL SILENTLY MISSING.
042200*-----------------------------------------------------------
042300 1510-FEED-ONE-TRAIL.
042400     MOVE 'N' TO TT-PRESENT-SW(WS-TRAIL-SUB).
042500     MOVE ZERO TO TT-CHANGE-COUNT(WS-TRAIL-SUB).
042600     MOVE ZERO TO TT-FLAG-COUNT(WS-TRAIL-SUB).
042700     PERFORM 1520-OPEN-TRAIL
042800         THRU 1520-OPEN-TRAIL-EXIT.
042900     IF WS-TRAIL-NOT-FOUND
043000         DISPLAY 'NO ' TT-NAME(WS-TRAIL-SUB)
043100             ' TRAIL - NO CHANGES COUNTED'
043200         GO TO 1510-FEED-ONE-TRAIL-EXIT
043300     END-IF.
043400     IF NOT WS-TRAIL-OK
043500         DISPLAY 'UNABLE TO OPEN ' TT-NAME(WS-TRAIL-SUB)
043600             ', STATUS: ' WS-TRAIL-STATUS
043700         MOVE 'N' TO WS-OPEN-SWITCH
043800         GO TO 1510-FEED-ONE-TRAIL-EXIT
043900     END-IF.
044000     MOVE 'Y' TO TT-PRESENT-SW(WS-TRAIL-SUB).
044100     MOVE 'N' TO WS-TRAIL-EOF-SWITCH.
044200     PERFORM 1530-READ-TRAIL-LINE
044300         THRU 1530-READ-TRAIL-LINE-EXIT.
044400     PERFORM 1540-RELEASE-ONE-LINE
044500         THRU 1540-RELEASE-ONE-LINE-EXIT
044600         UNTIL WS-TRAIL-EOF.
044700     PERFORM 1550-CLOSE-TRAIL
044800         THRU 1550-CLOSE-TRAIL-EXIT.
044900 1510-FEED-ONE-TRAIL-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------
045200* 1520-OPEN-TRAIL - OPEN THE TRAIL WS-TRAIL-SUB NAMES
045300*-----------------------------------------------------------
045400 1520-OPEN-TRAIL.
045500     EVALUATE WS-TRAIL-SUB
045600         WHEN 1
045700             OPEN INPUT RATE-AUDIT-FILE
045800         WHEN 2
045900             OPEN INPUT BRANCH-AUDIT-FILE
046000         WHEN 3
046100             OPEN INPUT OPER-AUDIT-FILE
046200         WHEN 4
046300             OPEN INPUT CAL-AUDIT-FILE
046400         WHEN 5
046500             OPEN INPUT SI-AUDIT-FILE
046600         WHEN 6
046700             OPEN INPUT TMPL-AUDIT-FILE
046725         WHEN 7
046750             OPEN INPUT FEE-AUDIT-FILE
046760         WHEN 8
046770             OPEN INPUT LIM-AUDIT-FILE
046800         WHEN OTHER
046900             OPEN INPUT REVERSAL-LOG-FILE
047000     END-EVALUATE.
047100 1520-OPEN-TRAIL-EXIT.
047200     EXIT.
047300*-----------------------------------------------------------
047400* 1530-READ-TRAIL-LINE - READ ONE LINE OF THE CURRENT TRAIL
047500*-----------------------------------------------------------
047600 1530-READ-TRAIL-LINE.
047700     MOVE SPACES TO WS-TRAIL-LINE.
047800     EVALUATE WS-TRAIL-SUB
047900         WHEN 1
048000             READ RATE-AUDIT-FILE INTO WS-TRAIL-LINE
048100                 AT END
048200                     SET WS-TRAIL-EOF TO TRUE
048300             END-READ
048400         WHEN 2
048500             READ BRANCH-AUDIT-FILE INTO WS-TRAIL-LINE
048600                 AT END
048700                     SET WS-TRAIL-EOF TO TRUE
048800             END-READ
048900         WHEN 3
049000             READ OPER-AUDIT-FILE INTO WS-TRAIL-LINE
049100                 AT END
049200                     SET WS-TRAIL-EOF TO TRUE
049300             END-READ
049400         WHEN 4
049500             READ CAL-AUDIT-FILE INTO WS-TRAIL-LINE
049600                 AT END
049700                     SET WS-TRAIL-EOF TO TRUE
049800             END-READ
049900         WHEN 5
050000             READ SI-AUDIT-FILE INTO WS-TRAIL-LINE
050100                 AT END
050200                     SET WS-TRAIL-EOF TO TRUE
050300             END-READ
050400         WHEN 6
050500             READ TMPL-AUDIT-FILE INTO WS-TRAIL-LINE
050600                 AT END
050700                     SET WS-TRAIL-EOF TO TRUE
050800             END-READ
050810         WHEN 7
050820             READ FEE-AUDIT-FILE INTO WS-TRAIL-LINE
050830                 AT END
050840                     SET WS-TRAIL-EOF TO TRUE
050850             END-READ
050855         WHEN 8
050860             READ LIM-AUDIT-FILE INTO WS-TRAIL-LINE
050865                 AT END
050870                     SET WS-TRAIL-EOF TO TRUE
050875             END-READ
050900         WHEN OTHER
051000             READ REVERSAL-LOG-FILE INTO WS-TRAIL-LINE
051100                 AT END
051200                     SET WS-TRAIL-EOF TO TRUE
051300             END-READ
051400     END-EVALUATE.
051500 1530-READ-TRAIL-LINE-EXIT.
051600     EXIT.
051700*-----------------------------------------------------------
051800* 1540-RELEASE-ONE-LINE - RELEASE ONE TRAIL LINE STAMPED WITH
051900*     THE BUSINESS DATE TO THE SORT, WITH ITS TRAIL NUMBER,
052000*     ANY REQUESTER, AND ITS DETAIL, THEN READ THE NEXT
052100*-----------------------------------------------------------
052200 1540-RELEASE-ONE-LINE.
052300     IF TL-DATE IS NOT NUMERIC
052400             OR TL-DATE NOT = WS-BUSINESS-DATE
052500         GO TO 1540-RELEASE-ONE-LINE-NEXT
052600     END-IF.
052700     MOVE TL-OPERATOR  TO SR-OPERATOR.
052800     IF TL-TIME IS NUMERIC
052900         MOVE TL-TIME  TO SR-TIME
053000     ELSE
053100         MOVE ZERO     TO SR-TIME
053200     END-IF.
053300     MOVE WS-TRAIL-SUB TO SR-TRAIL-NO.
053400     MOVE SPACES       TO SR-REQUESTED-BY.
053500     EVALUATE WS-TRAIL-SUB
053600         WHEN 1
053700             MOVE TL-ACTION TO SR-ACTION
053800             MOVE TL-DETAIL TO SR-DETAIL
053900             IF TL-ACTION = 'APP'
054000                 MOVE TL-RATE-REQUESTED-BY TO SR-REQUESTED-BY
054100             END-IF
054200         WHEN 2
054300             MOVE TL-ACTION TO SR-ACTION
054400             MOVE TL-DETAIL TO SR-DETAIL
054500             IF TL-ACTION = 'CLS' OR TL-ACTION = 'MRG'
054600                 MOVE TL-BRCH-REQUESTED-BY TO SR-REQUESTED-BY
054700             END-IF
054710         WHEN 7
054720             MOVE TL-ACTION TO SR-ACTION
054730             MOVE TL-DETAIL TO SR-DETAIL
054740             IF TL-ACTION = 'APP'
054750                 MOVE TL-FEE-REQUESTED-BY TO SR-REQUESTED-BY
054760             END-IF
054800         WHEN 9
054900             MOVE 'REV'         TO SR-ACTION
055000             MOVE TL-REV-DETAIL TO SR-DETAIL
055100         WHEN OTHER
055200             MOVE TL-ACTION TO SR-ACTION
055300             MOVE TL-DETAIL TO SR-DETAIL
055400     END-EVALUATE.
055500     RELEASE SORT-RECORD.
055600 1540-RELEASE-ONE-LINE-NEXT.
055700     PERFORM 1530-READ-TRAIL-LINE
055800         THRU 1530-READ-TRAIL-LINE-EXIT.
055900 1540-RELEASE-ONE-LINE-EXIT.
056000     EXIT.
056100*-----------------------------------------------------------
056200* 1550-CLOSE-TRAIL - CLOSE THE TRAIL WS-TRAIL-SUB NAMES
056300*-----------------------------------------------------------
056400 1550-CLOSE-TRAIL.
056500     EVALUATE WS-TRAIL-SUB
056600         WHEN 1
056700             CLOSE RATE-AUDIT-FILE
056800         WHEN 2
056900             CLOSE BRANCH-AUDIT-FILE
057000         WHEN 3
057100             CLOSE OPER-AUDIT-FILE
057200         WHEN 4
057300             CLOSE CAL-AUDIT-FILE
057400         WHEN 5
057500             CLOSE SI-AUDIT-FILE
057600         WHEN 6
057700             CLOSE TMPL-AUDIT-FILE
057725         WHEN 7
057750             CLOSE FEE-AUDIT-FILE
057760         WHEN 8
057770             CLOSE LIM-AUDIT-FILE
057800         WHEN OTHER
057900             CLOSE REVERSAL-LOG-FILE
058000     END-EVALUATE.
058100 1550-CLOSE-TRAIL-EXIT.
058200     EXIT.
058300*-----------------------------------------------------------
058400* 2000-PROCESS-SORTED-RECORDS - SORT OUTPUT PROCEDURE; PRINTS
058500*     THE OPERATOR/TIME-SEQUENCED LINES AND BREAKS ON OPERATOR
058600*-----------------------------------------------------------
058700 2000-PROCESS-SORTED-RECORDS.
058800     PERFORM 2100-RETURN-SORTED-RECORD
058900         THRU 2100-RETURN-SORTED-RECORD-EXIT.
059000     PERFORM 2200-PRINT-SORTED-RECORD
059100         THRU 2200-PRINT-SORTED-RECORD-EXIT
059200         UNTIL WS-SORT-EOF.
059300     IF WS-HAVE-PREV
059400         PERFORM 2400-CLOSE-OPERATOR
059500             THRU 2400-CLOSE-OPERATOR-EXIT
059600     END-IF.
059700 2000-PROCESS-SORTED-RECORDS-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------
060000* 2100-RETURN-SORTED-RECORD - RETURN ONE SEQUENCED RECORD
060100*     FROM THE SORT WORK FILE
060200*-----------------------------------------------------------
060300 2100-RETURN-SORTED-RECORD.
060400     RETURN SORT-WORK
060500         AT END
060600             SET WS-SORT-EOF TO TRUE
060700     END-RETURN.
060800 2100-RETURN-SORTED-RECORD-EXIT.
060900     EXIT.
061000*-----------------------------------------------------------
061100* 2200-PRINT-SORTED-RECORD - FLAG AND PRINT ONE CHANGE,
061200*     BREAKING WHEN THE OPERATOR CHANGES, AND ROLL IT INTO THE
061300*     TRAIL, OPERATOR AND GRAND COUNTS
061400*-----------------------------------------------------------
061500 2200-PRINT-SORTED-RECORD.
061600     IF WS-HAVE-PREV
061700         IF SR-OPERATOR NOT = WS-PREV-OPERATOR
061800             PERFORM 2400-CLOSE-OPERATOR
061900                 THRU 2400-CLOSE-OPERATOR-EXIT
062000         END-IF
062100     END-IF.
062200     SET WS-HAVE-PREV TO TRUE.
062300     MOVE SR-OPERATOR TO WS-PREV-OPERATOR.
062400     PERFORM 2300-FLAG-CHANGE
062500         THRU 2300-FLAG-CHANGE-EXIT.
062600     MOVE SR-TRAIL-NO TO WS-TRAIL-SUB.
062700     MOVE SR-OPERATOR TO DL-OPERATOR.
062800     MOVE SR-TIME     TO WS-TIME-WORK.
062900     MOVE WS-TIME-HHMMSS TO DL-TIME.
063000     INSPECT DL-TIME REPLACING ALL SPACE BY ':'.
063100     MOVE TT-NAME(WS-TRAIL-SUB) TO DL-TRAIL.
063200     MOVE SR-ACTION   TO DL-ACTION.
063300     MOVE SR-DETAIL   TO DL-DETAIL.
063400     MOVE WS-FLAGS    TO DL-FLAGS.
063500     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
063600     PERFORM 7000-WRITE-RPT-LINE
063700         THRU 7000-WRITE-RPT-LINE-EXIT.
063800     ADD 1 TO TT-CHANGE-COUNT(WS-TRAIL-SUB).
063900     ADD 1 TO WS-OPER-CHANGE-COUNT.
064000     ADD 1 TO WS-GRAND-CHANGE-COUNT.
064100     IF WS-FLAGS NOT = SPACES
064200         ADD 1 TO TT-FLAG-COUNT(WS-TRAIL-SUB)
064300         ADD 1 TO WS-OPER-FLAG-COUNT
064400         ADD 1 TO WS-GRAND-FLAG-COUNT
064500     END-IF.
064600     PERFORM 2100-RETURN-SORTED-RECORD
064700         THRU 2100-RETURN-SORTED-RECORD-EXIT.
064800 2200-PRINT-SORTED-RECORD-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------
065100* 2300-FLAG-CHANGE - SET THE FLAGS FOR THE CURRENT SORTED
065200*     CHANGE: H OUTSIDE BUSINESS HOURS, S REQUESTED AND POSTED
065300*     BY THE SAME OPERATOR, A NO AREA FLAG FOR THE TRAIL'S
065400*     MASTER, U NOT ON OPERMAST. THE OPERMAST BOOTSTRAP
065500*     SESSION IS NOT AN OPERATOR AND IS ONLY HOURS-CHECKED.
065600*-----------------------------------------------------------
065700 2300-FLAG-CHANGE.
065800     MOVE SPACES TO WS-FLAGS.
065900     IF SR-TIME < WS-DAY-START-TIME
066000             OR SR-TIME NOT < WS-DAY-END-TIME
066100         MOVE 'H' TO WS-FLAG-HOURS
066200     END-IF.
066300     IF SR-REQUESTED-BY NOT = SPACES
066400             AND SR-REQUESTED-BY = SR-OPERATOR
066500         MOVE 'S' TO WS-FLAG-SELF
066600     END-IF.
066700     IF NOT WS-OPER-MASTER-LOADED
066800             OR SR-OPERATOR = WS-BOOTSTRAP-ID
066900         GO TO 2300-FLAG-CHANGE-EXIT
067000     END-IF.
067100     MOVE SR-OPERATOR TO WS-LOOKUP-OPERATOR.
067200     PERFORM 5000-FIND-OPERATOR
067300         THRU 5000-FIND-OPERATOR-EXIT.
067400     IF NOT WS-OPER-FOUND
067500         MOVE 'U' TO WS-FLAG-UNKNOWN
067600         GO TO 2300-FLAG-CHANGE-EXIT
067700     END-IF.
067800     MOVE 'Y' TO WS-AREA-HELD-SWITCH.
067900     MOVE SR-TRAIL-NO TO WS-TRAIL-SUB.
068000     EVALUATE TRUE
068100         WHEN TT-NEEDS-RATE(WS-TRAIL-SUB)
068200             IF OT-RATE-AUTH(WS-OPER-IDX) NOT = 'Y'
068300                 MOVE 'N' TO WS-AREA-HELD-SWITCH
068400             END-IF
068500         WHEN TT-NEEDS-BRANCH(WS-TRAIL-SUB)
068600             IF OT-BRANCH-AUTH(WS-OPER-IDX) NOT = 'Y'
068700                 MOVE 'N' TO WS-AREA-HELD-SWITCH
068800             END-IF
068900         WHEN TT-NEEDS-ADMIN(WS-TRAIL-SUB)
069000             IF OT-ADMIN-AUTH(WS-OPER-IDX) NOT = 'Y'
069100                 MOVE 'N' TO WS-AREA-HELD-SWITCH
069200             END-IF
069300         WHEN OTHER
069400             CONTINUE
069500     END-EVALUATE.
069600     IF NOT WS-AREA-HELD
069700         MOVE 'A' TO WS-FLAG-AREA
069800     END-IF.
069900 2300-FLAG-CHANGE-EXIT.
070000     EXIT.
070100*-----------------------------------------------------------
070200* 2400-CLOSE-OPERATOR - FILE THE COUNTS OF THE OPERATOR THAT
070300*     JUST WENT OUT OF SCOPE FOR THE CLOSING SUMMARY, SPACE
070400*     THE LISTING, AND RESET THEM
070500*-----------------------------------------------------------
070600 2400-CLOSE-OPERATOR.
070700     IF WS-SUMMARY-COUNT < 100
070800         ADD 1 TO WS-SUMMARY-COUNT
070900         SET WS-SUM-IDX TO WS-SUMMARY-COUNT
071000         MOVE WS-PREV-OPERATOR     TO OS-OPER-ID(WS-SUM-IDX)
071100         MOVE WS-OPER-CHANGE-COUNT TO OS-CHANGE-COUNT(WS-SUM-IDX)
071200         MOVE WS-OPER-FLAG-COUNT   TO OS-FLAG-COUNT(WS-SUM-IDX)
071300     ELSE
071400         DISPLAY 'OPERATOR SUMMARY FULL - NOT SUMMARISING '
071500             WS-PREV-OPERATOR
071600     END-IF.
071700     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
071800     PERFORM 7000-WRITE-RPT-LINE
071900         THRU 7000-WRITE-RPT-LINE-EXIT.
072000     MOVE ZERO TO WS-OPER-CHANGE-COUNT.
072100     MOVE ZERO TO WS-OPER-FLAG-COUNT.
072200 2400-CLOSE-OPERATOR-EXIT.
072300     EXIT.
072400*-----------------------------------------------------------
072500* 3000-WRITE-SUMMARY - WRITE THE COUNTS PER TRAIL AND PER
072600*     OPERATOR, THE OVERALL TOTAL AND THE FLAG LEGEND
072700*-----------------------------------------------------------
072800 3000-WRITE-SUMMARY.
072900     MOVE 'CHANGES BY TRAIL' TO SL-TEXT.
073000     MOVE WS-SECTION-LINE TO RP-PRINT-LINE.
073100     PERFORM 7000-WRITE-RPT-LINE
073200         THRU 7000-WRITE-RPT-LINE-EXIT.
073300     PERFORM 3100-WRITE-TRAIL-COUNT
073400         THRU 3100-WRITE-TRAIL-COUNT-EXIT
073500         VARYING WS-TRAIL-SUB FROM 1 BY 1
073600         UNTIL WS-TRAIL-SUB > 9.
073700     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
073800     PERFORM 7000-WRITE-RPT-LINE
073900         THRU 7000-WRITE-RPT-LINE-EXIT.
074000     MOVE 'CHANGES BY OPERATOR' TO SL-TEXT.
074100     MOVE WS-SECTION-LINE TO RP-PRINT-LINE.
074200     PERFORM 7000-WRITE-RPT-LINE
074300         THRU 7000-WRITE-RPT-LINE-EXIT.
074400     PERFORM 3200-WRITE-OPERATOR-COUNT
074500         THRU 3200-WRITE-OPERATOR-COUNT-EXIT
074600         VARYING WS-SUM-IDX FROM 1 BY 1
074700         UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT.
074800     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
074900     PERFORM 7000-WRITE-RPT-LINE
075000         THRU 7000-WRITE-RPT-LINE-EXIT.
075100     MOVE WS-GRAND-CHANGE-COUNT TO TO-CHANGES.
075200     MOVE WS-GRAND-FLAG-COUNT   TO TO-FLAGGED.
075300     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE.
075400     PERFORM 7000-WRITE-RPT-LINE
075500         THRU 7000-WRITE-RPT-LINE-EXIT.
075600     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
075700     PERFORM 7000-WRITE-RPT-LINE
075800         THRU 7000-WRITE-RPT-LINE-EXIT.
075900     MOVE WS-LEGEND-LINE-1 TO RP-PRINT-LINE.
076000     PERFORM 7000-WRITE-RPT-LINE
076100         THRU 7000-WRITE-RPT-LINE-EXIT.
076200     MOVE WS-LEGEND-LINE-2 TO RP-PRINT-LINE.
076300     PERFORM 7000-WRITE-RPT-LINE
076400         THRU 7000-WRITE-RPT-LINE-EXIT.
076500     PERFORM 7900-END-REPORT
076600         THRU 7900-END-REPORT-EXIT.
076700 3000-WRITE-SUMMARY-EXIT.
076800     EXIT.
076900*-----------------------------------------------------------
077000* 3100-WRITE-TRAIL-COUNT - WRITE ONE TRAIL'S COUNT LINE
077100*-----------------------------------------------------------
077200 3100-WRITE-TRAIL-COUNT.
077300     MOVE TT-NAME(WS-TRAIL-SUB)         TO CL-NAME.
077400     MOVE TT-CHANGE-COUNT(WS-TRAIL-SUB) TO CL-CHANGES.
077500     MOVE TT-FLAG-COUNT(WS-TRAIL-SUB)   TO CL-FLAGGED.
077600     IF TT-PRESENT(WS-TRAIL-SUB)
077700         MOVE SPACES TO CL-NOTE
077800     ELSE
077900         MOVE 'TRAIL NOT PRESENT' TO CL-NOTE
078000     END-IF.
078100     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
078200     PERFORM 7000-WRITE-RPT-LINE
078300         THRU 7000-WRITE-RPT-LINE-EXIT.
078400 3100-WRITE-TRAIL-COUNT-EXIT.
078500     EXIT.
078600*-----------------------------------------------------------
078700* 3200-WRITE-OPERATOR-COUNT - WRITE ONE OPERATOR'S COUNT LINE
078800*-----------------------------------------------------------
078900 3200-WRITE-OPERATOR-COUNT.
079000     MOVE OS-OPER-ID(WS-SUM-IDX)      TO CL-NAME.
079100     MOVE OS-CHANGE-COUNT(WS-SUM-IDX) TO CL-CHANGES.
079200     MOVE OS-FLAG-COUNT(WS-SUM-IDX)   TO CL-FLAGGED.
079300     MOVE SPACES TO CL-NOTE.
079400     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
079500     PERFORM 7000-WRITE-RPT-LINE
079600         THRU 7000-WRITE-RPT-LINE-EXIT.
079700 3200-WRITE-OPERATOR-COUNT-EXIT.
079800     EXIT.
079900*-----------------------------------------------------------
080000* 5000-FIND-OPERATOR - LOOK UP WS-LOOKUP-OPERATOR IN THE
080100*     LOADED OPERATOR MASTER TABLE, LEAVING WS-OPER-IDX ON
080200*     THE ENTRY WHEN FOUND
080300*-----------------------------------------------------------
080400 5000-FIND-OPERATOR.
080500     MOVE 'N' TO WS-FOUND-SWITCH.
080600     SET WS-OPER-IDX TO 1.
080700     PERFORM 5010-SCAN-OPERATOR-TABLE
080800         THRU 5010-SCAN-OPERATOR-TABLE-EXIT
080900         UNTIL WS-OPER-IDX > WS-OPER-COUNT-LOADED
081000             OR OT-OPER-ID(WS-OPER-IDX) = WS-LOOKUP-OPERATOR.
081100     IF WS-OPER-IDX NOT > WS-OPER-COUNT-LOADED
081200         MOVE 'Y' TO WS-FOUND-SWITCH
081300     END-IF.
081400 5000-FIND-OPERATOR-EXIT.
081500     EXIT.
081600*-----------------------------------------------------------
081700* 5010-SCAN-OPERATOR-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
081800*-----------------------------------------------------------
081900 5010-SCAN-OPERATOR-TABLE.
082000     SET WS-OPER-IDX UP BY 1.
082100 5010-SCAN-OPERATOR-TABLE-EXIT.
082200     EXIT.
082300*-----------------------------------------------------------
082400* 8900-CLOSE-FILES - CLOSE THE REPORT FILE
082500*-----------------------------------------------------------
082600 8900-CLOSE-FILES.
082700     CLOSE REPORT-FILE.
082800 8900-CLOSE-FILES-EXIT.
082900     EXIT.
083000*-----------------------------------------------------------
083100* 9999-EXIT - COMMON PROGRAM EXIT; RETURN-CODE 8 WHEN THE
083200*     JOURNAL COULD NOT BE PRODUCED, 4 WHEN ANY CHANGE WAS
083300*     FLAGGED FOR REVIEW
083400*-----------------------------------------------------------
083500 9999-EXIT.
083600     IF NOT WS-OPEN-OK
083700         MOVE 8 TO RETURN-CODE
083800     ELSE
083900         IF WS-GRAND-FLAG-COUNT > ZERO
084000             MOVE 4 TO RETURN-CODE
084100         END-IF
084200     END-IF.
084300     GOBACK.
084400 9999-EXIT-EXIT.
084500     EXIT.
084600     COPY RPTPROC.
