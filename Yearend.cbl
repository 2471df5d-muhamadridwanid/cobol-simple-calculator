000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    YEAREND.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-22.
000600 DATE-COMPILED. 2026-09-22.
000700*REMARKS.
000800*    FORMAL YEAR-END CLOSE. MONTHEND PROVES AND CLOSES EACH
000900*    MONTH, BUT BRBALMST CLEARS ITS BUCKETS EVERY MONTH, SO AN
001000*    ANNUAL FIGURE PER BRANCH MEANT ADDING UP TWELVE MECLOSE
001100*    PRINTOUTS BY HAND. RUN ONCE THE DECEMBER CLOSE IS SIGNED
001200*    OFF, THIS PROGRAM SIGNS AN ADMINISTRATOR ON THROUGH THE
001300*    SHARED SGNPROC ROUTINE, TAKES THE YEAR, AND REFUSES IT
001400*    UNLESS ALL TWELVE MONTHS STAND PROVED OR FORCED ON
001500*    CLOSECTL (THE LATEST CLOSE OF A MONTH COUNTS) AND THE
001600*    YEAR IS NOT ALREADY CLOSED ON YEARCTL. IT THEN ROLLS THE
001700*    YEAR'S STATHIST DAILY HISTORY UP BY BRANCH AND
001800*    OPERATION, AND PRINTS ON YRSTMT AN ANNUAL STATEMENT
001900*    PAGE PER BRANCH - ITEMS AND VALUE FOR EACH OPERATION BY
002000*    MONTH, WITH THE YEAR'S TOTAL - FOLLOWED BY THE SAME
002100*    STATEMENT TOTALLED FOR EACH REGION AND FOR ALL REGIONS.
002200*    MONTHLY VALUES PRINT IN WHOLE UNITS TO FIT SIX MONTHS TO
002300*    A LINE; THE YEAR TOTALS PRINT TO THE CENT. LAST, IT
002400*    APPENDS THE ROLL-UP TO THE YRSUMM YEARLY SUMMARY FILE
002500*    AND THE YEAR'S CLOSE RECORD TO YEARCTL, AFTER WHICH
002600*    BALPOST AND REVERSAL REFUSE ANY POSTING DATED IN THE
002700*    YEAR. A YEAR WITH MONTHS CLOSED FORCED IS CLOSED BUT ENDS
002800*    RETURN-CODE 4; A ROLL-UP THAT DOES NOT FIT IN STORAGE IS
002825*    NOT CLOSED, PRINTS NO STATEMENTS, WRITES NOTHING TO
002850*    YRSUMM AND ENDS RETURN-CODE 8. A RUN THAT FAILS WHILE
002860*    WRITING YRSUMM OR YEARCTL LEAVES THE YEAR OPEN, AND THE
002870*    YEAR CANNOT BE CLOSED UNTIL YRSUMM IS RESTORED.
002900*-----------------------------------------------------------
003000*                 MODIFICATION HISTORY
003100*-----------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* ---------- ----  ----------------------------------------
003400* 2026-09-22  RH   ORIGINAL PROGRAM.
003410* 2026-10-15  RH   THE OPERATOR NOW SIGNS ON AGAINST OPERMAST
003420*                  THROUGH SGNPROC AND MUST HOLD THE ADMIN FLAG.
003430*                  A ROLL-UP THAT OVERFLOWS IS CAUGHT BEFORE ANY
003440*                  STATEMENT PRINTS, A RECORD OF A BRANCH THAT
003450*                  DID NOT FIT IS NOT ROLLED, AND YRSUMM IS NOW
003460*                  WRITTEN ONLY FOR A YEAR THAT CLOSES, JUST
003470*                  BEFORE ITS YEARCTL RECORD.
003475* 2026-10-15  RH   YEARCTL IS OPENED BEFORE YRSUMM IS WRITTEN
003480*                  AND ITS WRITE IS CHECKED; A RUN THAT FINDS
003485*                  THE YEAR ALREADY ON YRSUMM IS REFUSED UNTIL
003490*                  YRSUMM IS RESTORED. THE YRSTMT OPEN IS NOW
003495*                  CHECKED.
003500*-----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CTL-STATUS.
004500     SELECT YEAR-CONTROL-FILE ASSIGN TO YEARCTL
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-YCTL-STATUS.
004800     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS BM-BRANCH
005200         FILE STATUS IS WS-BRCH-STATUS.
005300     SELECT STAT-FILE ASSIGN TO STATHIST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STAT-STATUS.
005600     SELECT YEAR-SUMMARY-FILE ASSIGN TO YRSUMM
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-YSUM-STATUS.
005900     SELECT REPORT-FILE ASSIGN TO YRSTMT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RPT-STATUS.
006110     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS DYNAMIC
006140         RECORD KEY IS OP-OPER-ID
006150         FILE STATUS IS WS-OPER-STATUS.
006160     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
006170         ORGANIZATION IS LINE SEQUENTIAL
006180         FILE STATUS IS SG-HIST-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CLOSE-CONTROL-FILE
006500     RECORD CONTAINS 24 CHARACTERS.
006600     COPY CLOSEREC.
006700 FD  YEAR-CONTROL-FILE
006800     RECORD CONTAINS 24 CHARACTERS.
006900     COPY YRCLREC.
007000 FD  BRANCH-FILE.
007100     COPY BRNCHREC.
007200 FD  STAT-FILE
007300     RECORD CONTAINS 45 CHARACTERS.
007400     COPY STATREC
007450         REPLACING LEADING ==SH-== BY ==YH-==.
007500 FD  YEAR-SUMMARY-FILE
007600     RECORD CONTAINS 290 CHARACTERS.
007700     COPY YRSUMREC.
007800 FD  REPORT-FILE
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  REPORT-RECORD          PIC X(80).
008010 FD  OPERATOR-FILE.
008020     COPY OPERREC.
008030 FD  SIGNON-HIST-FILE
008040     RECORD CONTAINS 80 CHARACTERS.
008050     COPY SGNHREC.
008100 WORKING-STORAGE SECTION.
008200 01  WS-CTL-STATUS          PIC X(02).
008300     88  WS-CTL-OK          VALUE '00'.
008400     88  WS-CTL-NOT-FOUND   VALUE '35'.
008500 01  WS-YCTL-STATUS         PIC X(02).
008600     88  WS-YCTL-OK         VALUE '00'.
008700     88  WS-YCTL-NOT-FOUND  VALUE '35'.
008800 01  WS-BRCH-STATUS         PIC X(02).
008900     88  WS-BRCH-OK         VALUE '00'.
009000 01  WS-STAT-STATUS         PIC X(02).
009100     88  WS-STAT-OK         VALUE '00'.
009200 01  WS-YSUM-STATUS         PIC X(02).
009300     88  WS-YSUM-OK         VALUE '00'.
009400     88  WS-YSUM-NOT-FOUND  VALUE '35'.
009500 01  WS-RPT-STATUS          PIC X(02).
009600     88  WS-RPT-OK          VALUE '00'.
009625 01  WS-OPER-STATUS         PIC X(02).
009650     88  WS-OPER-OK         VALUE '00'.
009700 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
009800     88  WS-OPEN-OK         VALUE 'Y'.
009900 01  WS-CTL-EOF-SWITCH      PIC X(01)       VALUE 'N'.
010000     88  WS-CTL-EOF         VALUE 'Y'.
010100 01  WS-YCTL-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010200     88  WS-YCTL-EOF        VALUE 'Y'.
010225 01  WS-YSUM-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010250     88  WS-YSUM-EOF        VALUE 'Y'.
010300 01  WS-BRCH-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010400     88  WS-BRCH-MASTER-EOF VALUE 'Y'.
010500 01  WS-STAT-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010600     88  WS-STAT-EOF        VALUE 'Y'.
010700 01  WS-YEAR-CLOSED-SW      PIC X(01)       VALUE 'N'.
010800     88  WS-YEAR-CLOSED     VALUE 'Y'.
010900 01  WS-ROLLUP-FULL-SW      PIC X(01)       VALUE 'N'.
011000     88  WS-ROLLUP-FULL     VALUE 'Y'.
011025 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
011050     88  WS-SIGNON-OK       VALUE 'Y'.
011060 01  WS-YSUM-CHECK-SW       PIC X(01)       VALUE 'C'.
011070     88  WS-YSUM-CLEAR      VALUE 'C'.
011080     88  WS-YSUM-HOLDS-YEAR VALUE 'H'.
011090     88  WS-YSUM-UNREADABLE VALUE 'E'.
011100 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
011200 01  WS-YEAR-INPUT          PIC X(04).
011300 01  WS-CLOSE-YEAR          PIC 9(04)       VALUE ZERO.
011400 01  WS-YEAR-END-DATE       PIC 9(08)       VALUE ZERO.
011500 01  WS-STAMP-DATE          PIC 9(08)       VALUE ZERO.
011600 01  WS-RECORD-MONTH        PIC 9(06)       VALUE ZERO.
011700 01  WS-RECORD-MONTH-PARTS REDEFINES WS-RECORD-MONTH.
011800     05  WS-RM-YEAR         PIC 9(04).
011900     05  WS-RM-MONTH        PIC 9(02).
012000*-----------------------------------------------------------
012100*    THE LATEST CLOSECTL STATUS OF EACH MONTH OF THE YEAR
012200*-----------------------------------------------------------
012300 01  WS-MONTH-STATE-TABLE.
012400     05  WS-MONTH-STATE     PIC X(06) OCCURS 12 TIMES.
012500 01  WS-MONTH-SUB           PIC 9(02)       COMP VALUE ZERO.
012600 01  WS-OPEN-MONTH-COUNT    PIC 9(02)       COMP VALUE ZERO.
012700 01  WS-FORCED-MONTH-COUNT  PIC 9(02)       COMP VALUE ZERO.
012800 01  WS-MONTH-NAME-VALUES.
012900     05  FILLER  PIC X(36) VALUE
013000         'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
013100 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
013200     05  WS-MONTH-NAME      PIC X(03) OCCURS 12 TIMES.
013300*-----------------------------------------------------------
013400*    BRANCH TO REGION, LOADED FROM BRNCHMST IN KEY ORDER
013500*-----------------------------------------------------------
013600 01  WS-REGION-COUNT        PIC 9(03)       COMP VALUE ZERO.
013700 01  WS-REGION-TABLE.
013800     05  WS-RGN-ENTRY OCCURS 50 TIMES
013900             INDEXED BY WS-RGN-IDX.
014000         10  WS-RGN-BRANCH      PIC X(04).
014100         10  WS-RGN-NAME        PIC X(20).
014200         10  WS-RGN-REGION      PIC X(04).
014300 01  WS-BRANCH-REGION       PIC X(04)       VALUE SPACES.
014400 01  WS-BRANCH-NAME         PIC X(20)       VALUE SPACES.
014500*-----------------------------------------------------------
014600*    THE YEAR'S ROLL-UP, ONE ENTRY PER BRANCH AND OPERATION
014700*-----------------------------------------------------------
014800 01  WS-ROLL-COUNT          PIC 9(04)       COMP VALUE ZERO.
014900 01  WS-ROLL-TABLE.
015000     05  WS-ROLL-ENTRY OCCURS 1000 TIMES
015100             INDEXED BY WS-ROLL-IDX.
015200         10  RL-BRANCH          PIC X(04).
015300         10  RL-REGION          PIC X(04).
015400         10  RL-OPERATION       PIC X(14).
015500         10  RL-MONTH OCCURS 12 TIMES.
015600             15  RL-COUNT       PIC S9(07)      COMP-3.
015700             15  RL-VALUE       PIC S9(11)V99   COMP-3.
015800*-----------------------------------------------------------
015900*    BRANCHES WITH VOLUME, IN ORDER OF FIRST APPEARANCE
016000*-----------------------------------------------------------
016100 01  WS-BRN-COUNT           PIC 9(03)       COMP VALUE ZERO.
016200 01  WS-BRN-TABLE.
016300     05  WS-BRN-ENTRY OCCURS 100 TIMES
016400             INDEXED BY WS-BRN-IDX.
016500         10  BN-BRANCH          PIC X(04).
016600         10  BN-PRINTED-SW      PIC X(01).
016700             88  BN-PRINTED     VALUE 'Y'.
016800*-----------------------------------------------------------
016900*    REGIONS STATED, IN THE ORDER THEIR BRANCHES PRINTED
017000*-----------------------------------------------------------
017100 01  WS-RLIST-COUNT         PIC 9(03)       COMP VALUE ZERO.
017200 01  WS-RLIST-TABLE.
017300     05  WS-RLIST-ENTRY OCCURS 50 TIMES
017400             INDEXED BY WS-RLIST-IDX.
017500         10  RG-REGION          PIC X(04).
017600         10  RG-BRANCHES        PIC 9(03)       COMP.
017700 01  WS-GRAND-BRANCHES      PIC 9(03)       COMP VALUE ZERO.
017800*-----------------------------------------------------------
017900*    ONE STATEMENT BEING PRINTED: ITS OPERATIONS AND TOTAL,
018000*    GATHERED FROM THE ROLL-UP FOR A BRANCH (B), A REGION (R)
018100*    OR ALL REGIONS (A)
018200*-----------------------------------------------------------
018300 01  WS-GATHER-MODE         PIC X(01)       VALUE SPACE.
018400     88  WS-GATHER-BRANCH   VALUE 'B'.
018500     88  WS-GATHER-REGION   VALUE 'R'.
018600     88  WS-GATHER-ALL      VALUE 'A'.
018700 01  WS-GATHER-KEY          PIC X(04)       VALUE SPACES.
018800 01  WS-STMT-COUNT          PIC 9(02)       COMP VALUE ZERO.
018900 01  WS-STMT-TABLE.
019000     05  WS-STMT-ENTRY OCCURS 30 TIMES
019100             INDEXED BY WS-STMT-IDX.
019200         10  ST-OPERATION       PIC X(14).
019300         10  ST-MONTH OCCURS 12 TIMES.
019400             15  ST-COUNT       PIC S9(09)      COMP-3.
019500             15  ST-VALUE       PIC S9(13)V99   COMP-3.
019600 01  WS-STMT-TOTAL.
019700     05  TT-MONTH OCCURS 12 TIMES.
019800         10  TT-COUNT           PIC S9(09)      COMP-3.
019900         10  TT-VALUE           PIC S9(13)V99   COMP-3.
020000 01  WS-TOTAL-LABEL         PIC X(14)       VALUE SPACES.
020100*-----------------------------------------------------------
020200*    ONE PRINTED BLOCK: AN OPERATION OR A TOTAL BY MONTH
020300*-----------------------------------------------------------
020400 01  WS-BLOCK.
020500     05  BK-LABEL               PIC X(14).
020600     05  BK-MONTH OCCURS 12 TIMES.
020700         10  BK-COUNT           PIC S9(09)      COMP-3.
020800         10  BK-VALUE           PIC S9(13)V99   COMP-3.
020900     05  BK-YEAR-COUNT          PIC S9(09)      COMP-3.
021000     05  BK-YEAR-VALUE          PIC S9(13)V99   COMP-3.
021100 01  WS-BAND-START          PIC 9(02)       COMP VALUE ZERO.
021200 01  WS-COL-SUB             PIC 9(02)       COMP VALUE ZERO.
021300 01  WS-WHOLE-VALUE         PIC S9(13)      COMP-3 VALUE ZERO.
021400 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
021500 01  WS-STATEMENT-HEADING.
021600     05  FILLER  PIC X(40) VALUE
021700         'OPERATION              JAN/JUL   FEB/AUG'.
021800     05  FILLER  PIC X(40) VALUE
021900         '   MAR/SEP   APR/OCT   MAY/NOV   JUN/DEC'.
022000     COPY RPTCTL.
022050     COPY SGNCTL.
022100 01  WS-BRANCH-HEAD-LINE.
022200     05  FILLER             PIC X(07) VALUE 'BRANCH '.
022300     05  BH-BRANCH          PIC X(04).
022400     05  FILLER             PIC X(02) VALUE SPACES.
022500     05  BH-NAME            PIC X(20).
022600     05  FILLER             PIC X(09) VALUE '  REGION '.
022700     05  BH-REGION          PIC X(04).
022800     05  FILLER             PIC X(34) VALUE SPACES.
022900 01  WS-REGION-HEAD-LINE.
023000     05  FILLER             PIC X(07) VALUE 'REGION '.
023100     05  RH-REGION          PIC X(04).
023200     05  FILLER             PIC X(12) VALUE '   BRANCHES '.
023300     05  RH-BRANCHES        PIC ZZ9.
023400     05  FILLER             PIC X(54) VALUE SPACES.
023500 01  WS-COUNT-LINE.
023600     05  CL-LABEL           PIC X(14).
023700     05  FILLER             PIC X(01) VALUE SPACE.
023800     05  CL-TAG             PIC X(05) VALUE 'ITEMS'.
023900     05  CL-COUNT           PIC Z,ZZZ,ZZ9- OCCURS 6 TIMES.
024000 01  WS-VALUE-LINE.
024100     05  VL-LABEL           PIC X(14).
024200     05  FILLER             PIC X(01) VALUE SPACE.
024300     05  VL-TAG             PIC X(05) VALUE 'VALUE'.
024400     05  VL-VALUE           PIC -(9)9 OCCURS 6 TIMES.
024500 01  WS-YEAR-LINE.
024600     05  FILLER             PIC X(15) VALUE SPACES.
024700     05  FILLER             PIC X(13) VALUE 'YEAR   ITEMS '.
024800     05  YL-COUNT           PIC ZZZ,ZZZ,ZZ9-.
024900     05  FILLER             PIC X(09) VALUE '   VALUE '.
025000     05  YL-VALUE           PIC -(12)9.99.
025100     05  FILLER             PIC X(15) VALUE SPACES.
025200 01  WS-NOTE-LINE.
025300     05  NL-TEXT            PIC X(60).
025400     05  FILLER             PIC X(20) VALUE SPACES.
025500 PROCEDURE DIVISION.
025600*-----------------------------------------------------------
025700* 0000-MAINLINE
025800*-----------------------------------------------------------
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE
026100         THRU 1000-INITIALIZE-EXIT.
026200     IF WS-OPEN-OK
026300         PERFORM 2000-ROLL-UP-YEAR
026400             THRU 2000-ROLL-UP-YEAR-EXIT
026420         PERFORM 2900-CHECK-ROLL-UP
026440             THRU 2900-CHECK-ROLL-UP-EXIT
026460     END-IF.
026480     IF WS-OPEN-OK
026500         PERFORM 3000-PRINT-STATEMENTS
026600             THRU 3000-PRINT-STATEMENTS-EXIT
026700         PERFORM 4000-PRINT-REGION-TOTALS
026800             THRU 4000-PRINT-REGION-TOTALS-EXIT
026900         PERFORM 8900-CLOSE-FILES
027000             THRU 8900-CLOSE-FILES-EXIT
027100         PERFORM 5000-MARK-YEAR-CLOSED
027200             THRU 5000-MARK-YEAR-CLOSED-EXIT
027300     END-IF.
027400     PERFORM 9999-EXIT
027500         THRU 9999-EXIT-EXIT.
027600*-----------------------------------------------------------
027700* 1000-INITIALIZE - SIGN THE ADMINISTRATOR ON, TAKE THE YEAR
027800*     TO CLOSE, CONFIRM IT IS OPEN AND ALL TWELVE MONTHS ARE
027900*     CLOSED, LOAD THE REGIONS AND OPEN THE HISTORY AND THE
028000*     STATEMENTS
028100*-----------------------------------------------------------
028200 1000-INITIALIZE.
028300     PERFORM 1050-SIGN-ON
028400         THRU 1050-SIGN-ON-EXIT.
028500     IF NOT WS-SIGNON-OK
028600         DISPLAY 'SIGN-ON FAILED - YEAR NOT CLOSED'
028700         MOVE 8 TO RETURN-CODE
028800         GO TO 1000-INITIALIZE-EXIT
028900     END-IF.
029000     DISPLAY 'ENTER YEAR TO CLOSE (YYYY): '.
029100     MOVE SPACES TO WS-YEAR-INPUT.
029200     ACCEPT WS-YEAR-INPUT.
029300     IF WS-YEAR-INPUT IS NOT NUMERIC
029400         DISPLAY 'YEAR MUST BE YYYY DIGITS'
029500         MOVE 8 TO RETURN-CODE
029600         GO TO 1000-INITIALIZE-EXIT
029700     END-IF.
029800     MOVE WS-YEAR-INPUT TO WS-CLOSE-YEAR.
029900     COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231.
030000     PERFORM 1100-CHECK-YEAR-OPEN
030100         THRU 1100-CHECK-YEAR-OPEN-EXIT.
030200     IF WS-YEAR-CLOSED
030300         DISPLAY 'YEAR ' WS-CLOSE-YEAR ' IS ALREADY CLOSED ON '
030400             'YEARCTL - NOTHING DONE'
030500         MOVE 8 TO RETURN-CODE
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800     IF NOT WS-YCTL-OK AND NOT WS-YCTL-NOT-FOUND
030900         MOVE 8 TO RETURN-CODE
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF.
031110     PERFORM 1150-CHECK-SUMMARY-CLEAR
031120         THRU 1150-CHECK-SUMMARY-CLEAR-EXIT.
031130     IF NOT WS-YSUM-CLEAR
031140         MOVE 8 TO RETURN-CODE
031150         GO TO 1000-INITIALIZE-EXIT
031160     END-IF.
031200     PERFORM 1200-CHECK-MONTHS-CLOSED
031300         THRU 1200-CHECK-MONTHS-CLOSED-EXIT.
031400     IF WS-OPEN-MONTH-COUNT NOT = ZERO
031500         DISPLAY 'YEAR ' WS-CLOSE-YEAR ' NOT CLOSED - RUN '
031600             'MONTHEND FOR THE MONTHS LISTED FIRST'
031700         MOVE 8 TO RETURN-CODE
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF.
032000     IF WS-FORCED-MONTH-COUNT NOT = ZERO
032100         MOVE WS-FORCED-MONTH-COUNT TO WS-COUNT-DISPLAY
032200         DISPLAY 'MONTHS CLOSED FORCED:' WS-COUNT-DISPLAY
032300             ' - THE YEAR CARRIES VOLUMES THAT DID NOT PROVE'
032400         MOVE 4 TO RETURN-CODE
032500     END-IF.
032600     PERFORM 1600-LOAD-REGIONS
032700         THRU 1600-LOAD-REGIONS-EXIT.
032800     OPEN INPUT STAT-FILE.
032900     IF NOT WS-STAT-OK
033000         DISPLAY 'UNABLE TO OPEN STATHIST, STATUS: '
033100             WS-STAT-STATUS ' - YEAR NOT CLOSED'
033200         MOVE 8 TO RETURN-CODE
033300         GO TO 1000-INITIALIZE-EXIT
033400     END-IF.
034600     OPEN OUTPUT REPORT-FILE.
034610     IF NOT WS-RPT-OK
034620         DISPLAY 'UNABLE TO OPEN YRSTMT, STATUS: '
034630             WS-RPT-STATUS ' - YEAR NOT CLOSED'
034640         CLOSE STAT-FILE
034650         MOVE 8 TO RETURN-CODE
034660         GO TO 1000-INITIALIZE-EXIT
034670     END-IF.
034700     MOVE 'ANNUAL BRANCH STATEMENTS' TO RP-TITLE.
034800     MOVE WS-STATEMENT-HEADING TO RP-COL-HEADING.
034900     MOVE WS-YEAR-END-DATE TO RP-BUS-DATE.
035000     PERFORM 7200-INIT-REPORT
035100         THRU 7200-INIT-REPORT-EXIT.
035200     MOVE 'Y' TO WS-OPEN-SWITCH.
035300 1000-INITIALIZE-EXIT.
035400     EXIT.
035402*-----------------------------------------------------------
035404* 1050-SIGN-ON - SIGN THE ADMINISTRATOR ON THROUGH THE SHARED
035406*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED,
035408*     RIGHT PASSWORD (CHANGED WHEN DUE) AND HOLDING THE ADMIN
035410*     FLAG. WITHOUT AN OPERATOR MASTER THERE IS NOBODY TO
035412*     HOLD THE FLAG, SO THE CLOSE IS REFUSED. EVERY OUTCOME
035414*     GOES TO SGNHIST.
035416*-----------------------------------------------------------
035418 1050-SIGN-ON.
035420     DISPLAY 'ENTER ADMINISTRATOR OPERATOR ID: '.
035422     MOVE SPACES TO WS-OPERATOR-CODE.
035424     ACCEPT WS-OPERATOR-CODE.
035426     MOVE WS-OPERATOR-CODE  TO SG-OPER-ID.
035428     MOVE 'YEAREND'         TO SG-PROGRAM-ID.
035430     MOVE 'A'               TO SG-AUTH-AREA.
035432     MOVE 'YEAR-END CLOSE'  TO SG-AREA-NAME.
035434     OPEN I-O OPERATOR-FILE.
035436     IF NOT WS-OPER-OK
035438         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
035440             WS-OPER-STATUS ' - SIGN-ON REFUSED'
035442         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
035444         PERFORM 7590-WRITE-SIGNON-HIST
035446             THRU 7590-WRITE-SIGNON-HIST-EXIT
035448         GO TO 1050-SIGN-ON-EXIT
035450     END-IF.
035452     PERFORM 7500-VALIDATE-SIGN-ON
035454         THRU 7500-VALIDATE-SIGN-ON-EXIT.
035456     IF SG-SIGNED-ON
035458         MOVE 'Y' TO WS-SIGNON-OK-SW
035460     END-IF.
035462     CLOSE OPERATOR-FILE.
035464 1050-SIGN-ON-EXIT.
035466     EXIT.
035500*-----------------------------------------------------------
035600* 1100-CHECK-YEAR-OPEN - READ THE YEAR CONTROL FILE AND NOTE
035700*     WHETHER THE YEAR IS ALREADY CLOSED; A MISSING FILE MEANS
035800*     NO YEAR IS CLOSED YET
035900*-----------------------------------------------------------
036000 1100-CHECK-YEAR-OPEN.
036100     MOVE 'N' TO WS-YEAR-CLOSED-SW.
036200     OPEN INPUT YEAR-CONTROL-FILE.
036300     IF WS-YCTL-NOT-FOUND
036400         GO TO 1100-CHECK-YEAR-OPEN-EXIT
036500     END-IF.
036600     IF NOT WS-YCTL-OK
036700         DISPLAY 'UNABLE TO OPEN YEARCTL, STATUS: '
036800             WS-YCTL-STATUS ' - YEAR NOT CLOSED'
036900         GO TO 1100-CHECK-YEAR-OPEN-EXIT
037000     END-IF.
037100     PERFORM 1110-READ-YEAR-CONTROL
037200         THRU 1110-READ-YEAR-CONTROL-EXIT.
037300     PERFORM 1120-APPLY-YEAR-RECORD
037400         THRU 1120-APPLY-YEAR-RECORD-EXIT
037500         UNTIL WS-YCTL-EOF.
037600     CLOSE YEAR-CONTROL-FILE.
037700 1100-CHECK-YEAR-OPEN-EXIT.
037800     EXIT.
037900*-----------------------------------------------------------
038000* 1110-READ-YEAR-CONTROL - READ ONE YEAR CONTROL RECORD
038100*-----------------------------------------------------------
038200 1110-READ-YEAR-CONTROL.
038300     READ YEAR-CONTROL-FILE
038400         AT END
038500             SET WS-YCTL-EOF TO TRUE
038600     END-READ.
038700 1110-READ-YEAR-CONTROL-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------
039000* 1120-APPLY-YEAR-RECORD - NOTE A CLOSE OF THE YEAR, THEN
039100*     READ THE NEXT
039200*-----------------------------------------------------------
039300 1120-APPLY-YEAR-RECORD.
039400     IF YC-YEAR IS NUMERIC
039500         IF YC-YEAR = WS-CLOSE-YEAR AND YC-CLOSED
039600             MOVE 'Y' TO WS-YEAR-CLOSED-SW
039700         END-IF
039800     END-IF.
039900     PERFORM 1110-READ-YEAR-CONTROL
040000         THRU 1110-READ-YEAR-CONTROL-EXIT.
040100 1120-APPLY-YEAR-RECORD-EXIT.
040200     EXIT.
040202*-----------------------------------------------------------
040204* 1150-CHECK-SUMMARY-CLEAR - MAKE SURE YRSUMM HOLDS NOTHING
040206*     FOR THE YEAR YET. RECORDS FOR A YEAR NOT CLOSED ON
040208*     YEARCTL ARE LEFT BY A RUN THAT FAILED PART WAY; YRSUMM
040210*     MUST BE RESTORED FIRST OR THE YEAR WOULD APPEAR ON IT
040212*     TWICE. A MISSING FILE HOLDS NOTHING.
040214*-----------------------------------------------------------
040216 1150-CHECK-SUMMARY-CLEAR.
040218     MOVE 'C' TO WS-YSUM-CHECK-SW.
040220     OPEN INPUT YEAR-SUMMARY-FILE.
040222     IF WS-YSUM-NOT-FOUND
040224         GO TO 1150-CHECK-SUMMARY-CLEAR-EXIT
040226     END-IF.
040228     IF NOT WS-YSUM-OK
040230         DISPLAY 'UNABLE TO OPEN YRSUMM, STATUS: '
040232             WS-YSUM-STATUS ' - YEAR NOT CLOSED'
040234         MOVE 'E' TO WS-YSUM-CHECK-SW
040236         GO TO 1150-CHECK-SUMMARY-CLEAR-EXIT
040238     END-IF.
040240     MOVE 'N' TO WS-YSUM-EOF-SWITCH.
040242     PERFORM 1160-CHECK-ONE-SUMMARY
040244         THRU 1160-CHECK-ONE-SUMMARY-EXIT
040246         UNTIL WS-YSUM-EOF OR WS-YSUM-HOLDS-YEAR.
040248     CLOSE YEAR-SUMMARY-FILE.
040250     IF WS-YSUM-HOLDS-YEAR
040252         DISPLAY 'YRSUMM ALREADY HOLDS YEAR ' WS-CLOSE-YEAR
040254             ' FROM A FAILED RUN - RESTORE IT, YEAR NOT CLOSED'
040256     END-IF.
040258 1150-CHECK-SUMMARY-CLEAR-EXIT.
040260     EXIT.
040262*-----------------------------------------------------------
040264* 1160-CHECK-ONE-SUMMARY - READ ONE YRSUMM RECORD AND NOTE ONE
040266*     FOR THE YEAR
040268*-----------------------------------------------------------
040270 1160-CHECK-ONE-SUMMARY.
040272     READ YEAR-SUMMARY-FILE
040274         AT END
040276             SET WS-YSUM-EOF TO TRUE
040278             GO TO 1160-CHECK-ONE-SUMMARY-EXIT
040280     END-READ.
040282     IF YS-YEAR = WS-CLOSE-YEAR
040284         MOVE 'H' TO WS-YSUM-CHECK-SW
040286     END-IF.
040288 1160-CHECK-ONE-SUMMARY-EXIT.
040290     EXIT.
040300*-----------------------------------------------------------
040400* 1200-CHECK-MONTHS-CLOSED - READ THE CLOSE CONTROL FILE,
040500*     KEEP THE LATEST CLOSE STATUS OF EACH MONTH OF THE YEAR,
040600*     AND LIST ANY MONTH NOT CLOSED; A MISSING FILE MEANS NO
040700*     MONTH IS CLOSED YET
040800*-----------------------------------------------------------
040900 1200-CHECK-MONTHS-CLOSED.
041000     MOVE SPACES TO WS-MONTH-STATE-TABLE.
041100     OPEN INPUT CLOSE-CONTROL-FILE.
041200     IF WS-CTL-OK
041300         PERFORM 1210-READ-CLOSE-CONTROL
041400             THRU 1210-READ-CLOSE-CONTROL-EXIT
041500         PERFORM 1220-APPLY-CLOSE-RECORD
041600             THRU 1220-APPLY-CLOSE-RECORD-EXIT
041700             UNTIL WS-CTL-EOF
041800         CLOSE CLOSE-CONTROL-FILE
041900     ELSE
042000         IF NOT WS-CTL-NOT-FOUND
042100             DISPLAY 'UNABLE TO OPEN CLOSECTL, STATUS: '
042200                 WS-CTL-STATUS
042300         END-IF
042400     END-IF.
042500     MOVE ZERO TO WS-OPEN-MONTH-COUNT.
042600     MOVE ZERO TO WS-FORCED-MONTH-COUNT.
042700     PERFORM 1230-TEST-ONE-MONTH
042800         THRU 1230-TEST-ONE-MONTH-EXIT
042900         VARYING WS-MONTH-SUB FROM 1 BY 1
043000         UNTIL WS-MONTH-SUB > 12.
043100 1200-CHECK-MONTHS-CLOSED-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------
043400* 1210-READ-CLOSE-CONTROL - READ ONE CLOSE CONTROL RECORD
043500*-----------------------------------------------------------
043600 1210-READ-CLOSE-CONTROL.
043700     READ CLOSE-CONTROL-FILE
043800         AT END
043900             SET WS-CTL-EOF TO TRUE
044000     END-READ.
044100 1210-READ-CLOSE-CONTROL-EXIT.
044200     EXIT.
044300*-----------------------------------------------------------
044400* 1220-APPLY-CLOSE-RECORD - NOTE A CLOSE OF A MONTH OF THE
044500*     YEAR, THEN READ THE NEXT
044600*-----------------------------------------------------------
044700 1220-APPLY-CLOSE-RECORD.
044800     IF CC-MONTH IS NUMERIC
044900         MOVE CC-MONTH TO WS-RECORD-MONTH
045000         IF WS-RM-YEAR = WS-CLOSE-YEAR
045100                 AND WS-RM-MONTH > ZERO AND WS-RM-MONTH < 13
045200                 AND (CC-PROVED OR CC-FORCED)
045300             MOVE CC-STATUS TO WS-MONTH-STATE(WS-RM-MONTH)
045400         END-IF
045500     END-IF.
045600     PERFORM 1210-READ-CLOSE-CONTROL
045700         THRU 1210-READ-CLOSE-CONTROL-EXIT.
045800 1220-APPLY-CLOSE-RECORD-EXIT.
045900     EXIT.
046000*-----------------------------------------------------------
046100* 1230-TEST-ONE-MONTH - COUNT ONE MONTH OPEN OR FORCED,
046200*     NAMING AN OPEN MONTH ON THE CONSOLE
046300*-----------------------------------------------------------
046400 1230-TEST-ONE-MONTH.
046500     EVALUATE WS-MONTH-STATE(WS-MONTH-SUB)
046600         WHEN 'PROVED'
046700             CONTINUE
046800         WHEN 'FORCED'
046900             ADD 1 TO WS-FORCED-MONTH-COUNT
047000         WHEN OTHER
047100             ADD 1 TO WS-OPEN-MONTH-COUNT
047200             DISPLAY 'MONTH ' WS-MONTH-NAME(WS-MONTH-SUB) ' '
047300                 WS-CLOSE-YEAR ' IS NOT CLOSED ON CLOSECTL'
047400     END-EVALUATE.
047500 1230-TEST-ONE-MONTH-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------
047800* 1600-LOAD-REGIONS - LOAD EACH BRANCH'S NAME AND BM-REGION
047900*     FROM THE BRANCH MASTER; A MASTER THAT CANNOT BE OPENED
048000*     STATES EVERY BRANCH UNDER REGION UNKN
048100*-----------------------------------------------------------
048200 1600-LOAD-REGIONS.
048300     MOVE ZERO TO WS-REGION-COUNT.
048400     OPEN INPUT BRANCH-FILE.
048500     IF NOT WS-BRCH-OK
048600         DISPLAY 'UNABLE TO OPEN BRNCHMST, STATUS: '
048700             WS-BRCH-STATUS ' - STATING UNDER UNKN'
048800         GO TO 1600-LOAD-REGIONS-EXIT
048900     END-IF.
049000     PERFORM 1610-READ-BRANCH-MASTER
049100         THRU 1610-READ-BRANCH-MASTER-EXIT.
049200     PERFORM 1620-APPLY-BRANCH-RECORD
049300         THRU 1620-APPLY-BRANCH-RECORD-EXIT
049400         UNTIL WS-BRCH-MASTER-EOF.
049500     CLOSE BRANCH-FILE.
049600 1600-LOAD-REGIONS-EXIT.
049700     EXIT.
049800*-----------------------------------------------------------
049900* 1610-READ-BRANCH-MASTER - READ THE NEXT BRANCH MASTER
050000*     RECORD IN KEY SEQUENCE
050100*-----------------------------------------------------------
050200 1610-READ-BRANCH-MASTER.
050300     READ BRANCH-FILE NEXT RECORD
050400         AT END
050500             SET WS-BRCH-MASTER-EOF TO TRUE
050600     END-READ.
050700 1610-READ-BRANCH-MASTER-EXIT.
050800     EXIT.
050900*-----------------------------------------------------------
051000* 1620-APPLY-BRANCH-RECORD - ADD ONE BRANCH TO THE TABLE,
051100*     THEN READ THE NEXT
051200*-----------------------------------------------------------
051300 1620-APPLY-BRANCH-RECORD.
051400     IF WS-REGION-COUNT < 50
051500         ADD 1 TO WS-REGION-COUNT
051600         SET WS-RGN-IDX TO WS-REGION-COUNT
051700         MOVE BM-BRANCH TO WS-RGN-BRANCH(WS-RGN-IDX)
051800         MOVE BM-NAME   TO WS-RGN-NAME(WS-RGN-IDX)
051900         MOVE BM-REGION TO WS-RGN-REGION(WS-RGN-IDX)
052000     ELSE
052100         DISPLAY 'REGION TABLE FULL - IGNORING ' BM-BRANCH
052200     END-IF.
052300     PERFORM 1610-READ-BRANCH-MASTER
052400         THRU 1610-READ-BRANCH-MASTER-EXIT.
052500 1620-APPLY-BRANCH-RECORD-EXIT.
052600     EXIT.
052700*-----------------------------------------------------------
052800* 2000-ROLL-UP-YEAR - ROLL EVERY STATHIST DAILY RECORD OF
052900*     THE YEAR INTO ITS BRANCH AND OPERATION ENTRY
053000*-----------------------------------------------------------
053100 2000-ROLL-UP-YEAR.
053200     PERFORM 2100-READ-HISTORY
053300         THRU 2100-READ-HISTORY-EXIT.
053400     PERFORM 2200-ROLL-ONE-RECORD
053500         THRU 2200-ROLL-ONE-RECORD-EXIT
053600         UNTIL WS-STAT-EOF.
053700 2000-ROLL-UP-YEAR-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------
054000* 2100-READ-HISTORY - READ ONE HISTORY RECORD
054100*-----------------------------------------------------------
054200 2100-READ-HISTORY.
054300     READ STAT-FILE
054400         AT END
054500             SET WS-STAT-EOF TO TRUE
054600     END-READ.
054700 2100-READ-HISTORY-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------
055000* 2200-ROLL-ONE-RECORD - ADD ONE OF THE YEAR'S DAILY RECORDS
055100*     TO ITS MONTH OF ITS BRANCH AND OPERATION, THEN READ THE
055200*     NEXT. REVERSAL OFFSETS NET IN LIKE ANY OTHER RECORD.
055300*-----------------------------------------------------------
055400 2200-ROLL-ONE-RECORD.
055500     IF YH-DATE IS NOT NUMERIC OR YH-COUNT IS NOT NUMERIC
055600             OR YH-TOTAL IS NOT NUMERIC
055700         GO TO 2200-ROLL-NEXT
055800     END-IF.
055900     MOVE YH-DATE(1:6) TO WS-RECORD-MONTH.
056000     IF WS-RM-YEAR NOT = WS-CLOSE-YEAR
056100             OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
056200         GO TO 2200-ROLL-NEXT
056300     END-IF.
056400     PERFORM 2500-FIND-OR-ADD-BRANCH
056500         THRU 2500-FIND-OR-ADD-BRANCH-EXIT.
056525     IF WS-BRN-IDX > WS-BRN-COUNT
056550         GO TO 2200-ROLL-NEXT
056575     END-IF.
056600     PERFORM 2600-FIND-OR-ADD-ROLL
056700         THRU 2600-FIND-OR-ADD-ROLL-EXIT.
056800     IF WS-ROLL-IDX > WS-ROLL-COUNT
056900         GO TO 2200-ROLL-NEXT
057000     END-IF.
057100     ADD YH-COUNT TO RL-COUNT(WS-ROLL-IDX WS-RM-MONTH).
057200     ADD YH-TOTAL TO RL-VALUE(WS-ROLL-IDX WS-RM-MONTH).
057300 2200-ROLL-NEXT.
057400     PERFORM 2100-READ-HISTORY
057500         THRU 2100-READ-HISTORY-EXIT.
057600 2200-ROLL-ONE-RECORD-EXIT.
057700     EXIT.
057800*-----------------------------------------------------------
057900* 2500-FIND-OR-ADD-BRANCH - NOTE THE RECORD'S BRANCH AMONG
058000*     THOSE WITH VOLUME, OPENING A NEW ENTRY WHEN IT IS NEW;
058025*     A BRANCH THAT DOES NOT FIT LEAVES WS-BRN-IDX PAST THE
058050*     COUNT AND ITS RECORD IS NOT ROLLED
058100*-----------------------------------------------------------
058200 2500-FIND-OR-ADD-BRANCH.
058300     SET WS-BRN-IDX TO 1.
058400     PERFORM 2510-SCAN-BRN-TABLE
058500         THRU 2510-SCAN-BRN-TABLE-EXIT
058600         UNTIL WS-BRN-IDX > WS-BRN-COUNT
058700             OR BN-BRANCH(WS-BRN-IDX) = YH-BRANCH.
058800     IF WS-BRN-IDX > WS-BRN-COUNT
058900         IF WS-BRN-COUNT < 100
059000             ADD 1 TO WS-BRN-COUNT
059100             SET WS-BRN-IDX TO WS-BRN-COUNT
059200             MOVE YH-BRANCH TO BN-BRANCH(WS-BRN-IDX)
059300             MOVE 'N' TO BN-PRINTED-SW(WS-BRN-IDX)
059400         ELSE
059500             DISPLAY 'BRANCH TABLE FULL - NOT STATING '
059600                 YH-BRANCH
059700             MOVE 'Y' TO WS-ROLLUP-FULL-SW
059800         END-IF
059900     END-IF.
060000 2500-FIND-OR-ADD-BRANCH-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------
060300* 2510-SCAN-BRN-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
060400*-----------------------------------------------------------
060500 2510-SCAN-BRN-TABLE.
060600     SET WS-BRN-IDX UP BY 1.
060700 2510-SCAN-BRN-TABLE-EXIT.
060800     EXIT.
060900*-----------------------------------------------------------
061000* 2600-FIND-OR-ADD-ROLL - POSITION WS-ROLL-IDX AT THE ROLL-UP
061100*     ENTRY FOR THE RECORD'S BRANCH AND OPERATION, OPENING A
061200*     NEW ENTRY, UNDER THE BRANCH'S REGION, WHEN IT IS NEW
061300*-----------------------------------------------------------
061400 2600-FIND-OR-ADD-ROLL.
061500     SET WS-ROLL-IDX TO 1.
061600     PERFORM 2610-SCAN-ROLL-TABLE
061700         THRU 2610-SCAN-ROLL-TABLE-EXIT
061800         UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
061900             OR (RL-BRANCH(WS-ROLL-IDX) = YH-BRANCH
062000             AND RL-OPERATION(WS-ROLL-IDX) = YH-OPERATION).
062100     IF WS-ROLL-IDX NOT > WS-ROLL-COUNT
062200         GO TO 2600-FIND-OR-ADD-ROLL-EXIT
062300     END-IF.
062400     IF WS-ROLL-COUNT NOT < 1000
062500         DISPLAY 'ROLL-UP TABLE FULL - YEAR WILL NOT BE CLOSED'
062600         MOVE 'Y' TO WS-ROLLUP-FULL-SW
062700         GO TO 2600-FIND-OR-ADD-ROLL-EXIT
062800     END-IF.
062900     ADD 1 TO WS-ROLL-COUNT.
063000     SET WS-ROLL-IDX TO WS-ROLL-COUNT.
063100     MOVE YH-BRANCH    TO RL-BRANCH(WS-ROLL-IDX).
063200     MOVE YH-OPERATION TO RL-OPERATION(WS-ROLL-IDX).
063300     MOVE 'UNKN' TO RL-REGION(WS-ROLL-IDX).
063400     PERFORM 2620-TEST-REGION-ROW
063500         THRU 2620-TEST-REGION-ROW-EXIT
063600         VARYING WS-RGN-IDX FROM 1 BY 1
063700         UNTIL WS-RGN-IDX > WS-REGION-COUNT.
063800     PERFORM 2630-ZERO-ROLL-MONTH
063900         THRU 2630-ZERO-ROLL-MONTH-EXIT
064000         VARYING WS-MONTH-SUB FROM 1 BY 1
064100         UNTIL WS-MONTH-SUB > 12.
064200 2600-FIND-OR-ADD-ROLL-EXIT.
064300     EXIT.
064400*-----------------------------------------------------------
064500* 2610-SCAN-ROLL-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
064600*-----------------------------------------------------------
064700 2610-SCAN-ROLL-TABLE.
064800     SET WS-ROLL-IDX UP BY 1.
064900 2610-SCAN-ROLL-TABLE-EXIT.
065000     EXIT.
065100*-----------------------------------------------------------
065200* 2620-TEST-REGION-ROW - TAKE THE REGION OF THE NEW ENTRY'S
065300*     BRANCH FROM ITS BRANCH MASTER ROW
065400*-----------------------------------------------------------
065500 2620-TEST-REGION-ROW.
065600     IF WS-RGN-BRANCH(WS-RGN-IDX) = YH-BRANCH
065700         MOVE WS-RGN-REGION(WS-RGN-IDX)
065800             TO RL-REGION(WS-ROLL-IDX)
065900     END-IF.
066000 2620-TEST-REGION-ROW-EXIT.
066100     EXIT.
066200*-----------------------------------------------------------
066300* 2630-ZERO-ROLL-MONTH - CLEAR ONE MONTH OF THE NEW ENTRY
066400*-----------------------------------------------------------
066500 2630-ZERO-ROLL-MONTH.
066600     MOVE ZERO TO RL-COUNT(WS-ROLL-IDX WS-MONTH-SUB).
066700     MOVE ZERO TO RL-VALUE(WS-ROLL-IDX WS-MONTH-SUB).
066800 2630-ZERO-ROLL-MONTH-EXIT.
066900     EXIT.
066905*-----------------------------------------------------------
066910* 2900-CHECK-ROLL-UP - A ROLL-UP THAT DID NOT FIT IN STORAGE
066915*     LEAVES THE YEAR OPEN: NOTHING IS PRINTED OR WRITTEN, THE
066920*     FILES ARE CLOSED AND THE RUN ENDS RETURN-CODE 8
066925*-----------------------------------------------------------
066930 2900-CHECK-ROLL-UP.
066935     IF NOT WS-ROLLUP-FULL
066940         GO TO 2900-CHECK-ROLL-UP-EXIT
066945     END-IF.
066950     DISPLAY 'ROLL-UP INCOMPLETE - YEAR ' WS-CLOSE-YEAR
066955         ' NOT CLOSED'.
066960     MOVE 8 TO RETURN-CODE.
066965     PERFORM 8900-CLOSE-FILES
066970         THRU 8900-CLOSE-FILES-EXIT.
066975     MOVE 'N' TO WS-OPEN-SWITCH.
066980 2900-CHECK-ROLL-UP-EXIT.
066985     EXIT.
067000*-----------------------------------------------------------
067100* 3000-PRINT-STATEMENTS - PRINT THE ANNUAL STATEMENTS IN
067200*     BRANCH MASTER ORDER, THEN ANY BRANCH WITH VOLUME THAT
067300*     IS NOT ON THE MASTER
067400*-----------------------------------------------------------
067500 3000-PRINT-STATEMENTS.
067600     PERFORM 3100-STATE-MASTER-BRANCH
067700         THRU 3100-STATE-MASTER-BRANCH-EXIT
067800         VARYING WS-RGN-IDX FROM 1 BY 1
067900         UNTIL WS-RGN-IDX > WS-REGION-COUNT.
068000     PERFORM 3200-STATE-OTHER-BRANCH
068100         THRU 3200-STATE-OTHER-BRANCH-EXIT
068200         VARYING WS-BRN-IDX FROM 1 BY 1
068300         UNTIL WS-BRN-IDX > WS-BRN-COUNT.
068400     IF WS-GRAND-BRANCHES = ZERO
068500         MOVE 'NO BRANCH VOLUME ON STATHIST FOR THIS YEAR'
068600             TO NL-TEXT
068700         MOVE WS-NOTE-LINE TO RP-PRINT-LINE
068800         PERFORM 7000-WRITE-RPT-LINE
068900             THRU 7000-WRITE-RPT-LINE-EXIT
069000     END-IF.
069100 3000-PRINT-STATEMENTS-EXIT.
069200     EXIT.
069300*-----------------------------------------------------------
069400* 3100-STATE-MASTER-BRANCH - PRINT THE STATEMENT OF ONE
069500*     BRANCH ON THE MASTER WHEN IT HAD VOLUME IN THE YEAR
069600*-----------------------------------------------------------
069700 3100-STATE-MASTER-BRANCH.
069800     SET WS-BRN-IDX TO 1.
069900     PERFORM 2510-SCAN-BRN-TABLE
070000         THRU 2510-SCAN-BRN-TABLE-EXIT
070100         UNTIL WS-BRN-IDX > WS-BRN-COUNT
070200             OR BN-BRANCH(WS-BRN-IDX)
070300                 = WS-RGN-BRANCH(WS-RGN-IDX).
070400     IF WS-BRN-IDX > WS-BRN-COUNT
070500         GO TO 3100-STATE-MASTER-BRANCH-EXIT
070600     END-IF.
070700     MOVE WS-RGN-NAME(WS-RGN-IDX)   TO WS-BRANCH-NAME.
070800     MOVE WS-RGN-REGION(WS-RGN-IDX) TO WS-BRANCH-REGION.
070900     PERFORM 3300-PRINT-ONE-STATEMENT
071000         THRU 3300-PRINT-ONE-STATEMENT-EXIT.
071100 3100-STATE-MASTER-BRANCH-EXIT.
071200     EXIT.
071300*-----------------------------------------------------------
071400* 3200-STATE-OTHER-BRANCH - PRINT THE STATEMENT OF A BRANCH
071500*     WITH VOLUME THAT IS NOT ON THE MASTER, UNDER REGION UNKN
071600*-----------------------------------------------------------
071700 3200-STATE-OTHER-BRANCH.
071800     IF BN-PRINTED(WS-BRN-IDX)
071900         GO TO 3200-STATE-OTHER-BRANCH-EXIT
072000     END-IF.
072100     MOVE 'NOT ON BRANCH MASTER' TO WS-BRANCH-NAME.
072200     MOVE 'UNKN' TO WS-BRANCH-REGION.
072300     PERFORM 3300-PRINT-ONE-STATEMENT
072400         THRU 3300-PRINT-ONE-STATEMENT-EXIT.
072500 3200-STATE-OTHER-BRANCH-EXIT.
072600     EXIT.
072700*-----------------------------------------------------------
072800* 3300-PRINT-ONE-STATEMENT - PRINT THE BRANCH AT WS-BRN-IDX
072900*     ON A PAGE OF ITS OWN AND COUNT IT INTO ITS REGION
073100*-----------------------------------------------------------
073200 3300-PRINT-ONE-STATEMENT.
073300     MOVE 'Y' TO BN-PRINTED-SW(WS-BRN-IDX).
073400     MOVE RP-LINES-PER-PAGE TO RP-LINE-COUNT.
073500     MOVE BN-BRANCH(WS-BRN-IDX) TO BH-BRANCH.
073600     MOVE WS-BRANCH-NAME   TO BH-NAME.
073700     MOVE WS-BRANCH-REGION TO BH-REGION.
073800     MOVE WS-BRANCH-HEAD-LINE TO RP-PRINT-LINE.
073900     PERFORM 7000-WRITE-RPT-LINE
074000         THRU 7000-WRITE-RPT-LINE-EXIT.
074100     MOVE 'B' TO WS-GATHER-MODE.
074200     MOVE BN-BRANCH(WS-BRN-IDX) TO WS-GATHER-KEY.
074300     MOVE 'BRANCH TOTAL' TO WS-TOTAL-LABEL.
074400     PERFORM 3500-PRINT-GATHERED
074500         THRU 3500-PRINT-GATHERED-EXIT.
075000     ADD 1 TO WS-GRAND-BRANCHES.
075100     PERFORM 3800-ADD-TO-REGION
075200         THRU 3800-ADD-TO-REGION-EXIT.
075300 3300-PRINT-ONE-STATEMENT-EXIT.
075400     EXIT.
079400*-----------------------------------------------------------
079500* 3500-PRINT-GATHERED - GATHER THE ROLL-UP ENTRIES SELECTED
079600*     BY WS-GATHER-MODE AND WS-GATHER-KEY INTO ONE STATEMENT
079700*     BY OPERATION, THEN PRINT A BLOCK PER OPERATION AND THE
079800*     TOTAL BLOCK UNDER WS-TOTAL-LABEL
079900*-----------------------------------------------------------
080000 3500-PRINT-GATHERED.
080100     MOVE ZERO TO WS-STMT-COUNT.
080200     PERFORM 3510-ZERO-TOTAL-MONTH
080300         THRU 3510-ZERO-TOTAL-MONTH-EXIT
080400         VARYING WS-MONTH-SUB FROM 1 BY 1
080500         UNTIL WS-MONTH-SUB > 12.
080600     PERFORM 3520-GATHER-ONE-ENTRY
080700         THRU 3520-GATHER-ONE-ENTRY-EXIT
080800         VARYING WS-ROLL-IDX FROM 1 BY 1
080900         UNTIL WS-ROLL-IDX > WS-ROLL-COUNT.
081000     PERFORM 3560-PRINT-ONE-OPERATION
081100         THRU 3560-PRINT-ONE-OPERATION-EXIT
081200         VARYING WS-STMT-IDX FROM 1 BY 1
081300         UNTIL WS-STMT-IDX > WS-STMT-COUNT.
081400     MOVE WS-TOTAL-LABEL TO BK-LABEL.
081500     PERFORM 3570-MOVE-TOTAL-MONTH
081600         THRU 3570-MOVE-TOTAL-MONTH-EXIT
081700         VARYING WS-MONTH-SUB FROM 1 BY 1
081800         UNTIL WS-MONTH-SUB > 12.
081900     PERFORM 3700-PRINT-BLOCK
082000         THRU 3700-PRINT-BLOCK-EXIT.
082100 3500-PRINT-GATHERED-EXIT.
082200     EXIT.
082300*-----------------------------------------------------------
082400* 3510-ZERO-TOTAL-MONTH - CLEAR ONE MONTH OF THE TOTAL
082500*-----------------------------------------------------------
082600 3510-ZERO-TOTAL-MONTH.
082700     MOVE ZERO TO TT-COUNT(WS-MONTH-SUB).
082800     MOVE ZERO TO TT-VALUE(WS-MONTH-SUB).
082900 3510-ZERO-TOTAL-MONTH-EXIT.
083000     EXIT.
083100*-----------------------------------------------------------
083200* 3520-GATHER-ONE-ENTRY - ADD ONE ROLL-UP ENTRY, WHEN IT IS
083300*     SELECTED, INTO ITS OPERATION AND THE TOTAL
083400*-----------------------------------------------------------
083500 3520-GATHER-ONE-ENTRY.
083600     IF WS-GATHER-BRANCH
083700             AND RL-BRANCH(WS-ROLL-IDX) NOT = WS-GATHER-KEY
083800         GO TO 3520-GATHER-ONE-ENTRY-EXIT
083900     END-IF.
084000     IF WS-GATHER-REGION
084100             AND RL-REGION(WS-ROLL-IDX) NOT = WS-GATHER-KEY
084200         GO TO 3520-GATHER-ONE-ENTRY-EXIT
084300     END-IF.
084400     SET WS-STMT-IDX TO 1.
084500     PERFORM 3530-SCAN-STMT-TABLE
084600         THRU 3530-SCAN-STMT-TABLE-EXIT
084700         UNTIL WS-STMT-IDX > WS-STMT-COUNT
084800             OR ST-OPERATION(WS-STMT-IDX)
084900                 = RL-OPERATION(WS-ROLL-IDX).
085000     IF WS-STMT-IDX > WS-STMT-COUNT
085100         IF WS-STMT-COUNT < 30
085200             ADD 1 TO WS-STMT-COUNT
085300             SET WS-STMT-IDX TO WS-STMT-COUNT
085400             MOVE RL-OPERATION(WS-ROLL-IDX)
085500                 TO ST-OPERATION(WS-STMT-IDX)
085600             PERFORM 3540-ZERO-STMT-MONTH
085700                 THRU 3540-ZERO-STMT-MONTH-EXIT
085800                 VARYING WS-MONTH-SUB FROM 1 BY 1
085900                 UNTIL WS-MONTH-SUB > 12
086000         ELSE
086100             DISPLAY 'STATEMENT OPERATION TABLE FULL - '
086200                 'OMITTING ' RL-OPERATION(WS-ROLL-IDX)
086300             MOVE 4 TO RETURN-CODE
086400             GO TO 3520-GATHER-ONE-ENTRY-EXIT
086500         END-IF
086600     END-IF.
086700     PERFORM 3550-ADD-ENTRY-MONTH
086800         THRU 3550-ADD-ENTRY-MONTH-EXIT
086900         VARYING WS-MONTH-SUB FROM 1 BY 1
087000         UNTIL WS-MONTH-SUB > 12.
087100 3520-GATHER-ONE-ENTRY-EXIT.
087200     EXIT.
087300*-----------------------------------------------------------
087400* 3530-SCAN-STMT-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
087500*-----------------------------------------------------------
087600 3530-SCAN-STMT-TABLE.
087700     SET WS-STMT-IDX UP BY 1.
087800 3530-SCAN-STMT-TABLE-EXIT.
087900     EXIT.
088000*-----------------------------------------------------------
088100* 3540-ZERO-STMT-MONTH - CLEAR ONE MONTH OF A NEW OPERATION
088200*-----------------------------------------------------------
088300 3540-ZERO-STMT-MONTH.
088400     MOVE ZERO TO ST-COUNT(WS-STMT-IDX WS-MONTH-SUB).
088500     MOVE ZERO TO ST-VALUE(WS-STMT-IDX WS-MONTH-SUB).
088600 3540-ZERO-STMT-MONTH-EXIT.
088700     EXIT.
088800*-----------------------------------------------------------
088900* 3550-ADD-ENTRY-MONTH - ADD ONE MONTH OF THE ENTRY INTO ITS
089000*     OPERATION AND THE TOTAL
089100*-----------------------------------------------------------
089200 3550-ADD-ENTRY-MONTH.
089300     ADD RL-COUNT(WS-ROLL-IDX WS-MONTH-SUB)
089400         TO ST-COUNT(WS-STMT-IDX WS-MONTH-SUB)
089500            TT-COUNT(WS-MONTH-SUB).
089600     ADD RL-VALUE(WS-ROLL-IDX WS-MONTH-SUB)
089700         TO ST-VALUE(WS-STMT-IDX WS-MONTH-SUB)
089800            TT-VALUE(WS-MONTH-SUB).
089900 3550-ADD-ENTRY-MONTH-EXIT.
090000     EXIT.
090100*-----------------------------------------------------------
090200* 3560-PRINT-ONE-OPERATION - PRINT ONE OPERATION'S BLOCK
090300*-----------------------------------------------------------
090400 3560-PRINT-ONE-OPERATION.
090500     MOVE ST-OPERATION(WS-STMT-IDX) TO BK-LABEL.
090600     PERFORM 3565-MOVE-STMT-MONTH
090700         THRU 3565-MOVE-STMT-MONTH-EXIT
090800         VARYING WS-MONTH-SUB FROM 1 BY 1
090900         UNTIL WS-MONTH-SUB > 12.
091000     PERFORM 3700-PRINT-BLOCK
091100         THRU 3700-PRINT-BLOCK-EXIT.
091200 3560-PRINT-ONE-OPERATION-EXIT.
091300     EXIT.
091400*-----------------------------------------------------------
091500* 3565-MOVE-STMT-MONTH - MOVE ONE MONTH OF THE OPERATION TO
091600*     THE PRINT BLOCK
091700*-----------------------------------------------------------
091800 3565-MOVE-STMT-MONTH.
091900     MOVE ST-COUNT(WS-STMT-IDX WS-MONTH-SUB)
092000         TO BK-COUNT(WS-MONTH-SUB).
092100     MOVE ST-VALUE(WS-STMT-IDX WS-MONTH-SUB)
092200         TO BK-VALUE(WS-MONTH-SUB).
092300 3565-MOVE-STMT-MONTH-EXIT.
092400     EXIT.
092500*-----------------------------------------------------------
092600* 3570-MOVE-TOTAL-MONTH - MOVE ONE MONTH OF THE TOTAL TO THE
092700*     PRINT BLOCK
092800*-----------------------------------------------------------
092900 3570-MOVE-TOTAL-MONTH.
093000     MOVE TT-COUNT(WS-MONTH-SUB) TO BK-COUNT(WS-MONTH-SUB).
093100     MOVE TT-VALUE(WS-MONTH-SUB) TO BK-VALUE(WS-MONTH-SUB).
093200 3570-MOVE-TOTAL-MONTH-EXIT.
093300     EXIT.
093400*-----------------------------------------------------------
093500* 3700-PRINT-BLOCK - PRINT THE BLOCK IN WS-BLOCK: ITEMS AND
093600*     VALUE FOR JANUARY TO JUNE, THE SAME FOR JULY TO
093700*     DECEMBER, THE YEAR'S TOTALS AND A SPACING LINE
093800*-----------------------------------------------------------
093900 3700-PRINT-BLOCK.
094000     MOVE ZERO TO BK-YEAR-COUNT.
094100     MOVE ZERO TO BK-YEAR-VALUE.
094200     PERFORM 3710-ADD-BLOCK-MONTH
094300         THRU 3710-ADD-BLOCK-MONTH-EXIT
094400         VARYING WS-MONTH-SUB FROM 1 BY 1
094500         UNTIL WS-MONTH-SUB > 12.
094600     MOVE BK-LABEL TO CL-LABEL.
094700     MOVE ZERO TO WS-BAND-START.
094800     PERFORM 3720-PRINT-BAND
094900         THRU 3720-PRINT-BAND-EXIT.
095000     MOVE '  JUL - DEC' TO CL-LABEL.
095100     MOVE 6 TO WS-BAND-START.
095200     PERFORM 3720-PRINT-BAND
095300         THRU 3720-PRINT-BAND-EXIT.
095400     MOVE BK-YEAR-COUNT TO YL-COUNT.
095500     MOVE BK-YEAR-VALUE TO YL-VALUE.
095600     MOVE WS-YEAR-LINE TO RP-PRINT-LINE.
095700     PERFORM 7000-WRITE-RPT-LINE
095800         THRU 7000-WRITE-RPT-LINE-EXIT.
095900     MOVE SPACES TO RP-PRINT-LINE.
096000     PERFORM 7000-WRITE-RPT-LINE
096100         THRU 7000-WRITE-RPT-LINE-EXIT.
096200 3700-PRINT-BLOCK-EXIT.
096300     EXIT.
096400*-----------------------------------------------------------
096500* 3710-ADD-BLOCK-MONTH - ADD ONE MONTH INTO THE YEAR TOTALS
096600*-----------------------------------------------------------
096700 3710-ADD-BLOCK-MONTH.
096800     ADD BK-COUNT(WS-MONTH-SUB) TO BK-YEAR-COUNT.
096900     ADD BK-VALUE(WS-MONTH-SUB) TO BK-YEAR-VALUE.
097000 3710-ADD-BLOCK-MONTH-EXIT.
097100     EXIT.
097200*-----------------------------------------------------------
097300* 3720-PRINT-BAND - PRINT THE ITEMS AND VALUE LINES FOR THE
097400*     SIX MONTHS AFTER WS-BAND-START, VALUES IN WHOLE UNITS
097500*-----------------------------------------------------------
097600 3720-PRINT-BAND.
097700     MOVE SPACES TO VL-LABEL.
097800     PERFORM 3730-FILL-BAND-COLUMN
097900         THRU 3730-FILL-BAND-COLUMN-EXIT
098000         VARYING WS-COL-SUB FROM 1 BY 1
098100         UNTIL WS-COL-SUB > 6.
098200     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
098300     PERFORM 7000-WRITE-RPT-LINE
098400         THRU 7000-WRITE-RPT-LINE-EXIT.
098500     MOVE WS-VALUE-LINE TO RP-PRINT-LINE.
098600     PERFORM 7000-WRITE-RPT-LINE
098700         THRU 7000-WRITE-RPT-LINE-EXIT.
098800 3720-PRINT-BAND-EXIT.
098900     EXIT.
099000*-----------------------------------------------------------
099100* 3730-FILL-BAND-COLUMN - FILL ONE MONTH'S COLUMN OF THE
099200*     BAND'S ITEMS AND VALUE LINES
099300*-----------------------------------------------------------
099400 3730-FILL-BAND-COLUMN.
099500     COMPUTE WS-MONTH-SUB = WS-BAND-START + WS-COL-SUB.
099600     MOVE BK-COUNT(WS-MONTH-SUB) TO CL-COUNT(WS-COL-SUB).
099700     COMPUTE WS-WHOLE-VALUE ROUNDED = BK-VALUE(WS-MONTH-SUB).
099800     MOVE WS-WHOLE-VALUE TO VL-VALUE(WS-COL-SUB).
099900 3730-FILL-BAND-COLUMN-EXIT.
100000     EXIT.
100100*-----------------------------------------------------------
100200* 3800-ADD-TO-REGION - COUNT THE STATED BRANCH INTO ITS
100300*     REGION, OPENING AN ENTRY FOR A NEW REGION
100400*-----------------------------------------------------------
100500 3800-ADD-TO-REGION.
100600     SET WS-RLIST-IDX TO 1.
100700     PERFORM 3810-SCAN-RLIST-TABLE
100800         THRU 3810-SCAN-RLIST-TABLE-EXIT
100900         UNTIL WS-RLIST-IDX > WS-RLIST-COUNT
101000             OR RG-REGION(WS-RLIST-IDX) = WS-BRANCH-REGION.
101100     IF WS-RLIST-IDX > WS-RLIST-COUNT
101200         IF WS-RLIST-COUNT < 50
101300             ADD 1 TO WS-RLIST-COUNT
101400             SET WS-RLIST-IDX TO WS-RLIST-COUNT
101500             MOVE WS-BRANCH-REGION TO RG-REGION(WS-RLIST-IDX)
101600             MOVE ZERO TO RG-BRANCHES(WS-RLIST-IDX)
101700         ELSE
101800             DISPLAY 'REGION LIST FULL - OMITTING '
101900                 WS-BRANCH-REGION
102000             MOVE 4 TO RETURN-CODE
102100             GO TO 3800-ADD-TO-REGION-EXIT
102200         END-IF
102300     END-IF.
102400     ADD 1 TO RG-BRANCHES(WS-RLIST-IDX).
102500 3800-ADD-TO-REGION-EXIT.
102600     EXIT.
102700*-----------------------------------------------------------
102800* 3810-SCAN-RLIST-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
102900*-----------------------------------------------------------
103000 3810-SCAN-RLIST-TABLE.
103100     SET WS-RLIST-IDX UP BY 1.
103200 3810-SCAN-RLIST-TABLE-EXIT.
103300     EXIT.
103400*-----------------------------------------------------------
103500* 4000-PRINT-REGION-TOTALS - PRINT THE STATEMENT TOTALLED
103600*     FOR EACH REGION, EACH ON A PAGE OF ITS OWN, THEN FOR
103700*     ALL REGIONS, AND CLOSE THE REPORT
103800*-----------------------------------------------------------
103900 4000-PRINT-REGION-TOTALS.
104000     MOVE 'ANNUAL REGION TOTALS' TO RP-TITLE.
104100     PERFORM 4100-PRINT-ONE-REGION
104200         THRU 4100-PRINT-ONE-REGION-EXIT
104300         VARYING WS-RLIST-IDX FROM 1 BY 1
104400         UNTIL WS-RLIST-IDX > WS-RLIST-COUNT.
104500     MOVE RP-LINES-PER-PAGE TO RP-LINE-COUNT.
104600     MOVE 'ALL ' TO RH-REGION.
104700     MOVE WS-GRAND-BRANCHES TO RH-BRANCHES.
104800     MOVE WS-REGION-HEAD-LINE TO RP-PRINT-LINE.
104900     PERFORM 7000-WRITE-RPT-LINE
105000         THRU 7000-WRITE-RPT-LINE-EXIT.
105100     MOVE 'A' TO WS-GATHER-MODE.
105200     MOVE SPACES TO WS-GATHER-KEY.
105300     MOVE 'ALL REGIONS' TO WS-TOTAL-LABEL.
105400     PERFORM 3500-PRINT-GATHERED
105500         THRU 3500-PRINT-GATHERED-EXIT.
105600     IF WS-FORCED-MONTH-COUNT NOT = ZERO
105700         MOVE SPACES TO NL-TEXT
105800         MOVE WS-FORCED-MONTH-COUNT TO WS-COUNT-DISPLAY
105900         STRING '* MONTHS CLOSED FORCED:' DELIMITED BY SIZE
106000                WS-COUNT-DISPLAY          DELIMITED BY SIZE
106100                ' - VOLUMES DID NOT PROVE' DELIMITED BY SIZE
106200             INTO NL-TEXT
106300         END-STRING
106400         MOVE WS-NOTE-LINE TO RP-PRINT-LINE
106500         PERFORM 7000-WRITE-RPT-LINE
106600             THRU 7000-WRITE-RPT-LINE-EXIT
106700     END-IF.
106800     PERFORM 7900-END-REPORT
106900         THRU 7900-END-REPORT-EXIT.
107000     MOVE WS-GRAND-BRANCHES TO WS-COUNT-DISPLAY.
107100     DISPLAY 'BRANCHES STATED:  ' WS-COUNT-DISPLAY.
107400 4000-PRINT-REGION-TOTALS-EXIT.
107500     EXIT.
107600*-----------------------------------------------------------
107700* 4100-PRINT-ONE-REGION - PRINT ONE REGION'S TOTALLED
107800*     STATEMENT ON A PAGE OF ITS OWN
107900*-----------------------------------------------------------
108000 4100-PRINT-ONE-REGION.
108100     MOVE RP-LINES-PER-PAGE TO RP-LINE-COUNT.
108200     MOVE RG-REGION(WS-RLIST-IDX)   TO RH-REGION.
108300     MOVE RG-BRANCHES(WS-RLIST-IDX) TO RH-BRANCHES.
108400     MOVE WS-REGION-HEAD-LINE TO RP-PRINT-LINE.
108500     PERFORM 7000-WRITE-RPT-LINE
108600         THRU 7000-WRITE-RPT-LINE-EXIT.
108700     MOVE 'R' TO WS-GATHER-MODE.
108800     MOVE RG-REGION(WS-RLIST-IDX) TO WS-GATHER-KEY.
108900     MOVE 'REGION TOTAL' TO WS-TOTAL-LABEL.
109000     PERFORM 3500-PRINT-GATHERED
109100         THRU 3500-PRINT-GATHERED-EXIT.
109200 4100-PRINT-ONE-REGION-EXIT.
109300     EXIT.
109400*-----------------------------------------------------------
109500* 5000-MARK-YEAR-CLOSED - APPEND THE YEAR'S ROLL-UP TO YRSUMM
109540*     AND ITS CLOSE RECORD TO YEARCTL. YEARCTL IS OPENED
109580*     BEFORE ANYTHING IS WRITTEN, AND A FAILED WRITE TO EITHER
109620*     LEAVES THE YEAR OPEN; 1150 THEN REFUSES A RERUN UNTIL
109660*     YRSUMM IS RESTORED
109700*-----------------------------------------------------------
109740 5000-MARK-YEAR-CLOSED.
109780     OPEN EXTEND YEAR-CONTROL-FILE.
109820     IF WS-YCTL-NOT-FOUND
109860         OPEN OUTPUT YEAR-CONTROL-FILE
109900     END-IF.
109940     IF NOT WS-YCTL-OK
109980         DISPLAY 'UNABLE TO OPEN YEARCTL, STATUS: '
110020             WS-YCTL-STATUS ' - YEAR NOT CLOSED'
110060         MOVE 8 TO RETURN-CODE
110100         GO TO 5000-MARK-YEAR-CLOSED-EXIT
110140     END-IF.
110180     OPEN EXTEND YEAR-SUMMARY-FILE.
110220     IF WS-YSUM-NOT-FOUND
110260         OPEN OUTPUT YEAR-SUMMARY-FILE
110300     END-IF.
110340     IF NOT WS-YSUM-OK
110380         DISPLAY 'UNABLE TO OPEN YRSUMM, STATUS: '
110420             WS-YSUM-STATUS ' - YEAR NOT CLOSED'
110460         CLOSE YEAR-CONTROL-FILE
110500         MOVE 8 TO RETURN-CODE
110540         GO TO 5000-MARK-YEAR-CLOSED-EXIT
110580     END-IF.
110620     PERFORM 5100-WRITE-YEAR-SUMMARY
110660         THRU 5100-WRITE-YEAR-SUMMARY-EXIT
110700         VARYING WS-ROLL-IDX FROM 1 BY 1
110740         UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
110780             OR WS-ROLLUP-FULL.
110820     CLOSE YEAR-SUMMARY-FILE.
110860     IF WS-ROLLUP-FULL
110900         DISPLAY 'YRSUMM INCOMPLETE - YEAR ' WS-CLOSE-YEAR
110940             ' NOT CLOSED, RESTORE YRSUMM BEFORE A RERUN'
110980         CLOSE YEAR-CONTROL-FILE
111020         MOVE 8 TO RETURN-CODE
111060         GO TO 5000-MARK-YEAR-CLOSED-EXIT
111100     END-IF.
111140     MOVE WS-ROLL-COUNT TO WS-COUNT-DISPLAY.
111180     DISPLAY 'YRSUMM RECORDS:   ' WS-COUNT-DISPLAY.
111220     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
111260     MOVE WS-CLOSE-YEAR         TO YC-YEAR.
111300     MOVE WS-STAMP-DATE         TO YC-CLOSED-DATE.
111340     MOVE 'CLOSED'              TO YC-STATUS.
111380     MOVE WS-FORCED-MONTH-COUNT TO YC-FORCED-MONTHS.
111420     MOVE WS-OPERATOR-CODE      TO YC-OPERATOR.
111460     WRITE YEAR-CONTROL-RECORD.
111500     IF NOT WS-YCTL-OK
111540         DISPLAY 'UNABLE TO WRITE YEARCTL, STATUS: '
111580             WS-YCTL-STATUS ' - YEAR NOT CLOSED, RESTORE'
111620             ' YRSUMM BEFORE A RERUN'
111660         CLOSE YEAR-CONTROL-FILE
111700         MOVE 8 TO RETURN-CODE
111740         GO TO 5000-MARK-YEAR-CLOSED-EXIT
111780     END-IF.
111820     CLOSE YEAR-CONTROL-FILE.
111860     DISPLAY 'YEAR ' WS-CLOSE-YEAR ' CLOSED BY '
111900         WS-OPERATOR-CODE.
112500 5000-MARK-YEAR-CLOSED-EXIT.
112600     EXIT.
112602*-----------------------------------------------------------
112604* 5100-WRITE-YEAR-SUMMARY - APPEND ONE ROLL-UP ENTRY TO
112606*     YRSUMM, WITH ITS YEAR TOTALS
112608*-----------------------------------------------------------
112610 5100-WRITE-YEAR-SUMMARY.
112612     MOVE WS-CLOSE-YEAR              TO YS-YEAR.
112614     MOVE RL-BRANCH(WS-ROLL-IDX)     TO YS-BRANCH.
112616     MOVE RL-REGION(WS-ROLL-IDX)     TO YS-REGION.
112618     MOVE RL-OPERATION(WS-ROLL-IDX)  TO YS-OPERATION.
112620     MOVE ZERO TO YS-YEAR-COUNT.
112622     MOVE ZERO TO YS-YEAR-VALUE.
112624     PERFORM 5110-MOVE-SUMMARY-MONTH
112626         THRU 5110-MOVE-SUMMARY-MONTH-EXIT
112628         VARYING WS-MONTH-SUB FROM 1 BY 1
112630         UNTIL WS-MONTH-SUB > 12.
112632     WRITE YEAR-SUMMARY-RECORD.
112634     IF NOT WS-YSUM-OK
112636         DISPLAY 'UNABLE TO WRITE YRSUMM, STATUS: '
112638             WS-YSUM-STATUS
112640         MOVE 'Y' TO WS-ROLLUP-FULL-SW
112642     END-IF.
112644 5100-WRITE-YEAR-SUMMARY-EXIT.
112646     EXIT.
112648*-----------------------------------------------------------
112650* 5110-MOVE-SUMMARY-MONTH - MOVE ONE MONTH OF THE ENTRY TO
112652*     THE SUMMARY RECORD AND ADD IT TO THE YEAR TOTALS
112654*-----------------------------------------------------------
112656 5110-MOVE-SUMMARY-MONTH.
112658     MOVE RL-COUNT(WS-ROLL-IDX WS-MONTH-SUB)
112660         TO YS-COUNT(WS-MONTH-SUB).
112662     MOVE RL-VALUE(WS-ROLL-IDX WS-MONTH-SUB)
112664         TO YS-VALUE(WS-MONTH-SUB).
112666     ADD RL-COUNT(WS-ROLL-IDX WS-MONTH-SUB) TO YS-YEAR-COUNT.
112668     ADD RL-VALUE(WS-ROLL-IDX WS-MONTH-SUB) TO YS-YEAR-VALUE.
112670 5110-MOVE-SUMMARY-MONTH-EXIT.
112672     EXIT.
112700*-----------------------------------------------------------
112800* 8900-CLOSE-FILES - CLOSE THE HISTORY AND THE STATEMENTS
113000*-----------------------------------------------------------
113100 8900-CLOSE-FILES.
113200     CLOSE STAT-FILE.
113400     CLOSE REPORT-FILE.
113500 8900-CLOSE-FILES-EXIT.
113600     EXIT.
113700*-----------------------------------------------------------
113800* 9999-EXIT
113900*-----------------------------------------------------------
114000 9999-EXIT.
114100     STOP RUN.
114200 9999-EXIT-EXIT.
114300     EXIT.
114400     COPY RPTPROC.
114500     COPY SGNPROC.
