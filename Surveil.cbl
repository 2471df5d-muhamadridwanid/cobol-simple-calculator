000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SURVEIL.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-11.
000600 DATE-COMPILED. 2026-09-11.
000700*REMARKS.
000800*    LARGE-VALUE AND STRUCTURING SURVEILLANCE OVER THE DAY'S
000900*    AUDIT LOG FOR COMPLIANCE. THE DAY'S CALCULATIONS ARE
001000*    SORTED BY BRANCH, OPERATION AND TIME. A LINE WHOSE VALUE
001100*    (THE LARGER OF ITS TWO AMOUNTS, SIGN IGNORED, AS THE
001200*    BRANCH VALUE LIMITS TEST IT) IS AT OR ABOVE THE
001300*    REPORTING THRESHOLD IS A LARGE-VALUE CASE. LINES JUST
001400*    UNDER THE THRESHOLD ARE FED THROUGH A SLIDING TIME
001500*    WINDOW PER BRANCH AND OPERATION; WHEN ENOUGH OF THEM FALL
001600*    INSIDE THE WINDOW AND TOGETHER REACH THE THRESHOLD - THE
001700*    SPLIT-TO-AVOID-REPORTING PATTERN DUPCHECK CANNOT SEE,
001800*    SINCE THE AMOUNTS DIFFER - A STRUCTURING CASE IS OPENED,
001900*    AND EVERY FURTHER JUST-UNDER LINE WITHIN THE WINDOW OF
002000*    THE LAST ONE JOINS IT. THRESHOLD, JUST-UNDER FLOOR,
002100*    WINDOW, MINIMUM COUNT AND REVIEW DAYS COME FROM THE
002200*    SURVPARM CONTROL RECORD (SVPREC), WITH SHOP DEFAULTS
002300*    WHEN IT IS MISSING. REVERSAL OFFSETS AND THE SYSTEM
002400*    POSTINGS THAT MOVE NO CUSTOMER VALUE (AMORTIZATION
002500*    SCHEDULES, LOAN RECASTS AND BRANCH MERGE TRANSFERS) ARE
002600*    LEFT OUT.
002700*    EVERY CASE IS WRITTEN TO THE SURVCASE FILE (SVCREC)
002800*    UNDER THE NEXT CASE NUMBER, OPEN, FOR COMPLIANCE TO MARK
002900*    REVIEWED THROUGH SURVREV; A RERUN FOR THE SAME DATE FINDS
003000*    ITS CASES ALREADY ON FILE AND REPORTS THEM UNDER THEIR
003100*    EXISTING NUMBERS. THE REPORT (SURVRPT) LISTS THE DAY'S
003200*    CASES AND THEN EVERY OPEN CASE OLDER THAN THE REVIEW
003300*    DAYS; ANY SUCH CASE, OR AN UNUSABLE SURVPARM RECORD, ENDS
003400*    THE STEP RETURN-CODE 4. AN UNREADABLE AUDIT LOG OR CASE
003500*    FILE ENDS IT RETURN-CODE 8.
003600*-----------------------------------------------------------
003700*                 MODIFICATION HISTORY
003800*-----------------------------------------------------------
003900* DATE       INIT  DESCRIPTION
004000* ---------- ----  ----------------------------------------
004100* 2026-09-11  RH   ORIGINAL PROGRAM.
004200*-----------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-STATUS.
005200     SELECT PARM-FILE ASSIGN TO SURVPARM
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500     SELECT CASE-FILE ASSIGN TO SURVCASE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS SC-CASE-NO
005900         FILE STATUS IS WS-CASE-STATUS.
006000     SELECT SORT-WORK ASSIGN TO SRTWORK.
006100     SELECT REPORT-FILE ASSIGN TO SURVRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AUDIT-FILE.
006700     COPY AUDITREC.
006800 FD  PARM-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY SVPREC.
007100 FD  CASE-FILE.
007200     COPY SVCREC.
007300 SD  SORT-WORK.
007400 01  SORT-RECORD.
007500     05  SR-BRANCH              PIC X(04).
007600     05  SR-OPERATION           PIC X(14).
007700     05  SR-TIME                PIC 9(08).
007800     05  SR-VALUE               PIC S9(05)V99.
007900     05  SR-OPERATOR            PIC X(04).
008000 FD  REPORT-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  REPORT-RECORD              PIC X(80).
008300 WORKING-STORAGE SECTION.
008400 01  WS-AUDIT-STATUS            PIC X(02).
008500     88  WS-AUDIT-OK            VALUE '00'.
008600 01  WS-PARM-STATUS             PIC X(02).
008700     88  WS-PARM-OK             VALUE '00'.
008800 01  WS-CASE-STATUS             PIC X(02).
008900     88  WS-CASE-OK             VALUE '00'.
009000     88  WS-CASE-NOT-FOUND      VALUE '35'.
009100 01  WS-RPT-STATUS              PIC X(02).
009200     88  WS-RPT-OK              VALUE '00'.
009300 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
009400     88  WS-OPEN-OK             VALUE 'Y'.
009500 01  WS-RUN-FAILED-SWITCH       PIC X(01)       VALUE 'N'.
009600     88  WS-RUN-FAILED          VALUE 'Y'.
009700 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
009800     88  WS-AUDIT-EOF           VALUE 'Y'.
009900 01  WS-SORT-EOF-SWITCH         PIC X(01)       VALUE 'N'.
010000     88  WS-SORT-EOF            VALUE 'Y'.
010100 01  WS-CASE-EOF-SWITCH         PIC X(01)       VALUE 'N'.
010200     88  WS-CASE-EOF            VALUE 'Y'.
010300 01  WS-PARM-SOURCE-SWITCH      PIC X(01)       VALUE 'D'.
010400     88  WS-PARM-FROM-FILE      VALUE 'F'.
010500     88  WS-PARM-DEFAULTED      VALUE 'D'.
010600     88  WS-PARM-INVALID        VALUE 'I'.
010700 01  WS-DATE-INPUT              PIC X(08).
010800 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
010900 01  WS-BUS-DAYNO               PIC S9(07)      COMP VALUE ZERO.
011000 01  WS-CASE-DAYNO              PIC S9(07)      COMP VALUE ZERO.
011100 01  WS-CASE-AGE                PIC S9(05)      COMP VALUE ZERO.
011200*-----------------------------------------------------------
011300* SURVEILLANCE PARAMETERS IN FORCE, WITH THE SHOP DEFAULTS
011400*-----------------------------------------------------------
011500 01  WS-DEFAULT-PARMS.
011600     05  WS-DFLT-THRESHOLD      PIC 9(05)V99    VALUE 10000.00.
011700     05  WS-DFLT-FLOOR-PCT      PIC 9(03)       VALUE 80.
011800     05  WS-DFLT-WINDOW-MINUTES PIC 9(03)       VALUE 60.
011900     05  WS-DFLT-MIN-COUNT      PIC 9(02)       VALUE 2.
012000     05  WS-DFLT-REVIEW-DAYS    PIC 9(02)       VALUE 5.
012100 01  WS-THRESHOLD               PIC 9(05)V99    VALUE ZERO.
012200 01  WS-FLOOR-PCT               PIC 9(03)       VALUE ZERO.
012300 01  WS-FLOOR-VALUE             PIC 9(05)V99    VALUE ZERO.
012400 01  WS-WINDOW-MINUTES          PIC 9(03)       VALUE ZERO.
012500 01  WS-WINDOW-SECONDS          PIC 9(06)       COMP VALUE ZERO.
012600 01  WS-MIN-COUNT               PIC 9(02)       VALUE ZERO.
012700 01  WS-REVIEW-DAYS             PIC 9(02)       VALUE ZERO.
012800*-----------------------------------------------------------
012900* ONE AUDIT LINE'S AMOUNTS, DE-EDITED FOR THE VALUE TEST
013000*-----------------------------------------------------------
013100 01  WS-NUM1-VALUE              PIC S9(05)V99   VALUE ZERO.
013200 01  WS-NUM2-VALUE              PIC S9(05)V99   VALUE ZERO.
013300 01  WS-TIME-PARTS.
013400     05  WS-TP-HH               PIC 9(02).
013500     05  WS-TP-MM               PIC 9(02).
013600     05  WS-TP-SS               PIC 9(02).
013700     05  FILLER                 PIC 9(02).
013800 01  WS-CURR-SECONDS            PIC 9(06)       COMP VALUE ZERO.
013900 01  WS-GAP-SECONDS             PIC S9(07)      COMP VALUE ZERO.
014000*-----------------------------------------------------------
014100* BRANCH/OPERATION GROUP BEING SCANNED
014200*-----------------------------------------------------------
014300 01  WS-HAVE-GROUP-SWITCH       PIC X(01)       VALUE 'N'.
014400     88  WS-HAVE-GROUP          VALUE 'Y'.
014500 01  WS-GROUP-KEY.
014600     05  WS-GRP-BRANCH          PIC X(04).
014700     05  WS-GRP-OPERATION       PIC X(14).
014800*-----------------------------------------------------------
014900* SLIDING WINDOW OF THE GROUP'S JUST-UNDER LINES: ENTRIES
015000* WS-WIN-FIRST THRU WS-WIN-LAST ARE INSIDE THE WINDOW
015100*-----------------------------------------------------------
015200 01  WS-WIN-FIRST               PIC 9(04)       COMP VALUE 1.
015300 01  WS-WIN-LAST                PIC 9(04)       COMP VALUE ZERO.
015400 01  WS-WIN-ITEMS               PIC 9(04)       COMP VALUE ZERO.
015500 01  WS-WIN-TOTAL               PIC S9(09)V99   COMP-3 VALUE ZERO.
015600 01  WS-WIN-SHIFT-FROM          PIC 9(04)       COMP VALUE ZERO.
015700 01  WS-WIN-SHIFT-TO            PIC 9(04)       COMP VALUE ZERO.
015800 01  WS-WINDOW-TABLE.
015900     05  WS-WIN-ENTRY OCCURS 500 TIMES.
016000         10  WQ-SECONDS         PIC 9(06)       COMP.
016100         10  WQ-TIME            PIC 9(08).
016200         10  WQ-VALUE           PIC S9(05)V99   COMP-3.
016300*-----------------------------------------------------------
016400* STRUCTURING RUN IN PROGRESS FOR THE GROUP
016500*-----------------------------------------------------------
016600 01  WS-BURST-SWITCH            PIC X(01)       VALUE 'N'.
016700     88  WS-BURST-OPEN          VALUE 'Y'.
016800 01  WS-BURST.
016900     05  WS-BU-FIRST-TIME       PIC 9(08).
017000     05  WS-BU-LAST-TIME        PIC 9(08).
017100     05  WS-BU-LAST-SECONDS     PIC 9(06)       COMP.
017200     05  WS-BU-COUNT            PIC 9(04)       COMP.
017300     05  WS-BU-TOTAL            PIC S9(09)V99   COMP-3.
017400*-----------------------------------------------------------
017500* ONE CASE BEING RECORDED AND REPORTED
017600*-----------------------------------------------------------
017700 01  WS-CASE-WORK.
017800     05  CW-TYPE                PIC X(01).
017900     05  CW-FIRST-TIME          PIC 9(08).
018000     05  CW-LAST-TIME           PIC 9(08).
018100     05  CW-COUNT               PIC 9(04).
018200     05  CW-TOTAL               PIC S9(07)V99.
018300     05  CW-OPERATOR            PIC X(04).
018400     05  CW-CASE-NO             PIC 9(06).
018500     05  CW-DISPOSITION         PIC X(09).
018600 01  WS-LAST-CASE-NO            PIC 9(06)       VALUE ZERO.
018700*-----------------------------------------------------------
018800* CASES ALREADY ON FILE FOR THE BUSINESS DATE, SO A RERUN
018900* REPORTS THEM UNDER THEIR EXISTING NUMBERS
019000*-----------------------------------------------------------
019100 01  WS-DAY-CASE-COUNT          PIC 9(04)       COMP VALUE ZERO.
019200 01  WS-DAY-CASE-TABLE.
019300     05  WS-DAY-CASE OCCURS 2000 TIMES
019400             INDEXED BY WS-DC-IDX.
019500         10  DC-TYPE            PIC X(01).
019600         10  DC-BRANCH          PIC X(04).
019700         10  DC-OPERATION       PIC X(14).
019800         10  DC-FIRST-TIME      PIC 9(08).
019900         10  DC-TOTAL           PIC S9(07)V99.
020000         10  DC-CASE-NO         PIC 9(06).
020100*-----------------------------------------------------------
020200* RUN COUNTS
020300*-----------------------------------------------------------
020400 01  WS-LARGE-COUNT             PIC 9(05)       COMP VALUE ZERO.
020500 01  WS-STRUCT-COUNT            PIC 9(05)       COMP VALUE ZERO.
020600 01  WS-NEW-CASE-COUNT          PIC 9(05)       COMP VALUE ZERO.
020700 01  WS-ON-FILE-COUNT           PIC 9(05)       COMP VALUE ZERO.
020800 01  WS-OPEN-CASE-COUNT         PIC 9(06)       COMP VALUE ZERO.
020900 01  WS-OVERDUE-COUNT           PIC 9(06)       COMP VALUE ZERO.
021000 01  WS-COUNT-DISPLAY           PIC ZZZ,ZZ9.
021100     COPY RPTCTL.
021200 01  WS-HEADING-LINE-2.
021300     05  FILLER  PIC X(40) VALUE
021400         'CASE   T BRCH OPERATION      FIRST    LA'.
021500     05  FILLER  PIC X(40) VALUE
021600         'ST      CNT  TOTAL VALUE OPER STATUS'.
021700 01  WS-PARM-LINE.
021800     05  FILLER                 PIC X(10) VALUE 'THRESHOLD '.
021900     05  PM-THRESHOLD           PIC ZZ,ZZ9.99.
022000     05  FILLER                 PIC X(12) VALUE ' JUST UNDER '.
022100     05  PM-FLOOR-VALUE         PIC ZZ,ZZ9.99.
022200     05  FILLER                 PIC X(08) VALUE ' WINDOW '.
022300     05  PM-WINDOW              PIC ZZ9.
022400     05  FILLER                 PIC X(12) VALUE ' MINS  COUNT'.
022500     05  PM-MIN-COUNT           PIC Z9.
022600     05  FILLER                 PIC X(01) VALUE SPACE.
022700     05  PM-SOURCE              PIC X(14).
022800 01  WS-DETAIL-LINE.
022900     05  DT-CASE-NO             PIC 9(06).
023000     05  FILLER                 PIC X(01) VALUE SPACE.
023100     05  DT-TYPE                PIC X(01).
023200     05  FILLER                 PIC X(01) VALUE SPACE.
023300     05  DT-BRANCH              PIC X(04).
023400     05  FILLER                 PIC X(01) VALUE SPACE.
023500     05  DT-OPERATION           PIC X(14).
023600     05  FILLER                 PIC X(01) VALUE SPACE.
023700     05  DT-FIRST-TIME          PIC 9(08).
023800     05  FILLER                 PIC X(01) VALUE SPACE.
023900     05  DT-LAST-TIME           PIC 9(08).
024000     05  FILLER                 PIC X(01) VALUE SPACE.
024100     05  DT-COUNT               PIC ZZZ9.
024200     05  FILLER                 PIC X(01) VALUE SPACE.
024300     05  DT-TOTAL               PIC Z,ZZZ,ZZ9.99.
024400     05  FILLER                 PIC X(01) VALUE SPACE.
024500     05  DT-OPERATOR            PIC X(04).
024600     05  FILLER                 PIC X(01) VALUE SPACE.
024700     05  DT-DISPOSITION         PIC X(09).
024800 01  WS-OVERDUE-HEADING.
024900     05  FILLER                 PIC X(22) VALUE
025000         'OPEN CASES OLDER THAN '.
025100     05  OH-DAYS                PIC Z9.
025200     05  FILLER                 PIC X(56) VALUE ' DAYS'.
025300 01  WS-OVERDUE-LINE.
025400     05  OD-CASE-NO             PIC 9(06).
025500     05  FILLER                 PIC X(01) VALUE SPACE.
025600     05  OD-TYPE                PIC X(01).
025700     05  FILLER                 PIC X(01) VALUE SPACE.
025800     05  OD-BRANCH              PIC X(04).
025900     05  FILLER                 PIC X(01) VALUE SPACE.
026000     05  OD-OPERATION           PIC X(14).
026100     05  FILLER                 PIC X(08) VALUE ' OPENED '.
026200     05  OD-BUS-DATE            PIC 9(08).
026300     05  FILLER                 PIC X(05) VALUE ' AGE '.
026400     05  OD-AGE                 PIC ZZZ9.
026500     05  FILLER                 PIC X(01) VALUE SPACE.
026600     05  OD-TOTAL               PIC Z,ZZZ,ZZ9.99.
026700     05  FILLER                 PIC X(14) VALUE SPACES.
026800 01  WS-COUNT-LINE.
026900     05  CL-LABEL               PIC X(34).
027000     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
027100     05  FILLER                 PIC X(37) VALUE SPACES.
027200 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
027300 LINKAGE SECTION.
027400*-----------------------------------------------------------
027500* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
027600*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER;
027700*     WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE PROMPT.
027800*-----------------------------------------------------------
027900 01  LK-BUS-DATE                PIC 9(08).
028000 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
028100*-----------------------------------------------------------
028200* 0000-MAINLINE
028300*-----------------------------------------------------------
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE
028600         THRU 1000-INITIALIZE-EXIT.
028700     IF WS-OPEN-OK
028800         SORT SORT-WORK
028900             ON ASCENDING KEY SR-BRANCH SR-OPERATION SR-TIME
029000             INPUT PROCEDURE IS 1500-FEED-SORT
029100                 THRU 1500-FEED-SORT-EXIT
029200             OUTPUT PROCEDURE IS 2000-SCAN-SORTED-LINES
029300                 THRU 2000-SCAN-SORTED-LINES-EXIT
029400         IF WS-OPEN-OK
029500             PERFORM 3000-LIST-OVERDUE-CASES
029600                 THRU 3000-LIST-OVERDUE-CASES-EXIT
029700             PERFORM 3500-PRINT-SUMMARY
029800                 THRU 3500-PRINT-SUMMARY-EXIT
029900         END-IF
030000         PERFORM 8900-CLOSE-FILES
030100             THRU 8900-CLOSE-FILES-EXIT
030200     END-IF.
030300     PERFORM 9999-EXIT
030400         THRU 9999-EXIT-EXIT.
030500*-----------------------------------------------------------
030600* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, LOAD THE
030700*     PARAMETERS, OPEN THE CASE FILE (CREATING IT ON FIRST
030800*     USE) AND NOTE WHAT IS ALREADY ON IT, THEN OPEN THE
030900*     REPORT
031000*-----------------------------------------------------------
031100 1000-INITIALIZE.
031200     MOVE 'N' TO WS-OPEN-SWITCH.
031300     MOVE 'N' TO WS-RUN-FAILED-SWITCH.
031400     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
031500     MOVE 'N' TO WS-SORT-EOF-SWITCH.
031600     MOVE 'N' TO WS-HAVE-GROUP-SWITCH.
031700     MOVE 'N' TO WS-BURST-SWITCH.
031800     MOVE ZERO TO WS-LARGE-COUNT WS-STRUCT-COUNT
031900         WS-NEW-CASE-COUNT WS-ON-FILE-COUNT
032000         WS-OPEN-CASE-COUNT WS-OVERDUE-COUNT
032100         WS-DAY-CASE-COUNT WS-LAST-CASE-NO.
032200     IF LK-BUS-DATE IS OMITTED
032300         DISPLAY 'ENTER BUSINESS DATE TO SURVEY (YYYYMMDD): '
032400         MOVE SPACES TO WS-DATE-INPUT
032500         ACCEPT WS-DATE-INPUT
032600         IF WS-DATE-INPUT IS NOT NUMERIC
032700             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
032800             GO TO 1000-INITIALIZE-EXIT
032900         END-IF
033000         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
033100     ELSE
033200         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
033300     END-IF.
033400     COMPUTE WS-BUS-DAYNO =
033500         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
033600     IF WS-BUS-DAYNO = ZERO
033700         DISPLAY 'NOT A VALID CALENDAR DATE: ' WS-BUSINESS-DATE
033800         GO TO 1000-INITIALIZE-EXIT
033900     END-IF.
034000     PERFORM 1100-LOAD-PARAMETERS
034100         THRU 1100-LOAD-PARAMETERS-EXIT.
034200     OPEN I-O CASE-FILE.
034300     IF WS-CASE-NOT-FOUND
034400         OPEN OUTPUT CASE-FILE
034500         CLOSE CASE-FILE
034600         OPEN I-O CASE-FILE
034700     END-IF.
034800     IF NOT WS-CASE-OK
034900         DISPLAY 'UNABLE TO OPEN SURVCASE, STATUS: '
035000             WS-CASE-STATUS
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF.
035300     PERFORM 1200-NOTE-CASES-ON-FILE
035400         THRU 1200-NOTE-CASES-ON-FILE-EXIT.
035500     OPEN OUTPUT REPORT-FILE.
035600     IF NOT WS-RPT-OK
035700         DISPLAY 'UNABLE TO OPEN SURVRPT, STATUS: ' WS-RPT-STATUS
035800         CLOSE CASE-FILE
035900         GO TO 1000-INITIALIZE-EXIT
036000     END-IF.
036100     MOVE 'LARGE-VALUE/STRUCTURING CASES' TO RP-TITLE.
036200     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
036300     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
036400     PERFORM 7200-INIT-REPORT
036500         THRU 7200-INIT-REPORT-EXIT.
036600     MOVE WS-THRESHOLD      TO PM-THRESHOLD.
036700     MOVE WS-FLOOR-VALUE    TO PM-FLOOR-VALUE.
036800     MOVE WS-WINDOW-MINUTES TO PM-WINDOW.
036900     MOVE WS-MIN-COUNT      TO PM-MIN-COUNT.
037000     EVALUATE TRUE
037100         WHEN WS-PARM-FROM-FILE
037200             MOVE 'FROM SURVPARM' TO PM-SOURCE
037300         WHEN WS-PARM-INVALID
037400             MOVE 'DEFAULTS - BAD' TO PM-SOURCE
037500         WHEN OTHER
037600             MOVE 'DEFAULTS'      TO PM-SOURCE
037700     END-EVALUATE.
037800     MOVE WS-PARM-LINE TO RP-PRINT-LINE.
037900     PERFORM 7000-WRITE-RPT-LINE
038000         THRU 7000-WRITE-RPT-LINE-EXIT.
038100     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
038200     PERFORM 7000-WRITE-RPT-LINE
038300         THRU 7000-WRITE-RPT-LINE-EXIT.
038400     MOVE 'Y' TO WS-OPEN-SWITCH.
038500 1000-INITIALIZE-EXIT.
038600     EXIT.
038700*-----------------------------------------------------------
038800* 1100-LOAD-PARAMETERS - TAKE THE THRESHOLDS AND WINDOW FROM
038900*     THE SURVPARM RECORD. A MISSING FILE FALLS BACK TO THE
039000*     SHOP DEFAULTS QUIETLY; A RECORD THAT IS PRESENT BUT NOT
039100*     USABLE ALSO FALLS BACK, BUT IS FLAGGED SO THE STEP ENDS
039200*     WITH A WARNING AND SOMEONE FIXES IT.
039300*-----------------------------------------------------------
039400 1100-LOAD-PARAMETERS.
039500     MOVE WS-DFLT-THRESHOLD      TO WS-THRESHOLD.
039600     MOVE WS-DFLT-FLOOR-PCT      TO WS-FLOOR-PCT.
039700     MOVE WS-DFLT-WINDOW-MINUTES TO WS-WINDOW-MINUTES.
039800     MOVE WS-DFLT-MIN-COUNT      TO WS-MIN-COUNT.
039900     MOVE WS-DFLT-REVIEW-DAYS    TO WS-REVIEW-DAYS.
040000     MOVE 'D' TO WS-PARM-SOURCE-SWITCH.
040100     OPEN INPUT PARM-FILE.
040200     IF NOT WS-PARM-OK
040300         DISPLAY 'NO SURVPARM RECORD, STATUS: ' WS-PARM-STATUS
040400             ' - SURVEILLANCE DEFAULTS USED'
040500         GO TO 1100-LOAD-PARAMETERS-SET
040600     END-IF.
040700     READ PARM-FILE
040800         AT END
040900             MOVE 'I' TO WS-PARM-SOURCE-SWITCH
041000     END-READ.
041100     CLOSE PARM-FILE.
041200     IF WS-PARM-INVALID
041300         DISPLAY 'SURVPARM IS EMPTY - SURVEILLANCE DEFAULTS USED'
041400         GO TO 1100-LOAD-PARAMETERS-SET
041500     END-IF.
041600     IF SP-THRESHOLD IS NOT NUMERIC
041700             OR SP-FLOOR-PCT IS NOT NUMERIC
041800             OR SP-WINDOW-MINUTES IS NOT NUMERIC
041900             OR SP-MIN-COUNT IS NOT NUMERIC
042000             OR SP-REVIEW-DAYS IS NOT NUMERIC
042100         MOVE 'I' TO WS-PARM-SOURCE-SWITCH
042200     ELSE
042300         IF SP-THRESHOLD = ZERO
042400                 OR SP-FLOOR-PCT = ZERO OR SP-FLOOR-PCT > 100
042500                 OR SP-WINDOW-MINUTES = ZERO
042600                 OR SP-MIN-COUNT < 2
042700             MOVE 'I' TO WS-PARM-SOURCE-SWITCH
042800         END-IF
042900     END-IF.
043000     IF WS-PARM-INVALID
043100         DISPLAY 'SURVPARM RECORD NOT USABLE - SURVEILLANCE '
043200             'DEFAULTS USED'
043300         GO TO 1100-LOAD-PARAMETERS-SET
043400     END-IF.
043500     MOVE SP-THRESHOLD      TO WS-THRESHOLD.
043600     MOVE SP-FLOOR-PCT      TO WS-FLOOR-PCT.
043700     MOVE SP-WINDOW-MINUTES TO WS-WINDOW-MINUTES.
043800     MOVE SP-MIN-COUNT      TO WS-MIN-COUNT.
043900     MOVE SP-REVIEW-DAYS    TO WS-REVIEW-DAYS.
044000     MOVE 'F' TO WS-PARM-SOURCE-SWITCH.
044100 1100-LOAD-PARAMETERS-SET.
044200     COMPUTE WS-FLOOR-VALUE ROUNDED =
044300         WS-THRESHOLD * WS-FLOOR-PCT / 100.
044400     COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60.
044500 1100-LOAD-PARAMETERS-EXIT.
044600     EXIT.
044700*-----------------------------------------------------------
044800* 1200-NOTE-CASES-ON-FILE - BROWSE THE CASE FILE FOR THE
044900*     HIGHEST CASE NUMBER AND FOR THE CASES ALREADY OPENED FOR
045000*     THE BUSINESS DATE BY AN EARLIER RUN
045100*-----------------------------------------------------------
045200 1200-NOTE-CASES-ON-FILE.
045300     MOVE 'N' TO WS-CASE-EOF-SWITCH.
045400     PERFORM 1210-READ-CASE
045500         THRU 1210-READ-CASE-EXIT.
045600     PERFORM 1220-NOTE-ONE-CASE
045700         THRU 1220-NOTE-ONE-CASE-EXIT
045800         UNTIL WS-CASE-EOF.
045900 1200-NOTE-CASES-ON-FILE-EXIT.
046000     EXIT.
046100*-----------------------------------------------------------
046200* 1210-READ-CASE - READ THE NEXT CASE IN CASE NUMBER ORDER
046300*-----------------------------------------------------------
046400 1210-READ-CASE.
046500     READ CASE-FILE NEXT RECORD
046600         AT END
046700             SET WS-CASE-EOF TO TRUE
046800     END-READ.
046900 1210-READ-CASE-EXIT.
047000     EXIT.
047100*-----------------------------------------------------------
047200* 1220-NOTE-ONE-CASE - KEEP THE HIGHEST CASE NUMBER AND TABLE
047300*     ONE OF THE BUSINESS DATE'S CASES, THEN READ THE NEXT
047400*-----------------------------------------------------------
047500 1220-NOTE-ONE-CASE.
047600     IF SC-CASE-NO > WS-LAST-CASE-NO
047700         MOVE SC-CASE-NO TO WS-LAST-CASE-NO
047800     END-IF.
047900     IF SC-BUS-DATE NOT = WS-BUSINESS-DATE
048000         GO TO 1220-NOTE-NEXT
048100     END-IF.
048200     IF WS-DAY-CASE-COUNT NOT < 2000
048300         DISPLAY 'MORE THAN 2000 SURVCASE CASES FOR '
048400             WS-BUSINESS-DATE ' - A RERUN MAY OPEN DUPLICATES'
048500         GO TO 1220-NOTE-NEXT
048600     END-IF.
048700     ADD 1 TO WS-DAY-CASE-COUNT.
048800     SET WS-DC-IDX TO WS-DAY-CASE-COUNT.
048900     MOVE SC-CASE-TYPE   TO DC-TYPE(WS-DC-IDX).
049000     MOVE SC-BRANCH      TO DC-BRANCH(WS-DC-IDX).
049100     MOVE SC-OPERATION   TO DC-OPERATION(WS-DC-IDX).
049200     MOVE SC-FIRST-TIME  TO DC-FIRST-TIME(WS-DC-IDX).
049300     MOVE SC-TOTAL-VALUE TO DC-TOTAL(WS-DC-IDX).
049400     MOVE SC-CASE-NO     TO DC-CASE-NO(WS-DC-IDX).
049500 1220-NOTE-NEXT.
049600     PERFORM 1210-READ-CASE
049700         THRU 1210-READ-CASE-EXIT.
049800 1220-NOTE-ONE-CASE-EXIT.
049900     EXIT.
050000*-----------------------------------------------------------
050100* 1500-FEED-SORT - SORT INPUT PROCEDURE; RELEASES THE
050200*     BUSINESS DATE'S CUSTOMER CALCULATIONS WITH THEIR VALUE
050300*-----------------------------------------------------------
050400 1500-FEED-SORT.
050500     OPEN INPUT AUDIT-FILE.
050600     IF NOT WS-AUDIT-OK
050700         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
050800             WS-AUDIT-STATUS
050900         MOVE 'N' TO WS-OPEN-SWITCH
051000         GO TO 1500-FEED-SORT-EXIT
051100     END-IF.
051200     PERFORM 1510-READ-AUDIT-LINE
051300         THRU 1510-READ-AUDIT-LINE-EXIT.
051400     PERFORM 1520-RELEASE-ONE-LINE
051500         THRU 1520-RELEASE-ONE-LINE-EXIT
051600         UNTIL WS-AUDIT-EOF.
051700     CLOSE AUDIT-FILE.
051800 1500-FEED-SORT-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------
052100* 1510-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
052200*-----------------------------------------------------------
052300 1510-READ-AUDIT-LINE.
052400     READ AUDIT-FILE
052500         AT END
052600             SET WS-AUDIT-EOF TO TRUE
052700     END-READ.
052800 1510-READ-AUDIT-LINE-EXIT.
052900     EXIT.
053000*-----------------------------------------------------------
053100* 1520-RELEASE-ONE-LINE - RELEASE ONE OF THE BUSINESS DATE'S
053200*     AUDIT LINES, VALUED AT THE LARGER OF ITS TWO AMOUNTS
053300*     WITH THE SIGN IGNORED, UNLESS IT IS A REVERSAL OFFSET OR
053400*     A SYSTEM POSTING THAT MOVES NO CUSTOMER VALUE; THEN READ
053500*     THE NEXT
053600*-----------------------------------------------------------
053700 1520-RELEASE-ONE-LINE.
053800     IF AL-DATE NOT = WS-BUSINESS-DATE
053900         GO TO 1520-RELEASE-NEXT
054000     END-IF.
054100     IF AL-FROM-REVERSAL
054200         OR AL-OPERATION = 'AMORTIZATION'
054300         OR AL-OPERATION = 'LOAN RECAST'
054400         OR AL-OPERATION = 'BRANCH MERGE'
054500         GO TO 1520-RELEASE-NEXT
054600     END-IF.
054700     MOVE AL-NUM1 TO WS-NUM1-VALUE.
054800     MOVE AL-NUM2 TO WS-NUM2-VALUE.
054900     IF WS-NUM1-VALUE < ZERO
055000         COMPUTE WS-NUM1-VALUE = ZERO - WS-NUM1-VALUE
055100     END-IF.
055200     IF WS-NUM2-VALUE < ZERO
055300         COMPUTE WS-NUM2-VALUE = ZERO - WS-NUM2-VALUE
055400     END-IF.
055500     IF WS-NUM2-VALUE > WS-NUM1-VALUE
055600         MOVE WS-NUM2-VALUE TO SR-VALUE
055700     ELSE
055800         MOVE WS-NUM1-VALUE TO SR-VALUE
055900     END-IF.
056000     IF SR-VALUE < WS-FLOOR-VALUE
056100         GO TO 1520-RELEASE-NEXT
056200     END-IF.
056300     MOVE AL-BRANCH    TO SR-BRANCH.
056400     MOVE AL-OPERATION TO SR-OPERATION.
056500     MOVE AL-TIME      TO SR-TIME.
056600     MOVE AL-OPERATOR  TO SR-OPERATOR.
056700     RELEASE SORT-RECORD.
056800 1520-RELEASE-NEXT.
056900     PERFORM 1510-READ-AUDIT-LINE
057000         THRU 1510-READ-AUDIT-LINE-EXIT.
057100 1520-RELEASE-ONE-LINE-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------
057400* 2000-SCAN-SORTED-LINES - SORT OUTPUT PROCEDURE; OPENS A
057500*     CASE FOR EACH LARGE-VALUE LINE AND RUNS THE JUST-UNDER
057600*     LINES OF EACH BRANCH AND OPERATION THROUGH THE WINDOW
057700*-----------------------------------------------------------
057800 2000-SCAN-SORTED-LINES.
057900     PERFORM 2100-RETURN-SORTED-LINE
058000         THRU 2100-RETURN-SORTED-LINE-EXIT.
058100     PERFORM 2200-CHECK-ONE-LINE
058200         THRU 2200-CHECK-ONE-LINE-EXIT
058300         UNTIL WS-SORT-EOF.
058400     PERFORM 2500-END-GROUP
058500         THRU 2500-END-GROUP-EXIT.
058600 2000-SCAN-SORTED-LINES-EXIT.
058700     EXIT.
058800*-----------------------------------------------------------
058900* 2100-RETURN-SORTED-LINE - RETURN ONE SEQUENCED LINE FROM
059000*     THE SORT WORK FILE
059100*-----------------------------------------------------------
059200 2100-RETURN-SORTED-LINE.
059300     RETURN SORT-WORK
059400         AT END
059500             SET WS-SORT-EOF TO TRUE
059600     END-RETURN.
059700 2100-RETURN-SORTED-LINE-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------
060000* 2200-CHECK-ONE-LINE - CLOSE OFF THE PREVIOUS GROUP ON A
060100*     CHANGE OF BRANCH OR OPERATION, THEN TREAT THE LINE AS A
060200*     LARGE-VALUE CASE OR AS A JUST-UNDER AMOUNT (THE SORT
060300*     INPUT HAS ALREADY DROPPED EVERYTHING BELOW THE FLOOR),
060400*     THEN STEP FORWARD
060500*-----------------------------------------------------------
060600 2200-CHECK-ONE-LINE.
060700     IF NOT WS-HAVE-GROUP
060800             OR SR-BRANCH NOT = WS-GRP-BRANCH
060900             OR SR-OPERATION NOT = WS-GRP-OPERATION
061000         PERFORM 2500-END-GROUP
061100             THRU 2500-END-GROUP-EXIT
061200         SET WS-HAVE-GROUP TO TRUE
061300         MOVE SR-BRANCH    TO WS-GRP-BRANCH
061400         MOVE SR-OPERATION TO WS-GRP-OPERATION
061500     END-IF.
061600     IF SR-VALUE NOT < WS-THRESHOLD
061700         PERFORM 2300-LARGE-VALUE-CASE
061800             THRU 2300-LARGE-VALUE-CASE-EXIT
061900         GO TO 2200-CHECK-NEXT
062000     END-IF.
062100     MOVE SR-TIME TO WS-TIME-PARTS.
062200     COMPUTE WS-CURR-SECONDS =
062300         (WS-TP-HH * 3600) + (WS-TP-MM * 60) + WS-TP-SS.
062400     IF WS-BURST-OPEN
062500         COMPUTE WS-GAP-SECONDS =
062600             WS-CURR-SECONDS - WS-BU-LAST-SECONDS
062700         IF WS-GAP-SECONDS NOT > WS-WINDOW-SECONDS
062800             ADD 1 TO WS-BU-COUNT
062900             ADD SR-VALUE TO WS-BU-TOTAL
063000             MOVE SR-TIME TO WS-BU-LAST-TIME
063100             MOVE WS-CURR-SECONDS TO WS-BU-LAST-SECONDS
063200             GO TO 2200-CHECK-NEXT
063300         END-IF
063400         PERFORM 2600-CLOSE-BURST
063500             THRU 2600-CLOSE-BURST-EXIT
063600     END-IF.
063700     PERFORM 2400-ADD-TO-WINDOW
063800         THRU 2400-ADD-TO-WINDOW-EXIT.
063900 2200-CHECK-NEXT.
064000     PERFORM 2100-RETURN-SORTED-LINE
064100         THRU 2100-RETURN-SORTED-LINE-EXIT.
064200 2200-CHECK-ONE-LINE-EXIT.
064300     EXIT.
064400*-----------------------------------------------------------
064500* 2300-LARGE-VALUE-CASE - RECORD ONE LINE AT OR ABOVE THE
064600*     REPORTING THRESHOLD AS A TYPE L CASE
064700*-----------------------------------------------------------
064800 2300-LARGE-VALUE-CASE.
064900     MOVE 'L'         TO CW-TYPE.
065000     MOVE SR-TIME     TO CW-FIRST-TIME.
065100     MOVE SR-TIME     TO CW-LAST-TIME.
065200     MOVE 1           TO CW-COUNT.
065300     MOVE SR-VALUE    TO CW-TOTAL.
065400     MOVE SR-OPERATOR TO CW-OPERATOR.
065500     ADD 1 TO WS-LARGE-COUNT.
065600     PERFORM 2700-RECORD-CASE
065700         THRU 2700-RECORD-CASE-EXIT.
065800 2300-LARGE-VALUE-CASE-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------
066100* 2400-ADD-TO-WINDOW - ADD ONE JUST-UNDER LINE TO THE WINDOW,
066200*     DROP THE LINES THAT HAVE FALLEN OUT OF IT, AND OPEN A
066300*     STRUCTURING RUN WHEN WHAT IS LEFT IS ENOUGH LINES AND
066400*     REACHES THE THRESHOLD
066500*-----------------------------------------------------------
066600 2400-ADD-TO-WINDOW.
066700     IF WS-WIN-LAST NOT < 500
066800         PERFORM 2410-COMPACT-WINDOW
066900             THRU 2410-COMPACT-WINDOW-EXIT
067000     END-IF.
067100     ADD 1 TO WS-WIN-LAST.
067200     MOVE WS-CURR-SECONDS TO WQ-SECONDS(WS-WIN-LAST).
067300     MOVE SR-TIME         TO WQ-TIME(WS-WIN-LAST).
067400     MOVE SR-VALUE        TO WQ-VALUE(WS-WIN-LAST).
067500     ADD SR-VALUE TO WS-WIN-TOTAL.
067600     PERFORM 2420-DROP-OLDEST
067700         THRU 2420-DROP-OLDEST-EXIT
067800         UNTIL WS-WIN-FIRST NOT < WS-WIN-LAST
067900             OR WS-CURR-SECONDS - WQ-SECONDS(WS-WIN-FIRST)
068000                 NOT > WS-WINDOW-SECONDS.
068100     COMPUTE WS-WIN-ITEMS = WS-WIN-LAST - WS-WIN-FIRST + 1.
068200     IF WS-WIN-ITEMS < WS-MIN-COUNT
068300             OR WS-WIN-TOTAL < WS-THRESHOLD
068400         GO TO 2400-ADD-TO-WINDOW-EXIT
068500     END-IF.
068600     SET WS-BURST-OPEN TO TRUE.
068700     MOVE WQ-TIME(WS-WIN-FIRST) TO WS-BU-FIRST-TIME.
068800     MOVE SR-TIME               TO WS-BU-LAST-TIME.
068900     MOVE WS-CURR-SECONDS       TO WS-BU-LAST-SECONDS.
069000     MOVE WS-WIN-ITEMS          TO WS-BU-COUNT.
069100     MOVE WS-WIN-TOTAL          TO WS-BU-TOTAL.
069200     PERFORM 2450-EMPTY-WINDOW
069300         THRU 2450-EMPTY-WINDOW-EXIT.
069400 2400-ADD-TO-WINDOW-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------
069700* 2410-COMPACT-WINDOW - THE TABLE IS FULL: SHIFT THE LINES
069800*     STILL IN THE WINDOW DOWN TO THE TOP, FIRST GIVING UP THE
069900*     OLDEST WHEN EVERY SLOT IS STILL IN THE WINDOW
070000*-----------------------------------------------------------
070100 2410-COMPACT-WINDOW.
070200     IF WS-WIN-FIRST = 1
070300         PERFORM 2420-DROP-OLDEST
070400             THRU 2420-DROP-OLDEST-EXIT
070500     END-IF.
070600     MOVE WS-WIN-FIRST TO WS-WIN-SHIFT-FROM.
070700     MOVE 1 TO WS-WIN-SHIFT-TO.
070800     PERFORM 2415-SHIFT-ONE-ENTRY
070900         THRU 2415-SHIFT-ONE-ENTRY-EXIT
071000         UNTIL WS-WIN-SHIFT-FROM > WS-WIN-LAST.
071100     COMPUTE WS-WIN-LAST = WS-WIN-SHIFT-TO - 1.
071200     MOVE 1 TO WS-WIN-FIRST.
071300 2410-COMPACT-WINDOW-EXIT.
071400     EXIT.
071500*-----------------------------------------------------------
071600* 2415-SHIFT-ONE-ENTRY - MOVE ONE WINDOW ENTRY UP THE TABLE
071700*-----------------------------------------------------------
071800 2415-SHIFT-ONE-ENTRY.
071900     MOVE WS-WIN-ENTRY(WS-WIN-SHIFT-FROM)
072000         TO WS-WIN-ENTRY(WS-WIN-SHIFT-TO).
072100     ADD 1 TO WS-WIN-SHIFT-FROM.
072200     ADD 1 TO WS-WIN-SHIFT-TO.
072300 2415-SHIFT-ONE-ENTRY-EXIT.
072400     EXIT.
072500*-----------------------------------------------------------
072600* 2420-DROP-OLDEST - TAKE THE OLDEST LINE OUT OF THE WINDOW
072700*-----------------------------------------------------------
072800 2420-DROP-OLDEST.
072900     SUBTRACT WQ-VALUE(WS-WIN-FIRST) FROM WS-WIN-TOTAL.
073000     ADD 1 TO WS-WIN-FIRST.
073100 2420-DROP-OLDEST-EXIT.
073200     EXIT.
073300*-----------------------------------------------------------
073400* 2450-EMPTY-WINDOW - START THE WINDOW AGAIN WITH NO LINES
073500*-----------------------------------------------------------
073600 2450-EMPTY-WINDOW.
073700     MOVE 1    TO WS-WIN-FIRST.
073800     MOVE ZERO TO WS-WIN-LAST.
073900     MOVE ZERO TO WS-WIN-TOTAL.
074000 2450-EMPTY-WINDOW-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------
074300* 2500-END-GROUP - AT A CHANGE OF BRANCH OR OPERATION, OR THE
074400*     END OF THE DAY, RECORD ANY STRUCTURING RUN STILL OPEN
074500*     AND START THE WINDOW AGAIN
074600*-----------------------------------------------------------
074700 2500-END-GROUP.
074800     IF WS-BURST-OPEN
074900         PERFORM 2600-CLOSE-BURST
075000             THRU 2600-CLOSE-BURST-EXIT
075100     END-IF.
075200     PERFORM 2450-EMPTY-WINDOW
075300         THRU 2450-EMPTY-WINDOW-EXIT.
075400 2500-END-GROUP-EXIT.
075500     EXIT.
075600*-----------------------------------------------------------
075700* 2600-CLOSE-BURST - RECORD THE STRUCTURING RUN AS A TYPE S
075800*     CASE AND START THE WINDOW AGAIN
075900*-----------------------------------------------------------
076000 2600-CLOSE-BURST.
076100     MOVE 'S'              TO CW-TYPE.
076200     MOVE WS-BU-FIRST-TIME TO CW-FIRST-TIME.
076300     MOVE WS-BU-LAST-TIME  TO CW-LAST-TIME.
076400     MOVE WS-BU-COUNT      TO CW-COUNT.
076500     MOVE WS-BU-TOTAL      TO CW-TOTAL.
076600     MOVE SPACES           TO CW-OPERATOR.
076700     ADD 1 TO WS-STRUCT-COUNT.
076800     PERFORM 2700-RECORD-CASE
076900         THRU 2700-RECORD-CASE-EXIT.
077000     MOVE 'N' TO WS-BURST-SWITCH.
077100     PERFORM 2450-EMPTY-WINDOW
077200         THRU 2450-EMPTY-WINDOW-EXIT.
077300 2600-CLOSE-BURST-EXIT.
077400     EXIT.
077500*-----------------------------------------------------------
077600* 2700-RECORD-CASE - REPORT THE CASE IN WS-CASE-WORK UNDER
077700*     ITS EXISTING NUMBER WHEN AN EARLIER RUN FOR THE DATE
077800*     ALREADY OPENED IT, OTHERWISE WRITE IT TO THE CASE FILE
077900*     UNDER THE NEXT NUMBER
078000*-----------------------------------------------------------
078100 2700-RECORD-CASE.
078200     SET WS-DC-IDX TO 1.
078300     PERFORM 2710-SCAN-DAY-CASES
078400         THRU 2710-SCAN-DAY-CASES-EXIT
078500         UNTIL WS-DC-IDX > WS-DAY-CASE-COUNT
078600             OR (DC-TYPE(WS-DC-IDX) = CW-TYPE
078700                 AND DC-BRANCH(WS-DC-IDX) = WS-GRP-BRANCH
078800                 AND DC-OPERATION(WS-DC-IDX) = WS-GRP-OPERATION
078900                 AND DC-FIRST-TIME(WS-DC-IDX) = CW-FIRST-TIME
079000                 AND DC-TOTAL(WS-DC-IDX) = CW-TOTAL).
079100     IF WS-DC-IDX NOT > WS-DAY-CASE-COUNT
079200         MOVE DC-CASE-NO(WS-DC-IDX) TO CW-CASE-NO
079300         MOVE 'ON FILE' TO CW-DISPOSITION
079400         ADD 1 TO WS-ON-FILE-COUNT
079500         GO TO 2700-RECORD-CASE-PRINT
079600     END-IF.
079700     ADD 1 TO WS-LAST-CASE-NO.
079800     MOVE WS-LAST-CASE-NO  TO CW-CASE-NO.
079900     MOVE SPACES           TO SURV-CASE-RECORD.
080000     MOVE WS-LAST-CASE-NO  TO SC-CASE-NO.
080100     MOVE CW-TYPE          TO SC-CASE-TYPE.
080200     MOVE WS-BUSINESS-DATE TO SC-BUS-DATE.
080300     MOVE WS-GRP-BRANCH    TO SC-BRANCH.
080400     MOVE WS-GRP-OPERATION TO SC-OPERATION.
080500     MOVE CW-FIRST-TIME    TO SC-FIRST-TIME.
080600     MOVE CW-LAST-TIME     TO SC-LAST-TIME.
080700     MOVE CW-COUNT         TO SC-ITEM-COUNT.
080800     MOVE CW-TOTAL         TO SC-TOTAL-VALUE.
080900     MOVE CW-OPERATOR      TO SC-OPERATOR.
081000     MOVE 'O'              TO SC-STATUS.
081100     MOVE ZERO             TO SC-REVIEWED-DATE.
081200     WRITE SURV-CASE-RECORD
081300         INVALID KEY
081400             CONTINUE
081500     END-WRITE.
081600     IF WS-CASE-OK
081700         MOVE 'NEW' TO CW-DISPOSITION
081800         ADD 1 TO WS-NEW-CASE-COUNT
081900     ELSE
082000         DISPLAY 'UNABLE TO WRITE SURVCASE ' WS-LAST-CASE-NO
082100             ', STATUS: ' WS-CASE-STATUS
082200         MOVE 'NOT SAVED' TO CW-DISPOSITION
082300         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
082400     END-IF.
082500 2700-RECORD-CASE-PRINT.
082600     MOVE CW-CASE-NO       TO DT-CASE-NO.
082700     MOVE CW-TYPE          TO DT-TYPE.
082800     MOVE WS-GRP-BRANCH    TO DT-BRANCH.
082900     MOVE WS-GRP-OPERATION TO DT-OPERATION.
083000     MOVE CW-FIRST-TIME    TO DT-FIRST-TIME.
083100     MOVE CW-LAST-TIME     TO DT-LAST-TIME.
083200     MOVE CW-COUNT         TO DT-COUNT.
083300     MOVE CW-TOTAL         TO DT-TOTAL.
083400     MOVE CW-OPERATOR      TO DT-OPERATOR.
083500     MOVE CW-DISPOSITION   TO DT-DISPOSITION.
083600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
083700     PERFORM 7000-WRITE-RPT-LINE
083800         THRU 7000-WRITE-RPT-LINE-EXIT.
083900 2700-RECORD-CASE-EXIT.
084000     EXIT.
084100*-----------------------------------------------------------
084200* 2710-SCAN-DAY-CASES - STEP TO THE NEXT CASE ALREADY ON
084300*     FILE FOR THE DATE
084400*-----------------------------------------------------------
084500 2710-SCAN-DAY-CASES.
084600     SET WS-DC-IDX UP BY 1.
084700 2710-SCAN-DAY-CASES-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------
085000* 3000-LIST-OVERDUE-CASES - BROWSE THE CASE FILE FROM THE TOP
085100*     AGAIN, COUNT THE OPEN CASES AND LIST EVERY ONE OLDER
085200*     THAN THE REVIEW DAYS
085300*-----------------------------------------------------------
085400 3000-LIST-OVERDUE-CASES.
085500     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
085600     PERFORM 7000-WRITE-RPT-LINE
085700         THRU 7000-WRITE-RPT-LINE-EXIT.
085800     MOVE WS-REVIEW-DAYS TO OH-DAYS.
085900     MOVE WS-OVERDUE-HEADING TO RP-PRINT-LINE.
086000     PERFORM 7000-WRITE-RPT-LINE
086100         THRU 7000-WRITE-RPT-LINE-EXIT.
086200     CLOSE CASE-FILE.
086300     OPEN INPUT CASE-FILE.
086400     IF NOT WS-CASE-OK
086500         DISPLAY 'UNABLE TO REOPEN SURVCASE, STATUS: '
086600             WS-CASE-STATUS
086700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
086800         GO TO 3000-LIST-OVERDUE-CASES-EXIT
086900     END-IF.
087000     MOVE 'N' TO WS-CASE-EOF-SWITCH.
087100     PERFORM 1210-READ-CASE
087200         THRU 1210-READ-CASE-EXIT.
087300     PERFORM 3100-AGE-ONE-CASE
087400         THRU 3100-AGE-ONE-CASE-EXIT
087500         UNTIL WS-CASE-EOF.
087600 3000-LIST-OVERDUE-CASES-EXIT.
087700     EXIT.
087800*-----------------------------------------------------------
087900* 3100-AGE-ONE-CASE - AGE ONE OPEN CASE FROM ITS BUSINESS
088000*     DATE AND LIST IT WHEN IT IS PAST THE REVIEW DAYS, THEN
088100*     READ THE NEXT
088200*-----------------------------------------------------------
088300 3100-AGE-ONE-CASE.
088400     IF NOT SC-OPEN
088500         GO TO 3100-AGE-NEXT
088600     END-IF.
088700     ADD 1 TO WS-OPEN-CASE-COUNT.
088800     COMPUTE WS-CASE-DAYNO =
088900         FUNCTION INTEGER-OF-DATE(SC-BUS-DATE).
089000     IF WS-CASE-DAYNO = ZERO
089100         GO TO 3100-AGE-NEXT
089200     END-IF.
089300     COMPUTE WS-CASE-AGE = WS-BUS-DAYNO - WS-CASE-DAYNO.
089400     IF WS-CASE-AGE NOT > WS-REVIEW-DAYS
089500         GO TO 3100-AGE-NEXT
089600     END-IF.
089700     ADD 1 TO WS-OVERDUE-COUNT.
089800     MOVE SC-CASE-NO     TO OD-CASE-NO.
089900     MOVE SC-CASE-TYPE   TO OD-TYPE.
090000     MOVE SC-BRANCH      TO OD-BRANCH.
090100     MOVE SC-OPERATION   TO OD-OPERATION.
090200     MOVE SC-BUS-DATE    TO OD-BUS-DATE.
090300     MOVE WS-CASE-AGE    TO OD-AGE.
090400     MOVE SC-TOTAL-VALUE TO OD-TOTAL.
090500     MOVE WS-OVERDUE-LINE TO RP-PRINT-LINE.
090600     PERFORM 7000-WRITE-RPT-LINE
090700         THRU 7000-WRITE-RPT-LINE-EXIT.
090800 3100-AGE-NEXT.
090900     PERFORM 1210-READ-CASE
091000         THRU 1210-READ-CASE-EXIT.
091100 3100-AGE-ONE-CASE-EXIT.
091200     EXIT.
091300*-----------------------------------------------------------
091400* 3500-PRINT-SUMMARY - WRITE THE CLOSING COUNTS AND WARN WHEN
091500*     AN OPEN CASE IS OVERDUE FOR REVIEW OR THE PARAMETERS
091600*     COULD NOT BE USED
091700*-----------------------------------------------------------
091800 3500-PRINT-SUMMARY.
091900     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
092000     PERFORM 7000-WRITE-RPT-LINE
092100         THRU 7000-WRITE-RPT-LINE-EXIT.
092200     MOVE 'LARGE-VALUE CASES' TO CL-LABEL.
092300     MOVE WS-LARGE-COUNT TO CL-COUNT.
092400     PERFORM 3510-WRITE-COUNT-LINE
092500         THRU 3510-WRITE-COUNT-LINE-EXIT.
092600     MOVE 'STRUCTURING CASES' TO CL-LABEL.
092700     MOVE WS-STRUCT-COUNT TO CL-COUNT.
092800     PERFORM 3510-WRITE-COUNT-LINE
092900         THRU 3510-WRITE-COUNT-LINE-EXIT.
093000     MOVE 'NEW CASES OPENED' TO CL-LABEL.
093100     MOVE WS-NEW-CASE-COUNT TO CL-COUNT.
093200     PERFORM 3510-WRITE-COUNT-LINE
093300         THRU 3510-WRITE-COUNT-LINE-EXIT.
093400     MOVE 'ON FILE FROM AN EARLIER RUN' TO CL-LABEL.
093500     MOVE WS-ON-FILE-COUNT TO CL-COUNT.
093600     PERFORM 3510-WRITE-COUNT-LINE
093700         THRU 3510-WRITE-COUNT-LINE-EXIT.
093800     MOVE 'OPEN CASES ON FILE' TO CL-LABEL.
093900     MOVE WS-OPEN-CASE-COUNT TO CL-COUNT.
094000     PERFORM 3510-WRITE-COUNT-LINE
094100         THRU 3510-WRITE-COUNT-LINE-EXIT.
094200     MOVE 'OPEN CASES OVERDUE FOR REVIEW' TO CL-LABEL.
094300     MOVE WS-OVERDUE-COUNT TO CL-COUNT.
094400     PERFORM 3510-WRITE-COUNT-LINE
094500         THRU 3510-WRITE-COUNT-LINE-EXIT.
094600     PERFORM 7900-END-REPORT
094700         THRU 7900-END-REPORT-EXIT.
094800     IF WS-OVERDUE-COUNT > ZERO
094900         MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
095000         DISPLAY 'SURVEILLANCE: ' WS-COUNT-DISPLAY
095100             ' OPEN CASE(S) OVERDUE FOR REVIEW - SEE SURVRPT'
095200         MOVE 4 TO RETURN-CODE
095300     END-IF.
095400     IF WS-PARM-INVALID
095500         MOVE 4 TO RETURN-CODE
095600     END-IF.
095700 3500-PRINT-SUMMARY-EXIT.
095800     EXIT.
095900*-----------------------------------------------------------
096000* 3510-WRITE-COUNT-LINE - PRINT ONE SUMMARY COUNT LINE
096100*-----------------------------------------------------------
096200 3510-WRITE-COUNT-LINE.
096300     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
096400     PERFORM 7000-WRITE-RPT-LINE
096500         THRU 7000-WRITE-RPT-LINE-EXIT.
096600 3510-WRITE-COUNT-LINE-EXIT.
096700     EXIT.
096800*-----------------------------------------------------------
096900* 8900-CLOSE-FILES - CLOSE THE CASE FILE AND THE REPORT
097000*-----------------------------------------------------------
097100 8900-CLOSE-FILES.
097200     CLOSE CASE-FILE.
097300     CLOSE REPORT-FILE.
097400 8900-CLOSE-FILES-EXIT.
097500     EXIT.
097600*-----------------------------------------------------------
097700* 9999-EXIT - COMMON PROGRAM EXIT
097800*-----------------------------------------------------------
097900 9999-EXIT.
098000     IF NOT WS-OPEN-OK OR WS-RUN-FAILED
098100         MOVE 8 TO RETURN-CODE
098200     END-IF.
098300     GOBACK.
098400 9999-EXIT-EXIT.
098500     EXIT.
098600     COPY RPTPROC.
