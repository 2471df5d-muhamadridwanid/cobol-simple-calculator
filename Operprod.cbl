000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPERPROD.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-06.
000600 DATE-COMPILED. 2026-09-06.
000700*REMARKS.
000800*    WEEKLY OPERATOR PRODUCTIVITY AND ERROR REPORT. FOR THE
000900*    SEVEN DAYS ENDING ON A WEEK-ENDING DATE (PASSED BY A
001000*    CALLER OR KEYED AT THE CONSOLE) IT COUNTS, PER OPERATOR,
001100*    THE CALCULATIONS KEYED (AUDITLOG LINES, LESS THE REVERSAL
001200*    OFFSETS), THE EXCEPTIONS RAISED (THOSE STILL ON EXCPFILE
001300*    AND THOSE ALREADY CORRECTED AND MOVED TO EXCPHIST, DATED
001400*    BY THE NIGHT THEY WERE FIRST SEEN), HOW MANY OF THOSE WERE
001500*    REASON-02 ZERO DIVIDES, THE DUPLICATES DUPCHECK FLAGGED
001600*    AGAINST THEM (DUPLOG) AND THE REVERSALS POSTED AGAINST
001700*    THEIR WORK (REVAUDT), WITH THE ERRORS PER HUNDRED
001800*    CALCULATIONS, SO SUPERVISORS CAN TARGET RETRAINING. WORK
001900*    WITH NO OPERATOR RECORDED - OLDER LINES, AND BATCH INPUT
002000*    THAT CARRIES NO OPERATOR FIELD - IS SHOWN UNDER (NONE).
002100*    A SOURCE FILE THAT DOES NOT EXIST YET IS REPORTED AS NOT
002200*    PRESENT AND COUNTS NOTHING. THE LIVE AUDIT LOG MUST STILL
002300*    HOLD THE WEEK, SO RUN IT BEFORE THE MONTH-END AUDITARCH
002400*    CUTOFF REMOVES ANY OF ITS DAYS. THE STEP ENDS RETURN-CODE
002500*    8 WHEN A SOURCE OR THE REPORT CANNOT BE READ OR WRITTEN.
002600*-----------------------------------------------------------
002700*                 MODIFICATION HISTORY
002800*-----------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  ----------------------------------------
003100* 2026-09-06  RH   ORIGINAL PROGRAM.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SRC-STATUS.
004200     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SRC-STATUS.
004500     SELECT HISTORY-FILE ASSIGN TO EXCPHIST
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SRC-STATUS.
004800     SELECT DUPLOG-FILE ASSIGN TO DUPLOG
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SRC-STATUS.
005100     SELECT REVERSAL-LOG-FILE ASSIGN TO REVAUDT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SRC-STATUS.
005400     SELECT SORT-WORK ASSIGN TO SRTWORK.
005500     SELECT REPORT-FILE ASSIGN TO OPERPRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  AUDIT-FILE.
006100     COPY AUDITREC.
006200 FD  EXCEPTION-FILE
006300     RECORD CONTAINS 80 CHARACTERS.
006400     COPY EXCPREC.
006500 FD  HISTORY-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  HISTORY-RECORD             PIC X(80).
006800 FD  DUPLOG-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY DUPLREC.
007100 FD  REVERSAL-LOG-FILE
007200     RECORD CONTAINS 84 CHARACTERS.
007300 01  REVERSAL-LOG-RECORD        PIC X(84).
007400 SD  SORT-WORK.
007500 01  SORT-RECORD.
007600     05  SR-OPERATOR            PIC X(04).
007700     05  SR-EVENT               PIC 9(01).
007800         88  SR-CALCULATION     VALUE 1.
007900         88  SR-EXCEPTION       VALUE 2.
008000         88  SR-DUPLICATE       VALUE 3.
008100         88  SR-REVERSAL        VALUE 4.
008200     05  SR-REASON              PIC X(02).
008300     05  SR-MATCH-KEY           PIC X(57).
008400 FD  REPORT-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  REPORT-RECORD              PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 01  WS-SRC-STATUS              PIC X(02).
008900     88  WS-SRC-OK              VALUE '00'.
009000     88  WS-SRC-NOT-FOUND       VALUE '35'.
009100 01  WS-RPT-STATUS              PIC X(02).
009200     88  WS-RPT-OK              VALUE '00'.
009300 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
009400     88  WS-OPEN-OK             VALUE 'Y'.
009500 01  WS-SRC-EOF-SWITCH          PIC X(01)       VALUE 'N'.
009600     88  WS-SRC-EOF             VALUE 'Y'.
009700 01  WS-SORT-EOF-SWITCH         PIC X(01)       VALUE 'N'.
009800     88  WS-SORT-EOF            VALUE 'Y'.
009900 01  WS-HAVE-PREV-SWITCH        PIC X(01)       VALUE 'N'.
010000     88  WS-HAVE-PREV           VALUE 'Y'.
010100 01  WS-DATE-INPUT              PIC X(08).
010200 01  WS-WEEK-END-DATE           PIC 9(08)       VALUE ZERO.
010300 01  WS-WEEK-START-DATE         PIC 9(08)       VALUE ZERO.
010400 01  WS-WEEK-END-DAYNO          PIC S9(07)      COMP VALUE ZERO.
010500 01  WS-WEEK-START-DAYNO        PIC S9(07)      COMP VALUE ZERO.
010600 01  WS-EVENT-DAYNO             PIC S9(07)      COMP VALUE ZERO.
010700 01  WS-EVENT-DATE              PIC 9(08)       VALUE ZERO.
010800 01  WS-SRC-SUB                 PIC 9(02)       COMP VALUE ZERO.
010900 01  WS-PREV-OPERATOR           PIC X(04)       VALUE SPACES.
011000 01  WS-PREV-EVENT              PIC 9(01)       VALUE ZERO.
011100 01  WS-PREV-MATCH-KEY          PIC X(57)       VALUE SPACES.
011200 01  WS-ERROR-COUNT             PIC 9(07)       COMP VALUE ZERO.
011300 01  WS-ERROR-PCT               PIC 9(07)V9     VALUE ZERO.
011400*-----------------------------------------------------------
011500* ONE OPERATOR'S COUNTS AND THE SAME FOR THE WHOLE WEEK
011600*-----------------------------------------------------------
011700 01  WS-OPER-COUNTS.
011800     05  WS-OPER-CALC-COUNT     PIC 9(07)       COMP.
011900     05  WS-OPER-EXCP-COUNT     PIC 9(07)       COMP.
012000     05  WS-OPER-ZDIV-COUNT     PIC 9(07)       COMP.
012100     05  WS-OPER-DUP-COUNT      PIC 9(07)       COMP.
012200     05  WS-OPER-REV-COUNT      PIC 9(07)       COMP.
012300 01  WS-GRAND-COUNTS.
012400     05  WS-GRAND-CALC-COUNT    PIC 9(07)       COMP VALUE ZERO.
012500     05  WS-GRAND-EXCP-COUNT    PIC 9(07)       COMP VALUE ZERO.
012600     05  WS-GRAND-ZDIV-COUNT    PIC 9(07)       COMP VALUE ZERO.
012700     05  WS-GRAND-DUP-COUNT     PIC 9(07)       COMP VALUE ZERO.
012800     05  WS-GRAND-REV-COUNT     PIC 9(07)       COMP VALUE ZERO.
012900*-----------------------------------------------------------
013000* THE FIVE SOURCE FILES IN READING ORDER
013100*-----------------------------------------------------------
013200 01  WS-SOURCE-VALUES.
013300     05  FILLER                 PIC X(08) VALUE 'AUDITLOG'.
013400     05  FILLER                 PIC X(08) VALUE 'EXCPFILE'.
013500     05  FILLER                 PIC X(08) VALUE 'EXCPHIST'.
013600     05  FILLER                 PIC X(08) VALUE 'DUPLOG  '.
013700     05  FILLER                 PIC X(08) VALUE 'REVAUDT '.
013800 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
013900     05  ST-NAME                PIC X(08)       OCCURS 5 TIMES.
014000 01  WS-SOURCE-COUNTS.
014100     05  WS-SOURCE-TALLY OCCURS 5 TIMES.
014200         10  ST-PRESENT-SW      PIC X(01).
014300             88  ST-PRESENT     VALUE 'Y'.
014400         10  ST-EVENT-COUNT     PIC 9(07)       COMP.
014500*-----------------------------------------------------------
014600* A REVAUDT REGISTER LINE AS WRITTEN BY REVERSAL: THE DATE
014700* REVERSED AND, AT THE END, THE OPERATOR WHO KEYED THE
014800* ORIGINAL CALCULATION (SPACES ON OLDER LINES)
014900*-----------------------------------------------------------
015000 01  WS-REVERSAL-LINE.
015100     05  RL-DATE                PIC 9(08).
015200     05  FILLER                 PIC X(71).
015300     05  RL-ORIG-OPERATOR       PIC X(04).
015400     05  FILLER                 PIC X(01).
015500     COPY RPTCTL.
015600 01  WS-HEADING-LINE-2.
015700     05  FILLER  PIC X(40) VALUE
015800         'OPER       CALCS  EXCEPTNS  ZERO-DIV    '.
015900     05  FILLER  PIC X(40) VALUE
016000         '  DUPS  REVERSED   ERR %'.
016100 01  WS-WEEK-LINE.
016200     05  FILLER                 PIC X(13) VALUE 'WEEK FROM    '.
016300     05  WL-START-DATE          PIC 9(08).
016400     05  FILLER                 PIC X(04) VALUE ' TO '.
016500     05  WL-END-DATE            PIC 9(08).
016600     05  FILLER                 PIC X(47) VALUE SPACES.
016700 01  WS-DETAIL-LINE.
016800     05  PL-OPERATOR            PIC X(06).
016900     05  FILLER                 PIC X(01) VALUE SPACE.
017000     05  PL-CALCS               PIC Z,ZZZ,ZZ9.
017100     05  FILLER                 PIC X(01) VALUE SPACE.
017200     05  PL-EXCEPTIONS          PIC Z,ZZZ,ZZ9.
017300     05  FILLER                 PIC X(01) VALUE SPACE.
017400     05  PL-ZERO-DIVIDES        PIC Z,ZZZ,ZZ9.
017500     05  FILLER                 PIC X(01) VALUE SPACE.
017600     05  PL-DUPLICATES          PIC Z,ZZZ,ZZ9.
017700     05  FILLER                 PIC X(01) VALUE SPACE.
017800     05  PL-REVERSALS           PIC Z,ZZZ,ZZ9.
017900     05  FILLER                 PIC X(01) VALUE SPACE.
018000     05  PL-ERROR-PCT           PIC ZZZZ9.9.
018100     05  PL-ERROR-NOTE REDEFINES PL-ERROR-PCT
018200                                PIC X(07).
018300     05  FILLER                 PIC X(16) VALUE SPACES.
018400 01  WS-SOURCE-LINE.
018500     05  FILLER                 PIC X(02) VALUE SPACES.
018600     05  SL-NAME                PIC X(08).
018700     05  FILLER                 PIC X(02) VALUE SPACES.
018800     05  SL-COUNT               PIC Z,ZZZ,ZZ9.
018900     05  FILLER                 PIC X(01) VALUE SPACE.
019000     05  SL-NOTE                PIC X(58).
019100 01  WS-SECTION-LINE            PIC X(80)  VALUE
019200     'SOURCE      EVENTS IN WEEK'.
019300 01  WS-LEGEND-LINE-1.
019400     05  FILLER                 PIC X(40) VALUE
019500         'ERR % IS EXCEPTIONS, DUPLICATES AND REVE'.
019600     05  FILLER                 PIC X(40) VALUE
019700         'RSALS PER HUNDRED CALCULATIONS'.
019800 01  WS-LEGEND-LINE-2.
019900     05  FILLER                 PIC X(40) VALUE
020000         '(NONE) IS WORK WITH NO OPERATOR RECORDED'.
020100     05  FILLER                 PIC X(40) VALUE SPACES.
020200 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
020300 LINKAGE SECTION.
020400*-----------------------------------------------------------
020500* LK-BUS-DATE - OPTIONAL WEEK-ENDING DATE PASSED BY A CALLER
020600*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER;
020700*     WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE PROMPT.
020800*-----------------------------------------------------------
020900 01  LK-BUS-DATE                PIC 9(08).
021000 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
021100*-----------------------------------------------------------
021200* 0000-MAINLINE
021300*-----------------------------------------------------------
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE
021600         THRU 1000-INITIALIZE-EXIT.
021700     IF WS-OPEN-OK
021800         SORT SORT-WORK
021900             ON ASCENDING KEY SR-OPERATOR SR-EVENT SR-MATCH-KEY
022000             INPUT PROCEDURE IS 1500-FEED-SORT
022100                 THRU 1500-FEED-SORT-EXIT
022200             OUTPUT PROCEDURE IS 2000-PROCESS-SORTED-RECORDS
022300                 THRU 2000-PROCESS-SORTED-RECORDS-EXIT
022400         IF WS-OPEN-OK
022500             PERFORM 3000-WRITE-SUMMARY
022600                 THRU 3000-WRITE-SUMMARY-EXIT
022700         END-IF
022800         PERFORM 8900-CLOSE-FILES
022900             THRU 8900-CLOSE-FILES-EXIT
023000     END-IF.
023100     PERFORM 9999-EXIT
023200         THRU 9999-EXIT-EXIT.
023300*-----------------------------------------------------------
023400* 1000-INITIALIZE - ESTABLISH THE WEEK-ENDING DATE AND THE
023500*     SEVEN-DAY WINDOW, OPEN THE REPORT AND SET UP THE PAGE
023600*     HEADINGS
023700*-----------------------------------------------------------
023800 1000-INITIALIZE.
023900     IF LK-BUS-DATE IS OMITTED
024000         DISPLAY 'ENTER WEEK-ENDING DATE (YYYYMMDD): '
024100         MOVE SPACES TO WS-DATE-INPUT
024200         ACCEPT WS-DATE-INPUT
024300         IF WS-DATE-INPUT IS NOT NUMERIC
024400             DISPLAY 'WEEK-ENDING DATE MUST BE YYYYMMDD DIGITS'
024500             MOVE 8 TO RETURN-CODE
024600             GO TO 1000-INITIALIZE-EXIT
024700         END-IF
024800         MOVE WS-DATE-INPUT TO WS-WEEK-END-DATE
024900     ELSE
025000         MOVE LK-BUS-DATE TO WS-WEEK-END-DATE
025100     END-IF.
025200     COMPUTE WS-WEEK-END-DAYNO =
025300         FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE).
025400     IF WS-WEEK-END-DAYNO = ZERO
025500         DISPLAY 'NOT A VALID CALENDAR DATE: ' WS-WEEK-END-DATE
025600         MOVE 8 TO RETURN-CODE
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF.
025900     COMPUTE WS-WEEK-START-DAYNO = WS-WEEK-END-DAYNO - 6.
026000     COMPUTE WS-WEEK-START-DATE =
026100         FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAYNO).
026200     OPEN OUTPUT REPORT-FILE.
026300     IF NOT WS-RPT-OK
026400         DISPLAY 'UNABLE TO OPEN OPERPRPT, STATUS: ' WS-RPT-STATUS
026500         GO TO 1000-INITIALIZE-EXIT
026600     END-IF.
026700     MOVE 'WEEKLY OPERATOR PRODUCTIVITY' TO RP-TITLE.
026800     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
026900     MOVE WS-WEEK-END-DATE TO RP-BUS-DATE.
027000     PERFORM 7200-INIT-REPORT
027100         THRU 7200-INIT-REPORT-EXIT.
027200     MOVE WS-WEEK-START-DATE TO WL-START-DATE.
027300     MOVE WS-WEEK-END-DATE   TO WL-END-DATE.
027400     MOVE WS-WEEK-LINE TO RP-PRINT-LINE.
027500     PERFORM 7000-WRITE-RPT-LINE
027600         THRU 7000-WRITE-RPT-LINE-EXIT.
027700     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
027800     PERFORM 7000-WRITE-RPT-LINE
027900         THRU 7000-WRITE-RPT-LINE-EXIT.
028000     MOVE 'Y' TO WS-OPEN-SWITCH.
028100 1000-INITIALIZE-EXIT.
028200     EXIT.
028300*-----------------------------------------------------------
028400* 1500-FEED-SORT - SORT INPUT PROCEDURE; READS EACH OF THE
028500*     FIVE SOURCES IN TURN AND RELEASES THE WEEK'S EVENTS TO
028600*     THE SORT
028700*-----------------------------------------------------------
028800 1500-FEED-SORT.
028900     PERFORM 1510-FEED-ONE-SOURCE
029000         THRU 1510-FEED-ONE-SOURCE-EXIT
029100         VARYING WS-SRC-SUB FROM 1 BY 1
029200         UNTIL WS-SRC-SUB > 5
029300             OR NOT WS-OPEN-OK.
029400 1500-FEED-SORT-EXIT.
029500     EXIT.
029600*-----------------------------------------------------------
029700* 1510-FEED-ONE-SOURCE - OPEN ONE SOURCE AND RELEASE ITS
029800*     EVENTS. A SOURCE THAT DOES NOT EXIST YET HAS SIMPLY
029900*     NEVER BEEN WRITTEN AND IS NOT AN ERROR; ANY OTHER OPEN
030000*     FAILURE DROPS THE OPEN SWITCH SO THE STEP ENDS
030100*     RETURN-CODE 8 RATHER THAN UNDERCOUNT SILENTLY.
030200*-----------------------------------------------------------
030300 1510-FEED-ONE-SOURCE.
030400     MOVE 'N' TO ST-PRESENT-SW(WS-SRC-SUB).
030500     MOVE ZERO TO ST-EVENT-COUNT(WS-SRC-SUB).
030600     PERFORM 1520-OPEN-SOURCE
030700         THRU 1520-OPEN-SOURCE-EXIT.
030800     IF WS-SRC-NOT-FOUND
030900         DISPLAY 'NO ' ST-NAME(WS-SRC-SUB)
031000             ' FILE - NOTHING COUNTED FROM IT'
031100         GO TO 1510-FEED-ONE-SOURCE-EXIT
031200     END-IF.
031300     IF NOT WS-SRC-OK
031400         DISPLAY 'UNABLE TO OPEN ' ST-NAME(WS-SRC-SUB)
031500             ', STATUS: ' WS-SRC-STATUS
031600         MOVE 'N' TO WS-OPEN-SWITCH
031700         GO TO 1510-FEED-ONE-SOURCE-EXIT
031800     END-IF.
031900     MOVE 'Y' TO ST-PRESENT-SW(WS-SRC-SUB).
032000     MOVE 'N' TO WS-SRC-EOF-SWITCH.
032100     PERFORM 1530-READ-SOURCE
032200         THRU 1530-READ-SOURCE-EXIT.
032300     PERFORM 1540-RELEASE-ONE-EVENT
032400         THRU 1540-RELEASE-ONE-EVENT-EXIT
032500         UNTIL WS-SRC-EOF.
032600     PERFORM 1550-CLOSE-SOURCE
032700         THRU 1550-CLOSE-SOURCE-EXIT.
032800 1510-FEED-ONE-SOURCE-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------
033100* 1520-OPEN-SOURCE - OPEN THE SOURCE WS-SRC-SUB NAMES
033200*-----------------------------------------------------------
033300 1520-OPEN-SOURCE.
033400     EVALUATE WS-SRC-SUB
033500         WHEN 1
033600             OPEN INPUT AUDIT-FILE
033700         WHEN 2
033800             OPEN INPUT EXCEPTION-FILE
033900         WHEN 3
034000             OPEN INPUT HISTORY-FILE
034100         WHEN 4
034200             OPEN INPUT DUPLOG-FILE
034300         WHEN OTHER
034400             OPEN INPUT REVERSAL-LOG-FILE
034500     END-EVALUATE.
034600 1520-OPEN-SOURCE-EXIT.
034700     EXIT.
034800*-----------------------------------------------------------
034900* 1530-READ-SOURCE - READ ONE RECORD OF THE CURRENT SOURCE.
035000*     EXCPHIST HOLDS EXCEPTION RECORDS AS THEY STOOD ON THE
035100*     QUEUE, SO IT IS READ INTO THE EXCEPTION LAYOUT.
035200*-----------------------------------------------------------
035300 1530-READ-SOURCE.
035400     EVALUATE WS-SRC-SUB
035500         WHEN 1
035600             READ AUDIT-FILE
035700                 AT END
035800                     SET WS-SRC-EOF TO TRUE
035900             END-READ
036000         WHEN 2
036100             READ EXCEPTION-FILE
036200                 AT END
036300                     SET WS-SRC-EOF TO TRUE
036400             END-READ
036500         WHEN 3
036600             READ HISTORY-FILE INTO EXCEPTION-TRANS-RECORD
036700                 AT END
036800                     SET WS-SRC-EOF TO TRUE
036900             END-READ
037000         WHEN 4
037100             READ DUPLOG-FILE
037200                 AT END
037300                     SET WS-SRC-EOF TO TRUE
037400             END-READ
037500         WHEN OTHER
037600             READ REVERSAL-LOG-FILE INTO WS-REVERSAL-LINE
037700                 AT END
037800                     SET WS-SRC-EOF TO TRUE
037900             END-READ
038000     END-EVALUATE.
038100 1530-READ-SOURCE-EXIT.
038200     EXIT.
038300*-----------------------------------------------------------
038400* 1540-RELEASE-ONE-EVENT - BUILD THE SORT RECORD FOR THE
038500*     CURRENT SOURCE RECORD AND RELEASE IT WHEN ITS DATE FALLS
038600*     IN THE WEEK, THEN READ THE NEXT. AN EXCEPTION IS DATED
038700*     BY THE NIGHT IT WAS FIRST SEEN (XR-DATE ON OLDER
038800*     RECORDS); A REVERSAL BY THE DAY IT WAS POSTED.
038900*-----------------------------------------------------------
039000 1540-RELEASE-ONE-EVENT.
039100     MOVE SPACES TO SORT-RECORD.
039200     MOVE ZERO   TO WS-EVENT-DATE.
039300     EVALUATE WS-SRC-SUB
039400         WHEN 1
039500             IF AL-ORIGIN = 'R'
039600                 GO TO 1540-RELEASE-ONE-EVENT-NEXT
039700             END-IF
039800             MOVE AL-DATE          TO WS-EVENT-DATE
039900             MOVE AL-OPERATOR      TO SR-OPERATOR
040000             SET SR-CALCULATION    TO TRUE
040100         WHEN 2
040200         WHEN 3
040300             IF XR-FIRST-SEEN-DATE IS NUMERIC
040400                     AND XR-FIRST-SEEN-DATE > ZERO
040500                 MOVE XR-FIRST-SEEN-DATE TO WS-EVENT-DATE
040600             ELSE
040700                 MOVE XR-DATE      TO WS-EVENT-DATE
040800             END-IF
040900             MOVE XR-OPERATOR      TO SR-OPERATOR
041000             SET SR-EXCEPTION      TO TRUE
041100             MOVE XR-REASON-CODE   TO SR-REASON
041200             MOVE EXCEPTION-TRANS-RECORD(1:36) TO SR-MATCH-KEY
041300         WHEN 4
041400             MOVE DL-BUS-DATE      TO WS-EVENT-DATE
041500             MOVE DL-OPERATOR      TO SR-OPERATOR
041600             SET SR-DUPLICATE      TO TRUE
041700             MOVE DUPLICATE-LOG-RECORD(1:57) TO SR-MATCH-KEY
041800         WHEN OTHER
041900             MOVE RL-DATE          TO WS-EVENT-DATE
042000             MOVE RL-ORIG-OPERATOR TO SR-OPERATOR
042100             SET SR-REVERSAL       TO TRUE
042200     END-EVALUATE.
042300     IF WS-EVENT-DATE IS NOT NUMERIC
042400             OR WS-EVENT-DATE = ZERO
042500         GO TO 1540-RELEASE-ONE-EVENT-NEXT
042600     END-IF.
042700     COMPUTE WS-EVENT-DAYNO =
042800         FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE).
042900     IF WS-EVENT-DAYNO < WS-WEEK-START-DAYNO
043000             OR WS-EVENT-DAYNO > WS-WEEK-END-DAYNO
043100         GO TO 1540-RELEASE-ONE-EVENT-NEXT
043200     END-IF.
043300     ADD 1 TO ST-EVENT-COUNT(WS-SRC-SUB).
043400     RELEASE SORT-RECORD.
043500 1540-RELEASE-ONE-EVENT-NEXT.
043600     PERFORM 1530-READ-SOURCE
043700         THRU 1530-READ-SOURCE-EXIT.
043800 1540-RELEASE-ONE-EVENT-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------
044100* 1550-CLOSE-SOURCE - CLOSE THE SOURCE WS-SRC-SUB NAMES
044200*-----------------------------------------------------------
044300 1550-CLOSE-SOURCE.
044400     EVALUATE WS-SRC-SUB
044500         WHEN 1
044600             CLOSE AUDIT-FILE
044700         WHEN 2
044800             CLOSE EXCEPTION-FILE
044900         WHEN 3
045000             CLOSE HISTORY-FILE
045100         WHEN 4
045200             CLOSE DUPLOG-FILE
045300         WHEN OTHER
045400             CLOSE REVERSAL-LOG-FILE
045500     END-EVALUATE.
045600 1550-CLOSE-SOURCE-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------
045900* 2000-PROCESS-SORTED-RECORDS - SORT OUTPUT PROCEDURE; COUNTS
046000*     THE OPERATOR-SEQUENCED EVENTS AND PRINTS ONE LINE PER
046100*     OPERATOR
046200*-----------------------------------------------------------
046300 2000-PROCESS-SORTED-RECORDS.
046400     PERFORM 2450-RESET-OPERATOR
046500         THRU 2450-RESET-OPERATOR-EXIT.
046600     PERFORM 2100-RETURN-SORTED-RECORD
046700         THRU 2100-RETURN-SORTED-RECORD-EXIT.
046800     PERFORM 2200-COUNT-SORTED-RECORD
046900         THRU 2200-COUNT-SORTED-RECORD-EXIT
047000         UNTIL WS-SORT-EOF.
047100     IF WS-HAVE-PREV
047200         PERFORM 2400-CLOSE-OPERATOR
047300             THRU 2400-CLOSE-OPERATOR-EXIT
047400     END-IF.
047500 2000-PROCESS-SORTED-RECORDS-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------
047800* 2100-RETURN-SORTED-RECORD - RETURN ONE SEQUENCED RECORD
047900*     FROM THE SORT WORK FILE
048000*-----------------------------------------------------------
048100 2100-RETURN-SORTED-RECORD.
048200     RETURN SORT-WORK
048300         AT END
048400             SET WS-SORT-EOF TO TRUE
048500     END-RETURN.
048600 2100-RETURN-SORTED-RECORD-EXIT.
048700     EXIT.
048800*-----------------------------------------------------------
048900* 2200-COUNT-SORTED-RECORD - BREAK WHEN THE OPERATOR CHANGES
049000*     AND COUNT ONE EVENT. AN EXCEPTION THAT IS BOTH STILL
049100*     QUEUED AND ALREADY HISTORIED, OR A DUPLICATE LOGGED BY A
049200*     RERUN OF DUPCHECK, ARRIVES TWICE WITH THE SAME MATCH KEY
049300*     AND IS COUNTED ONCE.
049400*-----------------------------------------------------------
049500 2200-COUNT-SORTED-RECORD.
049600     IF WS-HAVE-PREV
049700         IF SR-OPERATOR NOT = WS-PREV-OPERATOR
049800             PERFORM 2400-CLOSE-OPERATOR
049900                 THRU 2400-CLOSE-OPERATOR-EXIT
050000         ELSE
050100             IF SR-MATCH-KEY NOT = SPACES
050200                     AND SR-EVENT = WS-PREV-EVENT
050300                     AND SR-MATCH-KEY = WS-PREV-MATCH-KEY
050400                 GO TO 2200-COUNT-SORTED-RECORD-NEXT
050500             END-IF
050600         END-IF
050700     END-IF.
050800     SET WS-HAVE-PREV TO TRUE.
050900     MOVE SR-OPERATOR  TO WS-PREV-OPERATOR.
051000     MOVE SR-EVENT     TO WS-PREV-EVENT.
051100     MOVE SR-MATCH-KEY TO WS-PREV-MATCH-KEY.
051200     EVALUATE TRUE
051300         WHEN SR-CALCULATION
051400             ADD 1 TO WS-OPER-CALC-COUNT
051500         WHEN SR-EXCEPTION
051600             ADD 1 TO WS-OPER-EXCP-COUNT
051700             IF SR-REASON = '02'
051800                 ADD 1 TO WS-OPER-ZDIV-COUNT
051900             END-IF
052000         WHEN SR-DUPLICATE
052100             ADD 1 TO WS-OPER-DUP-COUNT
052200         WHEN OTHER
052300             ADD 1 TO WS-OPER-REV-COUNT
052400     END-EVALUATE.
052500 2200-COUNT-SORTED-RECORD-NEXT.
052600     PERFORM 2100-RETURN-SORTED-RECORD
052700         THRU 2100-RETURN-SORTED-RECORD-EXIT.
052800 2200-COUNT-SORTED-RECORD-EXIT.
052900     EXIT.
053000*-----------------------------------------------------------
053100* 2400-CLOSE-OPERATOR - PRINT THE LINE FOR THE OPERATOR THAT
053200*     JUST WENT OUT OF SCOPE, ROLL IT INTO THE WEEK'S TOTALS
053300*     AND RESET THE COUNTS
053400*-----------------------------------------------------------
053500 2400-CLOSE-OPERATOR.
053600     IF WS-PREV-OPERATOR = SPACES
053700         MOVE '(NONE)' TO PL-OPERATOR
053800     ELSE
053900         MOVE WS-PREV-OPERATOR TO PL-OPERATOR
054000     END-IF.
054100     MOVE WS-OPER-CALC-COUNT TO PL-CALCS.
054200     MOVE WS-OPER-EXCP-COUNT TO PL-EXCEPTIONS.
054300     MOVE WS-OPER-ZDIV-COUNT TO PL-ZERO-DIVIDES.
054400     MOVE WS-OPER-DUP-COUNT  TO PL-DUPLICATES.
054500     MOVE WS-OPER-REV-COUNT  TO PL-REVERSALS.
054600     COMPUTE WS-ERROR-COUNT = WS-OPER-EXCP-COUNT
054700         + WS-OPER-DUP-COUNT + WS-OPER-REV-COUNT.
054800     PERFORM 2500-EDIT-ERROR-PCT
054900         THRU 2500-EDIT-ERROR-PCT-EXIT.
055000     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
055100     PERFORM 7000-WRITE-RPT-LINE
055200         THRU 7000-WRITE-RPT-LINE-EXIT.
055300     ADD WS-OPER-CALC-COUNT TO WS-GRAND-CALC-COUNT.
055400     ADD WS-OPER-EXCP-COUNT TO WS-GRAND-EXCP-COUNT.
055500     ADD WS-OPER-ZDIV-COUNT TO WS-GRAND-ZDIV-COUNT.
055600     ADD WS-OPER-DUP-COUNT  TO WS-GRAND-DUP-COUNT.
055700     ADD WS-OPER-REV-COUNT  TO WS-GRAND-REV-COUNT.
055800     PERFORM 2450-RESET-OPERATOR
055900         THRU 2450-RESET-OPERATOR-EXIT.
056000 2400-CLOSE-OPERATOR-EXIT.
056100     EXIT.
056200*-----------------------------------------------------------
056300* 2450-RESET-OPERATOR - ZERO THE ONE-OPERATOR COUNTS
056400*-----------------------------------------------------------
056500 2450-RESET-OPERATOR.
056600     MOVE ZERO TO WS-OPER-CALC-COUNT.
056700     MOVE ZERO TO WS-OPER-EXCP-COUNT.
056800     MOVE ZERO TO WS-OPER-ZDIV-COUNT.
056900     MOVE ZERO TO WS-OPER-DUP-COUNT.
057000     MOVE ZERO TO WS-OPER-REV-COUNT.
057100 2450-RESET-OPERATOR-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------
057400* 2500-EDIT-ERROR-PCT - EDIT WS-ERROR-COUNT PER HUNDRED OF
057500*     THE CALCULATIONS IN PL-CALCS' SOURCE COUNT; AN OPERATOR
057600*     WITH ERRORS BUT NO CALCULATIONS THIS WEEK SHOWS N/A
057700*-----------------------------------------------------------
057800 2500-EDIT-ERROR-PCT.
057900     IF WS-OPER-CALC-COUNT = ZERO
058000         IF WS-ERROR-COUNT = ZERO
058100             MOVE ZERO TO PL-ERROR-PCT
058200         ELSE
058300             MOVE '    N/A' TO PL-ERROR-NOTE
058400         END-IF
058500         GO TO 2500-EDIT-ERROR-PCT-EXIT
058600     END-IF.
058700     COMPUTE WS-ERROR-PCT ROUNDED =
058800         WS-ERROR-COUNT * 100 / WS-OPER-CALC-COUNT.
058900     MOVE WS-ERROR-PCT TO PL-ERROR-PCT.
059000 2500-EDIT-ERROR-PCT-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------
059300* 3000-WRITE-SUMMARY - WRITE THE WEEK'S TOTAL LINE, THE EVENT
059400*     COUNT TAKEN FROM EACH SOURCE AND THE LEGEND
059500*-----------------------------------------------------------
059600 3000-WRITE-SUMMARY.
059700     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
059800     PERFORM 7000-WRITE-RPT-LINE
059900         THRU 7000-WRITE-RPT-LINE-EXIT.
060000     MOVE WS-GRAND-CALC-COUNT TO WS-OPER-CALC-COUNT.
060100     MOVE 'TOTAL'             TO PL-OPERATOR.
060200     MOVE WS-GRAND-CALC-COUNT TO PL-CALCS.
060300     MOVE WS-GRAND-EXCP-COUNT TO PL-EXCEPTIONS.
060400     MOVE WS-GRAND-ZDIV-COUNT TO PL-ZERO-DIVIDES.
060500     MOVE WS-GRAND-DUP-COUNT  TO PL-DUPLICATES.
060600     MOVE WS-GRAND-REV-COUNT  TO PL-REVERSALS.
060700     COMPUTE WS-ERROR-COUNT = WS-GRAND-EXCP-COUNT
060800         + WS-GRAND-DUP-COUNT + WS-GRAND-REV-COUNT.
060900     PERFORM 2500-EDIT-ERROR-PCT
061000         THRU 2500-EDIT-ERROR-PCT-EXIT.
061100     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
061200     PERFORM 7000-WRITE-RPT-LINE
061300         THRU 7000-WRITE-RPT-LINE-EXIT.
061400     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
061500     PERFORM 7000-WRITE-RPT-LINE
061600         THRU 7000-WRITE-RPT-LINE-EXIT.
061700     MOVE WS-SECTION-LINE TO RP-PRINT-LINE.
061800     PERFORM 7000-WRITE-RPT-LINE
061900         THRU 7000-WRITE-RPT-LINE-EXIT.
062000     PERFORM 3100-WRITE-SOURCE-COUNT
062100         THRU 3100-WRITE-SOURCE-COUNT-EXIT
062200         VARYING WS-SRC-SUB FROM 1 BY 1
062300         UNTIL WS-SRC-SUB > 5.
062400     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
062500     PERFORM 7000-WRITE-RPT-LINE
062600         THRU 7000-WRITE-RPT-LINE-EXIT.
062700     MOVE WS-LEGEND-LINE-1 TO RP-PRINT-LINE.
062800     PERFORM 7000-WRITE-RPT-LINE
062900         THRU 7000-WRITE-RPT-LINE-EXIT.
063000     MOVE WS-LEGEND-LINE-2 TO RP-PRINT-LINE.
063100     PERFORM 7000-WRITE-RPT-LINE
063200         THRU 7000-WRITE-RPT-LINE-EXIT.
063300     PERFORM 7900-END-REPORT
063400         THRU 7900-END-REPORT-EXIT.
063500 3000-WRITE-SUMMARY-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------
063800* 3100-WRITE-SOURCE-COUNT - WRITE ONE SOURCE'S EVENT COUNT
063900*-----------------------------------------------------------
064000 3100-WRITE-SOURCE-COUNT.
064100     MOVE ST-NAME(WS-SRC-SUB)        TO SL-NAME.
064200     MOVE ST-EVENT-COUNT(WS-SRC-SUB) TO SL-COUNT.
064300     IF ST-PRESENT(WS-SRC-SUB)
064400         MOVE SPACES TO SL-NOTE
064500     ELSE
064600         MOVE 'FILE NOT PRESENT' TO SL-NOTE
064700     END-IF.
064800     MOVE WS-SOURCE-LINE TO RP-PRINT-LINE.
064900     PERFORM 7000-WRITE-RPT-LINE
065000         THRU 7000-WRITE-RPT-LINE-EXIT.
065100 3100-WRITE-SOURCE-COUNT-EXIT.
065200     EXIT.
065300*-----------------------------------------------------------
065400* 8900-CLOSE-FILES - CLOSE THE REPORT FILE
065500*-----------------------------------------------------------
065600 8900-CLOSE-FILES.
065700     CLOSE REPORT-FILE.
065800 8900-CLOSE-FILES-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------
066100* 9999-EXIT - COMMON PROGRAM EXIT; RETURN-CODE 8 WHEN THE
066200*     REPORT COULD NOT BE PRODUCED
066300*-----------------------------------------------------------
066400 9999-EXIT.
066500     IF NOT WS-OPEN-OK
066600         MOVE 8 TO RETURN-CODE
066700     END-IF.
066800     GOBACK.
066900 9999-EXIT-EXIT.
067000     EXIT.
067100     COPY RPTPROC.
