001700*    WITH BOTH TIMESTAMPS, SO A SUPERVISOR CAN CONFIRM AND
001800*    BACK THE DOUBLE OUT BEFORE EODSUMMARY'S TOTALS GO TO
001900*    ACCOUNTING.
001925*    EACH PAIR SHOWS THE OPERATOR WHO KEYED EACH ENTRY AND IS
001950*    ALSO APPENDED TO THE DUPLICATE LOG (DUPLOG) FOR THE
001975*    WEEKLY OPERPROD REPORT.
002000*-----------------------------------------------------------
002100*                 MODIFICATION HISTORY
002200*-----------------------------------------------------------
002597*                  AND THE EXIT IS NOW GOBACK SO THE NIGHT
002598*                  CONTROLLER GETS CONTROL BACK. A CONSOLE RUN
002599*                  WITH NOTHING PASSED STILL GETS THE PROMPTS.
002609* 2026-09-06  RH   EACH SUSPECTED PAIR NOW SHOWS THE OPERATOR
002619*                  ON BOTH AUDIT LINES, AND IS APPENDED TO THE NEW
002629*                  DUPLOG FILE (DUPLREC) SO THE WEEKLY OPERPROD
002639*                  REPORT CAN CHARGE IT TO THE OPERATOR WHO KEYED
002649*                  THE DUPLICATE; A DUPLOG OPEN FAILURE WARNS.
002659* 2026-09-15  RH   THE DAY'S AUDIT LINES NOW COME FROM THE
002669*                  AUDEXTR DAY EXTRACT THROUGH THE SHARED
002679*                  AUDXPROC READER, SO THE SORT TAKES ONLY THE
002684*                  ONE DATE INSTEAD OF PASSING THE WHOLE LOG;
002686*                  THE FULL LOG IS STILL READ WHEN THE EXTRACT
002688*                  DOES NOT PROVE OR IS FOR ANOTHER DATE.
002690*-----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003300     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-AUDIT-STATUS.
003510     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS AX-EXTR-STATUS.
003600     SELECT SORT-WORK ASSIGN TO SRTWORK.
003700     SELECT REPORT-FILE ASSIGN TO DUPRPT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-STATUS.
003925     SELECT DUPLOG-FILE ASSIGN TO DUPLOG
003950         ORGANIZATION IS LINE SEQUENTIAL
003975         FILE STATUS IS WS-DLOG-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  AUDIT-FILE
004250     RECORD CONTAINS 92 CHARACTERS.
004300 01  AUDIT-RECORD               PIC X(92).
004310 FD  AUDIT-EXTRACT-FILE
004320     RECORD CONTAINS 93 CHARACTERS.
004330     COPY AUDXREC.
004400 SD  SORT-WORK.
004500 01  SORT-RECORD.
004600     05  SR-BRANCH              PIC X(04).
004800     05  SR-NUM1                PIC X(09).
004900     05  SR-NUM2                PIC X(09).
005000     05  SR-TIME                PIC 9(08).
005050     05  SR-OPERATOR            PIC X(04).
005100 FD  REPORT-FILE
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  REPORT-RECORD              PIC X(80).
005325 FD  DUPLOG-FILE
005350     RECORD CONTAINS 80 CHARACTERS.
005375     COPY DUPLREC.
005400 WORKING-STORAGE SECTION.
005500 01  WS-AUDIT-STATUS            PIC X(02).
005600     88  WS-AUDIT-OK            VALUE '00'.
005700 01  WS-RPT-STATUS              PIC X(02).
005800     88  WS-RPT-OK              VALUE '00'.
005825 01  WS-DLOG-STATUS             PIC X(02).
005850     88  WS-DLOG-OK             VALUE '00'.
005875     88  WS-DLOG-NOT-FOUND      VALUE '35'.
005900 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
006000     88  WS-OPEN-OK             VALUE 'Y'.
006100 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
008000     05  WS-CURR-NUM1           PIC X(09).
008100     05  WS-CURR-NUM2           PIC X(09).
008200 01  WS-PREV-TIME               PIC 9(08)       VALUE ZERO.
008250 01  WS-PREV-OPERATOR           PIC X(04)       VALUE SPACES.
008300 01  WS-TIME-PARTS.
008400     05  WS-TP-HH               PIC 9(02).
008500     05  WS-TP-MM               PIC 9(02).
009000 01  WS-GAP-SECONDS             PIC S9(07)      COMP VALUE ZERO.
009100 01  WS-DUP-COUNT               PIC 9(05)       COMP VALUE ZERO.
009200 01  WS-COUNT-DISPLAY           PIC ZZ,ZZ9.
009210     COPY AUDITREC.
009220     COPY AUDXCTL.
009300 01  WS-HEADING-LINE-1.
009400     05  FILLER  PIC X(33) VALUE
009500         'SUSPECTED DUPLICATE CALCULATIONS '.
011000     05  DP-TIME1               PIC 9(08).
011100     05  FILLER                 PIC X(01) VALUE SPACE.
011200     05  DP-TIME2               PIC 9(08).
011220     05  FILLER                 PIC X(01) VALUE SPACE.
011240     05  DP-OPERATOR1           PIC X(04).
011260     05  FILLER                 PIC X(01) VALUE SPACE.
011280     05  DP-OPERATOR2           PIC X(04).
011300     05  FILLER                 PIC X(13) VALUE SPACES.
011310 LINKAGE SECTION.
011320*-----------------------------------------------------------
011330* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
017200     MOVE WS-WINDOW-MINUTES TO HL-WINDOW.
017300     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
017400     MOVE 'Y' TO WS-OPEN-SWITCH.
017410     OPEN EXTEND DUPLOG-FILE.
017420     IF WS-DLOG-NOT-FOUND
017430         OPEN OUTPUT DUPLOG-FILE
017440     END-IF.
017450     IF NOT WS-DLOG-OK
017460         DISPLAY 'UNABLE TO OPEN DUPLOG, STATUS: '
017470             WS-DLOG-STATUS ' - DUPLICATES NOT LOGGED'
017480     END-IF.
017500 1000-INITIALIZE-EXIT.
017600     EXIT.
017700*-----------------------------------------------------------
017900*     AUDIT LINES KEYED FOR THE DUPLICATE SCAN
018000*-----------------------------------------------------------
018100 1500-FEED-SORT.
018200     MOVE WS-BUSINESS-DATE TO AX-WANTED-DATE.
018250     PERFORM 7300-OPEN-AUDIT-SOURCE
018270         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
018300     IF AX-NO-SOURCE
018400         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
018500             WS-AUDIT-STATUS
018510         MOVE 'N' TO WS-OPEN-SWITCH
019000     PERFORM 1520-RELEASE-ONE-LINE
019100         THRU 1520-RELEASE-ONE-LINE-EXIT
019200         UNTIL WS-AUDIT-EOF.
019300     PERFORM 7390-CLOSE-AUDIT-SOURCE
019350         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
019400 1500-FEED-SORT-EXIT.
019500     EXIT.
019600*-----------------------------------------------------------
019700* 1510-READ-AUDIT-LINE - READ THE BUSINESS DATE'S NEXT AUDIT
019750*     LINE
019800*-----------------------------------------------------------
019900 1510-READ-AUDIT-LINE.
020000     PERFORM 7330-READ-AUDIT-SOURCE
020100         THRU 7330-READ-AUDIT-SOURCE-EXIT.
020200     IF AX-SOURCE-EOF
020250         SET WS-AUDIT-EOF TO TRUE
020300     END-IF.
020400 1510-READ-AUDIT-LINE-EXIT.
020500     EXIT.
020600*-----------------------------------------------------------
021400         MOVE AL-NUM1      TO SR-NUM1
021500         MOVE AL-NUM2      TO SR-NUM2
021600         MOVE AL-TIME      TO SR-TIME
021650         MOVE AL-OPERATOR  TO SR-OPERATOR
021700         RELEASE SORT-RECORD
021800     END-IF.
021900     PERFORM 1510-READ-AUDIT-LINE
027200             MOVE WS-CURR-NUM2      TO DP-NUM2
027300             MOVE WS-PREV-TIME      TO DP-TIME1
027400             MOVE SR-TIME           TO DP-TIME2
027425             MOVE WS-PREV-OPERATOR  TO DP-OPERATOR1
027450             MOVE SR-OPERATOR       TO DP-OPERATOR2
027475             WRITE REPORT-RECORD FROM WS-DUP-LINE
027500             PERFORM 2300-LOG-DUPLICATE
027525                 THRU 2300-LOG-DUPLICATE-EXIT
027600         END-IF
027700     END-IF.
027800     SET WS-HAVE-PREV TO TRUE.
027900     MOVE WS-CURR-KEY     TO WS-PREV-KEY.
028000     MOVE WS-CURR-SECONDS TO WS-PREV-SECONDS.
028100     MOVE SR-TIME         TO WS-PREV-TIME.
028150     MOVE SR-OPERATOR     TO WS-PREV-OPERATOR.
028200     PERFORM 2100-RETURN-SORTED-RECORD
028300         THRU 2100-RETURN-SORTED-RECORD-EXIT.
028400 2200-CHECK-ONE-RECORD-EXIT.
028500     EXIT.
028502*-----------------------------------------------------------
028504* 2300-LOG-DUPLICATE - APPEND THE FLAGGED PAIR TO THE DUPLICATE
028506*     LOG FOR THE OPERPROD REPORT
028508*-----------------------------------------------------------
028510 2300-LOG-DUPLICATE.
028512     IF NOT WS-DLOG-OK
028514         GO TO 2300-LOG-DUPLICATE-EXIT
028516     END-IF.
028518     MOVE SPACES            TO DUPLICATE-LOG-RECORD.
028520     MOVE WS-BUSINESS-DATE  TO DL-BUS-DATE.
028522     MOVE SR-TIME           TO DL-TIME.
028524     MOVE WS-CURR-BRANCH    TO DL-BRANCH.
028526     MOVE WS-CURR-OPERATION TO DL-OPERATION.
028528     MOVE WS-CURR-NUM1      TO DL-NUM1.
028530     MOVE WS-CURR-NUM2      TO DL-NUM2.
028532     MOVE SR-OPERATOR       TO DL-OPERATOR.
028534     MOVE WS-PREV-OPERATOR  TO DL-FIRST-OPERATOR.
028536     WRITE DUPLICATE-LOG-RECORD.
028538 2300-LOG-DUPLICATE-EXIT.
028540     EXIT.
028600*-----------------------------------------------------------
028700* 3000-PRINT-SUMMARY - WRITE THE CLOSING COUNT AND FLAG THE
028800*     RUN ON THE CONSOLE WHEN ANY SUSPECT WAS FOUND
030500 3000-PRINT-SUMMARY-EXIT.
030600     EXIT.
030700*-----------------------------------------------------------
030800* 8900-CLOSE-FILES - CLOSE THE REPORT AND THE DUPLICATE LOG
030900*-----------------------------------------------------------
031000 8900-CLOSE-FILES.
031100     CLOSE REPORT-FILE.
031125     IF WS-DLOG-OK
031150         CLOSE DUPLOG-FILE
031175     END-IF.
031200 8900-CLOSE-FILES-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------
031800     GOBACK.
031900 9999-EXIT-EXIT.
032000     EXIT.
032100     COPY AUDXPROC.
