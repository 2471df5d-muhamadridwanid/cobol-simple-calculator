000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RATESIM.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-08.
000600 DATE-COMPILED. 2026-09-08.
000700*REMARKS.
000800*    RATE-CHANGE IMPACT SIMULATION FOR THE PENDING CHANGE
000900*    QUEUE. FOR A RATE MOVE PARKED ON PENDCHG IT REPLAYS THE
001000*    ADDITION AND SUBSTRACTION CONVERSIONS OF THAT CURRENCY
001100*    FROM THE LAST N BUSINESS DAYS OF THE SHARED AUDIT LOG -
001200*    EVERY LINE WHERE NUM2 WAS CONVERTED INTO NUM1'S CURRENCY
001300*    AND ONE SIDE OF THE CONVERSION IS THE PENDING CURRENCY -
001400*    ONCE AT PD-OLD-RATE AND ONCE AT PD-NEW-RATE, THE OTHER
001500*    CURRENCY AT ITS RATEMAST RATE IN FORCE ON THE BUSINESS
001600*    DATE, AND SHOWS PER BRANCH WHAT THE CONVERTED AMOUNTS
001700*    COME TO AT EACH RATE AND THE DIFFERENCE. A SUBSTRACTION
001800*    COUNTS NEGATIVE, SO THE DIFFERENCE IS THE AMOUNT THE
001900*    BRANCH'S BRBALMST BALANCE WOULD HAVE MOVED BY. A BRANCH
002000*    WHOSE BALANCE WOULD MOVE BY THE ALERT AMOUNT OR MORE IS
002100*    MARKED '!'. THE WINDOW IS THE N WORKING DAYS ON THE
002200*    CALNMAST CALENDAR ENDING ON THE BUSINESS DATE (N CALENDAR
002300*    DAYS, WITH A WARNING, WHEN THE CALENDAR CANNOT BE READ).
002400*    RUN ON ITS OWN IT ASKS FOR THE BUSINESS DATE AND
002500*    SIMULATES EVERY RATE ITEM ON PENDCHG; PENDAPPR CALLS IT
002600*    WITH THE DATE AND THE ONE ITEM IN FRONT OF THE APPROVER,
002700*    AND THE RESULT IS ALSO SHOWN ON THE CONSOLE. EITHER WAY
002800*    THE NUMBER OF DAYS IS ASKED FOR AT THE CONSOLE AND THE
002900*    RESULT IS PRINTED ON RSIMRPT. RETURN-CODE 4 WHEN A BRANCH
003000*    IS MARKED OR A LINE COULD NOT BE REPLAYED FOR WANT OF A
003100*    RATE, 8 WHEN THE REPORT, THE QUEUE OR THE AUDIT LOG
003200*    CANNOT BE OPENED. AUDIT LINES WRITTEN BEFORE THE CURRENCY
003300*    CODES WERE LOGGED CARRY NONE AND CANNOT BE REPLAYED.
003400*-----------------------------------------------------------
003500*                 MODIFICATION HISTORY
003600*-----------------------------------------------------------
003700* DATE       INIT  DESCRIPTION
003800* ---------- ----  ----------------------------------------
003900* 2026-09-08  RH   ORIGINAL PROGRAM.
004000*-----------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PEND-FILE ASSIGN TO PENDCHG
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PEND-STATUS.
005000     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005300     SELECT RATE-FILE ASSIGN TO RATEMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CR-RATE-KEY
005700         FILE STATUS IS WS-RATE-STATUS.
005800     SELECT CALENDAR-FILE ASSIGN TO CALNMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CD-DATE
006200         FILE STATUS IS WS-CAL-STATUS.
006300     SELECT REPORT-FILE ASSIGN TO RSIMRPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PEND-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  PEND-FILE-RECORD           PIC X(80).
007100 FD  AUDIT-FILE.
007200     COPY AUDITREC.
007300 FD  RATE-FILE.
007400     COPY RATEREC.
007500 FD  CALENDAR-FILE.
007600     COPY CALNDREC.
007700 FD  REPORT-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  REPORT-RECORD              PIC X(80).
008000 WORKING-STORAGE SECTION.
008100 01  WS-PEND-STATUS             PIC X(02).
008200     88  WS-PEND-OK             VALUE '00'.
008300     88  WS-PEND-NOT-FOUND      VALUE '35'.
008400 01  WS-AUDIT-STATUS            PIC X(02).
008500     88  WS-AUDIT-OK            VALUE '00'.
008600 01  WS-RATE-STATUS             PIC X(02).
008700     88  WS-RATE-OK             VALUE '00'.
008800 01  WS-CAL-STATUS              PIC X(02).
008900     88  WS-CAL-OK              VALUE '00'.
009000 01  WS-RPT-STATUS              PIC X(02).
009100     88  WS-RPT-OK              VALUE '00'.
009200 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
009300     88  WS-OPEN-OK             VALUE 'Y'.
009400 01  WS-INPUT-FAILED-SWITCH     PIC X(01)       VALUE 'N'.
009500     88  WS-INPUT-FAILED        VALUE 'Y'.
009600 01  WS-PEND-EOF-SWITCH         PIC X(01)       VALUE 'N'.
009700     88  WS-PEND-EOF            VALUE 'Y'.
009800 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
009900     88  WS-AUDIT-EOF           VALUE 'Y'.
010000 01  WS-RATE-EOF-SWITCH         PIC X(01)       VALUE 'N'.
010100     88  WS-RATE-MASTER-EOF     VALUE 'Y'.
010200 01  WS-CAL-EOF-SWITCH          PIC X(01)       VALUE 'N'.
010300     88  WS-CAL-EOF             VALUE 'Y'.
010400 01  WS-RATE-FOUND-SWITCH       PIC X(01)       VALUE 'N'.
010500     88  WS-RATE-FOUND          VALUE 'Y'.
010600 01  WS-ONE-ITEM-SWITCH         PIC X(01)       VALUE 'N'.
010700     88  WS-ONE-ITEM            VALUE 'Y'.
010800*-----------------------------------------------------------
010900* SIMULATION CONSTANTS - THE DAYS REPLAYED WHEN THE CONSOLE
011000* ANSWER IS NOT 01-30, AND THE BALANCE MOVE AT WHICH A BRANCH
011100* IS MARKED '!'
011200*-----------------------------------------------------------
011300 01  WS-DEFAULT-DAYS            PIC 9(02)       VALUE 05.
011400 01  WS-MAXIMUM-DAYS            PIC 9(02)       VALUE 30.
011500 01  WS-ALERT-AMOUNT            PIC S9(09)V99   VALUE 100000.00.
011600 01  WS-DATE-INPUT              PIC X(08).
011700 01  WS-DAYS-INPUT              PIC X(02).
011800 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
011900 01  WS-REPLAY-DAYS             PIC 9(02)       VALUE ZERO.
012000 01  WS-WINDOW-START-DATE       PIC 9(08)       VALUE ZERO.
012100 01  WS-BUS-DAYNO               PIC S9(07)      COMP VALUE ZERO.
012200 01  WS-FLOOR-DAYNO             PIC S9(07)      COMP VALUE ZERO.
012300 01  WS-FLOOR-DATE              PIC 9(08)       VALUE ZERO.
012400 01  WS-LOOKUP-CODE             PIC X(03).
012500 01  WS-FOUND-RATE              PIC S9(03)V9(06).
012600 01  WS-SIM-AMOUNT              PIC S9(05)V99.
012700 01  WS-AT-OLD-RATE             PIC S9(09)V99   COMP-3.
012800 01  WS-AT-NEW-RATE             PIC S9(09)V99   COMP-3.
012900 01  WS-DIFFERENCE              PIC S9(11)V99   COMP-3.
013000*-----------------------------------------------------------
013100* RUN COUNTS FOR THE FOOT OF THE REPORT
013200*-----------------------------------------------------------
013300 01  WS-RUN-COUNTS.
013400     05  WS-ITEMS-READ          PIC 9(05)       COMP VALUE ZERO.
013500     05  WS-ITEMS-SIMULATED     PIC 9(05)       COMP VALUE ZERO.
013600     05  WS-LINES-REPLAYED      PIC 9(07)       COMP VALUE ZERO.
013700     05  WS-UNRATED-COUNT       PIC 9(07)       COMP VALUE ZERO.
013800     05  WS-ALERT-COUNT         PIC 9(05)       COMP VALUE ZERO.
013900*-----------------------------------------------------------
014000* WORKING DAYS READ FROM THE CALENDAR UP TO THE BUSINESS DATE
014100*-----------------------------------------------------------
014200 01  WS-WORK-DAY-COUNT          PIC 9(03)       COMP VALUE ZERO.
014300 01  WS-WORK-DAY-SUB            PIC 9(03)       COMP VALUE ZERO.
014400 01  WS-WORK-DAY-TABLE.
014500     05  WS-WORK-DAY OCCURS 120 TIMES
014600                                PIC 9(08).
014700*-----------------------------------------------------------
014800* RATEMAST RATE IN FORCE ON THE BUSINESS DATE FOR EACH
014900* CURRENCY - THE OTHER SIDE OF EVERY REPLAYED CONVERSION
015000*-----------------------------------------------------------
015100 01  WS-RATE-COUNT              PIC 9(03)       COMP VALUE ZERO.
015200 01  WS-RATE-TABLE.
015300     05  WS-RATE-ENTRY OCCURS 50 TIMES
015400             INDEXED BY WS-RATE-IDX.
015500         10  WS-RATE-CODE       PIC X(03).
015600         10  WS-RATE-VALUE      PIC S9(03)V9(06).
015700*-----------------------------------------------------------
015800* PER-BRANCH REPLAY TOTALS FOR THE ITEM BEING SIMULATED
015900*-----------------------------------------------------------
016000 01  WS-BRANCH-COUNT            PIC 9(03)       COMP VALUE ZERO.
016100 01  WS-BRANCH-TABLE.
016200     05  WS-BRCH-ENTRY OCCURS 100 TIMES
016300             INDEXED BY WS-BRCH-IDX.
016400         10  WS-BRCH-CODE       PIC X(04).
016500         10  WS-BRCH-LINES      PIC 9(07)       COMP.
016600         10  WS-BRCH-AT-OLD     PIC S9(11)V99   COMP-3.
016700         10  WS-BRCH-AT-NEW     PIC S9(11)V99   COMP-3.
016800         10  WS-BRCH-UNRATED-SW PIC X(01).
016900 01  WS-ITEM-TOTALS.
017000     05  WS-ITEM-LINES          PIC 9(07)       COMP.
017100     05  WS-ITEM-AT-OLD         PIC S9(11)V99   COMP-3.
017200     05  WS-ITEM-AT-NEW         PIC S9(11)V99   COMP-3.
017300     05  WS-ITEM-UNRATED-SW     PIC X(01).
017400*-----------------------------------------------------------
017500* THE PENDING ITEM BEING SIMULATED, READ FROM PENDCHG OR
017600* PASSED BY PENDAPPR
017700*-----------------------------------------------------------
017800     COPY PENDREC.
017900     COPY RPTCTL.
018000 01  WS-HEADING-LINE-2.
018100     05  FILLER  PIC X(40) VALUE
018200         'BRCH     LINES     AT OLD RATE    AT NEW'.
018300     05  FILLER  PIC X(40) VALUE
018400         ' RATE     DIFFERENCE'.
018500 01  WS-ITEM-LINE.
018600     05  FILLER                 PIC X(05) VALUE 'RATE '.
018700     05  IL-CURR-CODE           PIC X(03).
018800     05  FILLER                 PIC X(05) VALUE ' EFF '.
018900     05  IL-EFF-DATE            PIC 9(08).
019000     05  FILLER                 PIC X(05) VALUE ' OLD '.
019100     05  IL-OLD-RATE            PIC ---9.9(06).
019200     05  FILLER                 PIC X(05) VALUE ' NEW '.
019300     05  IL-NEW-RATE            PIC ---9.9(06).
019400     05  FILLER                 PIC X(04) VALUE ' BY '.
019500     05  IL-REQUESTED-BY        PIC X(04).
019600     05  FILLER                 PIC X(04) VALUE ' ON '.
019700     05  IL-DATE                PIC 9(08).
019800     05  FILLER                 PIC X(07) VALUE SPACES.
019900 01  WS-WINDOW-LINE.
020000     05  FILLER                 PIC X(14) VALUE
020100         'REPLAYED FROM '.
020200     05  WL-START-DATE          PIC 9(08).
020300     05  FILLER                 PIC X(04) VALUE ' TO '.
020400     05  WL-END-DATE            PIC 9(08).
020500     05  FILLER                 PIC X(03) VALUE ' - '.
020600     05  WL-DAYS                PIC Z9.
020700     05  FILLER                 PIC X(14) VALUE
020800         ' BUSINESS DAYS'.
020900     05  FILLER                 PIC X(27) VALUE SPACES.
021000 01  WS-DETAIL-LINE.
021100     05  PL-BRANCH              PIC X(06).
021200     05  FILLER                 PIC X(01) VALUE SPACE.
021300     05  PL-LINES               PIC ZZZ,ZZ9.
021400     05  FILLER                 PIC X(02) VALUE SPACES.
021500     05  PL-AT-OLD              PIC -(10)9.99.
021600     05  FILLER                 PIC X(01) VALUE SPACE.
021700     05  PL-AT-NEW              PIC -(10)9.99.
021800     05  FILLER                 PIC X(01) VALUE SPACE.
021900     05  PL-DIFFERENCE          PIC -(10)9.99.
022000     05  FILLER                 PIC X(01) VALUE SPACE.
022100     05  PL-ALERT               PIC X(01).
022200     05  PL-UNRATED             PIC X(01).
022300     05  FILLER                 PIC X(17) VALUE SPACES.
022400 01  WS-MESSAGE-LINE            PIC X(80).
022500 01  WS-COUNT-LINE.
022600     05  CL-LABEL               PIC X(34).
022700     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
022800     05  FILLER                 PIC X(37) VALUE SPACES.
022900 01  WS-LEGEND-LINE-1.
023000     05  FILLER                 PIC X(40) VALUE
023100         '! BALANCE WOULD MOVE BY 100,000.00 OR MO'.
023200     05  FILLER                 PIC X(40) VALUE
023300         'RE AT THE NEW RATE'.
023400 01  WS-LEGEND-LINE-2.
023500     05  FILLER                 PIC X(40) VALUE
023600         '* SOME LINES HAD NO RATEMAST RATE FOR TH'.
023700     05  FILLER                 PIC X(40) VALUE
023800         'E OTHER CURRENCY AND WERE NOT REPLAYED'.
023900 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
024000 LINKAGE SECTION.
024100*-----------------------------------------------------------
024200* LK-BUS-DATE - OPTIONAL BUSINESS DATE THE REPLAY WINDOW ENDS
024300*     ON; WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE
024400*     PROMPT. LK-PEND-ITEM - OPTIONAL PENDCHG RECORD TO
024500*     SIMULATE ON ITS OWN (PENDAPPR); WHEN OMITTED EVERY RATE
024600*     ITEM ON PENDCHG IS SIMULATED.
024700*-----------------------------------------------------------
024800 01  LK-BUS-DATE                PIC 9(08).
024900 01  LK-PEND-ITEM               PIC X(80).
025000 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE
025100                          OPTIONAL LK-PEND-ITEM.
025200*-----------------------------------------------------------
025300* 0000-MAINLINE
025400*-----------------------------------------------------------
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE
025700         THRU 1000-INITIALIZE-EXIT.
025800     IF WS-OPEN-OK
025900         IF WS-ONE-ITEM
026000             MOVE LK-PEND-ITEM TO PENDING-CHANGE-RECORD
026100             PERFORM 3000-SIMULATE-ITEM
026200                 THRU 3000-SIMULATE-ITEM-EXIT
026300         ELSE
026400             PERFORM 2000-SIMULATE-QUEUE
026500                 THRU 2000-SIMULATE-QUEUE-EXIT
026600         END-IF
026700         PERFORM 4000-WRITE-FOOT
026800             THRU 4000-WRITE-FOOT-EXIT
026900         PERFORM 8900-CLOSE-FILES
027000             THRU 8900-CLOSE-FILES-EXIT
027100     END-IF.
027200     PERFORM 9999-EXIT
027300         THRU 9999-EXIT-EXIT.
027400*-----------------------------------------------------------
027500* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, THE DAYS TO
027600*     REPLAY AND THE WINDOW THEY SPAN, LOAD THE RATE TABLE,
027700*     OPEN THE REPORT AND SET UP THE PAGE HEADINGS
027800*-----------------------------------------------------------
027900 1000-INITIALIZE.
028000     MOVE 'N'  TO WS-OPEN-SWITCH.
028100     MOVE 'N'  TO WS-INPUT-FAILED-SWITCH.
028200     MOVE ZERO TO WS-ITEMS-READ.
028300     MOVE ZERO TO WS-ITEMS-SIMULATED.
028400     MOVE ZERO TO WS-LINES-REPLAYED.
028500     MOVE ZERO TO WS-UNRATED-COUNT.
028600     MOVE ZERO TO WS-ALERT-COUNT.
028700     IF LK-BUS-DATE IS OMITTED
028800         DISPLAY 'ENTER BUSINESS DATE FOR SIMULATION (YYYYMMDD): '
028900         MOVE SPACES TO WS-DATE-INPUT
029000         ACCEPT WS-DATE-INPUT
029100         IF WS-DATE-INPUT IS NOT NUMERIC
029200             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
029300             MOVE 8 TO RETURN-CODE
029400             GO TO 1000-INITIALIZE-EXIT
029500         END-IF
029600         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
029700     ELSE
029800         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
029900     END-IF.
030000     IF LK-PEND-ITEM IS OMITTED
030100         MOVE 'N' TO WS-ONE-ITEM-SWITCH
030200     ELSE
030300         MOVE 'Y' TO WS-ONE-ITEM-SWITCH
030400     END-IF.
030500     DISPLAY 'ENTER BUSINESS DAYS TO REPLAY (01-30): '.
030600     MOVE SPACES TO WS-DAYS-INPUT.
030700     ACCEPT WS-DAYS-INPUT.
030800     IF WS-DAYS-INPUT IS NUMERIC
030900         MOVE WS-DAYS-INPUT TO WS-REPLAY-DAYS
031000     ELSE
031100         MOVE ZERO TO WS-REPLAY-DAYS
031200     END-IF.
031300     IF WS-REPLAY-DAYS = ZERO
031400             OR WS-REPLAY-DAYS > WS-MAXIMUM-DAYS
031500         MOVE WS-DEFAULT-DAYS TO WS-REPLAY-DAYS
031600         DISPLAY 'DAYS MUST BE 01-30 - REPLAYING '
031700             WS-REPLAY-DAYS
031800     END-IF.
031900     PERFORM 1100-ESTABLISH-WINDOW
032000         THRU 1100-ESTABLISH-WINDOW-EXIT.
032100     PERFORM 1200-LOAD-RATE-TABLE
032200         THRU 1200-LOAD-RATE-TABLE-EXIT.
032300     OPEN OUTPUT REPORT-FILE.
032400     IF NOT WS-RPT-OK
032500         DISPLAY 'UNABLE TO OPEN RSIMRPT, STATUS: ' WS-RPT-STATUS
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800     MOVE 'RATE CHANGE IMPACT SIMULATION' TO RP-TITLE.
032900     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
033000     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
033100     PERFORM 7200-INIT-REPORT
033200         THRU 7200-INIT-REPORT-EXIT.
033300     MOVE WS-WINDOW-START-DATE TO WL-START-DATE.
033400     MOVE WS-BUSINESS-DATE     TO WL-END-DATE.
033500     MOVE WS-REPLAY-DAYS       TO WL-DAYS.
033600     MOVE WS-WINDOW-LINE TO WS-MESSAGE-LINE.
033700     PERFORM 5000-PRINT-LINE
033800         THRU 5000-PRINT-LINE-EXIT.
033900     MOVE 'Y' TO WS-OPEN-SWITCH.
034000 1000-INITIALIZE-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------
034300* 1100-ESTABLISH-WINDOW - FIND THE FIRST DAY OF THE REPLAY
034400*     WINDOW: THE WS-REPLAY-DAYS'TH WORKING DAY BACK ON THE
034500*     CALENDAR, COUNTING THE BUSINESS DATE WHEN IT IS ONE. THE
034600*     CALENDAR IS READ FROM FAR ENOUGH BACK TO HOLD THAT MANY
034700*     WORKING DAYS THROUGH A RUN OF WEEKENDS AND HOLIDAYS.
034800*     WITHOUT THE CALENDAR THE WINDOW FALLS BACK TO THE SAME
034900*     NUMBER OF CALENDAR DAYS.
035000*-----------------------------------------------------------
035100 1100-ESTABLISH-WINDOW.
035200     MOVE WS-BUSINESS-DATE TO WS-WINDOW-START-DATE.
035300     MOVE ZERO TO WS-WORK-DAY-COUNT.
035400     COMPUTE WS-BUS-DAYNO =
035500         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
035600     IF WS-BUS-DAYNO = ZERO
035700         GO TO 1100-ESTABLISH-WINDOW-EXIT
035800     END-IF.
035900     OPEN INPUT CALENDAR-FILE.
036000     IF NOT WS-CAL-OK
036100         DISPLAY 'UNABLE TO OPEN CALNMAST, STATUS: '
036200             WS-CAL-STATUS ' - WINDOW TAKEN IN CALENDAR DAYS'
036300         COMPUTE WS-FLOOR-DAYNO =
036400             WS-BUS-DAYNO - WS-REPLAY-DAYS + 1
036500         COMPUTE WS-WINDOW-START-DATE =
036600             FUNCTION DATE-OF-INTEGER(WS-FLOOR-DAYNO)
036700         GO TO 1100-ESTABLISH-WINDOW-EXIT
036800     END-IF.
036900     COMPUTE WS-FLOOR-DAYNO =
037000         WS-BUS-DAYNO - (WS-REPLAY-DAYS * 3) - 14.
037100     COMPUTE WS-FLOOR-DATE =
037200         FUNCTION DATE-OF-INTEGER(WS-FLOOR-DAYNO).
037300     MOVE 'N' TO WS-CAL-EOF-SWITCH.
037400     MOVE WS-FLOOR-DATE TO CD-DATE.
037500     START CALENDAR-FILE KEY IS NOT LESS THAN CD-DATE
037600         INVALID KEY
037700             SET WS-CAL-EOF TO TRUE
037800     END-START.
037900     IF NOT WS-CAL-EOF
038000         PERFORM 1110-READ-CALENDAR
038100             THRU 1110-READ-CALENDAR-EXIT
038200     END-IF.
038300     PERFORM 1120-NOTE-WORKING-DAY
038400         THRU 1120-NOTE-WORKING-DAY-EXIT
038500         UNTIL WS-CAL-EOF OR CD-DATE > WS-BUSINESS-DATE.
038600     CLOSE CALENDAR-FILE.
038700     IF WS-WORK-DAY-COUNT = ZERO
038800         GO TO 1100-ESTABLISH-WINDOW-EXIT
038900     END-IF.
039000     IF WS-WORK-DAY-COUNT > WS-REPLAY-DAYS
039100         COMPUTE WS-WORK-DAY-SUB =
039200             WS-WORK-DAY-COUNT - WS-REPLAY-DAYS + 1
039300     ELSE
039400         MOVE 1 TO WS-WORK-DAY-SUB
039500     END-IF.
039600     MOVE WS-WORK-DAY(WS-WORK-DAY-SUB) TO WS-WINDOW-START-DATE.
039700 1100-ESTABLISH-WINDOW-EXIT.
039800     EXIT.
039900*-----------------------------------------------------------
040000* 1110-READ-CALENDAR - READ THE NEXT CALENDAR DATE
040100*-----------------------------------------------------------
040200 1110-READ-CALENDAR.
040300     READ CALENDAR-FILE NEXT RECORD
040400         AT END
040500             SET WS-CAL-EOF TO TRUE
040600     END-READ.
040700 1110-READ-CALENDAR-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------
041000* 1120-NOTE-WORKING-DAY - KEEP ONE WORKING DAY ON OR BEFORE
041100*     THE BUSINESS DATE, THEN READ THE NEXT DATE
041200*-----------------------------------------------------------
041300 1120-NOTE-WORKING-DAY.
041400     IF CD-WORKING-DAY AND WS-WORK-DAY-COUNT < 120
041500         ADD 1 TO WS-WORK-DAY-COUNT
041600         MOVE CD-DATE TO WS-WORK-DAY(WS-WORK-DAY-COUNT)
041700     END-IF.
041800     PERFORM 1110-READ-CALENDAR
041900         THRU 1110-READ-CALENDAR-EXIT.
042000 1120-NOTE-WORKING-DAY-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------
042300* 1200-LOAD-RATE-TABLE - LOAD THE RATE IN FORCE ON THE
042400*     BUSINESS DATE FOR EVERY CURRENCY. RECORDS ARRIVE IN
042500*     CURRENCY/EFFECTIVE-DATE KEY ORDER, SO THE LAST ONE DATED
042600*     ON OR BEFORE THE BUSINESS DATE WINS. WHEN THE MASTER
042700*     CANNOT BE OPENED THE TABLE STAYS EMPTY AND NO LINE CAN
042800*     BE REPLAYED.
042900*-----------------------------------------------------------
043000 1200-LOAD-RATE-TABLE.
043100     MOVE ZERO TO WS-RATE-COUNT.
043200     MOVE 'N'  TO WS-RATE-EOF-SWITCH.
043300     OPEN INPUT RATE-FILE.
043400     IF NOT WS-RATE-OK
043500         DISPLAY 'UNABLE TO OPEN RATEMAST, STATUS: '
043600             WS-RATE-STATUS
043700             ' - NO CONVERSION CAN BE REPLAYED'
043800         GO TO 1200-LOAD-RATE-TABLE-EXIT
043900     END-IF.
044000     PERFORM 1210-READ-RATE-MASTER
044100         THRU 1210-READ-RATE-MASTER-EXIT.
044200     PERFORM 1220-APPLY-RATE-RECORD
044300         THRU 1220-APPLY-RATE-RECORD-EXIT
044400         UNTIL WS-RATE-MASTER-EOF.
044500     CLOSE RATE-FILE.
044600 1200-LOAD-RATE-TABLE-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------
044900* 1210-READ-RATE-MASTER - READ THE NEXT RATE MASTER RECORD IN
045000*     KEY SEQUENCE
045100*-----------------------------------------------------------
045200 1210-READ-RATE-MASTER.
045300     READ RATE-FILE NEXT RECORD
045400         AT END
045500             SET WS-RATE-MASTER-EOF TO TRUE
045600     END-READ.
045700 1210-READ-RATE-MASTER-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------
046000* 1220-APPLY-RATE-RECORD - FOLD ONE RATE MASTER RECORD INTO
046100*     THE TABLE, THEN READ THE NEXT
046200*-----------------------------------------------------------
046300 1220-APPLY-RATE-RECORD.
046400     IF CR-EFF-DATE > WS-BUSINESS-DATE
046500             OR CR-RATE NOT > ZERO
046600         GO TO 1220-APPLY-RATE-NEXT
046700     END-IF.
046800     IF WS-RATE-COUNT > ZERO
046900         SET WS-RATE-IDX TO WS-RATE-COUNT
047000         IF WS-RATE-CODE(WS-RATE-IDX) = CR-CURR-CODE
047100             MOVE CR-RATE TO WS-RATE-VALUE(WS-RATE-IDX)
047200             GO TO 1220-APPLY-RATE-NEXT
047300         END-IF
047400     END-IF.
047500     IF WS-RATE-COUNT < 50
047600         ADD 1 TO WS-RATE-COUNT
047700         SET WS-RATE-IDX TO WS-RATE-COUNT
047800         MOVE CR-CURR-CODE TO WS-RATE-CODE(WS-RATE-IDX)
047900         MOVE CR-RATE      TO WS-RATE-VALUE(WS-RATE-IDX)
048000     ELSE
048100         DISPLAY 'RATE TABLE FULL - IGNORING CURRENCY '
048200             CR-CURR-CODE
048300     END-IF.
048400 1220-APPLY-RATE-NEXT.
048500     PERFORM 1210-READ-RATE-MASTER
048600         THRU 1210-READ-RATE-MASTER-EXIT.
048700 1220-APPLY-RATE-RECORD-EXIT.
048800     EXIT.
048900*-----------------------------------------------------------
049000* 2000-SIMULATE-QUEUE - SIMULATE EVERY RATE ITEM ON PENDCHG;
049100*     A MISSING QUEUE MEANS NOTHING IS PENDING
049200*-----------------------------------------------------------
049300 2000-SIMULATE-QUEUE.
049400     MOVE 'N' TO WS-PEND-EOF-SWITCH.
049500     OPEN INPUT PEND-FILE.
049600     IF WS-PEND-NOT-FOUND
049700         MOVE 'NO PENDCHG QUEUE - NOTHING PENDING'
049800             TO WS-MESSAGE-LINE
049900         PERFORM 5000-PRINT-LINE
050000             THRU 5000-PRINT-LINE-EXIT
050100         GO TO 2000-SIMULATE-QUEUE-EXIT
050200     END-IF.
050300     IF NOT WS-PEND-OK
050400         DISPLAY 'UNABLE TO OPEN PENDCHG, STATUS: '
050500             WS-PEND-STATUS
050600         MOVE 'Y' TO WS-INPUT-FAILED-SWITCH
050700         GO TO 2000-SIMULATE-QUEUE-EXIT
050800     END-IF.
050900     PERFORM 2100-READ-PENDING
051000         THRU 2100-READ-PENDING-EXIT.
051100     PERFORM 2200-SIMULATE-IF-RATE
051200         THRU 2200-SIMULATE-IF-RATE-EXIT
051300         UNTIL WS-PEND-EOF OR WS-INPUT-FAILED.
051400     CLOSE PEND-FILE.
051500 2000-SIMULATE-QUEUE-EXIT.
051600     EXIT.
051700*-----------------------------------------------------------
051800* 2100-READ-PENDING - READ ONE QUEUE RECORD
051900*-----------------------------------------------------------
052000 2100-READ-PENDING.
052100     READ PEND-FILE INTO PENDING-CHANGE-RECORD
052200         AT END
052300             SET WS-PEND-EOF TO TRUE
052400     END-READ.
052500 2100-READ-PENDING-EXIT.
052600     EXIT.
052700*-----------------------------------------------------------
052800* 2200-SIMULATE-IF-RATE - SIMULATE ONE QUEUE ITEM WHEN IT IS A
052900*     RATE CHANGE, THEN READ THE NEXT
053000*-----------------------------------------------------------
053100 2200-SIMULATE-IF-RATE.
053200     ADD 1 TO WS-ITEMS-READ.
053300     IF PD-RATE-CHANGE
053400         PERFORM 3000-SIMULATE-ITEM
053500             THRU 3000-SIMULATE-ITEM-EXIT
053600     END-IF.
053700     PERFORM 2100-READ-PENDING
053800         THRU 2100-READ-PENDING-EXIT.
053900 2200-SIMULATE-IF-RATE-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------
054200* 3000-SIMULATE-ITEM - REPLAY THE WINDOW'S CONVERSIONS OF ONE
054300*     PENDING RATE AT ITS OLD AND NEW RATES AND PRINT THE
054400*     BRANCH RESULTS
054500*-----------------------------------------------------------
054600 3000-SIMULATE-ITEM.
054700     ADD 1 TO WS-ITEMS-SIMULATED.
054800     MOVE WS-BLANK-LINE TO WS-MESSAGE-LINE.
054900     PERFORM 5000-PRINT-LINE
055000         THRU 5000-PRINT-LINE-EXIT.
055100     MOVE PD-CURR-CODE    TO IL-CURR-CODE.
055200     MOVE PD-EFF-DATE     TO IL-EFF-DATE.
055300     MOVE PD-OLD-RATE     TO IL-OLD-RATE.
055400     MOVE PD-NEW-RATE     TO IL-NEW-RATE.
055500     MOVE PD-REQUESTED-BY TO IL-REQUESTED-BY.
055600     MOVE PD-DATE         TO IL-DATE.
055700     MOVE WS-ITEM-LINE TO WS-MESSAGE-LINE.
055800     PERFORM 5000-PRINT-LINE
055900         THRU 5000-PRINT-LINE-EXIT.
056000     IF PD-OLD-RATE NOT > ZERO OR PD-NEW-RATE NOT > ZERO
056100         MOVE '  NO PRIOR RATE TO COMPARE - NOTHING REPLAYED'
056200             TO WS-MESSAGE-LINE
056300         PERFORM 5000-PRINT-LINE
056400             THRU 5000-PRINT-LINE-EXIT
056500         GO TO 3000-SIMULATE-ITEM-EXIT
056600     END-IF.
056700     MOVE ZERO TO WS-BRANCH-COUNT.
056800     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
056900     OPEN INPUT AUDIT-FILE.
057000     IF NOT WS-AUDIT-OK
057100         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
057200             WS-AUDIT-STATUS
057300         MOVE 'Y' TO WS-INPUT-FAILED-SWITCH
057400         MOVE '  AUDITLOG UNAVAILABLE - NOTHING REPLAYED'
057500             TO WS-MESSAGE-LINE
057600         PERFORM 5000-PRINT-LINE
057700             THRU 5000-PRINT-LINE-EXIT
057800         GO TO 3000-SIMULATE-ITEM-EXIT
057900     END-IF.
058000     PERFORM 3100-READ-AUDIT-LINE
058100         THRU 3100-READ-AUDIT-LINE-EXIT.
058200     PERFORM 3200-REPLAY-ONE-LINE
058300         THRU 3200-REPLAY-ONE-LINE-EXIT
058400         UNTIL WS-AUDIT-EOF.
058500     CLOSE AUDIT-FILE.
058600     PERFORM 3500-WRITE-BRANCH-RESULTS
058700         THRU 3500-WRITE-BRANCH-RESULTS-EXIT.
058800 3000-SIMULATE-ITEM-EXIT.
058900     EXIT.
059000*-----------------------------------------------------------
059100* 3100-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
059200*-----------------------------------------------------------
059300 3100-READ-AUDIT-LINE.
059400     READ AUDIT-FILE
059500         AT END
059600             SET WS-AUDIT-EOF TO TRUE
059700     END-READ.
059800 3100-READ-AUDIT-LINE-EXIT.
059900     EXIT.
060000*-----------------------------------------------------------
060100* 3200-REPLAY-ONE-LINE - FOR AN ADDITION OR SUBSTRACTION LINE
060200*     IN THE WINDOW THAT CONVERTED NUM2 INTO OR OUT OF THE
060300*     PENDING CURRENCY, CONVERT NUM2 AGAIN THE WAY THE
060400*     CALCULATOR DOES (NUM2 / RATE OF CURR2 * RATE OF CURR1)
060500*     WITH THE PENDING CURRENCY AT ITS OLD AND AT ITS NEW RATE,
060600*     AND ADD BOTH TO THE LINE'S BRANCH - NEGATIVE FOR A
060700*     SUBSTRACTION - THEN READ THE NEXT
060800*-----------------------------------------------------------
060900 3200-REPLAY-ONE-LINE.
061000     IF AL-OPERATION NOT = 'ADDITION'
061100             AND AL-OPERATION NOT = 'SUBSTRACTION'
061200         GO TO 3200-REPLAY-ONE-LINE-NEXT
061300     END-IF.
061400     IF AL-DATE IS NOT NUMERIC
061500             OR AL-DATE < WS-WINDOW-START-DATE
061600             OR AL-DATE > WS-BUSINESS-DATE
061700         GO TO 3200-REPLAY-ONE-LINE-NEXT
061800     END-IF.
061900     IF AL-CURR2 = SPACES OR AL-CURR2 = AL-CURR1
062000         GO TO 3200-REPLAY-ONE-LINE-NEXT
062100     END-IF.
062200     IF AL-CURR1 NOT = PD-CURR-CODE
062300             AND AL-CURR2 NOT = PD-CURR-CODE
062400         GO TO 3200-REPLAY-ONE-LINE-NEXT
062500     END-IF.
062600     PERFORM 3300-FIND-OR-ADD-BRANCH
062700         THRU 3300-FIND-OR-ADD-BRANCH-EXIT.
062800     IF WS-BRCH-IDX > WS-BRANCH-COUNT
062900         GO TO 3200-REPLAY-ONE-LINE-NEXT
063000     END-IF.
063100     IF AL-CURR1 = PD-CURR-CODE
063200         MOVE AL-CURR2 TO WS-LOOKUP-CODE
063300     ELSE
063400         MOVE AL-CURR1 TO WS-LOOKUP-CODE
063500     END-IF.
063600     PERFORM 6000-FIND-RATE
063700         THRU 6000-FIND-RATE-EXIT.
063800     IF NOT WS-RATE-FOUND
063900         ADD 1 TO WS-UNRATED-COUNT
064000         MOVE 'Y' TO WS-BRCH-UNRATED-SW(WS-BRCH-IDX)
064100         GO TO 3200-REPLAY-ONE-LINE-NEXT
064200     END-IF.
064300     MOVE AL-NUM2 TO WS-SIM-AMOUNT.
064400     IF AL-CURR1 = PD-CURR-CODE
064500         COMPUTE WS-AT-OLD-RATE ROUNDED =
064600             WS-SIM-AMOUNT / WS-FOUND-RATE * PD-OLD-RATE
064700         COMPUTE WS-AT-NEW-RATE ROUNDED =
064800             WS-SIM-AMOUNT / WS-FOUND-RATE * PD-NEW-RATE
064900     ELSE
065000         COMPUTE WS-AT-OLD-RATE ROUNDED =
065100             WS-SIM-AMOUNT / PD-OLD-RATE * WS-FOUND-RATE
065200         COMPUTE WS-AT-NEW-RATE ROUNDED =
065300             WS-SIM-AMOUNT / PD-NEW-RATE * WS-FOUND-RATE
065400     END-IF.
065500     IF AL-OPERATION = 'SUBSTRACTION'
065600         COMPUTE WS-AT-OLD-RATE = ZERO - WS-AT-OLD-RATE
065700         COMPUTE WS-AT-NEW-RATE = ZERO - WS-AT-NEW-RATE
065800     END-IF.
065900     ADD 1 TO WS-LINES-REPLAYED.
066000     ADD 1 TO WS-BRCH-LINES(WS-BRCH-IDX).
066100     ADD WS-AT-OLD-RATE TO WS-BRCH-AT-OLD(WS-BRCH-IDX).
066200     ADD WS-AT-NEW-RATE TO WS-BRCH-AT-NEW(WS-BRCH-IDX).
066300 3200-REPLAY-ONE-LINE-NEXT.
066400     PERFORM 3100-READ-AUDIT-LINE
066500         THRU 3100-READ-AUDIT-LINE-EXIT.
066600 3200-REPLAY-ONE-LINE-EXIT.
066700     EXIT.
066800*-----------------------------------------------------------
066900* 3300-FIND-OR-ADD-BRANCH - POSITION WS-BRCH-IDX AT THE TABLE
067000*     ENTRY FOR THE CURRENT LINE'S BRANCH, OPENING A NEW ENTRY
067100*     ON FIRST USE; PAST THE COUNT WHEN THE TABLE IS FULL
067200*-----------------------------------------------------------
067300 3300-FIND-OR-ADD-BRANCH.
067400     SET WS-BRCH-IDX TO 1.
067500     PERFORM 3310-SCAN-BRANCH-TABLE
067600         THRU 3310-SCAN-BRANCH-TABLE-EXIT
067700         UNTIL WS-BRCH-IDX > WS-BRANCH-COUNT
067800             OR WS-BRCH-CODE(WS-BRCH-IDX) = AL-BRANCH.
067900     IF WS-BRCH-IDX > WS-BRANCH-COUNT
068000         IF WS-BRANCH-COUNT < 100
068100             ADD 1 TO WS-BRANCH-COUNT
068200             SET WS-BRCH-IDX TO WS-BRANCH-COUNT
068300             MOVE AL-BRANCH TO WS-BRCH-CODE(WS-BRCH-IDX)
068400             MOVE ZERO TO WS-BRCH-LINES(WS-BRCH-IDX)
068500             MOVE ZERO TO WS-BRCH-AT-OLD(WS-BRCH-IDX)
068600             MOVE ZERO TO WS-BRCH-AT-NEW(WS-BRCH-IDX)
068700             MOVE 'N'  TO WS-BRCH-UNRATED-SW(WS-BRCH-IDX)
068800         ELSE
068900             DISPLAY 'BRANCH TABLE FULL - NOT REPLAYED: '
069000                 AL-BRANCH
069100         END-IF
069200     END-IF.
069300 3300-FIND-OR-ADD-BRANCH-EXIT.
069400     EXIT.
069500*-----------------------------------------------------------
069600* 3310-SCAN-BRANCH-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
069700*-----------------------------------------------------------
069800 3310-SCAN-BRANCH-TABLE.
069900     SET WS-BRCH-IDX UP BY 1.
070000 3310-SCAN-BRANCH-TABLE-EXIT.
070100     EXIT.
070200*-----------------------------------------------------------
070300* 3500-WRITE-BRANCH-RESULTS - PRINT ONE LINE PER BRANCH THAT
070400*     HANDLED THE CURRENCY IN THE WINDOW AND THE ITEM TOTAL
070500*-----------------------------------------------------------
070600 3500-WRITE-BRANCH-RESULTS.
070700     IF WS-BRANCH-COUNT = ZERO
070800         MOVE '  NO CONVERSIONS OF THIS CURRENCY IN THE WINDOW'
070900             TO WS-MESSAGE-LINE
071000         PERFORM 5000-PRINT-LINE
071100             THRU 5000-PRINT-LINE-EXIT
071200         GO TO 3500-WRITE-BRANCH-RESULTS-EXIT
071300     END-IF.
071400     MOVE ZERO TO WS-ITEM-LINES.
071500     MOVE ZERO TO WS-ITEM-AT-OLD.
071600     MOVE ZERO TO WS-ITEM-AT-NEW.
071700     MOVE 'N'  TO WS-ITEM-UNRATED-SW.
071800     IF WS-ONE-ITEM
071900         DISPLAY WS-HEADING-LINE-2
072000     END-IF.
072100     PERFORM 3510-WRITE-ONE-BRANCH
072200         THRU 3510-WRITE-ONE-BRANCH-EXIT
072300         VARYING WS-BRCH-IDX FROM 1 BY 1
072400         UNTIL WS-BRCH-IDX > WS-BRANCH-COUNT.
072500     MOVE 'TOTAL'            TO PL-BRANCH.
072600     MOVE WS-ITEM-LINES      TO PL-LINES.
072700     MOVE WS-ITEM-AT-OLD     TO PL-AT-OLD.
072800     MOVE WS-ITEM-AT-NEW     TO PL-AT-NEW.
072900     COMPUTE WS-DIFFERENCE = WS-ITEM-AT-NEW - WS-ITEM-AT-OLD.
073000     MOVE WS-DIFFERENCE      TO PL-DIFFERENCE.
073100     MOVE SPACE              TO PL-ALERT.
073200     IF WS-ITEM-UNRATED-SW = 'Y'
073300         MOVE '*' TO PL-UNRATED
073400     ELSE
073500         MOVE SPACE TO PL-UNRATED
073600     END-IF.
073700     MOVE WS-DETAIL-LINE TO WS-MESSAGE-LINE.
073800     PERFORM 5000-PRINT-LINE
073900         THRU 5000-PRINT-LINE-EXIT.
074000 3500-WRITE-BRANCH-RESULTS-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------
074300* 3510-WRITE-ONE-BRANCH - PRINT ONE BRANCH'S REPLAY TOTALS,
074400*     MARKING A BALANCE MOVE OF THE ALERT AMOUNT OR MORE, AND
074500*     ADD THEM TO THE ITEM TOTAL
074600*-----------------------------------------------------------
074700 3510-WRITE-ONE-BRANCH.
074800     COMPUTE WS-DIFFERENCE = WS-BRCH-AT-NEW(WS-BRCH-IDX)
074900         - WS-BRCH-AT-OLD(WS-BRCH-IDX).
075000     MOVE WS-BRCH-CODE(WS-BRCH-IDX)   TO PL-BRANCH.
075100     MOVE WS-BRCH-LINES(WS-BRCH-IDX)  TO PL-LINES.
075200     MOVE WS-BRCH-AT-OLD(WS-BRCH-IDX) TO PL-AT-OLD.
075300     MOVE WS-BRCH-AT-NEW(WS-BRCH-IDX) TO PL-AT-NEW.
075400     MOVE WS-DIFFERENCE               TO PL-DIFFERENCE.
075500     IF WS-DIFFERENCE NOT < WS-ALERT-AMOUNT
075600             OR WS-DIFFERENCE NOT > ZERO - WS-ALERT-AMOUNT
075700         MOVE '!' TO PL-ALERT
075800         ADD 1 TO WS-ALERT-COUNT
075900     ELSE
076000         MOVE SPACE TO PL-ALERT
076100     END-IF.
076200     IF WS-BRCH-UNRATED-SW(WS-BRCH-IDX) = 'Y'
076300         MOVE '*' TO PL-UNRATED
076400         MOVE 'Y' TO WS-ITEM-UNRATED-SW
076500     ELSE
076600         MOVE SPACE TO PL-UNRATED
076700     END-IF.
076800     MOVE WS-DETAIL-LINE TO WS-MESSAGE-LINE.
076900     PERFORM 5000-PRINT-LINE
077000         THRU 5000-PRINT-LINE-EXIT.
077100     ADD WS-BRCH-LINES(WS-BRCH-IDX)  TO WS-ITEM-LINES.
077200     ADD WS-BRCH-AT-OLD(WS-BRCH-IDX) TO WS-ITEM-AT-OLD.
077300     ADD WS-BRCH-AT-NEW(WS-BRCH-IDX) TO WS-ITEM-AT-NEW.
077400 3510-WRITE-ONE-BRANCH-EXIT.
077500     EXIT.
077600*-----------------------------------------------------------
077700* 4000-WRITE-FOOT - WRITE THE RUN COUNTS AND THE LEGEND
077800*-----------------------------------------------------------
077900 4000-WRITE-FOOT.
078000     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
078100     PERFORM 7000-WRITE-RPT-LINE
078200         THRU 7000-WRITE-RPT-LINE-EXIT.
078300     IF NOT WS-ONE-ITEM
078400         MOVE 'PENDING ITEMS READ' TO CL-LABEL
078500         MOVE WS-ITEMS-READ TO CL-COUNT
078600         PERFORM 4100-WRITE-COUNT-LINE
078700             THRU 4100-WRITE-COUNT-LINE-EXIT
078800     END-IF.
078900     MOVE 'RATE ITEMS SIMULATED' TO CL-LABEL.
079000     MOVE WS-ITEMS-SIMULATED TO CL-COUNT.
079100     PERFORM 4100-WRITE-COUNT-LINE
079200         THRU 4100-WRITE-COUNT-LINE-EXIT.
079300     MOVE 'CONVERSIONS REPLAYED' TO CL-LABEL.
079400     MOVE WS-LINES-REPLAYED TO CL-COUNT.
079500     PERFORM 4100-WRITE-COUNT-LINE
079600         THRU 4100-WRITE-COUNT-LINE-EXIT.
079700     MOVE 'CONVERSIONS WITH NO RATE (*)' TO CL-LABEL.
079800     MOVE WS-UNRATED-COUNT TO CL-COUNT.
079900     PERFORM 4100-WRITE-COUNT-LINE
080000         THRU 4100-WRITE-COUNT-LINE-EXIT.
080100     MOVE 'BRANCHES MARKED (!)' TO CL-LABEL.
080200     MOVE WS-ALERT-COUNT TO CL-COUNT.
080300     PERFORM 4100-WRITE-COUNT-LINE
080400         THRU 4100-WRITE-COUNT-LINE-EXIT.
080500     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
080600     PERFORM 7000-WRITE-RPT-LINE
080700         THRU 7000-WRITE-RPT-LINE-EXIT.
080800     MOVE WS-LEGEND-LINE-1 TO RP-PRINT-LINE.
080900     PERFORM 7000-WRITE-RPT-LINE
081000         THRU 7000-WRITE-RPT-LINE-EXIT.
081100     MOVE WS-LEGEND-LINE-2 TO RP-PRINT-LINE.
081200     PERFORM 7000-WRITE-RPT-LINE
081300         THRU 7000-WRITE-RPT-LINE-EXIT.
081400     PERFORM 7900-END-REPORT
081500         THRU 7900-END-REPORT-EXIT.
081600 4000-WRITE-FOOT-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------
081900* 4100-WRITE-COUNT-LINE - WRITE ONE RUN COUNT
082000*-----------------------------------------------------------
082100 4100-WRITE-COUNT-LINE.
082200     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
082300     PERFORM 7000-WRITE-RPT-LINE
082400         THRU 7000-WRITE-RPT-LINE-EXIT.
082500 4100-WRITE-COUNT-LINE-EXIT.
082600     EXIT.
082700*-----------------------------------------------------------
082800* 5000-PRINT-LINE - PRINT WS-MESSAGE-LINE ON THE REPORT AND,
082900*     FOR A SINGLE ITEM FROM PENDAPPR, SHOW IT TO THE APPROVER
083000*     AS WELL
083100*-----------------------------------------------------------
083200 5000-PRINT-LINE.
083300     MOVE WS-MESSAGE-LINE TO RP-PRINT-LINE.
083400     PERFORM 7000-WRITE-RPT-LINE
083500         THRU 7000-WRITE-RPT-LINE-EXIT.
083600     IF WS-ONE-ITEM
083700         DISPLAY WS-MESSAGE-LINE
083800     END-IF.
083900 5000-PRINT-LINE-EXIT.
084000     EXIT.
084100*-----------------------------------------------------------
084200* 6000-FIND-RATE - FIND THE TABLE RATE FOR WS-LOOKUP-CODE
084300*-----------------------------------------------------------
084400 6000-FIND-RATE.
084500     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
084600     SET WS-RATE-IDX TO 1.
084700     PERFORM 6010-SCAN-RATE-TABLE
084800         THRU 6010-SCAN-RATE-TABLE-EXIT
084900         UNTIL WS-RATE-IDX > WS-RATE-COUNT
085000             OR WS-RATE-CODE(WS-RATE-IDX) = WS-LOOKUP-CODE.
085100     IF WS-RATE-IDX NOT > WS-RATE-COUNT
085200         MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-FOUND-RATE
085300         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
085400     END-IF.
085500 6000-FIND-RATE-EXIT.
085600     EXIT.
085700*-----------------------------------------------------------
085800* 6010-SCAN-RATE-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
085900*-----------------------------------------------------------
086000 6010-SCAN-RATE-TABLE.
086100     SET WS-RATE-IDX UP BY 1.
086200 6010-SCAN-RATE-TABLE-EXIT.
086300     EXIT.
086400*-----------------------------------------------------------
086500* 8900-CLOSE-FILES - CLOSE THE REPORT FILE
086600*-----------------------------------------------------------
086700 8900-CLOSE-FILES.
086800     CLOSE REPORT-FILE.
086900 8900-CLOSE-FILES-EXIT.
087000     EXIT.
087100*-----------------------------------------------------------
087200* 9999-EXIT - COMMON PROGRAM EXIT; RETURN-CODE 8 WHEN THE
087300*     REPORT, THE QUEUE OR THE AUDIT LOG COULD NOT BE OPENED,
087400*     4 WHEN A BRANCH WAS MARKED OR A CONVERSION WENT
087500*     UNREPLAYED FOR WANT OF A RATE
087600*-----------------------------------------------------------
087700 9999-EXIT.
087800     IF NOT WS-OPEN-OK OR WS-INPUT-FAILED
087900         MOVE 8 TO RETURN-CODE
088000     ELSE
088100         IF WS-UNRATED-COUNT > ZERO OR WS-ALERT-COUNT > ZERO
088200             MOVE 4 TO RETURN-CODE
088300         ELSE
088400             MOVE ZERO TO RETURN-CODE
088500         END-IF
088600     END-IF.
088700     GOBACK.
088800 9999-EXIT-EXIT.
088900     EXIT.
089000     COPY RPTPROC.
