002991*                  AND RECONCIL DO, INSTEAD OF PRINTING A
002992*                  HEADED REPORT WITH A ZERO GRAND TOTAL AND
002993*                  LETTING NIGHTRUN LOG THE STEP AS GOOD.
002994* 2026-09-15  RH   ADDED AN OPTIONAL LK-BUS-DATE PARAMETER. WHEN
002995*                  NIGHTRUN PASSES THE BUSINESS DATE THE REPORT
002996*                  COVERS THAT DATE ONLY, READ FROM THE AUDEXTR
002997*                  DAY EXTRACT BY THE SHARED AUDXPROC READER; A
002998*                  CONSOLE RUN STILL REPORTS THE WHOLE AUDIT LOG.
003000*-----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003700     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-STATUS.
003910     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS AX-EXTR-STATUS.
004000     SELECT SORT-WORK ASSIGN TO SRTWORK.
004100     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
004200         ORGANIZATION IS INDEXED
004800         FILE STATUS IS WS-RPT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  AUDIT-FILE
005150     RECORD CONTAINS 92 CHARACTERS.
005200 01  AUDIT-RECORD               PIC X(92).
005210 FD  AUDIT-EXTRACT-FILE
005220     RECORD CONTAINS 93 CHARACTERS.
005230     COPY AUDXREC.
005300 SD  SORT-WORK.
005400 01  SORT-RECORD.
005500     05  SR-REGION              PIC X(04).
009700 01  WS-GRAND-TOTALS.
009800     05  WS-GRAND-COUNT         PIC S9(07)      COMP VALUE ZERO.
009900     05  WS-GRAND-TOTAL         PIC S9(09)V99   COMP-3 VALUE ZERO.
010300     COPY AUDITREC.
010305     COPY AUDXCTL.
010310     COPY RPTCTL.
010400 01  WS-HEADING-LINE-2.
010500     05  FILLER  PIC X(26) VALUE 'BRCH NAME'.
013000     05  GT-TOTAL               PIC -(8)9.99.
013100     05  FILLER                 PIC X(31) VALUE SPACES.
013200 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
013210 LINKAGE SECTION.
013220*-----------------------------------------------------------
013230* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY NIGHTRUN
013240*     FROM THE CALENDAR MASTER; WHEN OMITTED (A STANDALONE
013250*     RUN) THE WHOLE AUDIT LOG IS REPORTED UNDER THE CLOCK
013260*     DATE AS BEFORE.
013270*-----------------------------------------------------------
013280 01  LK-BUS-DATE                PIC 9(08).
013300 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
013400*-----------------------------------------------------------
013500* 0000-MAINLINE
013600*-----------------------------------------------------------
016300         THRU 1100-LOAD-BRANCH-TABLE-EXIT.
016410     MOVE 'VOLUME BY REGION AND BRANCH' TO RP-TITLE.
016420     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
016425     IF LK-BUS-DATE IS OMITTED
016430         ACCEPT RP-BUS-DATE FROM DATE YYYYMMDD
016431         MOVE ZERO TO AX-WANTED-DATE
016432     ELSE
016433         MOVE LK-BUS-DATE TO RP-BUS-DATE
016434         MOVE LK-BUS-DATE TO AX-WANTED-DATE
016435     END-IF.
016440     PERFORM 7200-INIT-REPORT
016450         THRU 7200-INIT-REPORT-EXIT.
016510     MOVE 'Y' TO WS-OPEN-SWITCH.
022000     EXIT.
022100*-----------------------------------------------------------
022200* 1500-FEED-SORT - SORT INPUT PROCEDURE; READS EVERY AUDIT
022300*     LINE FOR THE DATE WANTED, TAGS IT WITH ITS BRANCH'S
022400*     REGION FROM THE MASTER, AND RELEASES IT TO THE SORT
022500*-----------------------------------------------------------
022600 1500-FEED-SORT.
022700     PERFORM 7300-OPEN-AUDIT-SOURCE
022750         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
022800     IF AX-NO-SOURCE
022900         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
023000             WS-AUDIT-STATUS
023010         MOVE 'N' TO WS-OPEN-SWITCH
023500     PERFORM 1520-RELEASE-ONE-LINE
023600         THRU 1520-RELEASE-ONE-LINE-EXIT
023700         UNTIL WS-AUDIT-EOF.
023800     PERFORM 7390-CLOSE-AUDIT-SOURCE
023850         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
023900 1500-FEED-SORT-EXIT.
024000     EXIT.
024100*-----------------------------------------------------------
024200* 1510-READ-AUDIT-LINE - READ THE NEXT AUDIT LINE WANTED
024300*-----------------------------------------------------------
024400 1510-READ-AUDIT-LINE.
024500     PERFORM 7330-READ-AUDIT-SOURCE
024600         THRU 7330-READ-AUDIT-SOURCE-EXIT.
024700     IF AX-SOURCE-EOF
024750         SET WS-AUDIT-EOF TO TRUE
024800     END-IF.
024900 1510-READ-AUDIT-LINE-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------
040900 9999-EXIT-EXIT.
041000     EXIT.
041010     COPY RPTPROC.
041020     COPY AUDXPROC.
