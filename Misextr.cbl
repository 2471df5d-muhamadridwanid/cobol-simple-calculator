000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MISEXTR.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-20.
000600 DATE-COMPILED. 2026-09-20.
000700*REMARKS.
000800*    NIGHTLY MANAGEMENT-INFORMATION EXTRACT FOR THE DATA
000900*    WAREHOUSE. MANAGEMENT REPORTING USED TO REBUILD OUR
001000*    FIGURES BY HAND FROM THE PRINTED REPORTS, BECAUSE NOTHING
001100*    BUT THE LEDGER FEED AND THE BRANCH RETURN FILES LEFT THE
001200*    SYSTEM IN MACHINE-READABLE FORM. FOR THE BUSINESS DATE
001300*    (PASSED BY NIGHTRUN OR KEYED AT THE CONSOLE) THIS PROGRAM
001400*    CUTS FIVE COMMA-DELIMITED FILES, EACH OPENING WITH A ROW
001500*    OF COLUMN NAMES, CARRYING THE BUSINESS DATE AS THE FIRST
001600*    COLUMN OF EVERY DATA ROW, AND CLOSING WITH A TRAILER ROW
001700*    (TRAILER, FILE NAME, BUSINESS DATE, DATA ROW COUNT AND A
001800*    HASH TOTAL OF THE FILE'S CONTROL COLUMN):
001900*      MISSTAT - THE DAY'S STATHIST ROWS      (HASH: TOTAL)
002000*      MISBAL  - EACH BRANCH'S BRBALMST
002100*                POSITION                (HASH: CLOSE BAL)
002200*      MISLOAN - THE LOANMAST PORTFOLIO     (HASH: BALANCE)
002300*      MISEXCP - THE OPEN EXCPFILE QUEUE WITH
002400*                EACH ITEM'S AGE IN DAYS     (HASH: AGE)
002500*      MISNITE - THE NIGHTLOG STEP TIMINGS LOGGED FOR THE
002600*                DATE SO FAR               (HASH: SECONDS)
002700*    A SIXTH FILE, THE MISMAN MANIFEST, LISTS EVERY FILE WITH
002800*    ITS ROW COUNT, HASH TOTAL AND WHETHER ITS SOURCE COULD BE
002900*    READ, SO THE WAREHOUSE CAN LOAD AND BALANCE THE SET
003000*    WITHOUT ASKING US. EVERY FILE IS REWRITTEN ON EACH RUN.
003100*    A SOURCE THAT CANNOT BE OPENED STILL GETS ITS FILE (HEADER
003200*    AND A ZERO TRAILER), IS FLAGGED NO SOURCE ON THE MANIFEST
003300*    AND ENDS RETURN-CODE 4; AN EXTRACT FILE THAT CANNOT BE
003400*    WRITTEN ENDS RETURN-CODE 8.
003500*-----------------------------------------------------------
003600*                 MODIFICATION HISTORY
003700*-----------------------------------------------------------
003800* DATE       INIT  DESCRIPTION
003900* ---------- ----  ----------------------------------------
004000* 2026-09-20  RH   ORIGINAL PROGRAM.
004100*-----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT STAT-FILE ASSIGN TO STATHIST
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STAT-STATUS.
005100     SELECT BALANCE-FILE ASSIGN TO BRBALMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS BB-BRANCH
005500         FILE STATUS IS WS-BAL-STATUS.
005600     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS LM-LOAN-ID
006000         FILE STATUS IS WS-LOAN-STATUS.
006100     SELECT EXCP-FILE ASSIGN TO EXCPFILE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-EXCP-STATUS.
006400     SELECT NIGHT-LOG-FILE ASSIGN TO NIGHTLOG
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-NLOG-STATUS.
006700     SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-ID
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-EXT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  STAT-FILE
007300     RECORD CONTAINS 45 CHARACTERS.
007400     COPY STATREC.
007500 FD  BALANCE-FILE.
007600     COPY BALREC.
007700 FD  LOAN-MASTER-FILE.
007800     COPY LOANMREC.
007900 FD  EXCP-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY EXCPREC.
008200 FD  NIGHT-LOG-FILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  NIGHT-LOG-RECORD.
008500     05  NL-STEP-NAME       PIC X(12).
008600     05  FILLER             PIC X(01).
008700     05  NL-START-DATE      PIC 9(08).
008800     05  FILLER             PIC X(01).
008900     05  NL-START-TIME      PIC 9(08).
009000     05  FILLER             PIC X(01).
009100     05  NL-END-DATE        PIC 9(08).
009200     05  FILLER             PIC X(01).
009300     05  NL-END-TIME        PIC 9(08).
009400     05  FILLER             PIC X(01).
009500     05  NL-OUTCOME         PIC X(12).
009600     05  FILLER             PIC X(01).
009700     05  NL-BUS-DATE        PIC 9(08).
009800     05  FILLER             PIC X(10).
009900 FD  EXTRACT-FILE
010000     RECORD CONTAINS 256 CHARACTERS.
010100 01  EXTRACT-RECORD         PIC X(256).
010200 WORKING-STORAGE SECTION.
010300 01  WS-STAT-STATUS         PIC X(02).
010400     88  WS-STAT-OK         VALUE '00'.
010500 01  WS-BAL-STATUS          PIC X(02).
010600     88  WS-BAL-OK          VALUE '00'.
010700 01  WS-LOAN-STATUS         PIC X(02).
010800     88  WS-LOAN-OK         VALUE '00'.
010900 01  WS-EXCP-STATUS         PIC X(02).
011000     88  WS-EXCP-OK         VALUE '00'.
011100 01  WS-NLOG-STATUS         PIC X(02).
011200     88  WS-NLOG-OK         VALUE '00'.
011300 01  WS-EXT-STATUS          PIC X(02).
011400     88  WS-EXT-OK          VALUE '00'.
011500 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
011600     88  WS-OPEN-OK         VALUE 'Y'.
011700 01  WS-SOURCE-EOF-SWITCH   PIC X(01)       VALUE 'N'.
011800     88  WS-SOURCE-EOF      VALUE 'Y'.
011900 01  WS-SOURCE-OPEN-SW      PIC X(01)       VALUE 'N'.
012000     88  WS-SOURCE-OPEN     VALUE 'Y'.
012100 01  WS-EXTRACT-OPEN-SW     PIC X(01)       VALUE 'N'.
012200     88  WS-EXTRACT-OPEN    VALUE 'Y'.
012300 01  WS-DATE-INPUT          PIC X(08).
012400 01  WS-BUSINESS-DATE       PIC 9(08)       VALUE ZERO.
012500 01  WS-BUS-DAYNO           PIC S9(07)      COMP VALUE ZERO.
012600 01  WS-RUN-DATE            PIC 9(08)       VALUE ZERO.
012700 01  WS-RUN-TIME            PIC 9(08)       VALUE ZERO.
012800*-----------------------------------------------------------
012900*    THE EXTRACT FILE BEING CUT AND ITS RUNNING CONTROLS
013000*-----------------------------------------------------------
013100 01  WS-EXTRACT-FILE-ID     PIC X(08)       VALUE SPACES.
013200 01  WS-HEADER-ROW          PIC X(256)      VALUE SPACES.
013300 01  WS-CSV-LINE            PIC X(256)      VALUE SPACES.
013400 01  WS-ROW-COUNT           PIC 9(07)       COMP VALUE ZERO.
013500 01  WS-HASH-TOTAL          PIC S9(13)V99   COMP-3 VALUE ZERO.
013600 01  WS-SOURCE-STATE        PIC X(09)       VALUE SPACES.
013700*-----------------------------------------------------------
013800*    ONE MANIFEST ENTRY PER EXTRACT FILE CUT
013900*-----------------------------------------------------------
014000 01  WS-MAN-COUNT           PIC 9(02)       COMP VALUE ZERO.
014100 01  WS-MAN-TABLE.
014200     05  WS-MAN-ENTRY OCCURS 5 TIMES
014300             INDEXED BY WS-MAN-IDX.
014400         10  MN-FILE-ID         PIC X(08).
014500         10  MN-ROW-COUNT       PIC 9(07)       COMP.
014600         10  MN-HASH-TOTAL      PIC S9(13)V99   COMP-3.
014700         10  MN-SOURCE-STATE    PIC X(09).
014800 01  WS-MAN-ROW-TOTAL       PIC 9(09)       COMP VALUE ZERO.
014900*-----------------------------------------------------------
015000*    EDITED COLUMN VALUES - A LEADING SIGN AND FIXED WIDTH
015100*    SO EVERY ROW LOADS WITHOUT RE-FORMATTING
015200*-----------------------------------------------------------
015300 01  WS-ED-COUNT            PIC 9(07).
015400 01  WS-ED-HASH             PIC +9(13).99.
015500 01  WS-ED-MAN-TOTAL        PIC 9(09).
015600 01  WS-STAT-EDITS.
015700     05  SE-COUNT           PIC +9(07).
015800     05  SE-TOTAL           PIC +9(09).99.
015900     05  SE-ORIGIN          PIC X(01).
016000 01  WS-BAL-EDITS.
016100     05  BE-OPEN            PIC +9(11).99.
016200     05  BE-CLOSE           PIC +9(11).99.
016300     05  BE-BUCKET OCCURS 7 TIMES.
016400         10  BE-COUNT       PIC +9(07).
016500         10  BE-VALUE       PIC +9(11).99.
016600 01  WS-BAL-SUB             PIC 9(01)       COMP VALUE ZERO.
016700 01  WS-BAL-BUCKET-TEXT     PIC X(175)      VALUE SPACES.
016800 01  WS-BAL-PTR             PIC 9(03)       COMP VALUE ZERO.
016900 01  WS-LOAN-EDITS.
017000     05  LE-STATUS          PIC X(01).
017100     05  LE-PRINCIPAL       PIC +9(07).99.
017200     05  LE-RATE            PIC 9(02).9(04).
017300     05  LE-TERM            PIC 9(03).
017400     05  LE-PAYMENT         PIC +9(07).99.
017500     05  LE-BALANCE         PIC +9(07).99.
017600     05  LE-PRIN-RECEIVED   PIC +9(09).99.
017700     05  LE-INT-RECEIVED    PIC +9(09).99.
017800     05  LE-PAYMENTS-MADE   PIC 9(03).
017900     05  LE-NEXT-DUE        PIC 9(08).
018000     05  LE-LAST-PAY        PIC 9(08).
018100 01  WS-LOAN-BALANCE        PIC S9(07)V99   COMP-3 VALUE ZERO.
018200 01  WS-EXCP-EDITS.
018300     05  XE-FIRST-SEEN      PIC 9(08).
018400     05  XE-AGE             PIC +9(05).
018500 01  WS-FIRST-SEEN-DATE     PIC 9(08)       VALUE ZERO.
018600 01  WS-RECORD-DAYNO        PIC S9(07)      COMP VALUE ZERO.
018700 01  WS-ITEM-AGE            PIC S9(05)      COMP VALUE ZERO.
018800 01  WS-NITE-EDITS.
018900     05  NE-ELAPSED         PIC 9(07).
019000 01  WS-STEP-TIME           PIC 9(08)       VALUE ZERO.
019100 01  WS-STEP-TIME-PARTS REDEFINES WS-STEP-TIME.
019200     05  WS-ST-HH           PIC 9(02).
019300     05  WS-ST-MM           PIC 9(02).
019400     05  WS-ST-SS           PIC 9(02).
019500     05  WS-ST-CC           PIC 9(02).
019600 01  WS-START-SECS          PIC S9(09)      COMP VALUE ZERO.
019700 01  WS-END-SECS            PIC S9(09)      COMP VALUE ZERO.
019800 01  WS-START-DAYNO         PIC S9(07)      COMP VALUE ZERO.
019900 01  WS-END-DAYNO           PIC S9(07)      COMP VALUE ZERO.
020000 01  WS-ELAPSED-SECS        PIC S9(09)      COMP VALUE ZERO.
020100 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
020200 LINKAGE SECTION.
020300*-----------------------------------------------------------
020400* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
020500*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER
020600*     (E.G. NIGHTRUN); WHEN OMITTED THIS PROGRAM FALLS BACK
020700*     TO A CONSOLE PROMPT.
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
021800         PERFORM 2000-EXTRACT-STATHIST
021900             THRU 2000-EXTRACT-STATHIST-EXIT
022000         PERFORM 3000-EXTRACT-BALANCES
022100             THRU 3000-EXTRACT-BALANCES-EXIT
022200         PERFORM 4000-EXTRACT-LOANS
022300             THRU 4000-EXTRACT-LOANS-EXIT
022400         PERFORM 5000-EXTRACT-EXCEPTIONS
022500             THRU 5000-EXTRACT-EXCEPTIONS-EXIT
022600         PERFORM 6000-EXTRACT-NIGHT-LOG
022700             THRU 6000-EXTRACT-NIGHT-LOG-EXIT
022800         PERFORM 8000-WRITE-MANIFEST
022900             THRU 8000-WRITE-MANIFEST-EXIT
023000     END-IF.
023100     PERFORM 9999-EXIT
023200         THRU 9999-EXIT-EXIT.
023300*-----------------------------------------------------------
023400* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE AND STAMP
023500*     THE RUN
023600*-----------------------------------------------------------
023700 1000-INITIALIZE.
023800     IF LK-BUS-DATE IS OMITTED
023900         DISPLAY 'ENTER BUSINESS DATE TO EXTRACT '
024000             '(YYYYMMDD): '
024100         MOVE SPACES TO WS-DATE-INPUT
024200         ACCEPT WS-DATE-INPUT
024300         IF WS-DATE-INPUT IS NOT NUMERIC
024400             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
024500             MOVE 8 TO RETURN-CODE
024600             GO TO 1000-INITIALIZE-EXIT
024700         END-IF
024800         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
024900     ELSE
025000         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
025100     END-IF.
025200     COMPUTE WS-BUS-DAYNO =
025300         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
025400     IF WS-BUS-DAYNO = ZERO
025500         DISPLAY 'NOT A VALID CALENDAR DATE: ' WS-BUSINESS-DATE
025600         MOVE 8 TO RETURN-CODE
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026000     ACCEPT WS-RUN-TIME FROM TIME.
026100     MOVE ZERO TO WS-MAN-COUNT.
026200     MOVE 'Y' TO WS-OPEN-SWITCH.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500*-----------------------------------------------------------
026600* 2000-EXTRACT-STATHIST - CUT MISSTAT FROM THE BUSINESS
026700*     DATE'S STATHIST ROWS, ONE PER BRANCH, OPERATION AND
026800*     ORIGIN; A SPACE ORIGIN FROM BEFORE ORIGINS WERE KEPT
026900*     GOES OUT AS B (BATCH)
027000*-----------------------------------------------------------
027100 2000-EXTRACT-STATHIST.
027200     MOVE 'MISSTAT ' TO WS-EXTRACT-FILE-ID.
027300     MOVE SPACES TO WS-HEADER-ROW.
027400     STRING 'BUS_DATE,BRANCH,OPERATION,ORIGIN,'
027500                DELIMITED BY SIZE
027600            'ITEM_COUNT,TOTAL_VALUE'
027700                DELIMITED BY SIZE
027800         INTO WS-HEADER-ROW
027900     END-STRING.
028000     PERFORM 7000-OPEN-EXTRACT
028100         THRU 7000-OPEN-EXTRACT-EXIT.
028200     IF NOT WS-EXTRACT-OPEN
028300         GO TO 2000-EXTRACT-STATHIST-EXIT
028400     END-IF.
028500     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
028600     OPEN INPUT STAT-FILE.
028700     IF NOT WS-STAT-OK
028800         DISPLAY 'UNABLE TO OPEN STATHIST, STATUS: '
028900             WS-STAT-STATUS
029000         MOVE 'NO SOURCE' TO WS-SOURCE-STATE
029100         GO TO 2000-EXTRACT-STATHIST-CLOSE
029200     END-IF.
029300     PERFORM 2100-READ-HISTORY
029400         THRU 2100-READ-HISTORY-EXIT.
029500     PERFORM 2200-EXTRACT-ONE-HISTORY
029600         THRU 2200-EXTRACT-ONE-HISTORY-EXIT
029700         UNTIL WS-SOURCE-EOF.
029800     CLOSE STAT-FILE.
029900 2000-EXTRACT-STATHIST-CLOSE.
030000     PERFORM 7200-CLOSE-EXTRACT
030100         THRU 7200-CLOSE-EXTRACT-EXIT.
030200 2000-EXTRACT-STATHIST-EXIT.
030300     EXIT.
030400*-----------------------------------------------------------
030500* 2100-READ-HISTORY - READ ONE HISTORY RECORD
030600*-----------------------------------------------------------
030700 2100-READ-HISTORY.
030800     READ STAT-FILE
030900         AT END
031000             SET WS-SOURCE-EOF TO TRUE
031100     END-READ.
031200 2100-READ-HISTORY-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------
031500* 2200-EXTRACT-ONE-HISTORY - WRITE ONE BUSINESS-DATE HISTORY
031600*     RECORD AS A MISSTAT ROW, THEN READ THE NEXT
031700*-----------------------------------------------------------
031800 2200-EXTRACT-ONE-HISTORY.
031900     IF SH-DATE IS NOT NUMERIC OR SH-COUNT IS NOT NUMERIC
032000             OR SH-TOTAL IS NOT NUMERIC
032100         GO TO 2200-EXTRACT-NEXT
032200     END-IF.
032300     IF SH-DATE NOT = WS-BUSINESS-DATE
032400         GO TO 2200-EXTRACT-NEXT
032500     END-IF.
032600     MOVE SH-ORIGIN TO SE-ORIGIN.
032700     IF SE-ORIGIN = SPACE
032800         MOVE 'B' TO SE-ORIGIN
032900     END-IF.
033000     MOVE SH-COUNT TO SE-COUNT.
033100     MOVE SH-TOTAL TO SE-TOTAL.
033200     MOVE SPACES TO WS-CSV-LINE.
033300     STRING WS-BUSINESS-DATE  DELIMITED BY SIZE
033400            ','               DELIMITED BY SIZE
033500            SH-BRANCH         DELIMITED BY SPACE
033600            ','               DELIMITED BY SIZE
033700            SH-OPERATION      DELIMITED BY '  '
033800            ','               DELIMITED BY SIZE
033900            SE-ORIGIN         DELIMITED BY SIZE
034000            ','               DELIMITED BY SIZE
034100            SE-COUNT          DELIMITED BY SIZE
034200            ','               DELIMITED BY SIZE
034300            SE-TOTAL          DELIMITED BY SIZE
034400         INTO WS-CSV-LINE
034500     END-STRING.
034600     ADD SH-TOTAL TO WS-HASH-TOTAL.
034700     PERFORM 7100-WRITE-EXTRACT-ROW
034800         THRU 7100-WRITE-EXTRACT-ROW-EXIT.
034900 2200-EXTRACT-NEXT.
035000     PERFORM 2100-READ-HISTORY
035100         THRU 2100-READ-HISTORY-EXIT.
035200 2200-EXTRACT-ONE-HISTORY-EXIT.
035300     EXIT.
035400*-----------------------------------------------------------
035500* 3000-EXTRACT-BALANCES - CUT MISBAL FROM EVERY BRANCH'S
035600*     BRBALMST POSITION: OPENING AND CLOSING BALANCE, LAST
035700*     POSTING DATE AND THE SEVEN MONTH-TO-DATE COUNT AND
035800*     VALUE BUCKETS IN BALREC ORDER
035900*-----------------------------------------------------------
036000 3000-EXTRACT-BALANCES.
036100     MOVE 'MISBAL  ' TO WS-EXTRACT-FILE-ID.
036200     MOVE SPACES TO WS-HEADER-ROW.
036300     STRING 'BUS_DATE,BRANCH,LAST_POST_DATE,OPEN_BALANCE,'
036400                DELIMITED BY SIZE
036500            'CLOSE_BALANCE,ADD_COUNT,ADD_VALUE,SUB_COUNT,'
036600                DELIMITED BY SIZE
036700            'SUB_VALUE,MULT_COUNT,MULT_VALUE,DIV_COUNT,'
036800                DELIMITED BY SIZE
036900            'DIV_VALUE,PCT_COUNT,PCT_VALUE,EXP_COUNT,'
037000                DELIMITED BY SIZE
037100            'EXP_VALUE,OTHER_COUNT,OTHER_VALUE'
037200                DELIMITED BY SIZE
037300         INTO WS-HEADER-ROW
037400     END-STRING.
037500     PERFORM 7000-OPEN-EXTRACT
037600         THRU 7000-OPEN-EXTRACT-EXIT.
037700     IF NOT WS-EXTRACT-OPEN
037800         GO TO 3000-EXTRACT-BALANCES-EXIT
037900     END-IF.
038000     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
038100     OPEN INPUT BALANCE-FILE.
038200     IF NOT WS-BAL-OK
038300         DISPLAY 'UNABLE TO OPEN BRBALMST, STATUS: '
038400             WS-BAL-STATUS
038500         MOVE 'NO SOURCE' TO WS-SOURCE-STATE
038600         GO TO 3000-EXTRACT-BALANCES-CLOSE
038700     END-IF.
038800     PERFORM 3100-READ-BALANCE
038900         THRU 3100-READ-BALANCE-EXIT.
039000     PERFORM 3200-EXTRACT-ONE-BALANCE
039100         THRU 3200-EXTRACT-ONE-BALANCE-EXIT
039200         UNTIL WS-SOURCE-EOF.
039300     CLOSE BALANCE-FILE.
039400 3000-EXTRACT-BALANCES-CLOSE.
039500     PERFORM 7200-CLOSE-EXTRACT
039600         THRU 7200-CLOSE-EXTRACT-EXIT.
039700 3000-EXTRACT-BALANCES-EXIT.
039800     EXIT.
039900*-----------------------------------------------------------
040000* 3100-READ-BALANCE - READ THE NEXT BALANCE MASTER RECORD IN
040100*     KEY SEQUENCE
040200*-----------------------------------------------------------
040300 3100-READ-BALANCE.
040400     READ BALANCE-FILE NEXT RECORD
040500         AT END
040600             SET WS-SOURCE-EOF TO TRUE
040700     END-READ.
040800 3100-READ-BALANCE-EXIT.
040900     EXIT.
041000*-----------------------------------------------------------
041100* 3200-EXTRACT-ONE-BALANCE - WRITE ONE BRANCH'S POSITION AS
041200*     A MISBAL ROW, THEN READ THE NEXT
041300*-----------------------------------------------------------
041400 3200-EXTRACT-ONE-BALANCE.
041500     MOVE BB-OPEN-BALANCE  TO BE-OPEN.
041600     MOVE BB-CLOSE-BALANCE TO BE-CLOSE.
041700     MOVE BB-ADD-COUNT     TO BE-COUNT(1).
041800     MOVE BB-ADD-VALUE     TO BE-VALUE(1).
041900     MOVE BB-SUB-COUNT     TO BE-COUNT(2).
042000     MOVE BB-SUB-VALUE     TO BE-VALUE(2).
042100     MOVE BB-MULT-COUNT    TO BE-COUNT(3).
042200     MOVE BB-MULT-VALUE    TO BE-VALUE(3).
042300     MOVE BB-DIV-COUNT     TO BE-COUNT(4).
042400     MOVE BB-DIV-VALUE     TO BE-VALUE(4).
042500     MOVE BB-PCT-COUNT     TO BE-COUNT(5).
042600     MOVE BB-PCT-VALUE     TO BE-VALUE(5).
042700     MOVE BB-EXP-COUNT     TO BE-COUNT(6).
042800     MOVE BB-EXP-VALUE     TO BE-VALUE(6).
042900     MOVE BB-OTHER-COUNT   TO BE-COUNT(7).
043000     MOVE BB-OTHER-VALUE   TO BE-VALUE(7).
043100     MOVE SPACES TO WS-BAL-BUCKET-TEXT.
043200     MOVE 1 TO WS-BAL-PTR.
043300     PERFORM 3210-APPEND-ONE-BUCKET
043400         THRU 3210-APPEND-ONE-BUCKET-EXIT
043500         VARYING WS-BAL-SUB FROM 1 BY 1
043600         UNTIL WS-BAL-SUB > 7.
043700     MOVE SPACES TO WS-CSV-LINE.
043800     STRING WS-BUSINESS-DATE    DELIMITED BY SIZE
043900            ','                 DELIMITED BY SIZE
044000            BB-BRANCH           DELIMITED BY SPACE
044100            ','                 DELIMITED BY SIZE
044200            BB-LAST-POST-DATE   DELIMITED BY SIZE
044300            ','                 DELIMITED BY SIZE
044400            BE-OPEN             DELIMITED BY SIZE
044500            ','                 DELIMITED BY SIZE
044600            BE-CLOSE            DELIMITED BY SIZE
044700            WS-BAL-BUCKET-TEXT  DELIMITED BY SPACE
044800         INTO WS-CSV-LINE
044900     END-STRING.
045000     ADD BB-CLOSE-BALANCE TO WS-HASH-TOTAL.
045100     PERFORM 7100-WRITE-EXTRACT-ROW
045200         THRU 7100-WRITE-EXTRACT-ROW-EXIT.
045300     PERFORM 3100-READ-BALANCE
045400         THRU 3100-READ-BALANCE-EXIT.
045500 3200-EXTRACT-ONE-BALANCE-EXIT.
045600     EXIT.
045700*-----------------------------------------------------------
045800* 3210-APPEND-ONE-BUCKET - APPEND ONE BUCKET'S COUNT AND
045900*     VALUE COLUMNS TO THE BUCKET TEXT
046000*-----------------------------------------------------------
046100 3210-APPEND-ONE-BUCKET.
046200     STRING ','                     DELIMITED BY SIZE
046300            BE-COUNT(WS-BAL-SUB)    DELIMITED BY SIZE
046400            ','                     DELIMITED BY SIZE
046500            BE-VALUE(WS-BAL-SUB)    DELIMITED BY SIZE
046600         INTO WS-BAL-BUCKET-TEXT
046700         WITH POINTER WS-BAL-PTR
046800     END-STRING.
046900 3210-APPEND-ONE-BUCKET-EXIT.
047000     EXIT.
047100*-----------------------------------------------------------
047200* 4000-EXTRACT-LOANS - CUT MISLOAN FROM THE WHOLE LOANMAST
047300*     PORTFOLIO. A LOAN LOANPOST HAS NOT YET OPENED A
047400*     SERVICING POSITION FOR GOES OUT WITH STATUS N, ITS FULL
047500*     PRINCIPAL AS THE BALANCE AND NOTHING RECEIVED.
047600*-----------------------------------------------------------
047700 4000-EXTRACT-LOANS.
047800     MOVE 'MISLOAN ' TO WS-EXTRACT-FILE-ID.
047900     MOVE SPACES TO WS-HEADER-ROW.
048000     STRING 'BUS_DATE,LOAN_ID,BRANCH,STATUS,PRINCIPAL,'
048100                DELIMITED BY SIZE
048200            'ANNUAL_RATE,TERM_MONTHS,PAYMENT,BALANCE,'
048300                DELIMITED BY SIZE
048400            'PRIN_RECEIVED,INT_RECEIVED,PAYMENTS_MADE,'
048500                DELIMITED BY SIZE
048600            'POSTED_DATE,NEXT_DUE_DATE,LAST_PAY_DATE'
048700                DELIMITED BY SIZE
048800         INTO WS-HEADER-ROW
048900     END-STRING.
049000     PERFORM 7000-OPEN-EXTRACT
049100         THRU 7000-OPEN-EXTRACT-EXIT.
049200     IF NOT WS-EXTRACT-OPEN
049300         GO TO 4000-EXTRACT-LOANS-EXIT
049400     END-IF.
049500     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
049600     OPEN INPUT LOAN-MASTER-FILE.
049700     IF NOT WS-LOAN-OK
049800         DISPLAY 'UNABLE TO OPEN LOANMAST, STATUS: '
049900             WS-LOAN-STATUS
050000         MOVE 'NO SOURCE' TO WS-SOURCE-STATE
050100         GO TO 4000-EXTRACT-LOANS-CLOSE
050200     END-IF.
050300     PERFORM 4100-READ-LOAN
050400         THRU 4100-READ-LOAN-EXIT.
050500     PERFORM 4200-EXTRACT-ONE-LOAN
050600         THRU 4200-EXTRACT-ONE-LOAN-EXIT
050700         UNTIL WS-SOURCE-EOF.
050800     CLOSE LOAN-MASTER-FILE.
050900 4000-EXTRACT-LOANS-CLOSE.
051000     PERFORM 7200-CLOSE-EXTRACT
051100         THRU 7200-CLOSE-EXTRACT-EXIT.
051200 4000-EXTRACT-LOANS-EXIT.
051300     EXIT.
051400*-----------------------------------------------------------
051500* 4100-READ-LOAN - READ THE NEXT LOAN MASTER RECORD IN KEY
051600*     SEQUENCE
051700*-----------------------------------------------------------
051800 4100-READ-LOAN.
051900     READ LOAN-MASTER-FILE NEXT RECORD
052000         AT END
052100             SET WS-SOURCE-EOF TO TRUE
052200     END-READ.
052300 4100-READ-LOAN-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------
052600* 4200-EXTRACT-ONE-LOAN - WRITE ONE LOAN AS A MISLOAN ROW,
052700*     THEN READ THE NEXT
052800*-----------------------------------------------------------
052900 4200-EXTRACT-ONE-LOAN.
053000     MOVE LM-PRINCIPAL   TO LE-PRINCIPAL.
053100     MOVE LM-ANNUAL-RATE TO LE-RATE.
053200     MOVE LM-TERM-MONTHS TO LE-TERM.
053300     MOVE LM-PAYMENT     TO LE-PAYMENT.
053400     IF LM-ACTIVE OR LM-PAID-OFF
053500         MOVE LM-STATUS         TO LE-STATUS
053600         MOVE LM-BALANCE        TO WS-LOAN-BALANCE
053700         MOVE LM-PRIN-RECEIVED  TO LE-PRIN-RECEIVED
053800         MOVE LM-INT-RECEIVED   TO LE-INT-RECEIVED
053900         MOVE LM-PAYMENTS-MADE  TO LE-PAYMENTS-MADE
054000         MOVE LM-NEXT-DUE-DATE  TO LE-NEXT-DUE
054100         MOVE LM-LAST-PAY-DATE  TO LE-LAST-PAY
054200     ELSE
054300         MOVE 'N'               TO LE-STATUS
054400         MOVE LM-PRINCIPAL      TO WS-LOAN-BALANCE
054500         MOVE ZERO              TO LE-PRIN-RECEIVED
054600         MOVE ZERO              TO LE-INT-RECEIVED
054700         MOVE ZERO              TO LE-PAYMENTS-MADE
054800         MOVE ZERO              TO LE-NEXT-DUE
054900         MOVE ZERO              TO LE-LAST-PAY
055000     END-IF.
055100     MOVE WS-LOAN-BALANCE TO LE-BALANCE.
055200     MOVE SPACES TO WS-CSV-LINE.
055300     STRING WS-BUSINESS-DATE  DELIMITED BY SIZE
055400            ','               DELIMITED BY SIZE
055500            LM-LOAN-ID        DELIMITED BY SPACE
055600            ','               DELIMITED BY SIZE
055700            LM-BRANCH         DELIMITED BY SPACE
055800            ','               DELIMITED BY SIZE
055900            LE-STATUS         DELIMITED BY SIZE
056000            ','               DELIMITED BY SIZE
056100            LE-PRINCIPAL      DELIMITED BY SIZE
056200            ','               DELIMITED BY SIZE
056300            LE-RATE           DELIMITED BY SIZE
056400            ','               DELIMITED BY SIZE
056500            LE-TERM           DELIMITED BY SIZE
056600            ','               DELIMITED BY SIZE
056700            LE-PAYMENT        DELIMITED BY SIZE
056800            ','               DELIMITED BY SIZE
056900            LE-BALANCE        DELIMITED BY SIZE
057000            ','               DELIMITED BY SIZE
057100            LE-PRIN-RECEIVED  DELIMITED BY SIZE
057200            ','               DELIMITED BY SIZE
057300            LE-INT-RECEIVED   DELIMITED BY SIZE
057400            ','               DELIMITED BY SIZE
057500            LE-PAYMENTS-MADE  DELIMITED BY SIZE
057600            ','               DELIMITED BY SIZE
057700            LM-POSTED-DATE    DELIMITED BY SIZE
057800            ','               DELIMITED BY SIZE
057900            LE-NEXT-DUE       DELIMITED BY SIZE
058000            ','               DELIMITED BY SIZE
058100            LE-LAST-PAY       DELIMITED BY SIZE
058200         INTO WS-CSV-LINE
058300     END-STRING.
058400     ADD WS-LOAN-BALANCE TO WS-HASH-TOTAL.
058500     PERFORM 7100-WRITE-EXTRACT-ROW
058600         THRU 7100-WRITE-EXTRACT-ROW-EXIT.
058700     PERFORM 4100-READ-LOAN
058800         THRU 4100-READ-LOAN-EXIT.
058900 4200-EXTRACT-ONE-LOAN-EXIT.
059000     EXIT.
059100*-----------------------------------------------------------
059200* 5000-EXTRACT-EXCEPTIONS - CUT MISEXCP FROM THE OPEN
059300*     EXCEPTION QUEUE, AGEING EACH ITEM FROM ITS FIRST-SEEN
059400*     DATE TO THE BUSINESS DATE THE WAY EXCPAGE DOES
059500*-----------------------------------------------------------
059600 5000-EXTRACT-EXCEPTIONS.
059700     MOVE 'MISEXCP ' TO WS-EXTRACT-FILE-ID.
059800     MOVE SPACES TO WS-HEADER-ROW.
059900     STRING 'BUS_DATE,BRANCH,OPERATION,REASON_CODE,'
060000                DELIMITED BY SIZE
060100            'EXCP_DATE,EXCP_TIME,FIRST_SEEN_DATE,AGE_DAYS,'
060200                DELIMITED BY SIZE
060300            'OPERATOR'
060400                DELIMITED BY SIZE
060500         INTO WS-HEADER-ROW
060600     END-STRING.
060700     PERFORM 7000-OPEN-EXTRACT
060800         THRU 7000-OPEN-EXTRACT-EXIT.
060900     IF NOT WS-EXTRACT-OPEN
061000         GO TO 5000-EXTRACT-EXCEPTIONS-EXIT
061100     END-IF.
061200     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
061300     OPEN INPUT EXCP-FILE.
061400     IF NOT WS-EXCP-OK
061500         DISPLAY 'UNABLE TO OPEN EXCPFILE, STATUS: '
061600             WS-EXCP-STATUS
061700         MOVE 'NO SOURCE' TO WS-SOURCE-STATE
061800         GO TO 5000-EXTRACT-EXCEPTIONS-CLOSE
061900     END-IF.
062000     PERFORM 5100-READ-EXCEPTION
062100         THRU 5100-READ-EXCEPTION-EXIT.
062200     PERFORM 5200-EXTRACT-ONE-EXCEPTION
062300         THRU 5200-EXTRACT-ONE-EXCEPTION-EXIT
062400         UNTIL WS-SOURCE-EOF.
062500     CLOSE EXCP-FILE.
062600 5000-EXTRACT-EXCEPTIONS-CLOSE.
062700     PERFORM 7200-CLOSE-EXTRACT
062800         THRU 7200-CLOSE-EXTRACT-EXIT.
062900 5000-EXTRACT-EXCEPTIONS-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------
063200* 5100-READ-EXCEPTION - READ ONE REPOSITORY RECORD
063300*-----------------------------------------------------------
063400 5100-READ-EXCEPTION.
063500     READ EXCP-FILE
063600         AT END
063700             SET WS-SOURCE-EOF TO TRUE
063800     END-READ.
063900 5100-READ-EXCEPTION-EXIT.
064000     EXIT.
064100*-----------------------------------------------------------
064200* 5200-EXTRACT-ONE-EXCEPTION - AGE ONE QUEUED EXCEPTION FROM
064300*     ITS FIRST-SEEN DATE (FALLING BACK TO XR-DATE FOR RECORDS
064400*     CUT BEFORE THE FIELD EXISTED) AND WRITE IT AS A MISEXCP
064500*     ROW, THEN READ THE NEXT
064600*-----------------------------------------------------------
064700 5200-EXTRACT-ONE-EXCEPTION.
064800     IF XR-FIRST-SEEN-DATE IS NUMERIC
064900             AND XR-FIRST-SEEN-DATE NOT = ZERO
065000         MOVE XR-FIRST-SEEN-DATE TO WS-FIRST-SEEN-DATE
065100     ELSE
065200         IF XR-DATE IS NUMERIC
065300             MOVE XR-DATE TO WS-FIRST-SEEN-DATE
065400         ELSE
065500             GO TO 5200-EXTRACT-NEXT
065600         END-IF
065700     END-IF.
065800     COMPUTE WS-RECORD-DAYNO =
065900         FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN-DATE).
066000     IF WS-RECORD-DAYNO = ZERO
066100         MOVE ZERO TO WS-ITEM-AGE
066200     ELSE
066300         COMPUTE WS-ITEM-AGE = WS-BUS-DAYNO - WS-RECORD-DAYNO
066400     END-IF.
066500     MOVE WS-FIRST-SEEN-DATE TO XE-FIRST-SEEN.
066600     MOVE WS-ITEM-AGE        TO XE-AGE.
066700     MOVE SPACES TO WS-CSV-LINE.
066800     STRING WS-BUSINESS-DATE  DELIMITED BY SIZE
066900            ','               DELIMITED BY SIZE
067000            XR-BRANCH         DELIMITED BY SPACE
067100            ','               DELIMITED BY SIZE
067200            XR-OPERATION      DELIMITED BY '  '
067300            ','               DELIMITED BY SIZE
067400            XR-REASON-CODE    DELIMITED BY SIZE
067500            ','               DELIMITED BY SIZE
067600            XR-DATE           DELIMITED BY SIZE
067700            ','               DELIMITED BY SIZE
067800            XR-TIME           DELIMITED BY SIZE
067900            ','               DELIMITED BY SIZE
068000            XE-FIRST-SEEN     DELIMITED BY SIZE
068100            ','               DELIMITED BY SIZE
068200            XE-AGE            DELIMITED BY SIZE
068300            ','               DELIMITED BY SIZE
068400            XR-OPERATOR       DELIMITED BY SPACE
068500         INTO WS-CSV-LINE
068600     END-STRING.
068700     ADD WS-ITEM-AGE TO WS-HASH-TOTAL.
068800     PERFORM 7100-WRITE-EXTRACT-ROW
068900         THRU 7100-WRITE-EXTRACT-ROW-EXIT.
069000 5200-EXTRACT-NEXT.
069100     PERFORM 5100-READ-EXCEPTION
069200         THRU 5100-READ-EXCEPTION-EXIT.
069300 5200-EXTRACT-ONE-EXCEPTION-EXIT.
069400     EXIT.
069500*-----------------------------------------------------------
069600* 6000-EXTRACT-NIGHT-LOG - CUT MISNITE FROM THE NIGHT-RUN LOG
069700*     LINES CARRYING THE BUSINESS DATE. UNDER NIGHTRUN THIS
069800*     IS EVERY STEP OF THE NIGHT LOGGED BEFORE THIS ONE.
069900*-----------------------------------------------------------
070000 6000-EXTRACT-NIGHT-LOG.
070100     MOVE 'MISNITE ' TO WS-EXTRACT-FILE-ID.
070200     MOVE SPACES TO WS-HEADER-ROW.
070300     STRING 'BUS_DATE,STEP_NAME,START_DATE,START_TIME,'
070400                DELIMITED BY SIZE
070500            'END_DATE,END_TIME,ELAPSED_SECS,OUTCOME'
070600                DELIMITED BY SIZE
070700         INTO WS-HEADER-ROW
070800     END-STRING.
070900     PERFORM 7000-OPEN-EXTRACT
071000         THRU 7000-OPEN-EXTRACT-EXIT.
071100     IF NOT WS-EXTRACT-OPEN
071200         GO TO 6000-EXTRACT-NIGHT-LOG-EXIT
071300     END-IF.
071400     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
071500     OPEN INPUT NIGHT-LOG-FILE.
071600     IF NOT WS-NLOG-OK
071700         DISPLAY 'UNABLE TO OPEN NIGHTLOG, STATUS: '
071800             WS-NLOG-STATUS
071900         MOVE 'NO SOURCE' TO WS-SOURCE-STATE
072000         GO TO 6000-EXTRACT-NIGHT-LOG-CLOSE
072100     END-IF.
072200     PERFORM 6100-READ-LOG-LINE
072300         THRU 6100-READ-LOG-LINE-EXIT.
072400     PERFORM 6200-EXTRACT-ONE-STEP
072500         THRU 6200-EXTRACT-ONE-STEP-EXIT
072600         UNTIL WS-SOURCE-EOF.
072700     CLOSE NIGHT-LOG-FILE.
072800 6000-EXTRACT-NIGHT-LOG-CLOSE.
072900     PERFORM 7200-CLOSE-EXTRACT
073000         THRU 7200-CLOSE-EXTRACT-EXIT.
073100 6000-EXTRACT-NIGHT-LOG-EXIT.
073200     EXIT.
073300*-----------------------------------------------------------
073400* 6100-READ-LOG-LINE - READ ONE NIGHT-LOG LINE
073500*-----------------------------------------------------------
073600 6100-READ-LOG-LINE.
073700     READ NIGHT-LOG-FILE
073800         AT END
073900             SET WS-SOURCE-EOF TO TRUE
074000     END-READ.
074100 6100-READ-LOG-LINE-EXIT.
074200     EXIT.
074300*-----------------------------------------------------------
074400* 6200-EXTRACT-ONE-STEP - WRITE ONE OF THE BUSINESS DATE'S
074500*     STEP LINES AS A MISNITE ROW WITH ITS ELAPSED SECONDS,
074600*     THEN READ THE NEXT. LINES WRITTEN BEFORE THE LOG
074700*     CARRIED A BUSINESS DATE ARE PASSED OVER.
074800*-----------------------------------------------------------
074900 6200-EXTRACT-ONE-STEP.
075000     IF NL-BUS-DATE IS NOT NUMERIC
075100         GO TO 6200-EXTRACT-NEXT
075200     END-IF.
075300     IF NL-BUS-DATE NOT = WS-BUSINESS-DATE
075400         GO TO 6200-EXTRACT-NEXT
075500     END-IF.
075600     PERFORM 6300-TIME-ONE-STEP
075700         THRU 6300-TIME-ONE-STEP-EXIT.
075800     MOVE WS-ELAPSED-SECS TO NE-ELAPSED.
075900     MOVE SPACES TO WS-CSV-LINE.
076000     STRING WS-BUSINESS-DATE  DELIMITED BY SIZE
076100            ','               DELIMITED BY SIZE
076200            NL-STEP-NAME      DELIMITED BY SPACE
076300            ','               DELIMITED BY SIZE
076400            NL-START-DATE     DELIMITED BY SIZE
076500            ','               DELIMITED BY SIZE
076600            NL-START-TIME     DELIMITED BY SIZE
076700            ','               DELIMITED BY SIZE
076800            NL-END-DATE       DELIMITED BY SIZE
076900            ','               DELIMITED BY SIZE
077000            NL-END-TIME       DELIMITED BY SIZE
077100            ','               DELIMITED BY SIZE
077200            NE-ELAPSED        DELIMITED BY SIZE
077300            ','               DELIMITED BY SIZE
077400            NL-OUTCOME        DELIMITED BY SPACE
077500         INTO WS-CSV-LINE
077600     END-STRING.
077700     ADD WS-ELAPSED-SECS TO WS-HASH-TOTAL.
077800     PERFORM 7100-WRITE-EXTRACT-ROW
077900         THRU 7100-WRITE-EXTRACT-ROW-EXIT.
078000 6200-EXTRACT-NEXT.
078100     PERFORM 6100-READ-LOG-LINE
078200         THRU 6100-READ-LOG-LINE-EXIT.
078300 6200-EXTRACT-ONE-STEP-EXIT.
078400     EXIT.
078500*-----------------------------------------------------------
078600* 6300-TIME-ONE-STEP - WORK OUT THE STEP'S ELAPSED WHOLE
078700*     SECONDS FROM ITS START AND STOP STAMPS, ACROSS MIDNIGHT
078800*     WHEN THE DATES DIFFER; AN UNREADABLE STAMP GIVES ZERO
078900*-----------------------------------------------------------
079000 6300-TIME-ONE-STEP.
079100     MOVE ZERO TO WS-ELAPSED-SECS.
079200     IF NL-START-DATE IS NOT NUMERIC
079300             OR NL-START-TIME IS NOT NUMERIC
079400             OR NL-END-DATE IS NOT NUMERIC
079500             OR NL-END-TIME IS NOT NUMERIC
079600         GO TO 6300-TIME-ONE-STEP-EXIT
079700     END-IF.
079800     COMPUTE WS-START-DAYNO =
079900         FUNCTION INTEGER-OF-DATE(NL-START-DATE).
080000     COMPUTE WS-END-DAYNO =
080100         FUNCTION INTEGER-OF-DATE(NL-END-DATE).
080200     IF WS-START-DAYNO = ZERO OR WS-END-DAYNO = ZERO
080300         GO TO 6300-TIME-ONE-STEP-EXIT
080400     END-IF.
080500     MOVE NL-START-TIME TO WS-STEP-TIME.
080600     COMPUTE WS-START-SECS = WS-ST-HH * 3600
080700         + WS-ST-MM * 60 + WS-ST-SS.
080800     MOVE NL-END-TIME TO WS-STEP-TIME.
080900     COMPUTE WS-END-SECS = WS-ST-HH * 3600
081000         + WS-ST-MM * 60 + WS-ST-SS.
081100     COMPUTE WS-ELAPSED-SECS =
081200         (WS-END-DAYNO - WS-START-DAYNO) * 86400
081300         + WS-END-SECS - WS-START-SECS.
081400     IF WS-ELAPSED-SECS < ZERO
081500         MOVE ZERO TO WS-ELAPSED-SECS
081600     END-IF.
081700 6300-TIME-ONE-STEP-EXIT.
081800     EXIT.
081900*-----------------------------------------------------------
082000* 7000-OPEN-EXTRACT - OPEN THE EXTRACT FILE NAMED IN
082100*     WS-EXTRACT-FILE-ID, WRITE ITS COLUMN-NAME ROW AND ZERO
082200*     ITS CONTROLS
082300*-----------------------------------------------------------
082400 7000-OPEN-EXTRACT.
082500     MOVE 'N' TO WS-EXTRACT-OPEN-SW.
082600     MOVE ZERO TO WS-ROW-COUNT.
082700     MOVE ZERO TO WS-HASH-TOTAL.
082800     MOVE 'OK' TO WS-SOURCE-STATE.
082900     OPEN OUTPUT EXTRACT-FILE.
083000     IF NOT WS-EXT-OK
083100         DISPLAY 'UNABLE TO OPEN ' WS-EXTRACT-FILE-ID
083200             ', STATUS: ' WS-EXT-STATUS
083300         MOVE 8 TO RETURN-CODE
083400         GO TO 7000-OPEN-EXTRACT-EXIT
083500     END-IF.
083600     MOVE 'Y' TO WS-EXTRACT-OPEN-SW.
083700     WRITE EXTRACT-RECORD FROM WS-HEADER-ROW.
083800 7000-OPEN-EXTRACT-EXIT.
083900     EXIT.
084000*-----------------------------------------------------------
084100* 7100-WRITE-EXTRACT-ROW - WRITE THE DATA ROW BUILT IN
084200*     WS-CSV-LINE AND COUNT IT
084300*-----------------------------------------------------------
084400 7100-WRITE-EXTRACT-ROW.
084500     WRITE EXTRACT-RECORD FROM WS-CSV-LINE.
084600     ADD 1 TO WS-ROW-COUNT.
084700 7100-WRITE-EXTRACT-ROW-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------
085000* 7200-CLOSE-EXTRACT - CLOSE THE EXTRACT FILE WITH ITS
085100*     CONTROL TRAILER AND ENTER IT ON THE MANIFEST
085200*-----------------------------------------------------------
085300 7200-CLOSE-EXTRACT.
085400     MOVE WS-ROW-COUNT  TO WS-ED-COUNT.
085500     MOVE WS-HASH-TOTAL TO WS-ED-HASH.
085600     MOVE SPACES TO WS-CSV-LINE.
085700     STRING 'TRAILER,'          DELIMITED BY SIZE
085800            WS-EXTRACT-FILE-ID  DELIMITED BY SPACE
085900            ','                 DELIMITED BY SIZE
086000            WS-BUSINESS-DATE    DELIMITED BY SIZE
086100            ','                 DELIMITED BY SIZE
086200            WS-ED-COUNT         DELIMITED BY SIZE
086300            ','                 DELIMITED BY SIZE
086400            WS-ED-HASH          DELIMITED BY SIZE
086500         INTO WS-CSV-LINE
086600     END-STRING.
086700     WRITE EXTRACT-RECORD FROM WS-CSV-LINE.
086800     CLOSE EXTRACT-FILE.
086900     MOVE 'N' TO WS-EXTRACT-OPEN-SW.
087000     IF WS-SOURCE-STATE NOT = 'OK'
087100         IF RETURN-CODE < 4
087200             MOVE 4 TO RETURN-CODE
087300         END-IF
087400     END-IF.
087500     ADD 1 TO WS-MAN-COUNT.
087600     SET WS-MAN-IDX TO WS-MAN-COUNT.
087700     MOVE WS-EXTRACT-FILE-ID TO MN-FILE-ID(WS-MAN-IDX).
087800     MOVE WS-ROW-COUNT       TO MN-ROW-COUNT(WS-MAN-IDX).
087900     MOVE WS-HASH-TOTAL      TO MN-HASH-TOTAL(WS-MAN-IDX).
088000     MOVE WS-SOURCE-STATE    TO MN-SOURCE-STATE(WS-MAN-IDX).
088100     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY.
088200     DISPLAY WS-EXTRACT-FILE-ID ' ROWS: ' WS-COUNT-DISPLAY
088300         ' ' WS-SOURCE-STATE.
088400 7200-CLOSE-EXTRACT-EXIT.
088500     EXIT.
088600*-----------------------------------------------------------
088700* 8000-WRITE-MANIFEST - CUT THE MISMAN MANIFEST: ONE ROW PER
088800*     EXTRACT FILE CUT WITH ITS ROW COUNT, HASH TOTAL AND
088900*     SOURCE STATE, CLOSED BY A TRAILER CARRYING THE NUMBER
089000*     OF FILES AND THE TOTAL DATA ROWS ACROSS THEM
089100*-----------------------------------------------------------
089200 8000-WRITE-MANIFEST.
089300     MOVE 'MISMAN  ' TO WS-EXTRACT-FILE-ID.
089400     MOVE SPACES TO WS-HEADER-ROW.
089500     STRING 'BUS_DATE,FILE_NAME,ROW_COUNT,HASH_TOTAL,'
089600                DELIMITED BY SIZE
089700            'SOURCE_STATE,RUN_DATE,RUN_TIME'
089800                DELIMITED BY SIZE
089900         INTO WS-HEADER-ROW
090000     END-STRING.
090100     OPEN OUTPUT EXTRACT-FILE.
090200     IF NOT WS-EXT-OK
090300         DISPLAY 'UNABLE TO OPEN MISMAN, STATUS: '
090400             WS-EXT-STATUS
090500         MOVE 8 TO RETURN-CODE
090600         GO TO 8000-WRITE-MANIFEST-EXIT
090700     END-IF.
090800     WRITE EXTRACT-RECORD FROM WS-HEADER-ROW.
090900     MOVE ZERO TO WS-MAN-ROW-TOTAL.
091000     PERFORM 8100-WRITE-MANIFEST-ROW
091100         THRU 8100-WRITE-MANIFEST-ROW-EXIT
091200         VARYING WS-MAN-IDX FROM 1 BY 1
091300         UNTIL WS-MAN-IDX > WS-MAN-COUNT.
091400     MOVE WS-MAN-COUNT     TO WS-ED-COUNT.
091500     MOVE WS-MAN-ROW-TOTAL TO WS-ED-MAN-TOTAL.
091600     MOVE SPACES TO WS-CSV-LINE.
091700     STRING 'TRAILER,MISMAN,'   DELIMITED BY SIZE
091800            WS-BUSINESS-DATE    DELIMITED BY SIZE
091900            ','                 DELIMITED BY SIZE
092000            WS-ED-COUNT         DELIMITED BY SIZE
092100            ','                 DELIMITED BY SIZE
092200            WS-ED-MAN-TOTAL     DELIMITED BY SIZE
092300         INTO WS-CSV-LINE
092400     END-STRING.
092500     WRITE EXTRACT-RECORD FROM WS-CSV-LINE.
092600     CLOSE EXTRACT-FILE.
092700     MOVE WS-MAN-COUNT TO WS-COUNT-DISPLAY.
092800     DISPLAY 'MISMAN FILES LISTED: ' WS-COUNT-DISPLAY.
092900 8000-WRITE-MANIFEST-EXIT.
093000     EXIT.
093100*-----------------------------------------------------------
093200* 8100-WRITE-MANIFEST-ROW - WRITE ONE FILE'S MANIFEST ROW
093300*-----------------------------------------------------------
093400 8100-WRITE-MANIFEST-ROW.
093500     MOVE MN-ROW-COUNT(WS-MAN-IDX)  TO WS-ED-COUNT.
093600     MOVE MN-HASH-TOTAL(WS-MAN-IDX) TO WS-ED-HASH.
093700     ADD MN-ROW-COUNT(WS-MAN-IDX) TO WS-MAN-ROW-TOTAL.
093800     MOVE SPACES TO WS-CSV-LINE.
093900     STRING WS-BUSINESS-DATE            DELIMITED BY SIZE
094000            ','                         DELIMITED BY SIZE
094100            MN-FILE-ID(WS-MAN-IDX)      DELIMITED BY SPACE
094200            ','                         DELIMITED BY SIZE
094300            WS-ED-COUNT                 DELIMITED BY SIZE
094400            ','                         DELIMITED BY SIZE
094500            WS-ED-HASH                  DELIMITED BY SIZE
094600            ','                         DELIMITED BY SIZE
094700            MN-SOURCE-STATE(WS-MAN-IDX) DELIMITED BY '  '
094800            ','                         DELIMITED BY SIZE
094900            WS-RUN-DATE                 DELIMITED BY SIZE
095000            ','                         DELIMITED BY SIZE
095100            WS-RUN-TIME                 DELIMITED BY SIZE
095200         INTO WS-CSV-LINE
095300     END-STRING.
095400     WRITE EXTRACT-RECORD FROM WS-CSV-LINE.
095500 8100-WRITE-MANIFEST-ROW-EXIT.
095600     EXIT.
095700*-----------------------------------------------------------
095800* 9999-EXIT - COMMON PROGRAM EXIT
095900*-----------------------------------------------------------
096000 9999-EXIT.
096100     GOBACK.
096200 9999-EXIT-EXIT.
096300     EXIT.
