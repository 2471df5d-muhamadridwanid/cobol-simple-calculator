000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPBOOK.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-03.
000600 DATE-COMPILED. 2026-09-03.
000700*REMARKS.
000800*    NIGHTLY TERM DEPOSIT BOOKING RUN. READS THE DEPBOOK FILE
000900*    OF DEPOSITS THE BRANCHES PLACED TODAY AND POSTS EACH ONE
001000*    TO THE INDEXED DEPMAST TERM DEPOSIT MASTER, SO A DEPOSIT
001100*    COMPOUND ONLY QUOTED BECOMES ONE THE BANK HOLDS AND
001200*    MATURES. THE MATURITY DATE IS THE START DATE PLUS THE
001300*    TERM IN CALENDAR MONTHS (THE SAME ROUTINE THE LOAN DUE
001400*    DATES USE) AND THE PROJECTED MATURITY VALUE COMES FROM
001500*    THE SHARED COMPOUND-INTEREST ROUTINE COMPOUND QUOTES
001600*    WITH. A ZERO START DATE MEANS THE DEPOSIT STARTS ON THE
001700*    BUSINESS DATE. AN UNKNOWN OR CLOSED BRANCH REJECTS WITH
001800*    REASON 04; A BLANK OR DUPLICATE DEPOSIT ID, A NON-NUMERIC
001900*    OR ZERO PRINCIPAL OR TERM, A BAD FREQUENCY, ROLLOVER
002000*    INSTRUCTION OR START DATE REJECTS WITH REASON 07; A
002100*    DEPOSIT WHOSE MATURITY VALUE OVERFLOWS REJECTS WITH
002200*    REASON 01 - ALL TO THE SHARED EXCEPTION REPOSITORY. EACH
002300*    BOOKED DEPOSIT WRITES ONE AUDIT LINE (OPERATION 'DEPOSIT
002400*    BOOKED': NUM1 THE PRINCIPAL, NUM2 THE ANNUAL RATE PCT,
002500*    NUM2-CONV THE TERM IN MONTHS, RESULT THE PROJECTED
002600*    MATURITY VALUE) AND ONE LINE ON THE DEPBRPT BOOKING
002700*    REGISTER. A MISSING DEPBOOK FILE MEANS NOTHING WAS
002800*    PLACED AND IS NOT AN ERROR; RETURN-CODE 8 WHEN A FILE
002900*    THAT IS THERE CANNOT BE OPENED.
003000*-----------------------------------------------------------
003100*                 MODIFICATION HISTORY
003200*-----------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* ---------- ----  ----------------------------------------
003500* 2026-09-03  RH   ORIGINAL PROGRAM.
003525* 2026-10-15  RH   A FAILED OPEN OF DEPBRPT NOW ENDS THE RUN
003550*                  WITH RETURN-CODE 8.
003600*-----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BOOKING-FILE ASSIGN TO DEPBOOK
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BOOK-STATUS.
004600     SELECT DEPOSIT-MASTER-FILE ASSIGN TO DEPMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS DM-DEPOSIT-ID
005000         FILE STATUS IS WS-DMST-STATUS.
005100     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS BM-BRANCH
005500         FILE STATUS IS WS-BRCH-STATUS.
005600     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-EXCP-STATUS.
005900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-AUDIT-STATUS.
006200     SELECT REPORT-FILE ASSIGN TO DEPBRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BOOKING-FILE
006800     RECORD CONTAINS 38 CHARACTERS.
006900     COPY DEPBREC.
007000 FD  DEPOSIT-MASTER-FILE.
007100     COPY DEPMREC.
007200 FD  BRANCH-FILE.
007300     COPY BRNCHREC.
007400 FD  EXCEPTION-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY EXCPREC.
007700 FD  AUDIT-FILE.
007800     COPY AUDITREC.
007900 FD  REPORT-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  REPORT-RECORD          PIC X(80).
008200 WORKING-STORAGE SECTION.
008300 01  WS-BOOK-STATUS         PIC X(02).
008400     88  WS-BOOK-OK         VALUE '00'.
008500     88  WS-BOOK-NOT-FOUND  VALUE '35'.
008600 01  WS-DMST-STATUS         PIC X(02).
008700     88  WS-DMST-OK         VALUE '00'.
008800     88  WS-DMST-NOT-FOUND  VALUE '35'.
008900 01  WS-BRCH-STATUS         PIC X(02).
009000     88  WS-BRCH-OK         VALUE '00'.
009100 01  WS-BRCH-EOF-SWITCH     PIC X(01)       VALUE 'N'.
009200     88  WS-BRCH-MASTER-EOF VALUE 'Y'.
009300 01  WS-BRANCH-CHECK-SW     PIC X(01)       VALUE 'Y'.
009400     88  WS-BRANCH-CHECK-OFF VALUE 'N'.
009500 01  WS-BRANCH-OK-SWITCH    PIC X(01)       VALUE 'N'.
009600     88  WS-BRANCH-VALID    VALUE 'Y'.
009700 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
009800 01  WS-BRANCH-COUNT        PIC 9(03)       COMP VALUE ZERO.
009900 01  WS-BRANCH-TABLE.
010000     05  WS-BRCH-ENTRY OCCURS 50 TIMES
010100             INDEXED BY WS-BRCH-IDX.
010200         10  WS-BRCH-CODE       PIC X(04).
010300         10  WS-BRCH-STATUS-CD  PIC X(01).
010400 01  WS-EXCP-STATUS         PIC X(02).
010500     88  WS-EXCP-OK         VALUE '00'.
010600     88  WS-EXCP-NOT-FOUND  VALUE '35'.
010700 01  WS-AUDIT-STATUS        PIC X(02).
010800     88  WS-AUDIT-OK        VALUE '00'.
010900     88  WS-AUDIT-NOT-FOUND VALUE '35'.
011000 01  WS-RPT-STATUS          PIC X(02).
011100     88  WS-RPT-OK          VALUE '00'.
011200 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
011300     88  WS-OPEN-OK         VALUE 'Y'.
011400 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
011500     88  WS-END-OF-FILE     VALUE 'Y'.
011600 01  WS-DATE-INPUT          PIC X(08).
011700 01  WS-BUSINESS-DATE       PIC 9(08)       VALUE ZERO.
011800 01  WS-AUDIT-TIME          PIC 9(08).
011900 01  WS-EXCP-REASON         PIC X(02)       VALUE SPACES.
012000 01  WS-REJECT-TEXT         PIC X(30)       VALUE SPACES.
012100 01  WS-START-DATE          PIC 9(08)       VALUE ZERO.
012200 01  WS-BOOK-COUNTS.
012300     05  WS-BOOKED-COUNT    PIC 9(06)       COMP VALUE ZERO.
012400     05  WS-REJECT-COUNT    PIC 9(06)       COMP VALUE ZERO.
012500 01  WS-BOOKED-TOTAL        PIC S9(09)V99   COMP-3 VALUE ZERO.
012600 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
012700     COPY DUECTL.
012800     COPY CMPCTL.
012900 01  WS-HEADING-LINE-2.
013000     05  FILLER  PIC X(40) VALUE
013100         'DEPOSIT  BRCH PRINCIPAL    RATE TRM F R '.
013200     05  FILLER  PIC X(40) VALUE
013300         'START    MATURITY  MAT VALUE'.
013400     COPY RPTCTL.
013500 01  WS-BOOKING-LINE.
013600     05  BK-DEPOSIT-ID      PIC X(08).
013700     05  FILLER             PIC X(01) VALUE SPACE.
013800     05  BK-BRANCH          PIC X(04).
013900     05  FILLER             PIC X(01) VALUE SPACE.
014000     05  BK-PRINCIPAL       PIC ZZ,ZZ9.99.
014100     05  FILLER             PIC X(01) VALUE SPACE.
014200     05  BK-RATE            PIC Z9.9999.
014300     05  FILLER             PIC X(01) VALUE SPACE.
014400     05  BK-TERM            PIC ZZ9.
014500     05  FILLER             PIC X(01) VALUE SPACE.
014600     05  BK-FREQ            PIC X(01).
014700     05  FILLER             PIC X(01) VALUE SPACE.
014800     05  BK-ROLLOVER        PIC X(01).
014900     05  FILLER             PIC X(01) VALUE SPACE.
015000     05  BK-START           PIC 9(08).
015100     05  FILLER             PIC X(01) VALUE SPACE.
015200     05  BK-MATURITY        PIC 9(08).
015300     05  FILLER             PIC X(01) VALUE SPACE.
015400     05  BK-MAT-VALUE       PIC ZZ,ZZ9.99.
015500     05  FILLER             PIC X(13) VALUE SPACES.
015600 01  WS-REJECT-LINE.
015700     05  RJ-DEPOSIT-ID      PIC X(08).
015800     05  FILLER             PIC X(01) VALUE SPACE.
015900     05  RJ-BRANCH          PIC X(04).
016000     05  FILLER             PIC X(01) VALUE SPACE.
016100     05  RJ-PRINCIPAL       PIC X(09).
016200     05  FILLER             PIC X(12) VALUE
016300         '  REJECTED -'.
016400     05  FILLER             PIC X(01) VALUE SPACE.
016500     05  RJ-REASON          PIC X(30).
016600     05  FILLER             PIC X(14) VALUE SPACES.
016700 01  WS-TOTAL-LINE.
016800     05  FILLER             PIC X(16) VALUE
016900         'DEPOSITS BOOKED '.
017000     05  TL-BOOKED-COUNT    PIC ZZZ,ZZ9.
017100     05  FILLER             PIC X(08) VALUE '  TOTAL '.
017200     05  TL-BOOKED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
017300     05  FILLER             PIC X(11) VALUE '  REJECTED '.
017400     05  TL-REJECT-COUNT    PIC ZZZ,ZZ9.
017500     05  FILLER             PIC X(17) VALUE SPACES.
017600 LINKAGE SECTION.
017700*-----------------------------------------------------------
017800* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
017900*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER
018000*     (E.G. NIGHTRUN); WHEN OMITTED THIS PROGRAM FALLS BACK
018100*     TO A CONSOLE PROMPT.
018200*-----------------------------------------------------------
018300 01  LK-BUS-DATE                PIC 9(08).
018400 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
018500*-----------------------------------------------------------
018600* 0000-MAINLINE
018700*-----------------------------------------------------------
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-INITIALIZE-EXIT.
019100     IF WS-OPEN-OK
019200         PERFORM 2000-BOOK-DEPOSITS
019300             THRU 2000-BOOK-DEPOSITS-EXIT
019400         PERFORM 3000-PRINT-TOTALS
019500             THRU 3000-PRINT-TOTALS-EXIT
019600         PERFORM 8900-CLOSE-FILES
019700             THRU 8900-CLOSE-FILES-EXIT
019800     END-IF.
019900     PERFORM 9999-EXIT
020000         THRU 9999-EXIT-EXIT.
020100*-----------------------------------------------------------
020200* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, LOAD THE
020300*     BRANCH TABLE AND OPEN THE BOOKING FILE, THE DEPOSIT
020400*     MASTER (CREATING IT ON THE FIRST NIGHT), THE EXCEPTION
020500*     REPOSITORY, THE AUDIT LOG AND THE BOOKING REGISTER. A
020600*     MISSING BOOKING FILE MEANS NOTHING WAS PLACED TODAY.
020700*-----------------------------------------------------------
020800 1000-INITIALIZE.
020900     IF LK-BUS-DATE IS OMITTED
021000         DISPLAY 'ENTER BUSINESS DATE TO BOOK (YYYYMMDD): '
021100         MOVE SPACES TO WS-DATE-INPUT
021200         ACCEPT WS-DATE-INPUT
021300         IF WS-DATE-INPUT IS NOT NUMERIC
021400             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
021500             MOVE 8 TO RETURN-CODE
021600             GO TO 1000-INITIALIZE-EXIT
021700         END-IF
021800         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
021900     ELSE
022000         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
022100     END-IF.
022200     OPEN INPUT BOOKING-FILE.
022300     IF WS-BOOK-NOT-FOUND
022400         DISPLAY 'NO DEPBOOK FILE - NO DEPOSITS TO BOOK'
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     IF NOT WS-BOOK-OK
022800         DISPLAY 'UNABLE TO OPEN DEPBOOK, STATUS: '
022900             WS-BOOK-STATUS
023000         MOVE 8 TO RETURN-CODE
023100         GO TO 1000-INITIALIZE-EXIT
023200     END-IF.
023300     OPEN I-O DEPOSIT-MASTER-FILE.
023400     IF WS-DMST-NOT-FOUND
023500         OPEN OUTPUT DEPOSIT-MASTER-FILE
023600         CLOSE DEPOSIT-MASTER-FILE
023700         OPEN I-O DEPOSIT-MASTER-FILE
023800     END-IF.
023900     IF NOT WS-DMST-OK
024000         DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS: '
024100             WS-DMST-STATUS
024200         CLOSE BOOKING-FILE
024300         MOVE 8 TO RETURN-CODE
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF.
024600     PERFORM 1150-LOAD-BRANCH-TABLE
024700         THRU 1150-LOAD-BRANCH-TABLE-EXIT.
024800     OPEN EXTEND EXCEPTION-FILE.
024900     IF WS-EXCP-NOT-FOUND
025000         OPEN OUTPUT EXCEPTION-FILE
025100     END-IF.
025200     OPEN EXTEND AUDIT-FILE.
025300     IF WS-AUDIT-NOT-FOUND
025400         OPEN OUTPUT AUDIT-FILE
025500     END-IF.
025600     OPEN OUTPUT REPORT-FILE.
025605     IF NOT WS-RPT-OK
025610         DISPLAY 'UNABLE TO OPEN DEPBRPT, STATUS: '
025615             WS-RPT-STATUS
025620         CLOSE BOOKING-FILE
025625         CLOSE DEPOSIT-MASTER-FILE
025630         CLOSE EXCEPTION-FILE
025635         CLOSE AUDIT-FILE
025640         MOVE 8 TO RETURN-CODE
025645         GO TO 1000-INITIALIZE-EXIT
025650     END-IF.
025700     MOVE 'TERM DEPOSIT BOOKING REGISTER' TO RP-TITLE.
025800     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
025900     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
026000     PERFORM 7200-INIT-REPORT
026100         THRU 7200-INIT-REPORT-EXIT.
026200     MOVE 'Y' TO WS-OPEN-SWITCH.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500*-----------------------------------------------------------
026600* 1150-LOAD-BRANCH-TABLE - LOAD THE BRANCH MASTER INTO THE
026700*     IN-STORAGE VALIDATION TABLE. WHEN THE MASTER CANNOT BE
026800*     OPENED, BRANCH VALIDATION IS BYPASSED (WITH A LOUD
026900*     WARNING) RATHER THAN REJECTING THE WHOLE RUN'S WORK.
027000*-----------------------------------------------------------
027100 1150-LOAD-BRANCH-TABLE.
027200     MOVE ZERO TO WS-BRANCH-COUNT.
027300     OPEN INPUT BRANCH-FILE.
027400     IF NOT WS-BRCH-OK
027500         DISPLAY 'UNABLE TO OPEN BRNCHMST, STATUS: '
027600             WS-BRCH-STATUS
027700             ' - BRANCH VALIDATION BYPASSED'
027800         MOVE 'N' TO WS-BRANCH-CHECK-SW
027900         GO TO 1150-LOAD-BRANCH-TABLE-EXIT
028000     END-IF.
028100     PERFORM 1160-READ-BRANCH-MASTER
028200         THRU 1160-READ-BRANCH-MASTER-EXIT.
028300     PERFORM 1170-APPLY-BRANCH-RECORD
028400         THRU 1170-APPLY-BRANCH-RECORD-EXIT
028500         UNTIL WS-BRCH-MASTER-EOF.
028600     CLOSE BRANCH-FILE.
028700 1150-LOAD-BRANCH-TABLE-EXIT.
028800     EXIT.
028900*-----------------------------------------------------------
029000* 1160-READ-BRANCH-MASTER - READ THE NEXT BRANCH MASTER
029100*     RECORD IN KEY SEQUENCE
029200*-----------------------------------------------------------
029300 1160-READ-BRANCH-MASTER.
029400     READ BRANCH-FILE NEXT RECORD
029500         AT END
029600             SET WS-BRCH-MASTER-EOF TO TRUE
029700     END-READ.
029800 1160-READ-BRANCH-MASTER-EXIT.
029900     EXIT.
030000*-----------------------------------------------------------
030100* 1170-APPLY-BRANCH-RECORD - ADD ONE BRANCH TO THE
030200*     VALIDATION TABLE, THEN READ THE NEXT
030300*-----------------------------------------------------------
030400 1170-APPLY-BRANCH-RECORD.
030500     IF WS-BRANCH-COUNT < 50
030600         ADD 1 TO WS-BRANCH-COUNT
030700         SET WS-BRCH-IDX TO WS-BRANCH-COUNT
030800         MOVE BM-BRANCH TO WS-BRCH-CODE(WS-BRCH-IDX)
030900         MOVE BM-STATUS TO WS-BRCH-STATUS-CD(WS-BRCH-IDX)
031000     ELSE
031100         DISPLAY 'BRANCH TABLE FULL - IGNORING ' BM-BRANCH
031200     END-IF.
031300     PERFORM 1160-READ-BRANCH-MASTER
031400         THRU 1160-READ-BRANCH-MASTER-EXIT.
031500 1170-APPLY-BRANCH-RECORD-EXIT.
031600     EXIT.
031700*-----------------------------------------------------------
031800* 2000-BOOK-DEPOSITS - BOOK EVERY DEPOSIT ON THE FILE
031900*-----------------------------------------------------------
032000 2000-BOOK-DEPOSITS.
032100     PERFORM 2100-READ-BOOKING
032200         THRU 2100-READ-BOOKING-EXIT.
032300     PERFORM 2200-BOOK-ONE-DEPOSIT
032400         THRU 2200-BOOK-ONE-DEPOSIT-EXIT
032500         UNTIL WS-END-OF-FILE.
032600 2000-BOOK-DEPOSITS-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------
032900* 2100-READ-BOOKING - READ ONE BOOKING RECORD
033000*-----------------------------------------------------------
033100 2100-READ-BOOKING.
033200     READ BOOKING-FILE
033300         AT END
033400             SET WS-END-OF-FILE TO TRUE
033500     END-READ.
033600 2100-READ-BOOKING-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------
033900* 2200-BOOK-ONE-DEPOSIT - VALIDATE ONE BOOKING, WORK ITS
034000*     MATURITY DATE AND PROJECTED VALUE, ADD IT TO THE MASTER
034100*     AND LOG IT, THEN READ THE NEXT
034200*-----------------------------------------------------------
034300 2200-BOOK-ONE-DEPOSIT.
034400     MOVE DB-BRANCH TO WS-BRANCH-CODE.
034500     PERFORM 4200-CHECK-BRANCH
034600         THRU 4200-CHECK-BRANCH-EXIT.
034700     IF NOT WS-BRANCH-VALID
034800         MOVE '04' TO WS-EXCP-REASON
034900         MOVE 'UNKNOWN OR CLOSED BRANCH' TO WS-REJECT-TEXT
035000         PERFORM 2600-REJECT-BOOKING
035100             THRU 2600-REJECT-BOOKING-EXIT
035200         GO TO 2200-BOOK-NEXT
035300     END-IF.
035400     MOVE '07' TO WS-EXCP-REASON.
035500     IF DB-DEPOSIT-ID = SPACES
035600         MOVE 'DEPOSIT ID IS BLANK' TO WS-REJECT-TEXT
035700         PERFORM 2600-REJECT-BOOKING
035800             THRU 2600-REJECT-BOOKING-EXIT
035900         GO TO 2200-BOOK-NEXT
036000     END-IF.
036100     IF DB-PRINCIPAL IS NOT NUMERIC
036200             OR DB-ANNUAL-RATE IS NOT NUMERIC
036300             OR DB-TERM-MONTHS IS NOT NUMERIC
036400             OR NOT DB-FREQ-VALID
036500             OR NOT DB-ROLLOVER-VALID
036600         MOVE 'UNUSABLE DEPOSIT TERMS' TO WS-REJECT-TEXT
036700         PERFORM 2600-REJECT-BOOKING
036800             THRU 2600-REJECT-BOOKING-EXIT
036900         GO TO 2200-BOOK-NEXT
037000     END-IF.
037100     IF DB-PRINCIPAL = ZERO OR DB-TERM-MONTHS = ZERO
037200         MOVE 'ZERO PRINCIPAL OR TERM' TO WS-REJECT-TEXT
037300         PERFORM 2600-REJECT-BOOKING
037400             THRU 2600-REJECT-BOOKING-EXIT
037500         GO TO 2200-BOOK-NEXT
037600     END-IF.
037700     PERFORM 2300-CHECK-START-DATE
037800         THRU 2300-CHECK-START-DATE-EXIT.
037900     IF WS-START-DATE = ZERO
038000         MOVE 'START DATE NOT A VALID DATE' TO WS-REJECT-TEXT
038100         PERFORM 2600-REJECT-BOOKING
038200             THRU 2600-REJECT-BOOKING-EXIT
038300         GO TO 2200-BOOK-NEXT
038400     END-IF.
038500     MOVE DB-DEPOSIT-ID TO DM-DEPOSIT-ID.
038600     READ DEPOSIT-MASTER-FILE
038700         INVALID KEY
038800             CONTINUE
038900         NOT INVALID KEY
039000             MOVE 'DEPOSIT ID ALREADY ON DEPMAST'
039100                 TO WS-REJECT-TEXT
039200             PERFORM 2600-REJECT-BOOKING
039300                 THRU 2600-REJECT-BOOKING-EXIT
039400             GO TO 2200-BOOK-NEXT
039500     END-READ.
039600     MOVE DB-PRINCIPAL   TO CP-PRINCIPAL.
039700     MOVE DB-ANNUAL-RATE TO CP-ANNUAL-RATE.
039800     MOVE DB-TERM-MONTHS TO CP-TERM-MONTHS.
039900     MOVE DB-COMP-FREQ   TO CP-COMP-FREQ.
040000     PERFORM 7700-COMPOUND-VALUE
040100         THRU 7700-COMPOUND-VALUE-EXIT.
040200     IF CP-CALC-FAILED
040300         MOVE '01' TO WS-EXCP-REASON
040400         MOVE 'MATURITY VALUE OVERFLOWS' TO WS-REJECT-TEXT
040500         PERFORM 2600-REJECT-BOOKING
040600             THRU 2600-REJECT-BOOKING-EXIT
040700         GO TO 2200-BOOK-NEXT
040800     END-IF.
040900     PERFORM 2400-BUILD-MASTER
041000         THRU 2400-BUILD-MASTER-EXIT.
041100     WRITE TERM-DEPOSIT-RECORD.
041200     IF NOT WS-DMST-OK
041300         DISPLAY 'UNABLE TO WRITE DEPMAST FOR ' DM-DEPOSIT-ID
041400             ', STATUS: ' WS-DMST-STATUS
041500         MOVE 8 TO RETURN-CODE
041600         GO TO 2200-BOOK-NEXT
041700     END-IF.
041800     PERFORM 8000-WRITE-AUDIT-LOG
041900         THRU 8000-WRITE-AUDIT-LOG-EXIT.
042000     PERFORM 2500-PRINT-BOOKING
042100         THRU 2500-PRINT-BOOKING-EXIT.
042200     ADD 1 TO WS-BOOKED-COUNT.
042300     ADD DB-PRINCIPAL TO WS-BOOKED-TOTAL.
042400 2200-BOOK-NEXT.
042500     PERFORM 2100-READ-BOOKING
042600         THRU 2100-READ-BOOKING-EXIT.
042700 2200-BOOK-ONE-DEPOSIT-EXIT.
042800     EXIT.
042900*-----------------------------------------------------------
043000* 2300-CHECK-START-DATE - SET WS-START-DATE TO THE BOOKING'S
043100*     START DATE (THE BUSINESS DATE WHEN ZERO), OR TO ZERO
043200*     WHEN THE DATE IS NOT A PLAUSIBLE YYYYMMDD
043300*-----------------------------------------------------------
043400 2300-CHECK-START-DATE.
043500     MOVE ZERO TO WS-START-DATE.
043600     IF DB-START-DATE IS NOT NUMERIC
043700         GO TO 2300-CHECK-START-DATE-EXIT
043800     END-IF.
043900     IF DB-START-DATE = ZERO
044000         MOVE WS-BUSINESS-DATE TO WS-START-DATE
044100         GO TO 2300-CHECK-START-DATE-EXIT
044200     END-IF.
044300     IF DB-START-YYYY < 1900
044400             OR DB-START-MM < 1 OR DB-START-MM > 12
044500             OR DB-START-DD < 1 OR DB-START-DD > 31
044600         GO TO 2300-CHECK-START-DATE-EXIT
044700     END-IF.
044800     MOVE DB-START-DATE TO WS-START-DATE.
044900 2300-CHECK-START-DATE-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------
045200* 2400-BUILD-MASTER - LAY OUT THE NEW MASTER RECORD: OPEN,
045300*     NEVER ROLLED, MATURING TERM MONTHS AFTER ITS START
045400*-----------------------------------------------------------
045500 2400-BUILD-MASTER.
045600     MOVE SPACES            TO TERM-DEPOSIT-RECORD.
045700     MOVE DB-DEPOSIT-ID     TO DM-DEPOSIT-ID.
045800     MOVE DB-BRANCH         TO DM-BRANCH.
045900     MOVE DB-PRINCIPAL      TO DM-PRINCIPAL.
046000     MOVE DB-PRINCIPAL      TO DM-ORIG-PRINCIPAL.
046100     MOVE DB-ANNUAL-RATE    TO DM-ANNUAL-RATE.
046200     MOVE DB-TERM-MONTHS    TO DM-TERM-MONTHS.
046300     MOVE DB-COMP-FREQ      TO DM-COMP-FREQ.
046400     MOVE DB-ROLLOVER       TO DM-ROLLOVER.
046500     MOVE WS-START-DATE     TO DM-START-DATE.
046600     MOVE WS-START-DATE     TO DU-BASE-DATE.
046700     MOVE DB-TERM-MONTHS    TO DU-MONTHS-TO-ADD.
046800     PERFORM 7600-ADD-MONTHS
046900         THRU 7600-ADD-MONTHS-EXIT.
047000     MOVE DU-RESULT-DATE    TO DM-MATURITY-DATE.
047100     MOVE 'O'               TO DM-STATUS.
047200     MOVE ZERO              TO DM-ROLL-COUNT.
047300     MOVE ZERO              TO DM-LAST-VALUE.
047400     MOVE WS-BUSINESS-DATE  TO DM-BOOKED-DATE.
047500     MOVE ZERO              TO DM-CLOSED-DATE.
047600 2400-BUILD-MASTER-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------
047900* 2500-PRINT-BOOKING - WRITE THE BOOKED DEPOSIT'S REGISTER
048000*     LINE
048100*-----------------------------------------------------------
048200 2500-PRINT-BOOKING.
048300     MOVE DM-DEPOSIT-ID     TO BK-DEPOSIT-ID.
048400     MOVE DM-BRANCH         TO BK-BRANCH.
048500     MOVE DM-PRINCIPAL      TO BK-PRINCIPAL.
048600     MOVE DM-ANNUAL-RATE    TO BK-RATE.
048700     MOVE DM-TERM-MONTHS    TO BK-TERM.
048800     MOVE DM-COMP-FREQ      TO BK-FREQ.
048900     MOVE DM-ROLLOVER       TO BK-ROLLOVER.
049000     MOVE DM-START-DATE     TO BK-START.
049100     MOVE DM-MATURITY-DATE  TO BK-MATURITY.
049200     MOVE CP-FUTURE-VALUE   TO BK-MAT-VALUE.
049300     MOVE WS-BOOKING-LINE TO RP-PRINT-LINE.
049400     PERFORM 7000-WRITE-RPT-LINE
049500         THRU 7000-WRITE-RPT-LINE-EXIT.
049600 2500-PRINT-BOOKING-EXIT.
049700     EXIT.
049800*-----------------------------------------------------------
049900* 2600-REJECT-BOOKING - SEND ONE UNBOOKABLE DEPOSIT TO THE
050000*     EXCEPTION REPOSITORY UNDER WS-EXCP-REASON AND NAME IT
050100*     ON THE REGISTER
050200*-----------------------------------------------------------
050300 2600-REJECT-BOOKING.
050400     ADD 1 TO WS-REJECT-COUNT.
050500     ACCEPT WS-AUDIT-TIME FROM TIME.
050600     MOVE SPACES TO EXCEPTION-TRANS-RECORD.
050700     MOVE WS-BUSINESS-DATE TO XR-DATE.
050800     MOVE WS-AUDIT-TIME    TO XR-TIME.
050900     MOVE 'DEPOSIT BOOK'   TO XR-OPERATION.
051000     MOVE DB-BRANCH        TO XR-BRANCH.
051100     MOVE WS-EXCP-REASON   TO XR-REASON-CODE.
051200     MOVE WS-BUSINESS-DATE TO XR-FIRST-SEEN-DATE.
051300     MOVE DEPOSIT-BOOKING-RECORD TO XR-TRANS-IMAGE.
051400     WRITE EXCEPTION-TRANS-RECORD.
051500     MOVE DB-DEPOSIT-ID   TO RJ-DEPOSIT-ID.
051600     MOVE DB-BRANCH       TO RJ-BRANCH.
051700     MOVE DEPOSIT-BOOKING-RECORD(13:7) TO RJ-PRINCIPAL.
051800     MOVE WS-REJECT-TEXT  TO RJ-REASON.
051900     MOVE WS-REJECT-LINE TO RP-PRINT-LINE.
052000     PERFORM 7000-WRITE-RPT-LINE
052100         THRU 7000-WRITE-RPT-LINE-EXIT.
052200     DISPLAY 'SKIPPED - DEPOSIT BOOKING ' DB-DEPOSIT-ID
052300         ': ' WS-REJECT-TEXT.
052400 2600-REJECT-BOOKING-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------
052700* 3000-PRINT-TOTALS - CLOSE THE REGISTER WITH THE NIGHT'S
052800*     COUNTS AND SHOW THEM ON THE CONSOLE
052900*-----------------------------------------------------------
053000 3000-PRINT-TOTALS.
053100     MOVE WS-BOOKED-COUNT TO TL-BOOKED-COUNT.
053200     MOVE WS-BOOKED-TOTAL TO TL-BOOKED-TOTAL.
053300     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
053400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE.
053500     PERFORM 7000-WRITE-RPT-LINE
053600         THRU 7000-WRITE-RPT-LINE-EXIT.
053700     PERFORM 7900-END-REPORT
053800         THRU 7900-END-REPORT-EXIT.
053900     MOVE WS-BOOKED-COUNT TO WS-COUNT-DISPLAY.
054000     DISPLAY 'TERM DEPOSITS BOOKED:   ' WS-COUNT-DISPLAY.
054100     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
054200     DISPLAY 'TERM DEPOSITS REJECTED: ' WS-COUNT-DISPLAY.
054300 3000-PRINT-TOTALS-EXIT.
054400     EXIT.
054500*-----------------------------------------------------------
054600* 4200-CHECK-BRANCH - VALIDATE WS-BRANCH-CODE AGAINST THE
054700*     LOADED BRANCH MASTER TABLE. ONLY AN ACTIVE BRANCH ON
054800*     THE MASTER PASSES; WHEN THE MASTER COULD NOT BE LOADED
054900*     THE CHECK IS BYPASSED.
055000*-----------------------------------------------------------
055100 4200-CHECK-BRANCH.
055200     IF WS-BRANCH-CHECK-OFF
055300         MOVE 'Y' TO WS-BRANCH-OK-SWITCH
055400         GO TO 4200-CHECK-BRANCH-EXIT
055500     END-IF.
055600     MOVE 'N' TO WS-BRANCH-OK-SWITCH.
055700     SET WS-BRCH-IDX TO 1.
055800     PERFORM 4210-SCAN-BRANCH-TABLE
055900         THRU 4210-SCAN-BRANCH-TABLE-EXIT
056000         UNTIL WS-BRCH-IDX > WS-BRANCH-COUNT
056100             OR WS-BRCH-CODE(WS-BRCH-IDX) = WS-BRANCH-CODE.
056200     IF NOT WS-BRCH-IDX > WS-BRANCH-COUNT
056300         IF WS-BRCH-STATUS-CD(WS-BRCH-IDX) = 'A'
056400             MOVE 'Y' TO WS-BRANCH-OK-SWITCH
056500         END-IF
056600     END-IF.
056700 4200-CHECK-BRANCH-EXIT.
056800     EXIT.
056900*-----------------------------------------------------------
057000* 4210-SCAN-BRANCH-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
057100*-----------------------------------------------------------
057200 4210-SCAN-BRANCH-TABLE.
057300     SET WS-BRCH-IDX UP BY 1.
057400 4210-SCAN-BRANCH-TABLE-EXIT.
057500     EXIT.
057600*-----------------------------------------------------------
057700* 8000-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE SHARED AUDIT
057800*     LOG FOR THE DEPOSIT JUST BOOKED, DATED WITH THE
057900*     BUSINESS DATE: NUM1 THE PRINCIPAL, NUM2 THE ANNUAL RATE
058000*     PCT, NUM2-CONV THE TERM IN MONTHS, RESULT THE PROJECTED
058100*     MATURITY VALUE
058200*-----------------------------------------------------------
058300 8000-WRITE-AUDIT-LOG.
058400     MOVE SPACES TO AUDIT-LINE.
058500     ACCEPT WS-AUDIT-TIME FROM TIME.
058600     MOVE WS-BUSINESS-DATE  TO AL-DATE.
058700     MOVE WS-AUDIT-TIME     TO AL-TIME.
058800     MOVE DM-BRANCH         TO AL-BRANCH.
058900     MOVE 'DEPOSIT BOOKED'  TO AL-OPERATION.
059000     MOVE DM-PRINCIPAL      TO AL-NUM1.
059100     MOVE DM-ANNUAL-RATE    TO AL-NUM2.
059200     MOVE CP-FUTURE-VALUE   TO AL-RESULT.
059300     MOVE DM-TERM-MONTHS    TO AL-NUM2-CONV.
059400     MOVE 'B' TO AL-ORIGIN.
059500     WRITE AUDIT-LINE.
059600 8000-WRITE-AUDIT-LOG-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------
059900* 8900-CLOSE-FILES - CLOSE ALL FIVE FILES STILL OPEN
060000*-----------------------------------------------------------
060100 8900-CLOSE-FILES.
060200     CLOSE BOOKING-FILE.
060300     CLOSE DEPOSIT-MASTER-FILE.
060400     CLOSE EXCEPTION-FILE.
060500     CLOSE AUDIT-FILE.
060600     CLOSE REPORT-FILE.
060700 8900-CLOSE-FILES-EXIT.
060800     EXIT.
060900*-----------------------------------------------------------
061000* 9999-EXIT - COMMON PROGRAM EXIT
061100*-----------------------------------------------------------
061200 9999-EXIT.
061300     GOBACK.
061400 9999-EXIT-EXIT.
061500     EXIT.
061600     COPY RPTPROC.
061700     COPY DUEPROC.
061800     COPY CMPPROC.
