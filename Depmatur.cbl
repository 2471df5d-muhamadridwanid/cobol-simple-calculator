000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPMATUR.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-03.
000600 DATE-COMPILED. 2026-09-03.
000700*REMARKS.
000800*    NIGHTLY TERM DEPOSIT MATURITY RUN. PASSES THE DEPMAST
000900*    TERM DEPOSIT MASTER AND MATURES EVERY OPEN DEPOSIT WHOSE
001000*    MATURITY DATE HAS COME - ON OR BEFORE THE BUSINESS DATE,
001100*    SO A DEPOSIT MATURING ON A WEEKEND OR HOLIDAY IS PICKED
001200*    UP BY THE NEXT WORKING NIGHT. THE MATURITY VALUE COMES
001300*    FROM THE SHARED COMPOUND-INTEREST ROUTINE COMPOUND QUOTES
001400*    WITH, AND THE VALUE DATE IS THE MATURITY DATE ROLLED
001500*    FORWARD TO A WORKING DAY ON THE CALNMAST CALENDAR. A
001600*    ROLLOVER DEPOSIT STARTS A NEW TERM ON ITS MATURITY DATE
001700*    WITH THE MATURITY VALUE AS ITS PRINCIPAL, AT THE CURRENT
001800*    DEPRATE RATE FOR ITS TERM AND FREQUENCY (ITS OLD RATE
001900*    WHEN THE RATE CARD HAS NONE); A PAYOUT DEPOSIT IS MARKED
002000*    PAID OUT. A DEPOSIT WHOSE MATURITY VALUE OVERFLOWS IS
002100*    HELD FOR THE BRANCH AND GOES TO EXCPFILE UNDER REASON
002200*    01. EACH MATURITY WRITES ONE AUDIT LINE (OPERATION
002300*    'DEPOSIT ROLLED' OR 'DEPOSIT PAID': NUM1 THE PRINCIPAL
002400*    MATURED, NUM2 THE INTEREST EARNED, RESULT THE MATURITY
002500*    VALUE, NUM2-CONV THE NEW RATE PCT ON A ROLLOVER), ONE
002600*    LINE ON THE DEPMRPT MATURITY REGISTER, AND ONE D NOTICE
002700*    LINE TO THE DEPNOTE WORK FILE THAT BRRETURN CARRIES BACK
002800*    TO THE BRANCH. A MISSING DEPMAST MEANS NO DEPOSITS HAVE
002900*    BEEN BOOKED AND IS NOT AN ERROR; A MISSING DEPRATE OR
003000*    CALNMAST IS WARNED AND WORKED AROUND. RETURN-CODE 8 WHEN
003100*    A FILE THAT IS THERE CANNOT BE OPENED.
003200*-----------------------------------------------------------
003300*                 MODIFICATION HISTORY
003400*-----------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* ---------- ----  ----------------------------------------
003700* 2026-09-03  RH   ORIGINAL PROGRAM.
003725* 2026-10-15  RH   A FAILED OPEN OF DEPMRPT NOW ENDS THE RUN
003750*                  WITH RETURN-CODE 8.
003800*-----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DEPOSIT-MASTER-FILE ASSIGN TO DEPMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DM-DEPOSIT-ID
004900         FILE STATUS IS WS-DMST-STATUS.
005000     SELECT RATE-CARD-FILE ASSIGN TO DEPRATE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-DRTE-STATUS.
005300     SELECT CALENDAR-FILE ASSIGN TO CALNMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CD-DATE
005700         FILE STATUS IS WS-CAL-STATUS.
005800     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-EXCP-STATUS.
006100     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-AUDIT-STATUS.
006400     SELECT NOTICE-FILE ASSIGN TO DEPNOTE
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-NOTE-STATUS.
006700     SELECT REPORT-FILE ASSIGN TO DEPMRPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RPT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  DEPOSIT-MASTER-FILE.
007300     COPY DEPMREC.
007400 FD  RATE-CARD-FILE
007500     RECORD CONTAINS 18 CHARACTERS.
007600     COPY DEPRREC.
007700 FD  CALENDAR-FILE.
007800     COPY CALNDREC.
007900 FD  EXCEPTION-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY EXCPREC.
008200 FD  AUDIT-FILE.
008300     COPY AUDITREC.
008400 FD  NOTICE-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600     COPY DEPNREC.
008700 FD  REPORT-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  REPORT-RECORD          PIC X(80).
009000 WORKING-STORAGE SECTION.
009100 01  WS-DMST-STATUS         PIC X(02).
009200     88  WS-DMST-OK         VALUE '00'.
009300     88  WS-DMST-NOT-FOUND  VALUE '35'.
009400 01  WS-DRTE-STATUS         PIC X(02).
009500     88  WS-DRTE-OK         VALUE '00'.
009600     88  WS-DRTE-NOT-FOUND  VALUE '35'.
009700 01  WS-CAL-STATUS          PIC X(02).
009800     88  WS-CAL-OK          VALUE '00'.
009900 01  WS-EXCP-STATUS         PIC X(02).
010000     88  WS-EXCP-OK         VALUE '00'.
010100     88  WS-EXCP-NOT-FOUND  VALUE '35'.
010200 01  WS-AUDIT-STATUS        PIC X(02).
010300     88  WS-AUDIT-OK        VALUE '00'.
010400     88  WS-AUDIT-NOT-FOUND VALUE '35'.
010500 01  WS-NOTE-STATUS         PIC X(02).
010600     88  WS-NOTE-OK         VALUE '00'.
010700 01  WS-RPT-STATUS          PIC X(02).
010800     88  WS-RPT-OK          VALUE '00'.
010900 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
011000     88  WS-OPEN-OK         VALUE 'Y'.
011100 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
011200     88  WS-END-OF-FILE     VALUE 'Y'.
011300 01  WS-DRTE-EOF-SWITCH     PIC X(01)       VALUE 'N'.
011400     88  WS-DRTE-EOF        VALUE 'Y'.
011500 01  WS-CAL-EOF-SWITCH      PIC X(01)       VALUE 'N'.
011600     88  WS-CAL-EOF         VALUE 'Y'.
011700 01  WS-CAL-OPEN-SWITCH     PIC X(01)       VALUE 'N'.
011800     88  WS-CAL-AVAILABLE   VALUE 'Y'.
011900 01  WS-DATE-INPUT          PIC X(08).
012000 01  WS-BUSINESS-DATE       PIC 9(08)       VALUE ZERO.
012100 01  WS-AUDIT-TIME          PIC 9(08).
012200*-----------------------------------------------------------
012300* RATE CARD TABLE - ONE ENTRY PER TERM AND FREQUENCY, HOLDING
012400*     THE LATEST DEPRATE RATE EFFECTIVE ON OR BEFORE THE
012500*     BUSINESS DATE
012600*-----------------------------------------------------------
012700 01  WS-RATE-COUNT          PIC 9(03)       COMP VALUE ZERO.
012800 01  WS-RATE-TABLE.
012900     05  WS-RATE-ENTRY OCCURS 100 TIMES
013000             INDEXED BY WS-RATE-IDX.
013100         10  WS-RT-TERM         PIC 9(03).
013200         10  WS-RT-FREQ         PIC X(01).
013300         10  WS-RT-EFF-DATE     PIC 9(08).
013400         10  WS-RT-RATE         PIC 9(02)V9(04).
013500 01  WS-MATURE-COUNTS.
013600     05  WS-ROLLED-COUNT    PIC 9(06)       COMP VALUE ZERO.
013700     05  WS-PAID-COUNT      PIC 9(06)       COMP VALUE ZERO.
013800     05  WS-HELD-COUNT      PIC 9(06)       COMP VALUE ZERO.
013900 01  WS-MATURED-TOTAL       PIC S9(09)V99   COMP-3 VALUE ZERO.
014000 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
014100*-----------------------------------------------------------
014200* WORK FIELDS FOR THE DEPOSIT BEING MATURED
014300*-----------------------------------------------------------
014400 01  WS-OLD-PRINCIPAL       PIC 9(05)V99    COMP-3 VALUE ZERO.
014500 01  WS-OLD-MATURITY        PIC 9(08)       VALUE ZERO.
014600 01  WS-VALUE-DATE          PIC 9(08)       VALUE ZERO.
014700 01  WS-MAT-VALUE           PIC S9(05)V99   COMP-3 VALUE ZERO.
014800 01  WS-INTEREST-EARNED     PIC S9(05)V99   COMP-3 VALUE ZERO.
014900 01  WS-NEW-RATE            PIC 9(02)V9(04) COMP-3 VALUE ZERO.
015000 01  WS-NEW-MATURITY        PIC 9(08)       VALUE ZERO.
015100 01  WS-ACTION              PIC X(01)       VALUE SPACE.
015200     88  WS-ACTION-ROLLED   VALUE 'R'.
015300     88  WS-ACTION-PAID     VALUE 'P'.
015400     88  WS-ACTION-HELD     VALUE 'H'.
015500 01  WS-NOTE-PRINCIPAL      PIC 9(05).99.
015600 01  WS-NOTE-VALUE          PIC 9(05).99.
015700 01  WS-NOTE-RATE           PIC 9(02).9(04).
015800     COPY DUECTL.
015900     COPY CMPCTL.
016000*-----------------------------------------------------------
016100* BOOKING-LAYOUT IMAGE OF A HELD DEPOSIT, SO THE EXCEPTION
016200*     RECORD CARRIES THE SAME READABLE TERMS A DEPBOOK REJECT
016300*     DOES
016400*-----------------------------------------------------------
016500     COPY DEPBREC.
016600 01  WS-HEADING-LINE-2.
016700     05  FILLER  PIC X(40) VALUE
016800         'DEPOSIT  BRCH PRINCIPAL MATURES  VALUE D'.
016900     05  FILLER  PIC X(40) VALUE
017000         'T MAT VALUE A NEW RT  NEW MAT'.
017100     COPY RPTCTL.
017200 01  WS-MATURITY-LINE.
017300     05  MT-DEPOSIT-ID      PIC X(08).
017400     05  FILLER             PIC X(01) VALUE SPACE.
017500     05  MT-BRANCH          PIC X(04).
017600     05  FILLER             PIC X(01) VALUE SPACE.
017700     05  MT-PRINCIPAL       PIC ZZ,ZZ9.99.
017800     05  FILLER             PIC X(01) VALUE SPACE.
017900     05  MT-MATURITY        PIC 9(08).
018000     05  FILLER             PIC X(01) VALUE SPACE.
018100     05  MT-VALUE-DATE      PIC 9(08).
018200     05  FILLER             PIC X(01) VALUE SPACE.
018300     05  MT-MAT-VALUE       PIC ZZ,ZZ9.99.
018400     05  FILLER             PIC X(01) VALUE SPACE.
018500     05  MT-ACTION          PIC X(01).
018600     05  FILLER             PIC X(01) VALUE SPACE.
018700     05  MT-NEW-RATE        PIC Z9.9999.
018800     05  FILLER             PIC X(01) VALUE SPACE.
018900     05  MT-NEW-MATURITY    PIC 9(08).
019000     05  FILLER             PIC X(10) VALUE SPACES.
019100 01  WS-TOTAL-LINE.
019200     05  FILLER             PIC X(08) VALUE 'ROLLED '.
019300     05  TL-ROLLED-COUNT    PIC ZZZ,ZZ9.
019400     05  FILLER             PIC X(07) VALUE '  PAID '.
019500     05  TL-PAID-COUNT      PIC ZZZ,ZZ9.
019600     05  FILLER             PIC X(07) VALUE '  HELD '.
019700     05  TL-HELD-COUNT      PIC ZZZ,ZZ9.
019800     05  FILLER             PIC X(08) VALUE '  VALUE '.
019900     05  TL-MATURED-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
020000     05  FILLER             PIC X(15) VALUE SPACES.
020100 LINKAGE SECTION.
020200*-----------------------------------------------------------
020300* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
020400*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER
020500*     (E.G. NIGHTRUN); WHEN OMITTED THIS PROGRAM FALLS BACK
020600*     TO A CONSOLE PROMPT.
020700*-----------------------------------------------------------
020800 01  LK-BUS-DATE                PIC 9(08).
020900 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
021000*-----------------------------------------------------------
021100* 0000-MAINLINE
021200*-----------------------------------------------------------
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT.
021600     IF WS-OPEN-OK
021700         PERFORM 2000-MATURE-DEPOSITS
021800             THRU 2000-MATURE-DEPOSITS-EXIT
021900         PERFORM 3000-PRINT-TOTALS
022000             THRU 3000-PRINT-TOTALS-EXIT
022100         PERFORM 8900-CLOSE-FILES
022200             THRU 8900-CLOSE-FILES-EXIT
022300     END-IF.
022400     PERFORM 9999-EXIT
022500         THRU 9999-EXIT-EXIT.
022600*-----------------------------------------------------------
022700* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, OPEN THE
022800*     DEPOSIT MASTER, LOAD THE RATE CARD, OPEN THE CALENDAR,
022900*     THE EXCEPTION REPOSITORY, THE AUDIT LOG, THE NOTICE
023000*     WORK FILE AND THE MATURITY REGISTER. A MISSING DEPOSIT
023100*     MASTER MEANS NOTHING HAS BEEN BOOKED YET.
023200*-----------------------------------------------------------
023300 1000-INITIALIZE.
023400     IF LK-BUS-DATE IS OMITTED
023500         DISPLAY 'ENTER BUSINESS DATE TO MATURE (YYYYMMDD): '
023600         MOVE SPACES TO WS-DATE-INPUT
023700         ACCEPT WS-DATE-INPUT
023800         IF WS-DATE-INPUT IS NOT NUMERIC
023900             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
024000             MOVE 8 TO RETURN-CODE
024100             GO TO 1000-INITIALIZE-EXIT
024200         END-IF
024300         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
024400     ELSE
024500         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
024600     END-IF.
024700     OPEN OUTPUT NOTICE-FILE.
024800     IF NOT WS-NOTE-OK
024900         DISPLAY 'UNABLE TO OPEN DEPNOTE, STATUS: '
025000             WS-NOTE-STATUS
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF.
025400     OPEN I-O DEPOSIT-MASTER-FILE.
025500     IF WS-DMST-NOT-FOUND
025600         DISPLAY 'NO DEPMAST FILE - NO DEPOSITS TO MATURE'
025700         CLOSE NOTICE-FILE
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000     IF NOT WS-DMST-OK
026100         DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS: '
026200             WS-DMST-STATUS
026300         CLOSE NOTICE-FILE
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 1000-INITIALIZE-EXIT
026600     END-IF.
026700     PERFORM 1100-LOAD-RATE-CARD
026800         THRU 1100-LOAD-RATE-CARD-EXIT.
026900     OPEN INPUT CALENDAR-FILE.
027000     IF WS-CAL-OK
027100         MOVE 'Y' TO WS-CAL-OPEN-SWITCH
027200     ELSE
027300         DISPLAY 'UNABLE TO OPEN CALNMAST, STATUS: '
027400             WS-CAL-STATUS
027500             ' - VALUE DATES TAKEN AS THE MATURITY DATE'
027600     END-IF.
027700     OPEN EXTEND EXCEPTION-FILE.
027800     IF WS-EXCP-NOT-FOUND
027900         OPEN OUTPUT EXCEPTION-FILE
028000     END-IF.
028100     OPEN EXTEND AUDIT-FILE.
028200     IF WS-AUDIT-NOT-FOUND
028300         OPEN OUTPUT AUDIT-FILE
028400     END-IF.
028500     OPEN OUTPUT REPORT-FILE.
028505     IF NOT WS-RPT-OK
028510         DISPLAY 'UNABLE TO OPEN DEPMRPT, STATUS: '
028515             WS-RPT-STATUS
028520         CLOSE NOTICE-FILE
028525         CLOSE DEPOSIT-MASTER-FILE
028530         IF WS-CAL-AVAILABLE
028535             CLOSE CALENDAR-FILE
028540         END-IF
028545         CLOSE EXCEPTION-FILE
028550         CLOSE AUDIT-FILE
028555         MOVE 8 TO RETURN-CODE
028560         GO TO 1000-INITIALIZE-EXIT
028565     END-IF.
028600     MOVE 'TERM DEPOSIT MATURITY REGISTER' TO RP-TITLE.
028700     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
028800     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
028900     PERFORM 7200-INIT-REPORT
029000         THRU 7200-INIT-REPORT-EXIT.
029100     MOVE 'Y' TO WS-OPEN-SWITCH.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------
029500* 1100-LOAD-RATE-CARD - LOAD THE DEPRATE RATE CARD INTO THE
029600*     IN-STORAGE TABLE, KEEPING FOR EACH TERM AND FREQUENCY
029700*     ONLY THE LATEST RATE ALREADY IN EFFECT. WITHOUT A RATE
029800*     CARD EVERY ROLLOVER KEEPS ITS OLD RATE.
029900*-----------------------------------------------------------
030000 1100-LOAD-RATE-CARD.
030100     MOVE ZERO TO WS-RATE-COUNT.
030200     OPEN INPUT RATE-CARD-FILE.
030300     IF NOT WS-DRTE-OK
030400         DISPLAY 'NO DEPRATE RATE CARD, STATUS: '
030500             WS-DRTE-STATUS
030600             ' - ROLLOVERS KEEP THEIR OLD RATE'
030700         GO TO 1100-LOAD-RATE-CARD-EXIT
030800     END-IF.
030900     PERFORM 1110-READ-RATE-CARD
031000         THRU 1110-READ-RATE-CARD-EXIT.
031100     PERFORM 1120-APPLY-RATE-RECORD
031200         THRU 1120-APPLY-RATE-RECORD-EXIT
031300         UNTIL WS-DRTE-EOF.
031400     CLOSE RATE-CARD-FILE.
031500 1100-LOAD-RATE-CARD-EXIT.
031600     EXIT.
031700*-----------------------------------------------------------
031800* 1110-READ-RATE-CARD - READ ONE RATE CARD RECORD
031900*-----------------------------------------------------------
032000 1110-READ-RATE-CARD.
032100     READ RATE-CARD-FILE
032200         AT END
032300             SET WS-DRTE-EOF TO TRUE
032400     END-READ.
032500 1110-READ-RATE-CARD-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------
032800* 1120-APPLY-RATE-RECORD - FOLD ONE RATE CARD RECORD INTO THE
032900*     TABLE: A FUTURE-DATED OR UNREADABLE RATE IS IGNORED, A
033000*     LATER RATE FOR A TERM ALREADY HELD REPLACES IT, A NEW
033100*     TERM IS ADDED. THEN READ THE NEXT.
033200*-----------------------------------------------------------
033300 1120-APPLY-RATE-RECORD.
033400     IF DR-TERM-MONTHS IS NOT NUMERIC
033500             OR DR-EFF-DATE IS NOT NUMERIC
033600             OR DR-ANNUAL-RATE IS NOT NUMERIC
033700         GO TO 1120-APPLY-RATE-NEXT
033800     END-IF.
033900     IF DR-EFF-DATE > WS-BUSINESS-DATE
034000         GO TO 1120-APPLY-RATE-NEXT
034100     END-IF.
034200     SET WS-RATE-IDX TO 1.
034300     PERFORM 1130-SCAN-RATE-TABLE
034400         THRU 1130-SCAN-RATE-TABLE-EXIT
034500         UNTIL WS-RATE-IDX > WS-RATE-COUNT
034600             OR (WS-RT-TERM(WS-RATE-IDX) = DR-TERM-MONTHS
034700             AND WS-RT-FREQ(WS-RATE-IDX) = DR-COMP-FREQ).
034800     IF NOT WS-RATE-IDX > WS-RATE-COUNT
034900         IF DR-EFF-DATE NOT < WS-RT-EFF-DATE(WS-RATE-IDX)
035000             MOVE DR-EFF-DATE    TO WS-RT-EFF-DATE(WS-RATE-IDX)
035100             MOVE DR-ANNUAL-RATE TO WS-RT-RATE(WS-RATE-IDX)
035200         END-IF
035300         GO TO 1120-APPLY-RATE-NEXT
035400     END-IF.
035500     IF WS-RATE-COUNT < 100
035600         ADD 1 TO WS-RATE-COUNT
035700         SET WS-RATE-IDX TO WS-RATE-COUNT
035800         MOVE DR-TERM-MONTHS TO WS-RT-TERM(WS-RATE-IDX)
035900         MOVE DR-COMP-FREQ   TO WS-RT-FREQ(WS-RATE-IDX)
036000         MOVE DR-EFF-DATE    TO WS-RT-EFF-DATE(WS-RATE-IDX)
036100         MOVE DR-ANNUAL-RATE TO WS-RT-RATE(WS-RATE-IDX)
036200     ELSE
036300         DISPLAY 'RATE CARD TABLE FULL - IGNORING TERM '
036400             DR-TERM-MONTHS ' ' DR-COMP-FREQ
036500     END-IF.
036600 1120-APPLY-RATE-NEXT.
036700     PERFORM 1110-READ-RATE-CARD
036800         THRU 1110-READ-RATE-CARD-EXIT.
036900 1120-APPLY-RATE-RECORD-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------
037200* 1130-SCAN-RATE-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
037300*-----------------------------------------------------------
037400 1130-SCAN-RATE-TABLE.
037500     SET WS-RATE-IDX UP BY 1.
037600 1130-SCAN-RATE-TABLE-EXIT.
037700     EXIT.
037800*-----------------------------------------------------------
037900* 2000-MATURE-DEPOSITS - PASS THE WHOLE DEPOSIT MASTER IN
038000*     KEY SEQUENCE
038100*-----------------------------------------------------------
038200 2000-MATURE-DEPOSITS.
038300     MOVE LOW-VALUES TO DM-DEPOSIT-ID.
038400     START DEPOSIT-MASTER-FILE KEY IS NOT LESS THAN DM-DEPOSIT-ID
038500         INVALID KEY
038600             SET WS-END-OF-FILE TO TRUE
038700     END-START.
038800     IF NOT WS-END-OF-FILE
038900         PERFORM 2100-READ-DEPOSIT
039000             THRU 2100-READ-DEPOSIT-EXIT
039100     END-IF.
039200     PERFORM 2200-MATURE-ONE-DEPOSIT
039300         THRU 2200-MATURE-ONE-DEPOSIT-EXIT
039400         UNTIL WS-END-OF-FILE.
039500 2000-MATURE-DEPOSITS-EXIT.
039600     EXIT.
039700*-----------------------------------------------------------
039800* 2100-READ-DEPOSIT - READ THE NEXT DEPOSIT MASTER RECORD
039900*-----------------------------------------------------------
040000 2100-READ-DEPOSIT.
040100     READ DEPOSIT-MASTER-FILE NEXT RECORD
040200         AT END
040300             SET WS-END-OF-FILE TO TRUE
040400     END-READ.
040500 2100-READ-DEPOSIT-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------
040800* 2200-MATURE-ONE-DEPOSIT - WHEN AN OPEN DEPOSIT HAS REACHED
040900*     ITS MATURITY DATE, WORK ITS MATURITY VALUE AND VALUE
041000*     DATE, ROLL IT OVER, PAY IT OUT OR HOLD IT, AND LOG IT,
041100*     THEN READ THE NEXT
041200*-----------------------------------------------------------
041300 2200-MATURE-ONE-DEPOSIT.
041400     IF NOT DM-OPEN
041500         GO TO 2200-MATURE-NEXT
041600     END-IF.
041700     IF DM-MATURITY-DATE > WS-BUSINESS-DATE
041800         GO TO 2200-MATURE-NEXT
041900     END-IF.
042000     MOVE DM-PRINCIPAL     TO WS-OLD-PRINCIPAL.
042100     MOVE DM-MATURITY-DATE TO WS-OLD-MATURITY.
042200     MOVE ZERO             TO WS-NEW-RATE.
042300     MOVE ZERO             TO WS-NEW-MATURITY.
042400     PERFORM 2300-FIND-VALUE-DATE
042500         THRU 2300-FIND-VALUE-DATE-EXIT.
042600     MOVE DM-PRINCIPAL   TO CP-PRINCIPAL.
042700     MOVE DM-ANNUAL-RATE TO CP-ANNUAL-RATE.
042800     MOVE DM-TERM-MONTHS TO CP-TERM-MONTHS.
042900     MOVE DM-COMP-FREQ   TO CP-COMP-FREQ.
043000     PERFORM 7700-COMPOUND-VALUE
043100         THRU 7700-COMPOUND-VALUE-EXIT.
043200     IF CP-CALC-FAILED
043300         PERFORM 2600-HOLD-DEPOSIT
043400             THRU 2600-HOLD-DEPOSIT-EXIT
043500     ELSE
043600         MOVE CP-FUTURE-VALUE TO WS-MAT-VALUE
043700         COMPUTE WS-INTEREST-EARNED =
043800             WS-MAT-VALUE - WS-OLD-PRINCIPAL
043900         IF DM-ROLL-OVER
044000             PERFORM 2400-ROLL-DEPOSIT
044100                 THRU 2400-ROLL-DEPOSIT-EXIT
044200         ELSE
044300             PERFORM 2500-PAY-DEPOSIT
044400                 THRU 2500-PAY-DEPOSIT-EXIT
044500         END-IF
044600     END-IF.
044700     REWRITE TERM-DEPOSIT-RECORD.
044800     IF NOT WS-DMST-OK
044900         DISPLAY 'UNABLE TO REWRITE DEPMAST FOR ' DM-DEPOSIT-ID
045000             ', STATUS: ' WS-DMST-STATUS
045100         MOVE 8 TO RETURN-CODE
045200         GO TO 2200-MATURE-NEXT
045300     END-IF.
045400     IF NOT WS-ACTION-HELD
045500         PERFORM 8000-WRITE-AUDIT-LOG
045600             THRU 8000-WRITE-AUDIT-LOG-EXIT
045700         ADD WS-MAT-VALUE TO WS-MATURED-TOTAL
045800     END-IF.
045900     PERFORM 2700-WRITE-NOTICE
046000         THRU 2700-WRITE-NOTICE-EXIT.
046100     PERFORM 2800-PRINT-MATURITY
046200         THRU 2800-PRINT-MATURITY-EXIT.
046300 2200-MATURE-NEXT.
046400     PERFORM 2100-READ-DEPOSIT
046500         THRU 2100-READ-DEPOSIT-EXIT.
046600 2200-MATURE-ONE-DEPOSIT-EXIT.
046700     EXIT.
046800*-----------------------------------------------------------
046900* 2300-FIND-VALUE-DATE - THE VALUE DATE IS THE FIRST WORKING
047000*     DAY ON THE CALENDAR ON OR AFTER THE MATURITY DATE; THE
047100*     MATURITY DATE ITSELF WHEN THE CALENDAR IS UNAVAILABLE
047200*     OR DOES NOT REACH THAT FAR
047300*-----------------------------------------------------------
047400 2300-FIND-VALUE-DATE.
047500     MOVE DM-MATURITY-DATE TO WS-VALUE-DATE.
047600     IF NOT WS-CAL-AVAILABLE
047700         GO TO 2300-FIND-VALUE-DATE-EXIT
047800     END-IF.
047900     MOVE 'N' TO WS-CAL-EOF-SWITCH.
048000     MOVE DM-MATURITY-DATE TO CD-DATE.
048100     START CALENDAR-FILE KEY IS NOT LESS THAN CD-DATE
048200         INVALID KEY
048300             SET WS-CAL-EOF TO TRUE
048400     END-START.
048500     IF NOT WS-CAL-EOF
048600         PERFORM 2310-READ-NEXT-CAL
048700             THRU 2310-READ-NEXT-CAL-EXIT
048800         PERFORM 2310-READ-NEXT-CAL
048900             THRU 2310-READ-NEXT-CAL-EXIT
049000             UNTIL WS-CAL-EOF OR CD-WORKING-DAY
049100     END-IF.
049200     IF NOT WS-CAL-EOF
049300         MOVE CD-DATE TO WS-VALUE-DATE
049400     END-IF.
049500 2300-FIND-VALUE-DATE-EXIT.
049600     EXIT.
049700*-----------------------------------------------------------
049800* 2310-READ-NEXT-CAL - READ THE NEXT CALENDAR RECORD IN KEY
049900*     SEQUENCE
050000*-----------------------------------------------------------
050100 2310-READ-NEXT-CAL.
050200     READ CALENDAR-FILE NEXT RECORD
050300         AT END
050400             SET WS-CAL-EOF TO TRUE
050500     END-READ.
050600 2310-READ-NEXT-CAL-EXIT.
050700     EXIT.
050800*-----------------------------------------------------------
050900* 2400-ROLL-DEPOSIT - START THE NEXT TERM ON THE MATURITY
051000*     DATE: THE MATURITY VALUE BECOMES THE PRINCIPAL, AT THE
051100*     CURRENT RATE CARD RATE FOR THE TERM AND FREQUENCY
051200*-----------------------------------------------------------
051300 2400-ROLL-DEPOSIT.
051400     MOVE 'R' TO WS-ACTION.
051500     MOVE DM-ANNUAL-RATE TO WS-NEW-RATE.
051600     SET WS-RATE-IDX TO 1.
051700     PERFORM 1130-SCAN-RATE-TABLE
051800         THRU 1130-SCAN-RATE-TABLE-EXIT
051900         UNTIL WS-RATE-IDX > WS-RATE-COUNT
052000             OR (WS-RT-TERM(WS-RATE-IDX) = DM-TERM-MONTHS
052100             AND WS-RT-FREQ(WS-RATE-IDX) = DM-COMP-FREQ).
052200     IF NOT WS-RATE-IDX > WS-RATE-COUNT
052300         MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-NEW-RATE
052400     END-IF.
052500     MOVE WS-OLD-MATURITY  TO DU-BASE-DATE.
052600     MOVE DM-TERM-MONTHS   TO DU-MONTHS-TO-ADD.
052700     PERFORM 7600-ADD-MONTHS
052800         THRU 7600-ADD-MONTHS-EXIT.
052900     MOVE DU-RESULT-DATE   TO WS-NEW-MATURITY.
053000     MOVE WS-MAT-VALUE     TO DM-LAST-VALUE.
053100     MOVE WS-MAT-VALUE     TO DM-PRINCIPAL.
053200     MOVE WS-NEW-RATE      TO DM-ANNUAL-RATE.
053300     MOVE WS-OLD-MATURITY  TO DM-START-DATE.
053400     MOVE WS-NEW-MATURITY  TO DM-MATURITY-DATE.
053500     ADD 1 TO DM-ROLL-COUNT.
053600     ADD 1 TO WS-ROLLED-COUNT.
053700 2400-ROLL-DEPOSIT-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------
054000* 2500-PAY-DEPOSIT - CLOSE THE DEPOSIT AS PAID OUT AT ITS
054100*     MATURITY VALUE
054200*-----------------------------------------------------------
054300 2500-PAY-DEPOSIT.
054400     MOVE 'P' TO WS-ACTION.
054500     MOVE WS-MAT-VALUE     TO DM-LAST-VALUE.
054600     MOVE 'P'              TO DM-STATUS.
054700     MOVE WS-BUSINESS-DATE TO DM-CLOSED-DATE.
054800     ADD 1 TO WS-PAID-COUNT.
054900 2500-PAY-DEPOSIT-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------
055200* 2600-HOLD-DEPOSIT - A MATURITY VALUE THAT OVERFLOWS CANNOT
055300*     BE PAID OR ROLLED: HOLD THE DEPOSIT FOR THE BRANCH AND
055400*     SEND IT TO THE EXCEPTION REPOSITORY UNDER REASON 01
055500*-----------------------------------------------------------
055600 2600-HOLD-DEPOSIT.
055700     MOVE 'H' TO WS-ACTION.
055800     MOVE ZERO TO WS-MAT-VALUE.
055900     MOVE ZERO TO WS-INTEREST-EARNED.
056000     MOVE 'H' TO DM-STATUS.
056100     ADD 1 TO WS-HELD-COUNT.
056200     MOVE DM-DEPOSIT-ID    TO DB-DEPOSIT-ID.
056300     MOVE DM-BRANCH        TO DB-BRANCH.
056400     MOVE DM-PRINCIPAL     TO DB-PRINCIPAL.
056500     MOVE DM-ANNUAL-RATE   TO DB-ANNUAL-RATE.
056600     MOVE DM-TERM-MONTHS   TO DB-TERM-MONTHS.
056700     MOVE DM-COMP-FREQ     TO DB-COMP-FREQ.
056800     MOVE DM-ROLLOVER      TO DB-ROLLOVER.
056900     MOVE DM-START-DATE    TO DB-START-DATE.
057000     ACCEPT WS-AUDIT-TIME FROM TIME.
057100     MOVE SPACES TO EXCEPTION-TRANS-RECORD.
057200     MOVE WS-BUSINESS-DATE TO XR-DATE.
057300     MOVE WS-AUDIT-TIME    TO XR-TIME.
057400     MOVE 'DEPOSIT MATURE' TO XR-OPERATION.
057500     MOVE DM-BRANCH        TO XR-BRANCH.
057600     MOVE '01'             TO XR-REASON-CODE.
057700     MOVE WS-BUSINESS-DATE TO XR-FIRST-SEEN-DATE.
057800     MOVE DEPOSIT-BOOKING-RECORD TO XR-TRANS-IMAGE.
057900     WRITE EXCEPTION-TRANS-RECORD.
058000     DISPLAY 'HELD - MATURITY VALUE OVERFLOWS FOR DEPOSIT '
058100         DM-DEPOSIT-ID.
058200 2600-HOLD-DEPOSIT-EXIT.
058300     EXIT.
058400*-----------------------------------------------------------
058500* 2700-WRITE-NOTICE - WRITE THE DEPOSIT'S D NOTICE LINE TO
058600*     THE DEPNOTE WORK FILE FOR BRRETURN: ID, ACTION,
058700*     MATURITY DATE, VALUE DATE, PRINCIPAL, MATURITY VALUE,
058800*     AND ON A ROLLOVER THE NEW RATE AND NEW MATURITY DATE
058900*-----------------------------------------------------------
059000 2700-WRITE-NOTICE.
059100     MOVE SPACES           TO DEPOSIT-NOTICE-RECORD.
059200     MOVE DM-BRANCH        TO DN-BRANCH.
059300     MOVE WS-BUSINESS-DATE TO DN-BUS-DATE.
059400     MOVE WS-OLD-PRINCIPAL TO WS-NOTE-PRINCIPAL.
059500     MOVE WS-MAT-VALUE     TO WS-NOTE-VALUE.
059600     MOVE WS-NEW-RATE      TO WS-NOTE-RATE.
059700     STRING 'D,'              DELIMITED BY SIZE
059800            DM-DEPOSIT-ID     DELIMITED BY SIZE
059900            ','               DELIMITED BY SIZE
060000            WS-ACTION         DELIMITED BY SIZE
060100            ','               DELIMITED BY SIZE
060200            WS-OLD-MATURITY   DELIMITED BY SIZE
060300            ','               DELIMITED BY SIZE
060400            WS-VALUE-DATE     DELIMITED BY SIZE
060500            ','               DELIMITED BY SIZE
060600            WS-NOTE-PRINCIPAL DELIMITED BY SIZE
060700            ','               DELIMITED BY SIZE
060800            WS-NOTE-VALUE     DELIMITED BY SIZE
060900            ','               DELIMITED BY SIZE
061000            WS-NOTE-RATE      DELIMITED BY SIZE
061100            ','               DELIMITED BY SIZE
061200            WS-NEW-MATURITY   DELIMITED BY SIZE
061300         INTO DN-LINE
061400     END-STRING.
061500     WRITE DEPOSIT-NOTICE-RECORD.
061600 2700-WRITE-NOTICE-EXIT.
061700     EXIT.
061800*-----------------------------------------------------------
061900* 2800-PRINT-MATURITY - WRITE THE MATURED DEPOSIT'S REGISTER
062000*     LINE
062100*-----------------------------------------------------------
062200 2800-PRINT-MATURITY.
062300     MOVE DM-DEPOSIT-ID     TO MT-DEPOSIT-ID.
062400     MOVE DM-BRANCH         TO MT-BRANCH.
062500     MOVE WS-OLD-PRINCIPAL  TO MT-PRINCIPAL.
062600     MOVE WS-OLD-MATURITY   TO MT-MATURITY.
062700     MOVE WS-VALUE-DATE     TO MT-VALUE-DATE.
062800     MOVE WS-MAT-VALUE      TO MT-MAT-VALUE.
062900     MOVE WS-ACTION         TO MT-ACTION.
063000     MOVE WS-NEW-RATE       TO MT-NEW-RATE.
063100     MOVE WS-NEW-MATURITY   TO MT-NEW-MATURITY.
063200     MOVE WS-MATURITY-LINE TO RP-PRINT-LINE.
063300     PERFORM 7000-WRITE-RPT-LINE
063400         THRU 7000-WRITE-RPT-LINE-EXIT.
063500 2800-PRINT-MATURITY-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------
063800* 3000-PRINT-TOTALS - CLOSE THE REGISTER WITH THE NIGHT'S
063900*     COUNTS AND SHOW THEM ON THE CONSOLE
064000*-----------------------------------------------------------
064100 3000-PRINT-TOTALS.
064200     MOVE WS-ROLLED-COUNT  TO TL-ROLLED-COUNT.
064300     MOVE WS-PAID-COUNT    TO TL-PAID-COUNT.
064400     MOVE WS-HELD-COUNT    TO TL-HELD-COUNT.
064500     MOVE WS-MATURED-TOTAL TO TL-MATURED-TOTAL.
064600     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE.
064700     PERFORM 7000-WRITE-RPT-LINE
064800         THRU 7000-WRITE-RPT-LINE-EXIT.
064900     PERFORM 7900-END-REPORT
065000         THRU 7900-END-REPORT-EXIT.
065100     MOVE WS-ROLLED-COUNT TO WS-COUNT-DISPLAY.
065200     DISPLAY 'TERM DEPOSITS ROLLED:   ' WS-COUNT-DISPLAY.
065300     MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY.
065400     DISPLAY 'TERM DEPOSITS PAID OUT: ' WS-COUNT-DISPLAY.
065500     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
065600     DISPLAY 'TERM DEPOSITS HELD:     ' WS-COUNT-DISPLAY.
065700 3000-PRINT-TOTALS-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------
066000* 8000-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE SHARED AUDIT
066100*     LOG FOR THE DEPOSIT JUST MATURED, DATED WITH THE
066200*     BUSINESS DATE: NUM1 THE PRINCIPAL MATURED, NUM2 THE
066300*     INTEREST EARNED, RESULT THE MATURITY VALUE, NUM2-CONV
066400*     THE NEW RATE PCT ON A ROLLOVER
066500*-----------------------------------------------------------
066600 8000-WRITE-AUDIT-LOG.
066700     MOVE SPACES TO AUDIT-LINE.
066800     ACCEPT WS-AUDIT-TIME FROM TIME.
066900     MOVE WS-BUSINESS-DATE   TO AL-DATE.
067000     MOVE WS-AUDIT-TIME      TO AL-TIME.
067100     MOVE DM-BRANCH          TO AL-BRANCH.
067200     IF WS-ACTION-ROLLED
067300         MOVE 'DEPOSIT ROLLED' TO AL-OPERATION
067400     ELSE
067500         MOVE 'DEPOSIT PAID'   TO AL-OPERATION
067600     END-IF.
067700     MOVE WS-OLD-PRINCIPAL   TO AL-NUM1.
067800     MOVE WS-INTEREST-EARNED TO AL-NUM2.
067900     MOVE WS-MAT-VALUE       TO AL-RESULT.
068000     MOVE WS-NEW-RATE        TO AL-NUM2-CONV.
068100     MOVE 'B' TO AL-ORIGIN.
068200     WRITE AUDIT-LINE.
068300 8000-WRITE-AUDIT-LOG-EXIT.
068400     EXIT.
068500*-----------------------------------------------------------
068600* 8900-CLOSE-FILES - CLOSE ALL FILES STILL OPEN
068700*-----------------------------------------------------------
068800 8900-CLOSE-FILES.
068900     CLOSE DEPOSIT-MASTER-FILE.
069000     IF WS-CAL-AVAILABLE
069100         CLOSE CALENDAR-FILE
069200     END-IF.
069300     CLOSE EXCEPTION-FILE.
069400     CLOSE AUDIT-FILE.
069500     CLOSE NOTICE-FILE.
069600     CLOSE REPORT-FILE.
069700 8900-CLOSE-FILES-EXIT.
069800     EXIT.
069900*-----------------------------------------------------------
070000* 9999-EXIT - COMMON PROGRAM EXIT
070100*-----------------------------------------------------------
070200 9999-EXIT.
070300     GOBACK.
070400 9999-EXIT-EXIT.
070500     EXIT.
070600     COPY RPTPROC.
070700     COPY DUEPROC.
070800     COPY CMPPROC.
