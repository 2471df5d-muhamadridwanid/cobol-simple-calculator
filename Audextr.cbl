000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUDEXTR.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-15.
000600 DATE-COMPILED. 2026-09-15.
000700*REMARKS.
000800*    NIGHTLY DAY EXTRACT OF THE AUDIT LOG. THE SHARED AUDIT LOG
000900*    GROWS EVERY NIGHT AND THE REPORTING AND POSTING STEPS EACH
001000*    USED TO READ IT END TO END TO PICK OUT ONE BUSINESS DATE.
001100*    THIS STEP, RUN ONCE AFTER THE LAST NIGHT STEP THAT WRITES
001200*    AUDIT LINES FOR THE DAY, PASSES THE LOG ONCE, SORTS THE
001300*    BUSINESS DATE'S LINES BY BRANCH, OPERATION AND TIME, AND
001400*    WRITES THEM TO THE AUDEXTR DAY EXTRACT (AUDXREC) AS D
001500*    RECORDS FOLLOWED BY ONE T CONTROL TRAILER CARRYING THE
001600*    BUSINESS DATE, THE DETAIL COUNT, A HASH TOTAL OF THE
001700*    ABSOLUTE RESULTS AND THE NUMBER OF LOG LINES PASSED. THE
001800*    STEPS THAT FOLLOW READ THE EXTRACT THROUGH THE SHARED
001900*    AUDXPROC READER, WHICH PROVES THE TRAILER BEFORE TRUSTING
002000*    IT. A MISSING AUDIT LOG MEANS AN EMPTY DAY. WHEN THE LOG
002100*    CANNOT BE READ OR THE EXTRACT CANNOT BE WRITTEN THROUGH,
002200*    THE EXTRACT IS LEFT EMPTY, WITHOUT A TRAILER, SO THE
002300*    READERS FALL BACK TO THE FULL LOG, AND THE STEP ENDS
002400*    RETURN-CODE 4; RETURN-CODE 8 WHEN THE EXTRACT CANNOT BE
002500*    OPENED AT ALL.
002600*-----------------------------------------------------------
002700*                 MODIFICATION HISTORY
002800*-----------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  ----------------------------------------
003100* 2026-09-15  RH   ORIGINAL PROGRAM.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-AUDIT-STATUS.
004200     SELECT SORT-WORK ASSIGN TO SRTWORK.
004300     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-EXTR-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUDIT-FILE
004900     RECORD CONTAINS 92 CHARACTERS.
005000 01  AUDIT-RECORD               PIC X(92).
005100 SD  SORT-WORK.
005200 01  SORT-RECORD.
005300     05  SX-BRANCH              PIC X(04).
005400     05  SX-OPERATION           PIC X(14).
005500     05  SX-TIME                PIC 9(08).
005600     05  SX-LINE                PIC X(92).
005700 FD  AUDIT-EXTRACT-FILE
005800     RECORD CONTAINS 93 CHARACTERS.
005900     COPY AUDXREC.
006000 WORKING-STORAGE SECTION.
006100 01  WS-AUDIT-STATUS            PIC X(02).
006200     88  WS-AUDIT-OK            VALUE '00'.
006300     88  WS-AUDIT-NOT-FOUND     VALUE '35'.
006400 01  WS-EXTR-STATUS             PIC X(02).
006500     88  WS-EXTR-OK             VALUE '00'.
006600 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
006700     88  WS-OPEN-OK             VALUE 'Y'.
006800 01  WS-FAIL-SWITCH             PIC X(01)       VALUE 'N'.
006900     88  WS-EXTRACT-FAILED      VALUE 'Y'.
007000 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
007100     88  WS-AUDIT-EOF           VALUE 'Y'.
007200 01  WS-SORT-EOF-SWITCH         PIC X(01)       VALUE 'N'.
007300     88  WS-SORT-EOF            VALUE 'Y'.
007400 01  WS-DATE-INPUT              PIC X(08).
007500 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
007600 01  WS-LOG-COUNT               PIC 9(09)       COMP VALUE ZERO.
007700 01  WS-EXTR-COUNT              PIC 9(07)       COMP VALUE ZERO.
007800 01  WS-HASH-TOTAL              PIC 9(13)V99    COMP-3 VALUE ZERO.
007900 01  WS-RESULT-SIGNED           PIC S9(05)V99   VALUE ZERO.
008000 01  WS-RESULT-ABS              PIC 9(05)V99    VALUE ZERO.
008100 01  WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
008200 01  WS-LOG-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
008300     COPY AUDITREC.
008400 LINKAGE SECTION.
008500*-----------------------------------------------------------
008600* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
008700*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER
008800*     (E.G. NIGHTRUN); WHEN OMITTED THIS PROGRAM FALLS BACK
008900*     TO A CONSOLE PROMPT.
009000*-----------------------------------------------------------
009100 01  LK-BUS-DATE                PIC 9(08).
009200 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
009300*-----------------------------------------------------------
009400* 0000-MAINLINE
009500*-----------------------------------------------------------
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE
009800         THRU 1000-INITIALIZE-EXIT.
009900     IF WS-OPEN-OK
010000         SORT SORT-WORK
010100             ON ASCENDING KEY SX-BRANCH SX-OPERATION SX-TIME
010200             WITH DUPLICATES IN ORDER
010300             INPUT PROCEDURE IS 1500-FEED-SORT
010400                 THRU 1500-FEED-SORT-EXIT
010500             OUTPUT PROCEDURE IS 2000-WRITE-EXTRACT
010600                 THRU 2000-WRITE-EXTRACT-EXIT
010700         PERFORM 3000-FINISH-EXTRACT
010800             THRU 3000-FINISH-EXTRACT-EXIT
010900     END-IF.
011000     PERFORM 9999-EXIT
011100         THRU 9999-EXIT-EXIT.
011200*-----------------------------------------------------------
011300* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE AND OPEN THE
011400*     DAY EXTRACT FOR OUTPUT
011500*-----------------------------------------------------------
011600 1000-INITIALIZE.
011700     IF LK-BUS-DATE IS OMITTED
011800         DISPLAY 'ENTER BUSINESS DATE TO EXTRACT (YYYYMMDD): '
011900         MOVE SPACES TO WS-DATE-INPUT
012000         ACCEPT WS-DATE-INPUT
012100         IF WS-DATE-INPUT IS NOT NUMERIC
012200             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
012300             MOVE 8 TO RETURN-CODE
012400             GO TO 1000-INITIALIZE-EXIT
012500         END-IF
012600         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
012700     ELSE
012800         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
012900     END-IF.
013000     OPEN OUTPUT AUDIT-EXTRACT-FILE.
013100     IF NOT WS-EXTR-OK
013200         DISPLAY 'UNABLE TO OPEN AUDEXTR, STATUS: '
013300             WS-EXTR-STATUS
013400         MOVE 8 TO RETURN-CODE
013500         GO TO 1000-INITIALIZE-EXIT
013600     END-IF.
013700     MOVE 'Y' TO WS-OPEN-SWITCH.
013800 1000-INITIALIZE-EXIT.
013900     EXIT.
014000*-----------------------------------------------------------
014100* 1500-FEED-SORT - SORT INPUT PROCEDURE; PASSES THE WHOLE
014200*     AUDIT LOG ONCE AND RELEASES THE BUSINESS DATE'S LINES.
014300*     A MISSING LOG IS AN EMPTY DAY; ANY OTHER OPEN FAILURE
014400*     FAILS THE EXTRACT.
014500*-----------------------------------------------------------
014600 1500-FEED-SORT.
014700     OPEN INPUT AUDIT-FILE.
014800     IF WS-AUDIT-NOT-FOUND
014900         DISPLAY 'NO AUDITLOG FILE - EMPTY DAY EXTRACT'
015000         GO TO 1500-FEED-SORT-EXIT
015100     END-IF.
015200     IF NOT WS-AUDIT-OK
015300         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
015400             WS-AUDIT-STATUS
015500         MOVE 'Y' TO WS-FAIL-SWITCH
015600         GO TO 1500-FEED-SORT-EXIT
015700     END-IF.
015800     PERFORM 1510-READ-AUDIT-LINE
015900         THRU 1510-READ-AUDIT-LINE-EXIT.
016000     PERFORM 1520-RELEASE-ONE-LINE
016100         THRU 1520-RELEASE-ONE-LINE-EXIT
016200         UNTIL WS-AUDIT-EOF.
016300     CLOSE AUDIT-FILE.
016400 1500-FEED-SORT-EXIT.
016500     EXIT.
016600*-----------------------------------------------------------
016700* 1510-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
016800*-----------------------------------------------------------
016900 1510-READ-AUDIT-LINE.
017000     READ AUDIT-FILE INTO AUDIT-LINE
017100         AT END
017200             SET WS-AUDIT-EOF TO TRUE
017300     END-READ.
017400 1510-READ-AUDIT-LINE-EXIT.
017500     EXIT.
017600*-----------------------------------------------------------
017700* 1520-RELEASE-ONE-LINE - COUNT THE LOG LINE AND RELEASE IT
017800*     TO THE SORT WHEN IT BELONGS TO THE BUSINESS DATE, THEN
017900*     READ THE NEXT
018000*-----------------------------------------------------------
018100 1520-RELEASE-ONE-LINE.
018200     ADD 1 TO WS-LOG-COUNT.
018300     IF AL-DATE = WS-BUSINESS-DATE
018400         MOVE AL-BRANCH    TO SX-BRANCH
018500         MOVE AL-OPERATION TO SX-OPERATION
018600         MOVE AL-TIME      TO SX-TIME
018700         MOVE AUDIT-LINE   TO SX-LINE
018800         RELEASE SORT-RECORD
018900     END-IF.
019000     PERFORM 1510-READ-AUDIT-LINE
019100         THRU 1510-READ-AUDIT-LINE-EXIT.
019200 1520-RELEASE-ONE-LINE-EXIT.
019300     EXIT.
019400*-----------------------------------------------------------
019500* 2000-WRITE-EXTRACT - SORT OUTPUT PROCEDURE; WRITES EACH
019600*     SEQUENCED LINE TO THE DAY EXTRACT AS A D RECORD
019700*-----------------------------------------------------------
019800 2000-WRITE-EXTRACT.
019900     IF WS-EXTRACT-FAILED
020000         GO TO 2000-WRITE-EXTRACT-EXIT
020100     END-IF.
020200     PERFORM 2100-RETURN-SORTED-RECORD
020300         THRU 2100-RETURN-SORTED-RECORD-EXIT.
020400     PERFORM 2200-WRITE-ONE-DETAIL
020500         THRU 2200-WRITE-ONE-DETAIL-EXIT
020600         UNTIL WS-SORT-EOF
020700             OR WS-EXTRACT-FAILED.
020800 2000-WRITE-EXTRACT-EXIT.
020900     EXIT.
021000*-----------------------------------------------------------
021100* 2100-RETURN-SORTED-RECORD - RETURN ONE SEQUENCED RECORD
021200*     FROM THE SORT WORK FILE
021300*-----------------------------------------------------------
021400 2100-RETURN-SORTED-RECORD.
021500     RETURN SORT-WORK
021600         AT END
021700             SET WS-SORT-EOF TO TRUE
021800     END-RETURN.
021900 2100-RETURN-SORTED-RECORD-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------
022200* 2200-WRITE-ONE-DETAIL - WRITE ONE D RECORD, ADD IT TO THE
022300*     COUNT AND ITS ABSOLUTE RESULT TO THE HASH TOTAL, THEN
022400*     RETURN THE NEXT
022500*-----------------------------------------------------------
022600 2200-WRITE-ONE-DETAIL.
022700     MOVE SX-LINE TO AUDIT-LINE.
022800     MOVE SPACES TO AUDIT-EXTRACT-RECORD.
022900     MOVE 'D' TO AX-REC-TYPE.
023000     MOVE AUDIT-LINE TO AX-AUDIT-LINE.
023100     WRITE AUDIT-EXTRACT-RECORD.
023200     IF NOT WS-EXTR-OK
023300         DISPLAY 'UNABLE TO WRITE AUDEXTR, STATUS: '
023400             WS-EXTR-STATUS
023500         MOVE 'Y' TO WS-FAIL-SWITCH
023600         GO TO 2200-WRITE-ONE-DETAIL-EXIT
023700     END-IF.
023800     ADD 1 TO WS-EXTR-COUNT.
023900     MOVE AL-RESULT TO WS-RESULT-SIGNED.
024000     MOVE WS-RESULT-SIGNED TO WS-RESULT-ABS.
024100     ADD WS-RESULT-ABS TO WS-HASH-TOTAL.
024200     PERFORM 2100-RETURN-SORTED-RECORD
024300         THRU 2100-RETURN-SORTED-RECORD-EXIT.
024400 2200-WRITE-ONE-DETAIL-EXIT.
024500     EXIT.
024600*-----------------------------------------------------------
024700* 3000-FINISH-EXTRACT - CLOSE THE EXTRACT WITH ITS CONTROL
024800*     TRAILER, OR ON A FAILURE WITHDRAW IT SO NO STEP READS A
024900*     PART DAY
025000*-----------------------------------------------------------
025100 3000-FINISH-EXTRACT.
025200     IF WS-EXTRACT-FAILED
025300         CLOSE AUDIT-EXTRACT-FILE
025400         OPEN OUTPUT AUDIT-EXTRACT-FILE
025500         IF NOT WS-EXTR-OK
025600             DISPLAY 'UNABLE TO WITHDRAW AUDEXTR, STATUS: '
025700                 WS-EXTR-STATUS
025800             MOVE 8 TO RETURN-CODE
025900             GO TO 3000-FINISH-EXTRACT-EXIT
026000         END-IF
026100         CLOSE AUDIT-EXTRACT-FILE
026200         DISPLAY 'AUDEXTR WITHDRAWN - STEPS WILL READ AUDITLOG'
026300         MOVE 4 TO RETURN-CODE
026400         GO TO 3000-FINISH-EXTRACT-EXIT
026500     END-IF.
026600     MOVE SPACES TO AUDIT-EXTRACT-RECORD.
026700     MOVE 'T' TO AX-REC-TYPE.
026800     MOVE WS-BUSINESS-DATE TO AX-TRL-BUS-DATE.
026900     MOVE WS-EXTR-COUNT    TO AX-TRL-REC-COUNT.
027000     MOVE WS-HASH-TOTAL    TO AX-TRL-HASH-TOTAL.
027100     MOVE WS-LOG-COUNT     TO AX-TRL-LOG-LINES.
027200     WRITE AUDIT-EXTRACT-RECORD.
027300     IF NOT WS-EXTR-OK
027400         DISPLAY 'UNABLE TO WRITE AUDEXTR TRAILER, STATUS: '
027500             WS-EXTR-STATUS
027600         MOVE 'Y' TO WS-FAIL-SWITCH
027700         GO TO 3000-FINISH-EXTRACT
027800     END-IF.
027900     CLOSE AUDIT-EXTRACT-FILE.
028000     MOVE WS-EXTR-COUNT TO WS-COUNT-DISPLAY.
028100     MOVE WS-LOG-COUNT  TO WS-LOG-DISPLAY.
028200     DISPLAY 'AUDEXTR ' WS-BUSINESS-DATE ': ' WS-COUNT-DISPLAY
028300         ' LINE(S) OF ' WS-LOG-DISPLAY ' ON THE LOG'.
028400 3000-FINISH-EXTRACT-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------
028700* 9999-EXIT - COMMON PROGRAM EXIT
028800*-----------------------------------------------------------
028900 9999-EXIT.
029000     GOBACK.
029100 9999-EXIT-EXIT.
029200     EXIT.
