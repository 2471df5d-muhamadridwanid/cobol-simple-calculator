000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUDVRFY.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-13.
000600 DATE-COMPILED. 2026-09-13.
000700*REMARKS.
000800*    PROVES THE SHARED AUDIT LOG AGAINST ITS SEALS, RUN AS
000900*    THE FIRST STEP OF THE NIGHT BEFORE ANYTHING READS OR
001000*    ADDS TO THE LOG. THE SEAL FILE (AUDSEAL, SEALREC) IS
001100*    READ END TO END TO PROVE THE CHAIN, EVERY SEAL STILL ON
001200*    THE LIVE LOG IS LOADED, AND THE LOG IS READ THROUGH THE
001300*    SHARED SEALPROC ROUTINE SO EACH SEAL IS WORKED AGAIN
001400*    FROM THE LINES IT COVERS. ONE LINE PER SEAL GOES TO THE
001500*    REPORT (AUDVRPT) WITH THE LINES FOUND FOR IT AND
001600*    WHETHER IT MATCHED. A SEAL THAT NO LONGER MATCHES - A
001700*    LINE CHANGED, REMOVED OR SLIPPED IN AMONG SEALED LINES -
001800*    OR A BREAK IN THE CHAIN ENDS THE STEP RETURN-CODE 8 SO
001900*    THE NIGHT STOPS, AS DOES A SEAL FILE THAT CANNOT BE
002000*    READ. LINES NOT YET UNDER A SEAL (THE DAY'S WORK SO
002100*    FAR) ARE ONLY COUNTED; THE AUDSEAL STEP SEALS THEM AT
002200*    THE END OF THE NIGHT.
002300*-----------------------------------------------------------
002400*                 MODIFICATION HISTORY
002500*-----------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  ----------------------------------------
002800* 2026-09-13  RH   ORIGINAL PROGRAM.
002900*-----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-STATUS.
003900     SELECT SEAL-FILE ASSIGN TO AUDSEAL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS SL-SEAL-STATUS.
004200     SELECT REPORT-FILE ASSIGN TO AUDVRPT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  AUDIT-FILE.
004800     COPY AUDITREC.
004900 FD  SEAL-FILE
005000     RECORD CONTAINS 80 CHARACTERS.
005100     COPY SEALREC.
005200 FD  REPORT-FILE
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  REPORT-RECORD              PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 01  WS-AUDIT-STATUS            PIC X(02).
005700     88  WS-AUDIT-OK            VALUE '00'.
005800     88  WS-AUDIT-NOT-FOUND     VALUE '35'.
005900 01  WS-RPT-STATUS              PIC X(02).
006000     88  WS-RPT-OK              VALUE '00'.
006100 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
006200     88  WS-OPEN-OK             VALUE 'Y'.
006300 01  WS-RUN-FAILED-SWITCH       PIC X(01)       VALUE 'N'.
006400     88  WS-RUN-FAILED          VALUE 'Y'.
006500 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
006600     88  WS-AUDIT-EOF           VALUE 'Y'.
006700 01  WS-AUDIT-OPEN-SWITCH       PIC X(01)       VALUE 'N'.
006800     88  WS-AUDIT-OPEN          VALUE 'Y'.
006900 01  WS-DATE-INPUT              PIC X(08).
007000 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
007100 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
007200     COPY RPTCTL.
007300 01  WS-HEADING-LINE-2.
007400     05  FILLER  PIC X(40) VALUE
007500         'SEAL    LINE DATE FIRST LN    LINES     '.
007600     05  FILLER  PIC X(40) VALUE
007700         'FOUND    RESULT'.
007800 01  WS-DETAIL-LINE.
007900     05  VD-SEAL-NO             PIC 9(06).
008000     05  FILLER                 PIC X(02) VALUE SPACES.
008100     05  VD-LINE-DATE           PIC X(08).
008200     05  FILLER                 PIC X(03) VALUE SPACES.
008300     05  VD-FIRST-LINE          PIC ZZZZZZ9.
008400     05  FILLER                 PIC X(02) VALUE SPACES.
008500     05  VD-LINE-COUNT          PIC ZZZZZZ9.
008600     05  FILLER                 PIC X(04) VALUE SPACES.
008700     05  VD-FOUND-COUNT         PIC ZZZZZZ9.
008800     05  FILLER                 PIC X(03) VALUE SPACES.
008900     05  VD-RESULT              PIC X(07).
009000     05  FILLER                 PIC X(24) VALUE SPACES.
009100 01  WS-COUNT-LINE.
009200     05  CL-LABEL               PIC X(34).
009300     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
009400     05  FILLER                 PIC X(37) VALUE SPACES.
009500 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
009600     COPY SEALCTL.
009700 LINKAGE SECTION.
009800*-----------------------------------------------------------
009900* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
010000*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER;
010100*     WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE PROMPT.
010200*-----------------------------------------------------------
010300 01  LK-BUS-DATE                PIC 9(08).
010400 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
010500*-----------------------------------------------------------
010600* 0000-MAINLINE
010700*-----------------------------------------------------------
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE
011000         THRU 1000-INITIALIZE-EXIT.
011100     IF WS-OPEN-OK
011200         PERFORM 2000-CHECK-AUDIT-LOG
011300             THRU 2000-CHECK-AUDIT-LOG-EXIT
011400         PERFORM 3000-LIST-SEALS
011500             THRU 3000-LIST-SEALS-EXIT
011600         PERFORM 3500-PRINT-SUMMARY
011700             THRU 3500-PRINT-SUMMARY-EXIT
011800         PERFORM 8900-CLOSE-FILES
011900             THRU 8900-CLOSE-FILES-EXIT
012000     END-IF.
012100     PERFORM 9999-EXIT
012200         THRU 9999-EXIT-EXIT.
012300*-----------------------------------------------------------
012400* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, LOAD THE
012500*     LIVE LOG'S SEALS AND OPEN THE LOG AND THE REPORT
012600*-----------------------------------------------------------
012700 1000-INITIALIZE.
012800     MOVE 'N' TO WS-OPEN-SWITCH.
012900     MOVE 'N' TO WS-RUN-FAILED-SWITCH.
013000     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
013100     MOVE 'N' TO WS-AUDIT-OPEN-SWITCH.
013200     IF LK-BUS-DATE IS OMITTED
013300         DISPLAY 'ENTER BUSINESS DATE OF THE RUN (YYYYMMDD): '
013400         MOVE SPACES TO WS-DATE-INPUT
013500         ACCEPT WS-DATE-INPUT
013600         IF WS-DATE-INPUT IS NOT NUMERIC
013700             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
013800             GO TO 1000-INITIALIZE-EXIT
013900         END-IF
014000         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
014100     ELSE
014200         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
014300     END-IF.
014400     MOVE ZERO TO SL-GEN-WANTED.
014500     PERFORM 7800-LOAD-SEALS
014600         THRU 7800-LOAD-SEALS-EXIT.
014700     IF SL-LOAD-FAILED
014800         DISPLAY 'AUDSEAL NOT LOADED - AUDIT LOG NOT PROVED'
014900         GO TO 1000-INITIALIZE-EXIT
015000     END-IF.
015100     OPEN INPUT AUDIT-FILE.
015200     IF WS-AUDIT-NOT-FOUND
015300         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
015400     ELSE
015500         IF NOT WS-AUDIT-OK
015600             DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
015700                 WS-AUDIT-STATUS
015800             GO TO 1000-INITIALIZE-EXIT
015900         END-IF
016000         MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
016100     END-IF.
016200     OPEN OUTPUT REPORT-FILE.
016300     IF NOT WS-RPT-OK
016400         DISPLAY 'UNABLE TO OPEN AUDVRPT, STATUS: ' WS-RPT-STATUS
016500         IF WS-AUDIT-OPEN
016600             CLOSE AUDIT-FILE
016700         END-IF
016800         GO TO 1000-INITIALIZE-EXIT
016900     END-IF.
017000     MOVE 'AUDIT LOG SEAL VERIFICATION' TO RP-TITLE.
017100     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
017200     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
017300     PERFORM 7200-INIT-REPORT
017400         THRU 7200-INIT-REPORT-EXIT.
017500     MOVE 'Y' TO WS-OPEN-SWITCH.
017600 1000-INITIALIZE-EXIT.
017700     EXIT.
017800*-----------------------------------------------------------
017900* 2000-CHECK-AUDIT-LOG - PASS EVERY LINE OF THE LOG THROUGH
018000*     THE SEAL CHECK, THEN WORK EVERY SEAL AGAIN
018100*-----------------------------------------------------------
018200 2000-CHECK-AUDIT-LOG.
018300     PERFORM 2100-READ-AUDIT-LINE
018400         THRU 2100-READ-AUDIT-LINE-EXIT.
018500     PERFORM 2200-CHECK-ONE-LINE
018600         THRU 2200-CHECK-ONE-LINE-EXIT
018700         UNTIL WS-AUDIT-EOF.
018800     PERFORM 7830-FINISH-SEAL-CHECK
018900         THRU 7830-FINISH-SEAL-CHECK-EXIT.
019000     IF SL-LOAD-FAILED
019100         DISPLAY 'SEAL TABLES OVERFLOWED - AUDIT LOG NOT PROVED'
019200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
019300     END-IF.
019400 2000-CHECK-AUDIT-LOG-EXIT.
019500     EXIT.
019600*-----------------------------------------------------------
019700* 2100-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
019800*-----------------------------------------------------------
019900 2100-READ-AUDIT-LINE.
020000     IF WS-AUDIT-EOF
020100         GO TO 2100-READ-AUDIT-LINE-EXIT
020200     END-IF.
020300     READ AUDIT-FILE
020400         AT END
020500             SET WS-AUDIT-EOF TO TRUE
020600     END-READ.
020700 2100-READ-AUDIT-LINE-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------
021000* 2200-CHECK-ONE-LINE - HAND ONE LINE TO THE SEAL CHECK, THEN
021100*     READ THE NEXT
021200*-----------------------------------------------------------
021300 2200-CHECK-ONE-LINE.
021400     MOVE AUDIT-LINE TO SL-CHECK-LINE.
021500     PERFORM 7820-CHECK-SEAL-LINE
021600         THRU 7820-CHECK-SEAL-LINE-EXIT.
021700     PERFORM 2100-READ-AUDIT-LINE
021800         THRU 2100-READ-AUDIT-LINE-EXIT.
021900 2200-CHECK-ONE-LINE-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------
022200* 3000-LIST-SEALS - PRINT ONE LINE FOR EVERY SEAL PROVED
022300*-----------------------------------------------------------
022400 3000-LIST-SEALS.
022500     PERFORM 3100-LIST-ONE-SEAL
022600         THRU 3100-LIST-ONE-SEAL-EXIT
022700         VARYING SL-SX FROM 1 BY 1
022800         UNTIL SL-SX > SL-SEAL-USED.
022900 3000-LIST-SEALS-EXIT.
023000     EXIT.
023100*-----------------------------------------------------------
023200* 3100-LIST-ONE-SEAL - PRINT ONE SEAL AND ITS OUTCOME
023300*-----------------------------------------------------------
023400 3100-LIST-ONE-SEAL.
023500     MOVE ST-SEAL-NO(SL-SX)    TO VD-SEAL-NO.
023600     MOVE ST-LINE-DATE(SL-SX)  TO VD-LINE-DATE.
023700     MOVE ST-FIRST-LINE(SL-SX) TO VD-FIRST-LINE.
023800     MOVE ST-LINE-COUNT(SL-SX) TO VD-LINE-COUNT.
023900     MOVE ST-RUN-COUNT(SL-SX)  TO VD-FOUND-COUNT.
024000     IF ST-MATCHED(SL-SX)
024100         MOVE 'MATCHED' TO VD-RESULT
024200     ELSE
024300         MOVE 'BROKEN'  TO VD-RESULT
024400     END-IF.
024500     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
024600     PERFORM 7000-WRITE-RPT-LINE
024700         THRU 7000-WRITE-RPT-LINE-EXIT.
024800 3100-LIST-ONE-SEAL-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------
025100* 3500-PRINT-SUMMARY - WRITE THE CLOSING COUNTS AND FAIL THE
025200*     STEP WHEN A SEAL OR THE CHAIN NO LONGER HOLDS
025300*-----------------------------------------------------------
025400 3500-PRINT-SUMMARY.
025500     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
025600     PERFORM 7000-WRITE-RPT-LINE
025700         THRU 7000-WRITE-RPT-LINE-EXIT.
025800     MOVE 'SEALS ON THE SEAL FILE' TO CL-LABEL.
025900     MOVE SL-SEALS-ON-FILE TO CL-COUNT.
026000     PERFORM 3510-WRITE-COUNT-LINE
026100         THRU 3510-WRITE-COUNT-LINE-EXIT.
026200     MOVE 'SEALS OVER THE LIVE LOG' TO CL-LABEL.
026300     MOVE SL-SEAL-USED TO CL-COUNT.
026400     PERFORM 3510-WRITE-COUNT-LINE
026500         THRU 3510-WRITE-COUNT-LINE-EXIT.
026600     MOVE 'SEALS MATCHED' TO CL-LABEL.
026700     MOVE SL-SEALS-MATCHED TO CL-COUNT.
026800     PERFORM 3510-WRITE-COUNT-LINE
026900         THRU 3510-WRITE-COUNT-LINE-EXIT.
027000     MOVE 'SEALS BROKEN' TO CL-LABEL.
027100     MOVE SL-SEALS-BROKEN TO CL-COUNT.
027200     PERFORM 3510-WRITE-COUNT-LINE
027300         THRU 3510-WRITE-COUNT-LINE-EXIT.
027400     MOVE 'BREAKS IN THE SEAL CHAIN' TO CL-LABEL.
027500     MOVE SL-CHAIN-BREAKS TO CL-COUNT.
027600     PERFORM 3510-WRITE-COUNT-LINE
027700         THRU 3510-WRITE-COUNT-LINE-EXIT.
027800     MOVE 'LINES ON THE AUDIT LOG' TO CL-LABEL.
027900     MOVE SL-LINES-CHECKED TO CL-COUNT.
028000     PERFORM 3510-WRITE-COUNT-LINE
028100         THRU 3510-WRITE-COUNT-LINE-EXIT.
028200     MOVE 'LINES UNDER A SEAL' TO CL-LABEL.
028300     MOVE SL-SEALED-LINES TO CL-COUNT.
028400     PERFORM 3510-WRITE-COUNT-LINE
028500         THRU 3510-WRITE-COUNT-LINE-EXIT.
028600     MOVE 'LINES NOT YET SEALED' TO CL-LABEL.
028700     MOVE SL-UNSEALED-LINES TO CL-COUNT.
028800     PERFORM 3510-WRITE-COUNT-LINE
028900         THRU 3510-WRITE-COUNT-LINE-EXIT.
029000     PERFORM 7900-END-REPORT
029100         THRU 7900-END-REPORT-EXIT.
029200     IF SL-SEALS-BROKEN > ZERO OR SL-CHAIN-BREAKS > ZERO
029300         MOVE SL-SEALS-BROKEN TO WS-COUNT-DISPLAY
029400         DISPLAY 'AUDIT LOG FAILS ITS SEALS - ' WS-COUNT-DISPLAY
029500             ' SEAL(S) BROKEN - SEE AUDVRPT'
029600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
029700     ELSE
029800         MOVE SL-SEALS-MATCHED TO WS-COUNT-DISPLAY
029900         DISPLAY 'AUDIT LOG PROVED AGAINST ' WS-COUNT-DISPLAY
030000             ' SEAL(S)'
030100     END-IF.
030200 3500-PRINT-SUMMARY-EXIT.
030300     EXIT.
030400*-----------------------------------------------------------
030500* 3510-WRITE-COUNT-LINE - PRINT ONE SUMMARY COUNT LINE
030600*-----------------------------------------------------------
030700 3510-WRITE-COUNT-LINE.
030800     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
030900     PERFORM 7000-WRITE-RPT-LINE
031000         THRU 7000-WRITE-RPT-LINE-EXIT.
031100 3510-WRITE-COUNT-LINE-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------
031400* 8900-CLOSE-FILES - CLOSE THE AUDIT LOG AND THE REPORT
031500*-----------------------------------------------------------
031600 8900-CLOSE-FILES.
031700     IF WS-AUDIT-OPEN
031800         CLOSE AUDIT-FILE
031900     END-IF.
032000     CLOSE REPORT-FILE.
032100 8900-CLOSE-FILES-EXIT.
032200     EXIT.
032300*-----------------------------------------------------------
032400* 9999-EXIT - COMMON PROGRAM EXIT
032500*-----------------------------------------------------------
032600 9999-EXIT.
032700     IF NOT WS-OPEN-OK OR WS-RUN-FAILED
032800         MOVE 8 TO RETURN-CODE
032900     END-IF.
033000     GOBACK.
033100 9999-EXIT-EXIT.
033200     EXIT.
033300     COPY RPTPROC.
033400     COPY SEALPROC.
