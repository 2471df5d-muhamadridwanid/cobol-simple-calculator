000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUDSEAL.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-13.
000600 DATE-COMPILED. 2026-09-13.
000700*REMARKS.
000800*    NIGHTLY SEAL OF THE SHARED AUDIT LOG, RUN AS THE LAST
000900*    STEP OF THE NIGHT ONCE EVERY STEP THAT WRITES TO THE LOG
001000*    HAS FINISHED. THE LOG IS READ END TO END AGAINST THE
001100*    SEALS ALREADY ON AUDSEAL (SEALREC) THROUGH THE SHARED
001200*    SEALPROC ROUTINE; EVERY AUDIT-LINE DATE THAT HAS LINES
001300*    BEYOND ITS LAST SEAL - THE BUSINESS DATE'S OWN LINES,
001400*    AND ANY REVERSAL OR LATE POSTING SINCE DATED BACK TO AN
001500*    EARLIER DAY - GETS A NEW SEAL COVERING THOSE LINES,
001600*    NUMBERED ON FROM THE LAST SEAL AND CHAINED TO IT. THE
001700*    REPORT (SEALRPT) LISTS THE SEALS WRITTEN AND ENDS WITH
001800*    THE SEAL THE CHAIN NOW ENDS ON, SO THE PRINTED REPORTS
001900*    ARE A PAPER TRAIL OF THE CHAIN. A RERUN FINDS NOTHING
002000*    LEFT TO SEAL AND WRITES NOTHING. THE SEALS ALREADY ON
002100*    FILE ARE PROVED ON THE WAY: A SEAL THAT NO LONGER
002200*    MATCHES ITS LINES OR A BREAK IN THE CHAIN MEANS NOTHING
002300*    IS SEALED ON TOP OF IT AND ENDS THE STEP RETURN-CODE 8,
002400*    AS DOES A LOG OR SEAL FILE THAT CANNOT BE READ OR
002500*    WRITTEN.
002600*-----------------------------------------------------------
002700*                 MODIFICATION HISTORY
002800*-----------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  ----------------------------------------
003100* 2026-09-13  RH   ORIGINAL PROGRAM.
003150* 2026-10-15  RH   A SEAL THAT CANNOT BE WRITTEN NOW STOPS
003175*                  THE SEALING AND ENDS THE STEP RC 8.
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
004200     SELECT SEAL-FILE ASSIGN TO AUDSEAL
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS SL-SEAL-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO SEALRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AUDIT-FILE.
005100     COPY AUDITREC.
005200 FD  SEAL-FILE
005300     RECORD CONTAINS 80 CHARACTERS.
005400     COPY SEALREC.
005500 FD  REPORT-FILE
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  REPORT-RECORD              PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 01  WS-AUDIT-STATUS            PIC X(02).
006000     88  WS-AUDIT-OK            VALUE '00'.
006100     88  WS-AUDIT-NOT-FOUND     VALUE '35'.
006200 01  WS-RPT-STATUS              PIC X(02).
006300     88  WS-RPT-OK              VALUE '00'.
006400 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
006500     88  WS-OPEN-OK             VALUE 'Y'.
006600 01  WS-RUN-FAILED-SWITCH       PIC X(01)       VALUE 'N'.
006700     88  WS-RUN-FAILED          VALUE 'Y'.
006800 01  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE 'N'.
006900     88  WS-AUDIT-EOF           VALUE 'Y'.
007000 01  WS-AUDIT-OPEN-SWITCH       PIC X(01)       VALUE 'N'.
007100     88  WS-AUDIT-OPEN          VALUE 'Y'.
007200 01  WS-DATE-INPUT              PIC X(08).
007300 01  WS-BUSINESS-DATE           PIC 9(08)       VALUE ZERO.
007400 01  WS-RUN-TIME                PIC 9(08)       VALUE ZERO.
007500 01  WS-NEW-SEAL-COUNT          PIC 9(07)       COMP VALUE ZERO.
007600 01  WS-NEW-LINE-COUNT          PIC 9(07)       COMP VALUE ZERO.
007700     COPY RPTCTL.
007800 01  WS-HEADING-LINE-2.
007900     05  FILLER  PIC X(40) VALUE
008000         'SEAL    LINE DATE FIRST LN    LINES    P'.
008100     05  FILLER  PIC X(40) VALUE
008200         'REV SEAL      SEAL'.
008300 01  WS-DETAIL-LINE.
008400     05  SD-SEAL-NO             PIC 9(06).
008500     05  FILLER                 PIC X(02) VALUE SPACES.
008600     05  SD-LINE-DATE           PIC X(08).
008700     05  FILLER                 PIC X(03) VALUE SPACES.
008800     05  SD-FIRST-LINE          PIC ZZZZZZ9.
008900     05  FILLER                 PIC X(02) VALUE SPACES.
009000     05  SD-LINE-COUNT          PIC ZZZZZZ9.
009100     05  FILLER                 PIC X(04) VALUE SPACES.
009200     05  SD-PREV-HASH           PIC 9(09).
009300     05  FILLER                 PIC X(06) VALUE SPACES.
009400     05  SD-SEAL-HASH           PIC 9(09).
009500     05  FILLER                 PIC X(17) VALUE SPACES.
009600 01  WS-CHAIN-LINE.
009700     05  FILLER                 PIC X(28) VALUE
009800         'SEAL CHAIN NOW ENDS AT SEAL '.
009900     05  CH-SEAL-NO             PIC 9(06).
010000     05  FILLER                 PIC X(07) VALUE ' VALUE '.
010100     05  CH-SEAL-HASH           PIC 9(09).
010200     05  FILLER                 PIC X(30) VALUE SPACES.
010300 01  WS-COUNT-LINE.
010400     05  CL-LABEL               PIC X(34).
010500     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
010600     05  FILLER                 PIC X(37) VALUE SPACES.
010700 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
010800     COPY SEALCTL.
010900 LINKAGE SECTION.
011000*-----------------------------------------------------------
011100* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
011200*     THAT ALREADY ESTABLISHED IT FROM THE CALENDAR MASTER;
011300*     WHEN OMITTED THIS PROGRAM FALLS BACK TO A CONSOLE PROMPT.
011400*-----------------------------------------------------------
011500 01  LK-BUS-DATE                PIC 9(08).
011600 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
011700*-----------------------------------------------------------
011800* 0000-MAINLINE
011900*-----------------------------------------------------------
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE
012200         THRU 1000-INITIALIZE-EXIT.
012300     IF WS-OPEN-OK
012400         PERFORM 2000-CHECK-AUDIT-LOG
012500             THRU 2000-CHECK-AUDIT-LOG-EXIT
012600         PERFORM 3000-WRITE-NEW-SEALS
012700             THRU 3000-WRITE-NEW-SEALS-EXIT
012800         PERFORM 3500-PRINT-SUMMARY
012900             THRU 3500-PRINT-SUMMARY-EXIT
013000         PERFORM 8900-CLOSE-FILES
013100             THRU 8900-CLOSE-FILES-EXIT
013200     END-IF.
013300     PERFORM 9999-EXIT
013400         THRU 9999-EXIT-EXIT.
013500*-----------------------------------------------------------
013600* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, LOAD THE
013700*     LIVE LOG'S SEALS AND OPEN THE LOG AND THE REPORT
013800*-----------------------------------------------------------
013900 1000-INITIALIZE.
014000     MOVE 'N' TO WS-OPEN-SWITCH.
014100     MOVE 'N' TO WS-RUN-FAILED-SWITCH.
014200     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
014300     MOVE 'N' TO WS-AUDIT-OPEN-SWITCH.
014400     MOVE ZERO TO WS-NEW-SEAL-COUNT WS-NEW-LINE-COUNT.
014500     IF LK-BUS-DATE IS OMITTED
014600         DISPLAY 'ENTER BUSINESS DATE TO SEAL (YYYYMMDD): '
014700         MOVE SPACES TO WS-DATE-INPUT
014800         ACCEPT WS-DATE-INPUT
014900         IF WS-DATE-INPUT IS NOT NUMERIC
015000             DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD DIGITS'
015100             GO TO 1000-INITIALIZE-EXIT
015200         END-IF
015300         MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
015400     ELSE
015500         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
015600     END-IF.
015700     MOVE ZERO TO SL-GEN-WANTED.
015800     PERFORM 7800-LOAD-SEALS
015900         THRU 7800-LOAD-SEALS-EXIT.
016000     IF SL-LOAD-FAILED
016100         DISPLAY 'AUDSEAL NOT LOADED - NOTHING SEALED'
016200         GO TO 1000-INITIALIZE-EXIT
016300     END-IF.
016400     OPEN INPUT AUDIT-FILE.
016500     IF WS-AUDIT-NOT-FOUND
016600         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
016700     ELSE
016800         IF NOT WS-AUDIT-OK
016900             DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
017000                 WS-AUDIT-STATUS
017100             GO TO 1000-INITIALIZE-EXIT
017200         END-IF
017300         MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
017400     END-IF.
017500     OPEN OUTPUT REPORT-FILE.
017600     IF NOT WS-RPT-OK
017700         DISPLAY 'UNABLE TO OPEN SEALRPT, STATUS: ' WS-RPT-STATUS
017800         IF WS-AUDIT-OPEN
017900             CLOSE AUDIT-FILE
018000         END-IF
018100         GO TO 1000-INITIALIZE-EXIT
018200     END-IF.
018300     MOVE 'AUDIT LOG SEALS WRITTEN' TO RP-TITLE.
018400     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
018500     MOVE WS-BUSINESS-DATE TO RP-BUS-DATE.
018600     PERFORM 7200-INIT-REPORT
018700         THRU 7200-INIT-REPORT-EXIT.
018800     ACCEPT WS-RUN-TIME FROM TIME.
018900     MOVE 'Y' TO WS-OPEN-SWITCH.
019000 1000-INITIALIZE-EXIT.
019100     EXIT.
019200*-----------------------------------------------------------
019300* 2000-CHECK-AUDIT-LOG - PASS EVERY LINE OF THE LOG THROUGH
019400*     THE SEAL CHECK, THEN PROVE THE SEALS ALREADY ON FILE
019500*-----------------------------------------------------------
019600 2000-CHECK-AUDIT-LOG.
019700     PERFORM 2100-READ-AUDIT-LINE
019800         THRU 2100-READ-AUDIT-LINE-EXIT.
019900     PERFORM 2200-CHECK-ONE-LINE
020000         THRU 2200-CHECK-ONE-LINE-EXIT
020100         UNTIL WS-AUDIT-EOF.
020200     PERFORM 7830-FINISH-SEAL-CHECK
020300         THRU 7830-FINISH-SEAL-CHECK-EXIT.
020400     IF SL-LOAD-FAILED
020500         DISPLAY 'SEAL TABLES OVERFLOWED - NOTHING SEALED'
020600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
020700     END-IF.
020800 2000-CHECK-AUDIT-LOG-EXIT.
020900     EXIT.
021000*-----------------------------------------------------------
021100* 2100-READ-AUDIT-LINE - READ ONE AUDIT LOG RECORD
021200*-----------------------------------------------------------
021300 2100-READ-AUDIT-LINE.
021400     IF WS-AUDIT-EOF
021500         GO TO 2100-READ-AUDIT-LINE-EXIT
021600     END-IF.
021700     READ AUDIT-FILE
021800         AT END
021900             SET WS-AUDIT-EOF TO TRUE
022000     END-READ.
022100 2100-READ-AUDIT-LINE-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------
022400* 2200-CHECK-ONE-LINE - HAND ONE LINE TO THE SEAL CHECK, THEN
022500*     READ THE NEXT
022600*-----------------------------------------------------------
022700 2200-CHECK-ONE-LINE.
022800     MOVE AUDIT-LINE TO SL-CHECK-LINE.
022900     PERFORM 7820-CHECK-SEAL-LINE
023000         THRU 7820-CHECK-SEAL-LINE-EXIT.
023100     PERFORM 2100-READ-AUDIT-LINE
023200         THRU 2100-READ-AUDIT-LINE-EXIT.
023300 2200-CHECK-ONE-LINE-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------
023600* 3000-WRITE-NEW-SEALS - APPEND A SEAL FOR EVERY DATE WITH
023700*     LINES BEYOND ITS LAST SEAL, IN THE ORDER THE DATES FIRST
023800*     APPEAR ON THE LOG, UNLESS THE SEALS ALREADY ON FILE
023900*     FAILED TO HOLD
024000*-----------------------------------------------------------
024100 3000-WRITE-NEW-SEALS.
024200     IF WS-RUN-FAILED OR SL-UNSEALED-LINES = ZERO
024300         GO TO 3000-WRITE-NEW-SEALS-EXIT
024400     END-IF.
024500     IF SL-SEALS-BROKEN > ZERO OR SL-CHAIN-BREAKS > ZERO
024600         DISPLAY 'EARLIER SEALS DO NOT HOLD - NOTHING SEALED'
024700         GO TO 3000-WRITE-NEW-SEALS-EXIT
024800     END-IF.
024900     OPEN EXTEND SEAL-FILE.
025000     IF SL-SEAL-NOT-FOUND
025100         OPEN OUTPUT SEAL-FILE
025200     END-IF.
025300     IF NOT SL-SEAL-OK
025400         DISPLAY 'UNABLE TO OPEN AUDSEAL, STATUS: '
025500             SL-SEAL-STATUS ' - NOTHING SEALED'
025600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
025700         GO TO 3000-WRITE-NEW-SEALS-EXIT
025800     END-IF.
025900     PERFORM 3100-SEAL-ONE-DATE
026000         THRU 3100-SEAL-ONE-DATE-EXIT
026100         VARYING SL-DX FROM 1 BY 1
026200         UNTIL SL-DX > SL-DATE-USED OR WS-RUN-FAILED.
026300     CLOSE SEAL-FILE.
026400 3000-WRITE-NEW-SEALS-EXIT.
026500     EXIT.
026600*-----------------------------------------------------------
026700* 3100-SEAL-ONE-DATE - WHEN THE DATE HAS LINES BEYOND ITS
026800*     LAST SEAL, WORK THEIR SEAL ON FROM THE END OF THE CHAIN,
026900*     WRITE IT AND PRINT IT; A SEAL THAT CANNOT BE WRITTEN
026950*     STOPS THE SEALING AND FAILS THE STEP
027000*-----------------------------------------------------------
027100 3100-SEAL-ONE-DATE.
027200     IF DE-NEW-COUNT(SL-DX) = ZERO
027300         GO TO 3100-SEAL-ONE-DATE-EXIT
027400     END-IF.
027500     MOVE SL-LAST-SEAL-HASH     TO SL-SRC-PREV-HASH.
027600     MOVE DE-LINE-DATE(SL-DX)   TO SL-SRC-LINE-DATE.
027700     COMPUTE SL-SRC-FIRST-LINE = DE-SEALED-THRU(SL-DX) + 1.
027800     MOVE DE-NEW-COUNT(SL-DX)   TO SL-SRC-LINE-COUNT.
027900     MOVE DE-NEW-HASH(SL-DX)    TO SL-SRC-CONTENT-HASH.
028000     PERFORM 7880-COMPUTE-SEAL-HASH
028100         THRU 7880-COMPUTE-SEAL-HASH-EXIT.
028200     MOVE SPACES                TO AUDIT-SEAL-RECORD.
028300     ADD 1 TO SL-LAST-SEAL-NO.
028400     MOVE SL-LAST-SEAL-NO       TO SE-SEAL-NO.
028500     MOVE SL-SRC-LINE-DATE      TO SE-LINE-DATE.
028600     MOVE SL-SRC-FIRST-LINE     TO SE-FIRST-LINE.
028700     MOVE SL-SRC-LINE-COUNT     TO SE-LINE-COUNT.
028800     MOVE SL-SRC-PREV-HASH      TO SE-PREV-HASH.
028900     MOVE SL-SEAL-RESULT        TO SE-SEAL-HASH.
029000     MOVE WS-BUSINESS-DATE      TO SE-SEALED-ON.
029100     MOVE WS-RUN-TIME           TO SE-SEALED-TIME.
029200     MOVE ZERO                  TO SE-GEN-DATE.
029300     WRITE AUDIT-SEAL-RECORD.
029310     IF NOT SL-SEAL-OK
029320         DISPLAY 'UNABLE TO WRITE AUDSEAL, STATUS: '
029330             SL-SEAL-STATUS ' - SEALING STOPPED'
029340         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
029350         GO TO 3100-SEAL-ONE-DATE-EXIT
029360     END-IF.
029400     MOVE SL-SEAL-RESULT        TO SL-LAST-SEAL-HASH.
029500     ADD 1 TO WS-NEW-SEAL-COUNT.
029600     ADD DE-NEW-COUNT(SL-DX) TO WS-NEW-LINE-COUNT.
029700     MOVE SE-SEAL-NO            TO SD-SEAL-NO.
029800     MOVE SE-LINE-DATE          TO SD-LINE-DATE.
029900     MOVE SE-FIRST-LINE         TO SD-FIRST-LINE.
030000     MOVE SE-LINE-COUNT         TO SD-LINE-COUNT.
030100     MOVE SE-PREV-HASH          TO SD-PREV-HASH.
030200     MOVE SE-SEAL-HASH          TO SD-SEAL-HASH.
030300     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE.
030400     PERFORM 7000-WRITE-RPT-LINE
030500         THRU 7000-WRITE-RPT-LINE-EXIT.
030600 3100-SEAL-ONE-DATE-EXIT.
030700     EXIT.
030800*-----------------------------------------------------------
030900* 3500-PRINT-SUMMARY - WRITE THE CLOSING COUNTS AND THE END
031000*     OF THE CHAIN, AND FAIL THE STEP WHEN AN EARLIER SEAL NO
031100*     LONGER HOLDS
031200*-----------------------------------------------------------
031300 3500-PRINT-SUMMARY.
031400     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
031500     PERFORM 7000-WRITE-RPT-LINE
031600         THRU 7000-WRITE-RPT-LINE-EXIT.
031700     MOVE 'LINES ON THE AUDIT LOG' TO CL-LABEL.
031800     MOVE SL-LINES-CHECKED TO CL-COUNT.
031900     PERFORM 3510-WRITE-COUNT-LINE
032000         THRU 3510-WRITE-COUNT-LINE-EXIT.
032100     MOVE 'LINES ALREADY UNDER A SEAL' TO CL-LABEL.
032200     MOVE SL-SEALED-LINES TO CL-COUNT.
032300     PERFORM 3510-WRITE-COUNT-LINE
032400         THRU 3510-WRITE-COUNT-LINE-EXIT.
032500     MOVE 'LINES SEALED THIS RUN' TO CL-LABEL.
032600     MOVE WS-NEW-LINE-COUNT TO CL-COUNT.
032700     PERFORM 3510-WRITE-COUNT-LINE
032800         THRU 3510-WRITE-COUNT-LINE-EXIT.
032900     MOVE 'SEALS WRITTEN THIS RUN' TO CL-LABEL.
033000     MOVE WS-NEW-SEAL-COUNT TO CL-COUNT.
033100     PERFORM 3510-WRITE-COUNT-LINE
033200         THRU 3510-WRITE-COUNT-LINE-EXIT.
033300     MOVE 'EARLIER SEALS MATCHED' TO CL-LABEL.
033400     MOVE SL-SEALS-MATCHED TO CL-COUNT.
033500     PERFORM 3510-WRITE-COUNT-LINE
033600         THRU 3510-WRITE-COUNT-LINE-EXIT.
033700     MOVE 'EARLIER SEALS BROKEN' TO CL-LABEL.
033800     MOVE SL-SEALS-BROKEN TO CL-COUNT.
033900     PERFORM 3510-WRITE-COUNT-LINE
034000         THRU 3510-WRITE-COUNT-LINE-EXIT.
034100     MOVE 'BREAKS IN THE SEAL CHAIN' TO CL-LABEL.
034200     MOVE SL-CHAIN-BREAKS TO CL-COUNT.
034300     PERFORM 3510-WRITE-COUNT-LINE
034400         THRU 3510-WRITE-COUNT-LINE-EXIT.
034500     MOVE SL-LAST-SEAL-NO   TO CH-SEAL-NO.
034600     MOVE SL-LAST-SEAL-HASH TO CH-SEAL-HASH.
034700     MOVE WS-CHAIN-LINE TO RP-PRINT-LINE.
034800     PERFORM 7000-WRITE-RPT-LINE
034900         THRU 7000-WRITE-RPT-LINE-EXIT.
035000     PERFORM 7900-END-REPORT
035100         THRU 7900-END-REPORT-EXIT.
035200     DISPLAY 'AUDSEAL: CHAIN ENDS AT SEAL ' SL-LAST-SEAL-NO
035300         ' VALUE ' SL-LAST-SEAL-HASH.
035400     IF SL-SEALS-BROKEN > ZERO OR SL-CHAIN-BREAKS > ZERO
035500         DISPLAY 'AUDIT LOG FAILS ITS EARLIER SEALS - '
035600             'SEE SEALRPT'
035700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
035800     END-IF.
035900 3500-PRINT-SUMMARY-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------
036200* 3510-WRITE-COUNT-LINE - PRINT ONE SUMMARY COUNT LINE
036300*-----------------------------------------------------------
036400 3510-WRITE-COUNT-LINE.
036500     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
036600     PERFORM 7000-WRITE-RPT-LINE
036700         THRU 7000-WRITE-RPT-LINE-EXIT.
036800 3510-WRITE-COUNT-LINE-EXIT.
036900     EXIT.
037000*-----------------------------------------------------------
037100* 8900-CLOSE-FILES - CLOSE THE AUDIT LOG AND THE REPORT
037200*-----------------------------------------------------------
037300 8900-CLOSE-FILES.
037400     IF WS-AUDIT-OPEN
037500         CLOSE AUDIT-FILE
037600     END-IF.
037700     CLOSE REPORT-FILE.
037800 8900-CLOSE-FILES-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------
038100* 9999-EXIT - COMMON PROGRAM EXIT
038200*-----------------------------------------------------------
038300 9999-EXIT.
038400     IF NOT WS-OPEN-OK OR WS-RUN-FAILED
038500         MOVE 8 TO RETURN-CODE
038600     END-IF.
038700     GOBACK.
038800 9999-EXIT-EXIT.
038900     EXIT.
039000     COPY RPTPROC.
039100     COPY SEALPROC.
