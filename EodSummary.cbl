006800*                  PASS THROUGH CALCEDIT OR A BATCH BLOCK, AND
006900*                  WERE MANUFACTURING A FALSE GAP ON ANY DAY
007000*                  WITH TERMINAL OR CONSOLE ACTIVITY.
007010* 2026-09-01  RH   THE DAY'S LOAN COLLECTIONS (THE 'LOAN
007020*                  PAYMENT' LINES LOANPOST NOW WRITES) PRINT
007030*                  ON THEIR OWN LINE BELOW THE GRAND TOTAL,
007040*                  WHICH STILL COVERS ONLY THE FOUR CALCULATOR
007050*                  OPERATIONS ITEMIZED ABOVE IT.
007055* 2026-09-15  RH   THE DAY'S AUDIT LINES NOW COME FROM THE
007060*                  AUDEXTR DAY EXTRACT THROUGH THE SHARED
007065*                  AUDXPROC READER, FALLING BACK TO THE FULL
007070*                  AUDIT LOG WHEN THE EXTRACT IS MISSING, DOES
007075*                  NOT PROVE OR IS FOR ANOTHER DATE. THE REPORT
007080*                  TOTALS NOW COVER THE RUN DATE ONLY, AS THE
007085*                  HISTORY AND PIPELINE PROOF ALREADY DID,
007090*                  INSTEAD OF EVERY LINE EVER LOGGED.
007091* 2026-09-18  RH   THE HISTORY BUCKETS NOW SPLIT BY AL-ORIGIN AS
007092*                  WELL AS BRANCH AND OPERATION, AND EACH
007093*                  STATHIST RECORD CARRIES ITS ORIGIN, SO THE
007094*                  MONTHLY CHARGEBACK RUN CAN PRICE BATCH,
007095*                  CONSOLE AND ONLINE VOLUMES SEPARATELY; THE
007097*                  BUCKET TABLE GREW TO 600 TO MAKE ROOM.
007098* 2026-09-25  RH   LATE ITEMS (ORIGIN 'L') PRINT ON THEIR OWN
007099*                  PRIOR-DAY ADJ LINE, OUT OF THE GRAND TOTAL.
007100*-----------------------------------------------------------
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007800     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-AUDIT-STATUS.
008010     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
008020         ORGANIZATION IS LINE SEQUENTIAL
008030         FILE STATUS IS AX-EXTR-STATUS.
008100     SELECT REPORT-FILE ASSIGN TO EODRPT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RPT-STATUS.
009200         FILE STATUS IS WS-EXCP-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  AUDIT-FILE
009550     RECORD CONTAINS 92 CHARACTERS.
009600 01  AUDIT-RECORD               PIC X(92).
009610 FD  AUDIT-EXTRACT-FILE
009620     RECORD CONTAINS 93 CHARACTERS.
009630     COPY AUDXREC.
009700 FD  REPORT-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  REPORT-RECORD              PIC X(80).
010000 FD  STAT-FILE
010100     RECORD CONTAINS 45 CHARACTERS.
010200     COPY STATREC.
010300 FD  RUN-CONTROL-FILE
010400     RECORD CONTAINS 26 CHARACTERS.
015000 01  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
015100 01  WS-STAT-ENTRY-COUNT        PIC 9(03)       COMP VALUE ZERO.
015200 01  WS-STAT-TABLE.
015300     05  WS-STAT-ENTRY OCCURS 600 TIMES
015400             INDEXED BY WS-STAT-IDX.
015500         10  ST-BRANCH          PIC X(04).
015600         10  ST-OPERATION       PIC X(14).
015650         10  ST-ORIGIN          PIC X(01).
015700         10  ST-COUNT           PIC 9(07)       COMP.
015800         10  ST-TOTAL           PIC S9(09)V99   COMP-3.
015900 01  WS-EOF-SWITCH              PIC X(01)       VALUE 'N'.
016000     88  WS-END-OF-FILE         VALUE 'Y'.
016100 01  WS-AUDIT-RESULT            PIC S9(05)V99.
016110     COPY AUDITREC.
016120     COPY AUDXCTL.
016200 01  WS-CONTROL-TOTALS.
016300     05  WS-ADD-COUNT           PIC S9(07)      COMP VALUE ZERO.
016400     05  WS-ADD-TOTAL           PIC S9(09)V99   COMP-3 VALUE ZERO.
017000     05  WS-DIV-TOTAL           PIC S9(09)V99   COMP-3 VALUE ZERO.
017100     05  WS-GRAND-COUNT         PIC S9(07)      COMP VALUE ZERO.
017200     05  WS-GRAND-TOTAL         PIC S9(09)V99   COMP-3 VALUE ZERO.
017210     05  WS-LOAN-PAY-COUNT      PIC S9(07)      COMP VALUE ZERO.
017220     05  WS-LOAN-PAY-TOTAL      PIC S9(09)V99   COMP-3 VALUE ZERO.
017245     05  WS-LATE-ADJ-COUNT      PIC S9(07)      COMP VALUE ZERO.
017270     05  WS-LATE-ADJ-TOTAL      PIC S9(09)V99   COMP-3 VALUE ZERO.
017300 01  WS-HEADING-LINE-2.
017400     05  FILLER  PIC X(22) VALUE 'OPERATION      COUNT'.
017500     05  FILLER  PIC X(20) VALUE '      TOTAL RESULT'.
021000     PERFORM 9999-EXIT
021100         THRU 9999-EXIT-EXIT.
021200*-----------------------------------------------------------
021300* 1000-INITIALIZE - OPEN THE RUN DATE'S AUDIT LINES AND THE
021350*     REPORT FILE
021400*-----------------------------------------------------------
021500 1000-INITIALIZE.
021600     IF LK-BUS-DATE IS OMITTED
021800     ELSE
021900         MOVE LK-BUS-DATE TO WS-RUN-DATE
022000     END-IF.
022100     MOVE WS-RUN-DATE TO AX-WANTED-DATE.
022150     PERFORM 7300-OPEN-AUDIT-SOURCE
022170         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
022200     IF AX-NO-SOURCE
022300         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
022400             WS-AUDIT-STATUS
022500         GO TO 1000-INITIALIZE-EXIT
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000*-----------------------------------------------------------
024100* 2000-PROCESS-AUDIT-LOG - READ THE RUN DATE'S AUDIT LINES AND
024150*     ROLL EACH ONE'S
024200*     RESULT INTO THE CONTROL TOTAL FOR ITS OPERATION
024300*-----------------------------------------------------------
024400 2000-PROCESS-AUDIT-LOG.
025000 2000-PROCESS-AUDIT-LOG-EXIT.
025100     EXIT.
025200*-----------------------------------------------------------
025300* 2100-READ-AUDIT-LINE - READ THE RUN DATE'S NEXT AUDIT LINE
025400*-----------------------------------------------------------
025500 2100-READ-AUDIT-LINE.
025600     PERFORM 7330-READ-AUDIT-SOURCE
025700         THRU 7330-READ-AUDIT-SOURCE-EXIT.
025800     IF AX-SOURCE-EOF
025850         SET WS-END-OF-FILE TO TRUE
025900     END-IF.
026000 2100-READ-AUDIT-LINE-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------
026500*-----------------------------------------------------------
026600 2200-ACCUMULATE-TOTALS.
026700     MOVE AL-RESULT TO WS-AUDIT-RESULT.
026710     IF AL-FROM-LATE
026720         ADD 1 TO WS-LATE-ADJ-COUNT
026730         ADD WS-AUDIT-RESULT TO WS-LATE-ADJ-TOTAL
026740         GO TO 2200-ACCUMULATE-HISTORY
026750     END-IF.
026800     EVALUATE AL-OPERATION
026900         WHEN 'ADDITION'
027000             ADD 1 TO WS-ADD-COUNT
028600             ADD 1 TO WS-GRAND-COUNT
028700             ADD WS-AUDIT-RESULT TO WS-DIV-TOTAL
028800             ADD WS-AUDIT-RESULT TO WS-GRAND-TOTAL
028810         WHEN 'LOAN PAYMENT'
028820             ADD 1 TO WS-LOAN-PAY-COUNT
028830             ADD WS-AUDIT-RESULT TO WS-LOAN-PAY-TOTAL
028900     END-EVALUATE.
028950 2200-ACCUMULATE-HISTORY.
029000     IF AL-DATE = WS-RUN-DATE
029100         PERFORM 2300-ACCUMULATE-STAT-ENTRY
029200             THRU 2300-ACCUMULATE-STAT-ENTRY-EXIT
030900     EXIT.
031000*-----------------------------------------------------------
031100* 2300-ACCUMULATE-STAT-ENTRY - ROLL ONE OF THE RUN DATE'S
031200*     AUDIT LINES INTO ITS BRANCH/OPERATION/ORIGIN HISTORY
031300*     BUCKET, OPENING A NEW BUCKET FOR A COMBINATION NOT SEEN
031350*     YET TONIGHT
031400*-----------------------------------------------------------
031500 2300-ACCUMULATE-STAT-ENTRY.
031600     SET WS-STAT-IDX TO 1.
031800         THRU 2310-SCAN-STAT-TABLE-EXIT
031900         UNTIL WS-STAT-IDX > WS-STAT-ENTRY-COUNT
032000             OR (ST-BRANCH(WS-STAT-IDX) = AL-BRANCH
032100                 AND ST-OPERATION(WS-STAT-IDX) = AL-OPERATION
032150                 AND ST-ORIGIN(WS-STAT-IDX) = AL-ORIGIN).
032200     IF WS-STAT-IDX > WS-STAT-ENTRY-COUNT
032300         IF WS-STAT-ENTRY-COUNT < 600
032400             ADD 1 TO WS-STAT-ENTRY-COUNT
032500             SET WS-STAT-IDX TO WS-STAT-ENTRY-COUNT
032600             MOVE AL-BRANCH    TO ST-BRANCH(WS-STAT-IDX)
032700             MOVE AL-OPERATION TO ST-OPERATION(WS-STAT-IDX)
032750             MOVE AL-ORIGIN    TO ST-ORIGIN(WS-STAT-IDX)
032800             MOVE ZERO         TO ST-COUNT(WS-STAT-IDX)
032900             MOVE ZERO         TO ST-TOTAL(WS-STAT-IDX)
033000         ELSE
034500     EXIT.
034600*-----------------------------------------------------------
034700* 3000-PRINT-REPORT - WRITE THE HEADINGS AND ONE DETAIL LINE
034800*     PER OPERATION, FOLLOWED BY THE GRAND TOTAL LINE AND
034810*     THE LOAN COLLECTIONS AND PRIOR-DAY ADJUSTMENT LINES
034900*-----------------------------------------------------------
035000 3000-PRINT-REPORT.
035100     MOVE 'ADDITION'       TO DL-OPERATION.
037300     MOVE WS-GRAND-TOTAL   TO DL-TOTAL.
037400     PERFORM 3100-PRINT-DETAIL-LINE
037500         THRU 3100-PRINT-DETAIL-LINE-EXIT.
037510     MOVE 'LOAN PAYMENT'   TO DL-OPERATION.
037520     MOVE WS-LOAN-PAY-COUNT TO DL-COUNT.
037530     MOVE WS-LOAN-PAY-TOTAL TO DL-TOTAL.
037540     PERFORM 3100-PRINT-DETAIL-LINE
037550         THRU 3100-PRINT-DETAIL-LINE-EXIT.
037555     MOVE 'PRIOR-DAY ADJ'  TO DL-OPERATION.
037560     MOVE WS-LATE-ADJ-COUNT TO DL-COUNT.
037565     MOVE WS-LATE-ADJ-TOTAL TO DL-TOTAL.
037570     PERFORM 3100-PRINT-DETAIL-LINE
037575         THRU 3100-PRINT-DETAIL-LINE-EXIT.
037600     PERFORM 7900-END-REPORT
037700         THRU 7900-END-REPORT-EXIT.
037800 3000-PRINT-REPORT-EXIT.
038900     EXIT.
039000*-----------------------------------------------------------
039100* 4000-WRITE-STAT-HISTORY - APPEND ONE HISTORY RECORD PER
039200*     BRANCH/OPERATION/ORIGIN BUCKET ACCUMULATED FOR THE RUN
039300*     DATE TO THE ROLLING STATHIST FILE
039400*-----------------------------------------------------------
039500 4000-WRITE-STAT-HISTORY.
039600     IF WS-STAT-ENTRY-COUNT = ZERO
041300 4000-WRITE-STAT-HISTORY-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------
041600* 4100-WRITE-ONE-STAT - WRITE ONE BRANCH/OPERATION/ORIGIN
041700*     HISTORY RECORD FOR THE RUN DATE
041800*-----------------------------------------------------------
041900 4100-WRITE-ONE-STAT.
042000     MOVE WS-RUN-DATE             TO SH-DATE.
042200     MOVE ST-OPERATION(WS-STAT-IDX) TO SH-OPERATION.
042300     MOVE ST-COUNT(WS-STAT-IDX)   TO SH-COUNT.
042400     MOVE ST-TOTAL(WS-STAT-IDX)   TO SH-TOTAL.
042450     MOVE ST-ORIGIN(WS-STAT-IDX)  TO SH-ORIGIN.
042500     WRITE STAT-HISTORY-RECORD.
042600 4100-WRITE-ONE-STAT-EXIT.
042700     EXIT.
065300 5500-JUDGE-ONE-OPERATION-EXIT.
065400     EXIT.
065500*-----------------------------------------------------------
065600* 8900-CLOSE-FILES - CLOSE THE AUDIT SOURCE AND THE REPORT
065650*     FILE
065700*-----------------------------------------------------------
065800 8900-CLOSE-FILES.
065900     PERFORM 7390-CLOSE-AUDIT-SOURCE
065950         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
066000     CLOSE REPORT-FILE.
066100 8900-CLOSE-FILES-EXIT.
066200     EXIT.
067500 9999-EXIT-EXIT.
067600     EXIT.
067700     COPY RPTPROC.
067800     COPY AUDXPROC.
