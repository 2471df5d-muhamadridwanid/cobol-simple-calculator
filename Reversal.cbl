002500*    LINE TO THE REVERSAL REGISTER (REVAUDT) RECORDING WHO
002600*    REVERSED WHAT AND WHEN, THE WAY RATEMAINT TRAILS RATE
002700*    CHANGES.
002725*    THE REGISTER LINE ALSO CARRIES THE OPERATOR WHO KEYED
002750*    THE ORIGINAL CALCULATION, FOR THE OPERPROD REPORT.
002800*-----------------------------------------------------------
002900*                 MODIFICATION HISTORY
003000*-----------------------------------------------------------
005100*                  GUARD NEVER RE-CUTS A POSTED DAY, SO THE
005200*                  LEDGER SIDE CANNOT HEAL ITSELF AND NOBODY
005300*                  WAS BEING TOLD.
005310* 2026-09-06  RH   THE OFFSET AUDIT LINE NOW CARRIES THE
005320*                  SUPERVISOR IN AL-OPERATOR, AND THE REVAUDT LINE
005330*                  (NOW 84 BYTES) RECORDS THE OPERATOR WHO KEYED
005340*                  THE REVERSED CALCULATION, TAKEN FROM RESULTKS
005350*                  BEFORE THE RECORD IS DELETED.
005360* 2026-09-07  RH   THE OFFSET AUDIT LINE REPEATS THE ORIGINAL
005370*                  CALCULATION'S CURRENCY CODES FROM RESULTKS SO
005380*                  FXPOSN NETS A REVERSED CONVERSION OUT OF THE
005390*                  BRANCH'S CURRENCY POSITION.
005392* 2026-09-18  RH   THE COMPENSATING STATHIST RECORD NOW CARRIES
005394*                  ORIGIN R, SO THE CHARGEBACK RUN CREDITS THE
005396*                  BRANCH FOR THE BACKED-OUT ITEM.
005397* 2026-09-22  RH   REFUSES TO REVERSE A CALCULATION DATED
005398*                  IN A YEAR THAT YEAREND HAS CLOSED ON YEARCTL.
005400*-----------------------------------------------------------
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
007900     SELECT STAT-FILE ASSIGN TO STATHIST
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STAT-STATUS.
008125     SELECT YEAR-CONTROL-FILE ASSIGN TO YEARCTL
008150         ORGANIZATION IS LINE SEQUENTIAL
008175         FILE STATUS IS WS-YCTL-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  RESULT-FILE.
008800 FD  AUDIT-FILE.
008900     COPY AUDITREC.
009000 FD  REVERSAL-LOG-FILE
009100     RECORD CONTAINS 84 CHARACTERS.
009200 01  REVERSAL-LOG-RECORD    PIC X(84).
009300 FD  STAT-FILE
009400     RECORD CONTAINS 45 CHARACTERS.
009500     COPY STATREC.
009525 FD  YEAR-CONTROL-FILE
009550     RECORD CONTAINS 24 CHARACTERS.
009575     COPY YRCLREC.
009600 WORKING-STORAGE SECTION.
009700 01  WS-RSLT-STATUS         PIC X(02).
009800     88  WS-RSLT-OK         VALUE '00'.
013300 01  WS-ORIG-BRANCH         PIC X(04)       VALUE SPACES.
013400 01  WS-ORIG-OPERATION      PIC X(14)       VALUE SPACES.
013500 01  WS-ORIG-BUS-DATE       PIC 9(08)       VALUE ZERO.
013550 01  WS-ORIG-OPERATOR       PIC X(04)       VALUE SPACES.
013570 01  WS-ORIG-CURR1          PIC X(03)       VALUE SPACES.
013590 01  WS-ORIG-CURR2          PIC X(03)       VALUE SPACES.
013600 01  WS-NUM1-EDIT           PIC -(5)9.99.
013700 01  WS-NUM2-EDIT           PIC -(5)9.99.
013800 01  WS-RESULT-EDIT         PIC -(5)9.99.
015100     05  FILLER             PIC X(01) VALUE SPACE.
015200     05  RV-RESULT          PIC -(5)9.99.
015300     05  FILLER             PIC X(02) VALUE SPACES.
015325     05  RV-ORIG-OPERATOR   PIC X(04).
015350     05  FILLER             PIC X(01) VALUE SPACE.
015354 01  WS-YCTL-STATUS         PIC X(02).
015358     88  WS-YCTL-OK         VALUE '00'.
015362     88  WS-YCTL-NOT-FOUND  VALUE '35'.
015366 01  WS-YCTL-EOF-SWITCH     PIC X(01)       VALUE 'N'.
015370     88  WS-YCTL-EOF        VALUE 'Y'.
015374 01  WS-CLOSED-YEAR-COUNT   PIC 9(03)       COMP VALUE ZERO.
015378 01  WS-CLOSED-YEAR-TABLE.
015382     05  WS-CY-ENTRY OCCURS 50 TIMES
015386             INDEXED BY WS-CY-IDX.
015390         10  WS-CY-YEAR         PIC 9(04).
015400 PROCEDURE DIVISION.
015500*-----------------------------------------------------------
015600* 0000-MAINLINE
018000         MOVE 'N' TO WS-CONTINUE-SWITCH
018100         GO TO 1000-INITIALIZE-EXIT
018200     END-IF.
018210     PERFORM 1500-LOAD-CLOSED-YEARS
018220         THRU 1500-LOAD-CLOSED-YEARS-EXIT.
018230     IF NOT WS-YCTL-OK AND NOT WS-YCTL-NOT-FOUND
018240         MOVE 'N' TO WS-CONTINUE-SWITCH
018250         GO TO 1000-INITIALIZE-EXIT
018260     END-IF.
018300     OPEN I-O RESULT-FILE.
018400     IF NOT WS-RSLT-OK
018500         DISPLAY 'UNABLE TO OPEN RESULTKS, STATUS: '
020500     END-IF.
020600 1000-INITIALIZE-EXIT.
020700     EXIT.
020701*-----------------------------------------------------------
020702* 1500-LOAD-CLOSED-YEARS - LOAD THE YEARS YEAREND HAS CLOSED
020703*     FROM THE YEARCTL CONTROL FILE. A MISSING FILE MEANS NO
020704*     YEAR IS CLOSED YET; ONE THAT CANNOT BE READ STOPS THE
020705*     RUN.
020706*-----------------------------------------------------------
020707 1500-LOAD-CLOSED-YEARS.
020708     OPEN INPUT YEAR-CONTROL-FILE.
020709     IF WS-YCTL-NOT-FOUND
020710         GO TO 1500-LOAD-CLOSED-YEARS-EXIT
020711     END-IF.
020712     IF NOT WS-YCTL-OK
020713         DISPLAY 'UNABLE TO OPEN YEARCTL, STATUS: '
020714             WS-YCTL-STATUS ' - NOTHING REVERSED'
020715         GO TO 1500-LOAD-CLOSED-YEARS-EXIT
020716     END-IF.
020717     PERFORM 1510-READ-YEAR-CONTROL
020718         THRU 1510-READ-YEAR-CONTROL-EXIT.
020719     PERFORM 1520-APPLY-YEAR-RECORD
020720         THRU 1520-APPLY-YEAR-RECORD-EXIT
020721         UNTIL WS-YCTL-EOF.
020722     CLOSE YEAR-CONTROL-FILE.
020723 1500-LOAD-CLOSED-YEARS-EXIT.
020724     EXIT.
020725*-----------------------------------------------------------
020726* 1510-READ-YEAR-CONTROL - READ ONE YEAR CONTROL RECORD
020727*-----------------------------------------------------------
020728 1510-READ-YEAR-CONTROL.
020729     READ YEAR-CONTROL-FILE
020730         AT END
020731             SET WS-YCTL-EOF TO TRUE
020732     END-READ.
020733 1510-READ-YEAR-CONTROL-EXIT.
020734     EXIT.
020735*-----------------------------------------------------------
020736* 1520-APPLY-YEAR-RECORD - ADD ONE CLOSED YEAR TO THE
020737*     IN-STORAGE TABLE, THEN READ THE NEXT
020738*-----------------------------------------------------------
020739 1520-APPLY-YEAR-RECORD.
020740     IF YC-YEAR IS NUMERIC AND YC-CLOSED
020741         IF WS-CLOSED-YEAR-COUNT < 50
020742             ADD 1 TO WS-CLOSED-YEAR-COUNT
020743             SET WS-CY-IDX TO WS-CLOSED-YEAR-COUNT
020744             MOVE YC-YEAR TO WS-CY-YEAR(WS-CY-IDX)
020745         ELSE
020746             DISPLAY 'CLOSED-YEAR TABLE FULL - IGNORING '
020747                 YC-YEAR
020748         END-IF
020749     END-IF.
020750     PERFORM 1510-READ-YEAR-CONTROL
020751         THRU 1510-READ-YEAR-CONTROL-EXIT.
020752 1520-APPLY-YEAR-RECORD-EXIT.
020753     EXIT.
020800*-----------------------------------------------------------
020900* 2000-PROCESS-ONE-REVERSAL - TAKE ONE TRANSACTION ID (OR Q),
021000*     SHOW THE RECORD, AND POST THE REVERSAL ON CONFIRMATION
022300     IF NOT WS-RECORD-FOUND
022400         GO TO 2000-PROCESS-ONE-REVERSAL-EXIT
022500     END-IF.
022510     PERFORM 2150-CHECK-YEAR-CLOSED
022520         THRU 2150-CHECK-YEAR-CLOSED-EXIT.
022530     IF WS-CY-IDX NOT > WS-CLOSED-YEAR-COUNT
022540         DISPLAY 'CALCULATION DATED ' WS-ORIG-BUS-DATE
022550             ' IS IN CLOSED YEAR - NOT REVERSED'
022560         GO TO 2000-PROCESS-ONE-REVERSAL-EXIT
022570     END-IF.
022600     PERFORM 2200-CONFIRM-REVERSAL
022700         THRU 2200-CONFIRM-REVERSAL-EXIT.
022800     IF NOT WS-CONFIRMED
026100         MOVE RT-NUM1      TO WS-ORIG-NUM1
026200         MOVE RT-NUM2      TO WS-ORIG-NUM2
026300         MOVE RT-RESULT    TO WS-ORIG-RESULT
026350         MOVE RT-OPERATOR  TO WS-ORIG-OPERATOR
026370         MOVE RT-CURR1     TO WS-ORIG-CURR1
026390         MOVE RT-CURR2     TO WS-ORIG-CURR2
026400     END-IF.
026500 2100-FETCH-RESULT-EXIT.
026600     EXIT.
026604*-----------------------------------------------------------
026608* 2150-CHECK-YEAR-CLOSED - POSITION WS-CY-IDX AT THE CLOSED
026612*     YEAR OF THE CALCULATION'S BUSINESS DATE, OR PAST THE END
026616*     OF THE TABLE WHEN ITS YEAR IS STILL OPEN
026620*-----------------------------------------------------------
026624 2150-CHECK-YEAR-CLOSED.
026628     SET WS-CY-IDX TO 1.
026632     PERFORM 2160-SCAN-CLOSED-YEARS
026636         THRU 2160-SCAN-CLOSED-YEARS-EXIT
026640         UNTIL WS-CY-IDX > WS-CLOSED-YEAR-COUNT
026644             OR WS-CY-YEAR(WS-CY-IDX) = WS-ORIG-BUS-DATE(1:4).
026648 2150-CHECK-YEAR-CLOSED-EXIT.
026652     EXIT.
026656*-----------------------------------------------------------
026660* 2160-SCAN-CLOSED-YEARS - ADVANCE TO THE NEXT TABLE ENTRY
026664*-----------------------------------------------------------
026668 2160-SCAN-CLOSED-YEARS.
026672     SET WS-CY-IDX UP BY 1.
026676 2160-SCAN-CLOSED-YEARS-EXIT.
026680     EXIT.
026700*-----------------------------------------------------------
026800* 2200-CONFIRM-REVERSAL - SHOW THE RECORD ABOUT TO BE BACKED
026900*     OUT AND TAKE THE SUPERVISOR'S CONFIRMATION
029800     COMPUTE AL-NUM2-CONV = ZERO - WS-ORIG-NUM2.
029900     COMPUTE AL-RESULT = ZERO - WS-ORIG-RESULT.
030000     MOVE 'R' TO AL-ORIGIN.
030050     MOVE WS-SUPERVISOR-CODE TO AL-OPERATOR.
030070     MOVE WS-ORIG-CURR1      TO AL-CURR1.
030090     MOVE WS-ORIG-CURR2      TO AL-CURR2.
030100     WRITE AUDIT-LINE.
030200 3000-WRITE-OFFSET-AUDIT-EXIT.
030300     EXIT.
040500     MOVE WS-ORIG-BUS-DATE  TO SH-DATE.
040600     MOVE WS-ORIG-BRANCH    TO SH-BRANCH.
040700     MOVE WS-ORIG-OPERATION TO SH-OPERATION.
040750     MOVE 'R'               TO SH-ORIGIN.
040800     MOVE -1 TO SH-COUNT.
040900     COMPUTE SH-TOTAL = ZERO - WS-ORIG-RESULT.
041000     WRITE STAT-HISTORY-RECORD.
043800     MOVE WS-ORIG-BRANCH     TO RV-BRANCH.
043900     MOVE WS-ORIG-OPERATION  TO RV-OPERATION.
044000     MOVE WS-ORIG-RESULT     TO RV-RESULT.
044050     MOVE WS-ORIG-OPERATOR   TO RV-ORIG-OPERATOR.
044100     WRITE REVERSAL-LOG-RECORD FROM WS-REVERSAL-LOG-LINE.
044200 6000-WRITE-REVERSAL-LOG-EXIT.
044300     EXIT.
