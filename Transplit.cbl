002300*    NOTHING UNEDITED SHOULD REACH THIS STEP. THE SPLIT IS
002400*    IDEMPOTENT - A RESTARTED NIGHT SIMPLY RE-CUTS THE SAME
002500*    FOUR FILES.
002510*    THE ONE EXCEPTION IS A LATE BATCH - ONE WHOSE HEADER
002520*    DATE BALPOST HAS ALREADY POSTED FOR THE BRANCH. CALCEDIT
002530*    PASSES SUCH A BATCH THROUGH WITH ITS HEADER AND TRAILER,
002540*    THE HEADER IS TESTED AGAIN HERE THROUGH THE SHARED
002550*    LATEPROC ROUTINE, AND ITS DETAILS GO TO LATETRN WITH THE
002560*    HEADER DATE AS THEIR VALUE DATE FOR LATEPOST, NOT TO THE
002570*    FOUR CALCULATOR FILES.
002600*-----------------------------------------------------------
002700*                 MODIFICATION HISTORY
002800*-----------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  ----------------------------------------
003100* 2026-08-24  RH   ORIGINAL PROGRAM.
003125* 2026-09-06  RH   CLEANTRN AND THE FOUR SPLIT FILES ARE NOW 36
003150*                  BYTES WITH THE NEW CT-OPERATOR.
003160* 2026-09-25  RH   ROUTE THE DETAILS OF A LATE BATCH TO THE NEW
003170*                  LATETRN FILE WITH THEIR VALUE DATE INSTEAD OF
003180*                  THE CALCULATOR FILES.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005100     SELECT DIV-FILE ASSIGN TO DIVTRAN
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-DIV-STATUS.
005305     SELECT LATE-FILE ASSIGN TO LATETRN
005310         ORGANIZATION IS SEQUENTIAL
005315         FILE STATUS IS WS-LATE-STATUS.
005320     SELECT BALANCE-FILE ASSIGN TO BRBALMST
005325         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005335         RECORD KEY IS BB-BRANCH
005340         FILE STATUS IS LT-BAL-STATUS.
005345     SELECT CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
005350         ORGANIZATION IS LINE SEQUENTIAL
005355         FILE STATUS IS LT-CTL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  TRANS-FILE
005700     RECORD CONTAINS 36 CHARACTERS.
005800     COPY CALCREC.
005900 FD  ADD-FILE
006000     RECORD CONTAINS 36 CHARACTERS.
006100 01  ADD-RECORD             PIC X(36).
006200 FD  SUB-FILE
006300     RECORD CONTAINS 36 CHARACTERS.
006400 01  SUB-RECORD             PIC X(36).
006500 FD  MULT-FILE
006600     RECORD CONTAINS 36 CHARACTERS.
006700 01  MULT-RECORD            PIC X(36).
006800 FD  DIV-FILE
006900     RECORD CONTAINS 36 CHARACTERS.
007000 01  DIV-RECORD             PIC X(36).
007010 FD  LATE-FILE
007020     RECORD CONTAINS 44 CHARACTERS.
007030     COPY LATEREC.
007040 FD  BALANCE-FILE.
007050     COPY BALREC.
007060 FD  CLOSE-CONTROL-FILE
007070     RECORD CONTAINS 24 CHARACTERS.
007080     COPY CLOSEREC.
007100 WORKING-STORAGE SECTION.
007200 01  WS-TRANS-STATUS        PIC X(02).
007300     88  WS-TRANS-OK        VALUE '00'.
007900     88  WS-MULT-OK         VALUE '00'.
008000 01  WS-DIV-STATUS          PIC X(02).
008100     88  WS-DIV-OK          VALUE '00'.
008110 01  WS-LATE-STATUS         PIC X(02).
008120     88  WS-LATE-OK         VALUE '00'.
008130 01  WS-LATE-BATCH-SW       PIC X(01)       VALUE 'N'.
008140     88  WS-LATE-BATCH      VALUE 'Y'.
008150 01  WS-LATE-VALUE-DATE     PIC 9(08)       VALUE ZERO.
008200 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
008300     88  WS-OPEN-OK         VALUE 'Y'.
008400 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
009100     05  WS-DIV-COUNT       PIC 9(06)       COMP VALUE ZERO.
009200     05  WS-CTL-COUNT       PIC 9(06)       COMP VALUE ZERO.
009300     05  WS-UNKNOWN-COUNT   PIC 9(06)       COMP VALUE ZERO.
009350     05  WS-LATE-COUNT      PIC 9(06)       COMP VALUE ZERO.
009400 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
009450     COPY LATECTL.
009500 PROCEDURE DIVISION.
009600*-----------------------------------------------------------
009700* 0000-MAINLINE
011100         THRU 9999-EXIT-EXIT.
011200*-----------------------------------------------------------
011300* 1000-INITIALIZE - OPEN THE EDITED TRANSACTION FILE AND THE
011400*     FOUR PER-OPERATION OUTPUT FILES AND THE LATE-ITEM FILE
011500*-----------------------------------------------------------
011600 1000-INITIALIZE.
011700     OPEN INPUT TRANS-FILE.
012500     OPEN OUTPUT SUB-FILE.
012600     OPEN OUTPUT MULT-FILE.
012700     OPEN OUTPUT DIV-FILE.
012750     OPEN OUTPUT LATE-FILE.
012800     IF NOT WS-ADD-OK OR NOT WS-SUB-OK
012900             OR NOT WS-MULT-OK OR NOT WS-DIV-OK OR NOT WS-LATE-OK
013000         DISPLAY 'UNABLE TO OPEN A SPLIT OUTPUT FILE - '
013100             'STATUSES ' WS-ADD-STATUS ' ' WS-SUB-STATUS
013200             ' ' WS-MULT-STATUS ' ' WS-DIV-STATUS
013250             ' ' WS-LATE-STATUS
013300         CLOSE TRANS-FILE
013400         MOVE 8 TO RETURN-CODE
013500         GO TO 1000-INITIALIZE-EXIT
013600     END-IF.
013625     PERFORM 7650-OPEN-LATE-CONTROLS
013650         THRU 7650-OPEN-LATE-CONTROLS-EXIT.
013700     MOVE 'Y' TO WS-OPEN-SWITCH.
013800 1000-INITIALIZE-EXIT.
013900     EXIT.
016100     EXIT.
016200*-----------------------------------------------------------
016300* 2200-ROUTE-ONE-RECORD - WRITE ONE RECORD TO ITS OPERATION'S
016400*     FILE, THEN READ THE NEXT. A DETAIL OF A LATE BATCH GOES
016450*     TO LATETRN INSTEAD
016500*-----------------------------------------------------------
016600 2200-ROUTE-ONE-RECORD.
016700     ADD 1 TO WS-READ-COUNT.
016710     IF WS-LATE-BATCH
016720         AND (CT-OPER-ADD OR CT-OPER-SUBTRACT
016730              OR CT-OPER-MULTIPLY OR CT-OPER-DIVIDE)
016740         ADD 1 TO WS-LATE-COUNT
016750         MOVE WS-LATE-VALUE-DATE TO LI-VALUE-DATE
016760         MOVE CALC-TRANS-RECORD  TO LI-TRANS-IMAGE
016770         WRITE LATE-ITEM-RECORD
016780         GO TO 2200-ROUTE-ONE-NEXT
016790     END-IF.
016800     EVALUATE TRUE
016900         WHEN CT-OPER-ADD
017000             ADD 1 TO WS-ADD-COUNT
017900             ADD 1 TO WS-DIV-COUNT
018000             WRITE DIV-RECORD FROM CALC-TRANS-RECORD
018100         WHEN CT-REC-HEADER
018125             PERFORM 2300-CHECK-LATE-HEADER
018150                 THRU 2300-CHECK-LATE-HEADER-EXIT
018175             ADD 1 TO WS-CTL-COUNT
018200         WHEN CT-REC-TRAILER
018250             MOVE 'N' TO WS-LATE-BATCH-SW
018300             ADD 1 TO WS-CTL-COUNT
018400         WHEN OTHER
018500             ADD 1 TO WS-UNKNOWN-COUNT
018600             DISPLAY 'UNKNOWN OPERATION CODE PASSED THE '
018700                 'EDIT: ' CT-OPER-CODE
018800     END-EVALUATE.
018850 2200-ROUTE-ONE-NEXT.
018900     PERFORM 2100-READ-TRANS
019000         THRU 2100-READ-TRANS-EXIT.
019100 2200-ROUTE-ONE-RECORD-EXIT.
019200     EXIT.
019205*-----------------------------------------------------------
019210* 2300-CHECK-LATE-HEADER - NOTE WHETHER THE BATCH THIS HEADER
019215*     OPENS IS DATED TO A DAY ALREADY POSTED FOR ITS BRANCH
019220*-----------------------------------------------------------
019225 2300-CHECK-LATE-HEADER.
019230     MOVE 'N' TO WS-LATE-BATCH-SW.
019235     MOVE CT-HDR-BRANCH   TO LT-TEST-BRANCH.
019240     MOVE CT-HDR-BUS-DATE TO LT-TEST-DATE.
019245     PERFORM 7670-TEST-LATE-BATCH
019250         THRU 7670-TEST-LATE-BATCH-EXIT.
019255     IF LT-BATCH-LATE
019260         MOVE 'Y' TO WS-LATE-BATCH-SW
019265         MOVE CT-HDR-BUS-DATE TO WS-LATE-VALUE-DATE
019270     END-IF.
019275 2300-CHECK-LATE-HEADER-EXIT.
019280     EXIT.
019300*-----------------------------------------------------------
019400* 3000-DISPLAY-TOTALS - SHOW THE SPLIT CONTROL COUNTS
019500*-----------------------------------------------------------
020800     DISPLAY 'CONTROL RECORDS DROPPED' WS-COUNT-DISPLAY.
020900     MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY.
021000     DISPLAY 'UNKNOWN RECORDS:       ' WS-COUNT-DISPLAY.
021025     MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY.
021050     DISPLAY 'LATE ITEMS TO LATETRN: ' WS-COUNT-DISPLAY.
021100 3000-DISPLAY-TOTALS-EXIT.
021200     EXIT.
021300*-----------------------------------------------------------
021400* 8900-CLOSE-FILES - CLOSE ALL THE FILES
021500*-----------------------------------------------------------
021600 8900-CLOSE-FILES.
021700     CLOSE TRANS-FILE.
021900     CLOSE SUB-FILE.
022000     CLOSE MULT-FILE.
022100     CLOSE DIV-FILE.
022125     CLOSE LATE-FILE.
022150     PERFORM 7690-CLOSE-LATE-CONTROLS
022175         THRU 7690-CLOSE-LATE-CONTROLS-EXIT.
022200 8900-CLOSE-FILES-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------
023100     GOBACK.
023200 9999-EXIT-EXIT.
023300     EXIT.
023400     COPY LATEPROC.
