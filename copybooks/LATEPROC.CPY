000100*-----------------------------------------------------------
000200*    LATEPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED LATE-BATCH TEST, COPIED INTO THE PROCEDURE
000500*    DIVISION OF EACH PROGRAM THAT MUST RECOGNISE A BATCH
000600*    DATED TO A BUSINESS DAY ALREADY POSTED FOR ITS BRANCH.
000700*    REQUIRES THE LATECTL WORKING STORAGE.
000800*-----------------------------------------------------------
000900*                 MODIFICATION HISTORY
001000*-----------------------------------------------------------
001100* DATE       INIT  DESCRIPTION
001200* ---------- ----  ----------------------------------------
001300* 2026-09-25  RH   ORIGINAL COPYBOOK.
001400*-----------------------------------------------------------
001500*-----------------------------------------------------------
001600* 7650-OPEN-LATE-CONTROLS - OPEN THE BRANCH BALANCE MASTER
001700*     FOR KEYED READS AND LOAD THE MONTHS MONTHEND HAS SIGNED
001800*     OFF. A MASTER THAT CANNOT BE OPENED LEAVES EVERY BATCH
001900*     ON TIME, AS BEFORE THE TEST EXISTED
002000*-----------------------------------------------------------
002100 7650-OPEN-LATE-CONTROLS.
002200     MOVE 'N' TO LT-BAL-OPEN-SW.
002300     MOVE ZERO TO LT-CLOSED-COUNT.
002400     OPEN INPUT BALANCE-FILE.
002500     IF LT-BAL-OK
002600         MOVE 'Y' TO LT-BAL-OPEN-SW
002700     ELSE
002800         IF NOT LT-BAL-NOT-FOUND
002900             DISPLAY 'UNABLE TO OPEN BRBALMST, STATUS: '
003000                 LT-BAL-STATUS ' - NO BATCH WILL BE TREATED'
003100                 ' AS LATE'
003200         END-IF
003300     END-IF.
003400     OPEN INPUT CLOSE-CONTROL-FILE.
003500     IF LT-CTL-NOT-FOUND
003600         GO TO 7650-OPEN-LATE-CONTROLS-EXIT
003700     END-IF.
003800     IF NOT LT-CTL-OK
003900         DISPLAY 'UNABLE TO OPEN CLOSECTL, STATUS: '
004000             LT-CTL-STATUS ' - NO MONTH WILL BE TREATED'
004100             ' AS CLOSED'
004200         GO TO 7650-OPEN-LATE-CONTROLS-EXIT
004300     END-IF.
004400     MOVE 'N' TO LT-CTL-EOF-SW.
004500     PERFORM 7655-READ-LATE-CLOSE
004600         THRU 7655-READ-LATE-CLOSE-EXIT.
004700     PERFORM 7660-KEEP-LATE-CLOSE
004800         THRU 7660-KEEP-LATE-CLOSE-EXIT
004900         UNTIL LT-CTL-EOF.
005000     CLOSE CLOSE-CONTROL-FILE.
005100 7650-OPEN-LATE-CONTROLS-EXIT.
005200     EXIT.
005300*-----------------------------------------------------------
005400* 7655-READ-LATE-CLOSE - READ ONE CLOSE CONTROL RECORD
005500*-----------------------------------------------------------
005600 7655-READ-LATE-CLOSE.
005700     READ CLOSE-CONTROL-FILE
005800         AT END
005900             MOVE 'Y' TO LT-CTL-EOF-SW
006000     END-READ.
006100 7655-READ-LATE-CLOSE-EXIT.
006200     EXIT.
006300*-----------------------------------------------------------
006400* 7660-KEEP-LATE-CLOSE - ADD ONE CLOSED MONTH TO THE TABLE,
006500*     THEN READ THE NEXT
006600*-----------------------------------------------------------
006700 7660-KEEP-LATE-CLOSE.
006800     IF CC-MONTH IS NUMERIC
006900         IF LT-CLOSED-COUNT < 120
007000             ADD 1 TO LT-CLOSED-COUNT
007100             SET LT-CM-IDX TO LT-CLOSED-COUNT
007200             MOVE CC-MONTH TO LT-CM-MONTH(LT-CM-IDX)
007300         ELSE
007400             DISPLAY 'CLOSED-MONTH TABLE FULL - IGNORING '
007500                 CC-MONTH
007600         END-IF
007700     END-IF.
007800     PERFORM 7655-READ-LATE-CLOSE
007900         THRU 7655-READ-LATE-CLOSE-EXIT.
008000 7660-KEEP-LATE-CLOSE-EXIT.
008100     EXIT.
008200*-----------------------------------------------------------
008300* 7670-TEST-LATE-BATCH - SET LT-BATCH-LATE WHEN BRANCH
008400*     LT-TEST-BRANCH HAS ALREADY BEEN POSTED TO LT-TEST-DATE
008500*     OR LATER, AND LT-MONTH-CLOSED WHEN THE MONTH OF
008600*     LT-TEST-DATE IS SIGNED OFF ON CLOSECTL
008700*-----------------------------------------------------------
008800 7670-TEST-LATE-BATCH.
008900     MOVE 'N' TO LT-LATE-SW.
009000     MOVE 'N' TO LT-CLOSED-SW.
009100     MOVE ZERO TO LT-POSTED-DATE.
009200     IF NOT LT-BAL-OPEN
009300         GO TO 7670-TEST-LATE-BATCH-EXIT
009400     END-IF.
009500     IF LT-TEST-DATE NOT NUMERIC
009600         OR LT-TEST-DATE = ZERO
009700         GO TO 7670-TEST-LATE-BATCH-EXIT
009800     END-IF.
009900     MOVE LT-TEST-BRANCH TO BB-BRANCH.
010000     READ BALANCE-FILE
010100         INVALID KEY
010200             GO TO 7670-TEST-LATE-BATCH-EXIT
010300     END-READ.
010400     IF NOT LT-BAL-OK
010500         GO TO 7670-TEST-LATE-BATCH-EXIT
010600     END-IF.
010700     MOVE BB-LAST-POST-DATE TO LT-POSTED-DATE.
010800     IF LT-POSTED-DATE < LT-TEST-DATE
010900         GO TO 7670-TEST-LATE-BATCH-EXIT
011000     END-IF.
011100     MOVE 'Y' TO LT-LATE-SW.
011200     SET LT-CM-IDX TO 1.
011300     PERFORM 7680-SCAN-LATE-CLOSE
011400         THRU 7680-SCAN-LATE-CLOSE-EXIT
011500         UNTIL LT-CM-IDX > LT-CLOSED-COUNT
011600             OR LT-CM-MONTH(LT-CM-IDX) = LT-TEST-MONTH.
011700     IF NOT LT-CM-IDX > LT-CLOSED-COUNT
011800         MOVE 'Y' TO LT-CLOSED-SW
011900     END-IF.
012000 7670-TEST-LATE-BATCH-EXIT.
012100     EXIT.
012200*-----------------------------------------------------------
012300* 7680-SCAN-LATE-CLOSE - ADVANCE TO THE NEXT TABLE ENTRY
012400*-----------------------------------------------------------
012500 7680-SCAN-LATE-CLOSE.
012600     SET LT-CM-IDX UP BY 1.
012700 7680-SCAN-LATE-CLOSE-EXIT.
012800     EXIT.
012900*-----------------------------------------------------------
013000* 7690-CLOSE-LATE-CONTROLS - RELEASE THE BALANCE MASTER
013100*-----------------------------------------------------------
013200 7690-CLOSE-LATE-CONTROLS.
013300     IF LT-BAL-OPEN
013400         CLOSE BALANCE-FILE
013500         MOVE 'N' TO LT-BAL-OPEN-SW
013600     END-IF.
013700 7690-CLOSE-LATE-CONTROLS-EXIT.
013800     EXIT.
