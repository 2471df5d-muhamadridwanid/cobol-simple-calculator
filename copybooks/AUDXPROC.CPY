000100*-----------------------------------------------------------
000200*    AUDXPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED READER FOR THE DAY'S AUDIT LINES, COPIED INTO THE
000500*    PROCEDURE DIVISION OF EACH NIGHT STEP THAT WORKS ONE
000600*    BUSINESS DATE. THE DAY EXTRACT THE AUDEXTR STEP CUT IS
000700*    READ WHEN ITS TRAILER PROVES IT WHOLE AND FOR THE DATE
000800*    WANTED; OTHERWISE - REPROCESSING AN OLD DATE, OR AN
000900*    EXTRACT THAT IS MISSING OR DOES NOT PROVE - THE FULL
001000*    AUDIT LOG IS READ AND ONLY THE DATE'S LINES ARE HANDED
001100*    BACK, SO THE STEP SEES THE SAME LINES EITHER WAY.
001200*    REQUIRES THE AUDXCTL WORKING STORAGE.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-15  RH   ORIGINAL COPYBOOK.
001900*-----------------------------------------------------------
002000*-----------------------------------------------------------
002100* 7300-OPEN-AUDIT-SOURCE - OPEN THE DAY EXTRACT WHEN IT
002200*     PROVES FOR AX-WANTED-DATE, ELSE THE AUDIT LOG
002300*-----------------------------------------------------------
002400 7300-OPEN-AUDIT-SOURCE.
002500     MOVE 'N' TO AX-SOURCE-SWITCH.
002600     MOVE 'N' TO AX-EOF-SWITCH.
002700     IF AX-WANTED-DATE NOT = ZERO
002800         PERFORM 7310-PROVE-DAY-EXTRACT
002900             THRU 7310-PROVE-DAY-EXTRACT-EXIT
003000     END-IF.
003100     IF AX-FROM-EXTRACT
003200         OPEN INPUT AUDIT-EXTRACT-FILE
003300         IF AX-EXTR-OK
003400             GO TO 7300-OPEN-AUDIT-SOURCE-EXIT
003500         END-IF
003600         MOVE 'N' TO AX-SOURCE-SWITCH
003700     END-IF.
003800     OPEN INPUT AUDIT-FILE.
003900     IF WS-AUDIT-OK
004000         MOVE 'L' TO AX-SOURCE-SWITCH
004100     END-IF.
004200 7300-OPEN-AUDIT-SOURCE-EXIT.
004300     EXIT.
004400*-----------------------------------------------------------
004500* 7310-PROVE-DAY-EXTRACT - READ THE DAY EXTRACT THROUGH AND
004600*     PROVE ITS DETAIL COUNT AND HASH TOTAL AGAINST ITS
004700*     TRAILER, AND THE TRAILER'S DATE AGAINST THE DATE
004800*     WANTED. ONLY A PROVED EXTRACT IS USED.
004900*-----------------------------------------------------------
005000 7310-PROVE-DAY-EXTRACT.
005100     OPEN INPUT AUDIT-EXTRACT-FILE.
005200     IF NOT AX-EXTR-OK
005300         IF NOT AX-EXTR-NOT-FOUND
005400             DISPLAY 'UNABLE TO OPEN AUDEXTR, STATUS: '
005500                 AX-EXTR-STATUS ' - READING AUDITLOG'
005600         END-IF
005700         GO TO 7310-PROVE-DAY-EXTRACT-EXIT
005800     END-IF.
005900     MOVE ZERO TO AX-CHECK-COUNT AX-CHECK-HASH.
006000     MOVE 'N' TO AX-TRL-SEEN-SWITCH.
006100     PERFORM 7320-READ-EXTRACT
006200         THRU 7320-READ-EXTRACT-EXIT.
006300     PERFORM 7315-TALLY-EXTRACT
006400         THRU 7315-TALLY-EXTRACT-EXIT
006500         UNTIL AX-SOURCE-EOF.
006600     CLOSE AUDIT-EXTRACT-FILE.
006700     MOVE 'N' TO AX-EOF-SWITCH.
006800     IF NOT AX-TRL-SEEN
006900         DISPLAY 'AUDEXTR HAS NO TRAILER - READING AUDITLOG'
007000         GO TO 7310-PROVE-DAY-EXTRACT-EXIT
007100     END-IF.
007200     IF AX-TRL-DATE-SAVE NOT = AX-WANTED-DATE
007300         DISPLAY 'AUDEXTR IS FOR ' AX-TRL-DATE-SAVE
007400             ' - READING AUDITLOG FOR ' AX-WANTED-DATE
007500         GO TO 7310-PROVE-DAY-EXTRACT-EXIT
007600     END-IF.
007700     IF AX-CHECK-COUNT NOT = AX-TRL-COUNT-SAVE
007800             OR AX-CHECK-HASH NOT = AX-TRL-HASH-SAVE
007900         DISPLAY 'AUDEXTR DOES NOT AGREE WITH ITS TRAILER - '
008000             'READING AUDITLOG'
008100         GO TO 7310-PROVE-DAY-EXTRACT-EXIT
008200     END-IF.
008300     MOVE 'E' TO AX-SOURCE-SWITCH.
008400 7310-PROVE-DAY-EXTRACT-EXIT.
008500     EXIT.
008600*-----------------------------------------------------------
008700* 7315-TALLY-EXTRACT - COUNT AND HASH ONE DETAIL RECORD, OR
008800*     KEEP THE TRAILER'S FIGURES, THEN READ THE NEXT
008900*-----------------------------------------------------------
009000 7315-TALLY-EXTRACT.
009100     IF AX-TRAILER
009200         MOVE 'Y' TO AX-TRL-SEEN-SWITCH
009300         MOVE AX-TRL-BUS-DATE   TO AX-TRL-DATE-SAVE
009400         MOVE AX-TRL-REC-COUNT  TO AX-TRL-COUNT-SAVE
009500         MOVE AX-TRL-HASH-TOTAL TO AX-TRL-HASH-SAVE
009600     ELSE
009700         ADD 1 TO AX-CHECK-COUNT
009800         MOVE AX-AUDIT-LINE TO AUDIT-LINE
009900         MOVE AL-RESULT TO AX-CHECK-RESULT
010000         MOVE AX-CHECK-RESULT TO AX-CHECK-ABS
010100         ADD AX-CHECK-ABS TO AX-CHECK-HASH
010200     END-IF.
010300     PERFORM 7320-READ-EXTRACT
010400         THRU 7320-READ-EXTRACT-EXIT.
010500 7315-TALLY-EXTRACT-EXIT.
010600     EXIT.
010700*-----------------------------------------------------------
010800* 7320-READ-EXTRACT - READ ONE DAY EXTRACT RECORD
010900*-----------------------------------------------------------
011000 7320-READ-EXTRACT.
011100     READ AUDIT-EXTRACT-FILE
011200         AT END
011300             SET AX-SOURCE-EOF TO TRUE
011400     END-READ.
011500 7320-READ-EXTRACT-EXIT.
011600     EXIT.
011700*-----------------------------------------------------------
011800* 7330-READ-AUDIT-SOURCE - LEAVE THE NEXT OF THE DAY'S AUDIT
011900*     LINES IN AUDIT-LINE, OR SET AX-SOURCE-EOF
012000*-----------------------------------------------------------
012100 7330-READ-AUDIT-SOURCE.
012200     IF AX-FROM-EXTRACT
012300         PERFORM 7320-READ-EXTRACT
012400             THRU 7320-READ-EXTRACT-EXIT
012500         IF AX-SOURCE-EOF
012600             GO TO 7330-READ-AUDIT-SOURCE-EXIT
012700         END-IF
012800         IF AX-TRAILER
012900             SET AX-SOURCE-EOF TO TRUE
013000             GO TO 7330-READ-AUDIT-SOURCE-EXIT
013100         END-IF
013200         MOVE AX-AUDIT-LINE TO AUDIT-LINE
013300         GO TO 7330-READ-AUDIT-SOURCE-EXIT
013400     END-IF.
013500     PERFORM 7335-READ-LOG-LINE
013600         THRU 7335-READ-LOG-LINE-EXIT.
013700     PERFORM 7335-READ-LOG-LINE
013800         THRU 7335-READ-LOG-LINE-EXIT
013900         UNTIL AX-SOURCE-EOF
014000             OR AX-WANTED-DATE = ZERO
014100             OR AL-DATE = AX-WANTED-DATE.
014200 7330-READ-AUDIT-SOURCE-EXIT.
014300     EXIT.
014400*-----------------------------------------------------------
014500* 7335-READ-LOG-LINE - READ ONE AUDIT LOG RECORD
014600*-----------------------------------------------------------
014700 7335-READ-LOG-LINE.
014800     READ AUDIT-FILE INTO AUDIT-LINE
014900         AT END
015000             SET AX-SOURCE-EOF TO TRUE
015100     END-READ.
015200 7335-READ-LOG-LINE-EXIT.
015300     EXIT.
015400*-----------------------------------------------------------
015500* 7390-CLOSE-AUDIT-SOURCE - CLOSE WHICHEVER FILE WAS READ
015600*-----------------------------------------------------------
015700 7390-CLOSE-AUDIT-SOURCE.
015800     IF AX-FROM-EXTRACT
015900         CLOSE AUDIT-EXTRACT-FILE
016000     END-IF.
016100     IF AX-FROM-LOG
016200         CLOSE AUDIT-FILE
016300     END-IF.
016400     MOVE 'N' TO AX-SOURCE-SWITCH.
016500 7390-CLOSE-AUDIT-SOURCE-EXIT.
016600     EXIT.
