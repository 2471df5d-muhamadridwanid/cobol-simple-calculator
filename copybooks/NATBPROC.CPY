000100*-----------------------------------------------------------
000200*    NATBPROC.CPY
000300*-----------------------------------------------------------
000400*    SHARED NATIVE BATCH-CONTROL PROOF, COPIED INTO THE
000500*    PROCEDURE DIVISION OF EACH PROGRAM THAT READS ONE OF
000600*    THE BATCH FILES INTAKE FRAMES WITH HEADER AND TRAILER
000700*    CONTROL RECORDS. REQUIRES THE NATBCTL WORKING STORAGE.
000800*    THE RULES ARE CALCEDIT'S: A TRAILER'S RECORD COUNT AND
000900*    HASH TOTAL MUST MATCH WHAT WAS READ SINCE ITS HEADER; A
001000*    TRAILER WITH NO HEADER, A HEADER WHILE A BATCH IS STILL
001100*    OPEN, OR END OF FILE BEFORE A TRAILER REFUSES THE RUN.
001200*    DETAILS OUTSIDE ANY BATCH (KEYED BY HAND) PASS UNPROVED,
001300*    SO A FILE WITH NO CONTROL RECORDS RUNS AS IT ALWAYS DID.
001400*-----------------------------------------------------------
001500*                 MODIFICATION HISTORY
001600*-----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-09-16  RH   ORIGINAL COPYBOOK.
002000*-----------------------------------------------------------
002100*-----------------------------------------------------------
002200* 7400-NB-BEGIN-PROOF - CLEAR THE CONTROLS AHEAD OF THE
002300*     PROOF PASS
002400*-----------------------------------------------------------
002500 7400-NB-BEGIN-PROOF.
002600     MOVE 'N'    TO NB-IN-BATCH-SW.
002700     MOVE 'N'    TO NB-REFUSE-SW.
002800     MOVE SPACES TO NB-CURR-BRANCH.
002900     MOVE ZERO   TO NB-BATCH-COUNT.
003000     MOVE ZERO   TO NB-DETAIL-COUNT.
003100     MOVE ZERO   TO NB-HASH-TOTAL.
003200 7400-NB-BEGIN-PROOF-EXIT.
003300     EXIT.
003400*-----------------------------------------------------------
003500* 7410-NB-START-BATCH - A HEADER OPENS A NEW BATCH; REMEMBER
003600*     ITS BRANCH AND RESET THE COUNT AND HASH. A HEADER WHILE
003700*     A BATCH IS STILL OPEN MEANS THE PRIOR ONE LOST ITS
003800*     TRAILER.
003900*-----------------------------------------------------------
004000 7410-NB-START-BATCH.
004100     IF NB-IN-BATCH
004200         DISPLAY NB-FILE-NAME ' BATCH FROM BRANCH '
004300             NB-CURR-BRANCH
004400             ' ENDED WITHOUT A TRAILER - TRANSFER TRUNCATED'
004500         PERFORM 7490-NB-REFUSE-RUN
004600             THRU 7490-NB-REFUSE-RUN-EXIT
004700     END-IF.
004800     MOVE NB-HDR-BRANCH TO NB-CURR-BRANCH.
004900     MOVE ZERO TO NB-DETAIL-COUNT.
005000     MOVE ZERO TO NB-HASH-TOTAL.
005100     MOVE 'Y'  TO NB-IN-BATCH-SW.
005200     ADD 1 TO NB-BATCH-COUNT.
005300 7410-NB-START-BATCH-EXIT.
005400     EXIT.
005500*-----------------------------------------------------------
005600* 7420-NB-COUNT-DETAIL - ADD ONE DETAIL AND ITS NB-DETAIL-HASH
005700*     INTO THE OPEN BATCH'S CONTROLS
005800*-----------------------------------------------------------
005900 7420-NB-COUNT-DETAIL.
006000     IF NB-IN-BATCH
006100         ADD 1 TO NB-DETAIL-COUNT
006200         ADD NB-DETAIL-HASH TO NB-HASH-TOTAL
006300     END-IF.
006400 7420-NB-COUNT-DETAIL-EXIT.
006500     EXIT.
006600*-----------------------------------------------------------
006700* 7430-NB-VERIFY-TRAILER - PROVE THE TRAILER'S COUNT AND HASH
006800*     TOTAL AGAINST WHAT WAS READ SINCE THE HEADER
006900*-----------------------------------------------------------
007000 7430-NB-VERIFY-TRAILER.
007100     IF NOT NB-IN-BATCH
007200         DISPLAY NB-FILE-NAME
007300             ' TRAILER CONTROL RECORD WITH NO OPEN BATCH'
007400         PERFORM 7490-NB-REFUSE-RUN
007500             THRU 7490-NB-REFUSE-RUN-EXIT
007600         GO TO 7430-NB-VERIFY-TRAILER-EXIT
007700     END-IF.
007800     MOVE 'N' TO NB-IN-BATCH-SW.
007900     IF NB-TRL-REC-COUNT IS NOT NUMERIC
008000             OR NB-TRL-HASH-TOTAL IS NOT NUMERIC
008100         DISPLAY NB-FILE-NAME ' BATCH FROM BRANCH '
008200             NB-CURR-BRANCH ' TRAILER CONTROL FIELDS NOT NUMERIC'
008300         PERFORM 7490-NB-REFUSE-RUN
008400             THRU 7490-NB-REFUSE-RUN-EXIT
008500         GO TO 7430-NB-VERIFY-TRAILER-EXIT
008600     END-IF.
008700     IF NB-TRL-REC-COUNT NOT = NB-DETAIL-COUNT
008800         MOVE NB-TRL-REC-COUNT TO NB-TRL-COUNT-DISPLAY
008900         MOVE NB-DETAIL-COUNT  TO NB-COUNT-DISPLAY
009000         DISPLAY NB-FILE-NAME ' BATCH FROM BRANCH '
009100             NB-CURR-BRANCH ' COUNT MISMATCH - TRAILER '
009200             NB-TRL-COUNT-DISPLAY ' READ ' NB-COUNT-DISPLAY
009300         PERFORM 7490-NB-REFUSE-RUN
009400             THRU 7490-NB-REFUSE-RUN-EXIT
009500     END-IF.
009600     IF NB-TRL-HASH-TOTAL NOT = NB-HASH-TOTAL
009700         MOVE NB-TRL-HASH-TOTAL TO NB-TRL-HASH-DISPLAY
009800         MOVE NB-HASH-TOTAL     TO NB-HASH-DISPLAY
009900         DISPLAY NB-FILE-NAME ' BATCH FROM BRANCH '
010000             NB-CURR-BRANCH ' HASH MISMATCH - TRAILER '
010100             NB-TRL-HASH-DISPLAY ' READ ' NB-HASH-DISPLAY
010200         PERFORM 7490-NB-REFUSE-RUN
010300             THRU 7490-NB-REFUSE-RUN-EXIT
010400     END-IF.
010500 7430-NB-VERIFY-TRAILER-EXIT.
010600     EXIT.
010700*-----------------------------------------------------------
010800* 7440-NB-END-PROOF - AT END OF FILE A BATCH STILL OPEN WAS
010900*     CUT SHORT; ANNOUNCE THE VERDICT
011000*-----------------------------------------------------------
011100 7440-NB-END-PROOF.
011200     IF NB-IN-BATCH
011300         DISPLAY NB-FILE-NAME ' BATCH FROM BRANCH '
011400             NB-CURR-BRANCH
011500             ' ENDED WITHOUT A TRAILER - TRANSFER TRUNCATED'
011600         PERFORM 7490-NB-REFUSE-RUN
011700             THRU 7490-NB-REFUSE-RUN-EXIT
011800         MOVE 'N' TO NB-IN-BATCH-SW
011900     END-IF.
012000     IF NB-RUN-REFUSED
012100         DISPLAY NB-FILE-NAME ' BATCH CONTROLS DO NOT BALANCE'
012200             ' - NOTHING PROCESSED'
012300         GO TO 7440-NB-END-PROOF-EXIT
012400     END-IF.
012500     IF NB-BATCH-COUNT > ZERO
012600         MOVE NB-BATCH-COUNT TO NB-COUNT-DISPLAY
012700         DISPLAY NB-FILE-NAME ' BATCHES PROVED: '
012800             NB-COUNT-DISPLAY
012900     END-IF.
013000 7440-NB-END-PROOF-EXIT.
013100     EXIT.
013200*-----------------------------------------------------------
013300* 7490-NB-REFUSE-RUN - REMEMBER THAT A BATCH FAILED ITS
013400*     CONTROLS; THE PROGRAM REFUSES THE RUN AFTER THE PASS
013500*-----------------------------------------------------------
013600 7490-NB-REFUSE-RUN.
013700     MOVE 'Y' TO NB-REFUSE-SW.
013800 7490-NB-REFUSE-RUN-EXIT.
013900     EXIT.
