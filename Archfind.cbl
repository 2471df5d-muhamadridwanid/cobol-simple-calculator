002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  ----------------------------------------
002800* 2026-08-24  RH   ORIGINAL PROGRAM.
002825* 2026-09-06  RH   HITS RECORD WIDENED TO 84 FOR THE LONGER
002850*                  AUDIT LINE (NEW AL-OPERATOR).
002870* 2026-09-07  RH   HITS RECORD WIDENED TO 92 FOR THE AUDIT
002890*                  LINE'S NEW CURRENCY CODES.
002891* 2026-09-13  RH   EACH GENERATION IS PROVED AGAINST THE AUDSEAL
002892*                  SEALS CARRIED INTO IT AND THE CATALOG'S SEAL
002893*                  COUNT, FOLDED SEAL AND UNSEALED LINE COUNT
002894*                  BEFORE ANY HITS ARE TAKEN FROM IT; ONE THAT
002895*                  FAILS IS SKIPPED AND ENDS THE RUN RETURN-CODE
002896*                  8. A GENERATION CUT BEFORE THE LOG WAS SEALED
002897*                  IS SEARCHED AS BEFORE. CATALOG RECORD NOW 65.
002900*-----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004200     SELECT HITS-FILE ASSIGN TO ARCHHITS
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-HITS-STATUS.
004425     SELECT SEAL-FILE ASSIGN TO AUDSEAL
004450         ORGANIZATION IS LINE SEQUENTIAL
004475         FILE STATUS IS SL-SEAL-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CATALOG-FILE
004800     RECORD CONTAINS 65 CHARACTERS.
004900     COPY ARCATREC.
005000 FD  ARCHIVE-FILE.
005100     COPY AUDITREC.
005200 FD  HITS-FILE
005300     RECORD CONTAINS 92 CHARACTERS.
005400 01  HITS-RECORD            PIC X(92).
005425 FD  SEAL-FILE
005450     RECORD CONTAINS 80 CHARACTERS.
005475     COPY SEALREC.
005500 WORKING-STORAGE SECTION.
005600 01  WS-CAT-STATUS          PIC X(02).
005700     88  WS-CAT-OK          VALUE '00'.
008400     05  WS-GEN-COUNT       PIC 9(04)       COMP VALUE ZERO.
008500     05  WS-SCANNED-COUNT   PIC 9(07)       COMP VALUE ZERO.
008600     05  WS-HIT-COUNT       PIC 9(07)       COMP VALUE ZERO.
008650     05  WS-BAD-GEN-COUNT   PIC 9(04)       COMP VALUE ZERO.
008700 01  WS-COUNT-DISPLAY       PIC Z,ZZZ,ZZ9.
008710 01  WS-GEN-PROOF-SWITCH    PIC X(01)       VALUE SPACE.
008720     88  WS-GEN-PROVED      VALUE 'P'.
008730     88  WS-GEN-UNSEALED    VALUE 'U'.
008740     88  WS-GEN-FAILED      VALUE 'F'.
008750     COPY SEALCTL.
008800 PROCEDURE DIVISION.
008900*-----------------------------------------------------------
009000* 0000-MAINLINE
022500         MOVE 4 TO RETURN-CODE
022600         GO TO 2300-SEARCH-GENERATION-EXIT
022700     END-IF.
022705     PERFORM 2350-PROVE-GENERATION
022710         THRU 2350-PROVE-GENERATION-EXIT.
022715     IF WS-GEN-FAILED
022720         ADD 1 TO WS-BAD-GEN-COUNT
022725         MOVE 8 TO RETURN-CODE
022730         GO TO 2300-SEARCH-GENERATION-EXIT
022735     END-IF.
022740     IF WS-GEN-PROVED
022745         MOVE 'N' TO WS-ARCH-EOF-SWITCH
022750         OPEN INPUT ARCHIVE-FILE
022755         IF NOT WS-ARCH-OK
022760             DISPLAY 'UNABLE TO REOPEN ' WS-ARCH-FILE-ID
022765                 ', STATUS: ' WS-ARCH-STATUS ' - GENERATION '
022770                 'SKIPPED'
022775             MOVE 4 TO RETURN-CODE
022780             GO TO 2300-SEARCH-GENERATION-EXIT
022785         END-IF
022790     END-IF.
022800     ADD 1 TO WS-GEN-COUNT.
022900     DISPLAY 'SEARCHING GENERATION ' WS-ARCH-FILE-ID.
023000     PERFORM 2400-READ-ARCHIVE-LINE
023600 2300-SEARCH-GENERATION-EXIT.
023700     EXIT.
023800*-----------------------------------------------------------
023801* 2350-PROVE-GENERATION - READ THE WHOLE GENERATION THROUGH
023802*     THE SEAL CHECK AGAINST THE SEALS CARRIED INTO IT. IT IS
023803*     PROVED ONLY WHEN EVERY SEAL MATCHES AND THE SEALS, THEIR
023804*     FOLDED SEAL, THE LINES NO SEAL COVERS AND THE LINE COUNT
023805*     ALL AGREE WITH THE CATALOG. A GENERATION CATALOGED
023806*     BEFORE THE LOG WAS SEALED IS LEFT OPEN, UNREAD, TO BE
023807*     SEARCHED AS BEFORE; OTHERWISE THE FILE IS CLOSED.
023808*-----------------------------------------------------------
023809 2350-PROVE-GENERATION.
023810     IF AC-SEAL-COUNT IS NOT NUMERIC
023811             OR AC-SEAL-FOLD IS NOT NUMERIC
023812             OR AC-UNSEALED-COUNT IS NOT NUMERIC
023813         MOVE 'U' TO WS-GEN-PROOF-SWITCH
023814         DISPLAY 'GENERATION ' WS-ARCH-FILE-ID
023815             ' PREDATES THE AUDIT LOG SEALS - NOT PROVED'
023816         GO TO 2350-PROVE-GENERATION-EXIT
023817     END-IF.
023818     MOVE 'F' TO WS-GEN-PROOF-SWITCH.
023819     MOVE AC-GEN-DATE TO SL-GEN-WANTED.
023820     PERFORM 7800-LOAD-SEALS
023821         THRU 7800-LOAD-SEALS-EXIT.
023822     IF SL-LOAD-FAILED
023823         CLOSE ARCHIVE-FILE
023824         DISPLAY 'GENERATION ' WS-ARCH-FILE-ID
023825             ' NOT PROVED - AUDSEAL NOT LOADED - SKIPPED'
023826         GO TO 2350-PROVE-GENERATION-EXIT
023827     END-IF.
023828     PERFORM 2400-READ-ARCHIVE-LINE
023829         THRU 2400-READ-ARCHIVE-LINE-EXIT.
023830     PERFORM 2360-PROVE-ONE-LINE
023831         THRU 2360-PROVE-ONE-LINE-EXIT
023832         UNTIL WS-ARCH-EOF.
023833     CLOSE ARCHIVE-FILE.
023834     PERFORM 7830-FINISH-SEAL-CHECK
023835         THRU 7830-FINISH-SEAL-CHECK-EXIT.
023836     IF SL-LOAD-FAILED
023837             OR SL-SEALS-BROKEN > ZERO
023838             OR SL-SEAL-USED NOT = AC-SEAL-COUNT
023839             OR SL-GEN-FOLD NOT = AC-SEAL-FOLD
023840             OR SL-UNSEALED-LINES NOT = AC-UNSEALED-COUNT
023841             OR SL-LINES-CHECKED NOT = AC-REC-COUNT
023842         DISPLAY 'GENERATION ' WS-ARCH-FILE-ID
023843             ' FAILS ITS SEALS - SKIPPED'
023844         GO TO 2350-PROVE-GENERATION-EXIT
023845     END-IF.
023846     MOVE 'P' TO WS-GEN-PROOF-SWITCH.
023847     MOVE SL-SEALS-MATCHED TO WS-COUNT-DISPLAY.
023848     DISPLAY 'GENERATION ' WS-ARCH-FILE-ID ' PROVED AGAINST'
023849         WS-COUNT-DISPLAY ' SEAL(S)'.
023850 2350-PROVE-GENERATION-EXIT.
023851     EXIT.
023852*-----------------------------------------------------------
023853* 2360-PROVE-ONE-LINE - HAND ONE ARCHIVED LINE TO THE SEAL
023854*     CHECK, THEN READ THE NEXT
023855*-----------------------------------------------------------
023856 2360-PROVE-ONE-LINE.
023857     MOVE AUDIT-LINE TO SL-CHECK-LINE.
023858     PERFORM 7820-CHECK-SEAL-LINE
023859         THRU 7820-CHECK-SEAL-LINE-EXIT.
023860     PERFORM 2400-READ-ARCHIVE-LINE
023861         THRU 2400-READ-ARCHIVE-LINE-EXIT.
023862 2360-PROVE-ONE-LINE-EXIT.
023863     EXIT.
023864*-----------------------------------------------------------
023900* 2400-READ-ARCHIVE-LINE - READ ONE ARCHIVED AUDIT LINE
024000*-----------------------------------------------------------
024100 2400-READ-ARCHIVE-LINE.
028900     DISPLAY 'LINES SCANNED:        ' WS-COUNT-DISPLAY.
029000     MOVE WS-HIT-COUNT TO WS-COUNT-DISPLAY.
029100     DISPLAY 'LINES PULLED:         ' WS-COUNT-DISPLAY.
029125     MOVE WS-BAD-GEN-COUNT TO WS-COUNT-DISPLAY.
029150     DISPLAY 'GENERATIONS FAILED:   ' WS-COUNT-DISPLAY.
029200 3000-DISPLAY-TOTALS-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------
030600     STOP RUN.
030700 9999-EXIT-EXIT.
030800     EXIT.
030900     COPY SEALPROC.
