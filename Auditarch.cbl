003300*                  RANGE WITHOUT RETRIEVING THEM ONE AT A
003400*                  TIME. AN OUT-OF-BALANCE RUN CATALOGS
003500*                  NOTHING.
003525* 2026-09-06  RH   ARCHIVE AND NEW-LOG RECORDS WIDENED TO 84 FOR
003550*                  THE LONGER AUDIT LINE (NEW AL-OPERATOR).
003570* 2026-09-07  RH   ARCHIVE AND NEW-LOG RECORDS WIDENED TO 92 FOR
003590*                  THE AUDIT LINE'S NEW CURRENCY CODES.
003591* 2026-09-13  RH   THE LIVE LOG IS PROVED AGAINST ITS AUDSEAL
003592*                  SEALS AS IT IS SPLIT; A SEAL THAT NO LONGER
003593*                  MATCHES OR A BREAK IN THE CHAIN PUTS THE RUN
003594*                  OUT OF BALANCE. THE SEALS OF THE ARCHIVED
003595*                  DATES ARE CARRIED INTO THE GENERATION ON
003596*                  SEALNEW (THE JCL SWAPS IT IN FOR AUDSEAL) AND
003597*                  THE CATALOG RECORD NOW HOLDS THEIR COUNT,
003598*                  FOLDED SEAL AND THE ARCHIVED LINES NO SEAL
003599*                  COVERED, FOR ARCHFIND TO PROVE IT BY.
003600*-----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005500     SELECT CATALOG-FILE ASSIGN TO ARCHCAT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CAT-STATUS.
005710     SELECT SEAL-FILE ASSIGN TO AUDSEAL
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS SL-SEAL-STATUS.
005740     SELECT SEALNEW-FILE ASSIGN TO SEALNEW
005750         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-SEALNEW-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  AUDIT-FILE.
006100     COPY AUDITREC.
006200 FD  ARCHIVE-FILE
006300     RECORD CONTAINS 92 CHARACTERS.
006400 01  ARCHIVE-RECORD             PIC X(92).
006500 FD  NEWLOG-FILE
006600     RECORD CONTAINS 92 CHARACTERS.
006700 01  NEWLOG-RECORD              PIC X(92).
006800 FD  REPORT-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  REPORT-RECORD              PIC X(80).
007100 FD  CATALOG-FILE
007200     RECORD CONTAINS 65 CHARACTERS.
007300     COPY ARCATREC.
007310 FD  SEAL-FILE
007320     RECORD CONTAINS 80 CHARACTERS.
007330     COPY SEALREC.
007340 FD  SEALNEW-FILE
007350     RECORD CONTAINS 80 CHARACTERS.
007360 01  SEALNEW-RECORD             PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 01  WS-AUDIT-STATUS            PIC X(02).
007600     88  WS-AUDIT-OK            VALUE '00'.
010100 01  WS-MAX-ARCH-DATE           PIC 9(08)       VALUE ZERO.
010200 01  WS-ARCH-HASH-TOTAL         PIC S9(11)V99   COMP-3
010300                                                VALUE ZERO.
010320 01  WS-SEALNEW-STATUS          PIC X(02).
010340     88  WS-SEALNEW-OK          VALUE '00'.
010360 01  WS-ARCH-UNSEALED           PIC 9(07)       COMP VALUE ZERO.
010380 01  WS-CARRIED-COUNT           PIC 9(05)       COMP VALUE ZERO.
010400 01  WS-HEADING-LINE-1.
010500     05  FILLER  PIC X(34) VALUE
010600         'AUDIT LOG ARCHIVE CONTROL REPORT '.
011400 01  WS-BALANCE-LINE.
011500     05  BL-TEXT                PIC X(40).
011600     05  FILLER                 PIC X(40) VALUE SPACES.
011610     COPY SEALCTL.
011700 PROCEDURE DIVISION.
011800*-----------------------------------------------------------
011900* 0000-MAINLINE
012600             THRU 2000-SPLIT-AUDIT-LOG-EXIT
012700         PERFORM 3000-PRINT-CONTROL-REPORT
012800             THRU 3000-PRINT-CONTROL-REPORT-EXIT
012825         PERFORM 3400-CARRY-SEALS
012850             THRU 3400-CARRY-SEALS-EXIT
012900         PERFORM 3500-WRITE-CATALOG
013000             THRU 3500-WRITE-CATALOG-EXIT
013100         PERFORM 8900-CLOSE-FILES
014800         GO TO 1000-INITIALIZE-EXIT
014900     END-IF.
015000     MOVE WS-CUTOFF-INPUT TO WS-CUTOFF-DATE.
015010     MOVE ZERO TO SL-GEN-WANTED.
015020     PERFORM 7800-LOAD-SEALS
015030         THRU 7800-LOAD-SEALS-EXIT.
015040     IF SL-LOAD-FAILED
015050         DISPLAY 'AUDSEAL NOT LOADED - NOTHING ARCHIVED'
015060         MOVE 8 TO RETURN-CODE
015070         GO TO 1000-INITIALIZE-EXIT
015080     END-IF.
015100     OPEN INPUT AUDIT-FILE.
015200     IF NOT WS-AUDIT-OK
015300         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
017100     PERFORM 2200-ROUTE-AUDIT-LINE
017200         THRU 2200-ROUTE-AUDIT-LINE-EXIT
017300         UNTIL WS-END-OF-FILE.
017325     PERFORM 7830-FINISH-SEAL-CHECK
017350         THRU 7830-FINISH-SEAL-CHECK-EXIT.
017400 2000-SPLIT-AUDIT-LOG-EXIT.
017500     EXIT.
017600*-----------------------------------------------------------
019000*-----------------------------------------------------------
019100 2200-ROUTE-AUDIT-LINE.
019200     ADD 1 TO WS-READ-COUNT.
019225     MOVE AUDIT-LINE TO SL-CHECK-LINE.
019250     PERFORM 7820-CHECK-SEAL-LINE
019275         THRU 7820-CHECK-SEAL-LINE-EXIT.
019300     IF AL-DATE IS NUMERIC AND AL-DATE NOT > WS-CUTOFF-DATE
019400         ADD 1 TO WS-ARCHIVED-COUNT
019425         IF NOT SL-LINE-SEALED
019450             ADD 1 TO WS-ARCH-UNSEALED
019475         END-IF
019500         WRITE ARCHIVE-RECORD FROM AUDIT-LINE
019600         IF AL-DATE < WS-MIN-ARCH-DATE
019700             MOVE AL-DATE TO WS-MIN-ARCH-DATE
022500     MOVE 'RECORDS REMAINING   ' TO CL-LABEL.
022600     MOVE WS-REMAINING-COUNT TO CL-COUNT.
022700     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
022705     MOVE 'SEALS MATCHED       ' TO CL-LABEL.
022710     MOVE SL-SEALS-MATCHED TO CL-COUNT.
022715     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
022720     MOVE 'SEALS BROKEN        ' TO CL-LABEL.
022725     MOVE SL-SEALS-BROKEN TO CL-COUNT.
022730     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
022735     MOVE 'SEAL CHAIN BREAKS   ' TO CL-LABEL.
022740     MOVE SL-CHAIN-BREAKS TO CL-COUNT.
022745     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
022750     MOVE 'ARCHIVED UNSEALED   ' TO CL-LABEL.
022755     MOVE WS-ARCH-UNSEALED TO CL-COUNT.
022760     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
022800     ADD WS-ARCHIVED-COUNT WS-REMAINING-COUNT
022900         GIVING WS-CHECK-COUNT.
023000     IF WS-CHECK-COUNT = WS-READ-COUNT
023400             TO BL-TEXT
023500         MOVE 'N' TO WS-BALANCED-SWITCH
023600     END-IF.
023610     IF SL-SEALS-BROKEN > ZERO OR SL-CHAIN-BREAKS > ZERO
023620             OR SL-LOAD-FAILED
023630         MOVE 'SEALS DO NOT HOLD - DO NOT PURGE' TO BL-TEXT
023640         MOVE 'N' TO WS-BALANCED-SWITCH
023650     END-IF.
023700     WRITE REPORT-RECORD FROM WS-BALANCE-LINE.
023800     DISPLAY BL-TEXT.
023900 3000-PRINT-CONTROL-REPORT-EXIT.
024000     EXIT.
024100*-----------------------------------------------------------
024101* 3400-CARRY-SEALS - COPY THE SEAL FILE TO SEALNEW FOR THE
024102*     JCL TO SWAP IN, MARKING EACH LIVE SEAL OF AN ARCHIVED
024103*     DATE WITH THE CUTOFF THAT NAMES THE GENERATION AND
024104*     FOLDING IT INTO THE GENERATION'S SEAL FOR THE CATALOG.
024105*     NOTHING IS MARKED WHEN THE GENERATION WILL NOT BE
024106*     CATALOGED.
024107*-----------------------------------------------------------
024108 3400-CARRY-SEALS.
024109     MOVE ZERO TO WS-CARRIED-COUNT.
024110     MOVE ZERO TO SL-GEN-FOLD.
024111     MOVE 'N' TO SL-SEAL-EOF-SWITCH.
024112     OPEN OUTPUT SEALNEW-FILE.
024113     IF NOT WS-SEALNEW-OK
024114         DISPLAY 'UNABLE TO OPEN SEALNEW, STATUS: '
024115             WS-SEALNEW-STATUS ' - DO NOT PURGE'
024116         MOVE 'N' TO WS-BALANCED-SWITCH
024117         GO TO 3400-CARRY-SEALS-EXIT
024118     END-IF.
024119     OPEN INPUT SEAL-FILE.
024120     IF SL-SEAL-NOT-FOUND
024121         CLOSE SEALNEW-FILE
024122         GO TO 3400-CARRY-SEALS-EXIT
024123     END-IF.
024124     IF NOT SL-SEAL-OK
024125         DISPLAY 'UNABLE TO OPEN AUDSEAL, STATUS: '
024126             SL-SEAL-STATUS ' - DO NOT PURGE'
024127         MOVE 'N' TO WS-BALANCED-SWITCH
024128         CLOSE SEALNEW-FILE
024129         GO TO 3400-CARRY-SEALS-EXIT
024130     END-IF.
024131     PERFORM 7801-READ-SEAL
024132         THRU 7801-READ-SEAL-EXIT.
024133     PERFORM 3410-CARRY-ONE-SEAL
024134         THRU 3410-CARRY-ONE-SEAL-EXIT
024135         UNTIL SL-SEAL-EOF.
024136     CLOSE SEAL-FILE.
024137     CLOSE SEALNEW-FILE.
024138 3400-CARRY-SEALS-EXIT.
024139     EXIT.
024140*-----------------------------------------------------------
024141* 3410-CARRY-ONE-SEAL - MARK ONE SEAL INTO THE GENERATION
024142*     WHEN ITS DATE WAS ARCHIVED, COPY IT TO SEALNEW, THEN
024143*     READ THE NEXT
024144*-----------------------------------------------------------
024145 3410-CARRY-ONE-SEAL.
024146     IF WS-OUT-OF-BALANCE OR WS-ARCHIVED-COUNT = ZERO
024147         GO TO 3410-CARRY-WRITE
024148     END-IF.
024149     IF SE-GEN-DATE = ZERO AND SE-LINE-DATE IS NUMERIC
024150             AND SE-LINE-DATE NOT > WS-CUTOFF-DATE
024151         MOVE WS-CUTOFF-DATE TO SE-GEN-DATE
024152         ADD 1 TO WS-CARRIED-COUNT
024153         PERFORM 7885-FOLD-SEAL
024154             THRU 7885-FOLD-SEAL-EXIT
024155     END-IF.
024156 3410-CARRY-WRITE.
024157     WRITE SEALNEW-RECORD FROM AUDIT-SEAL-RECORD.
024158     PERFORM 7801-READ-SEAL
024159         THRU 7801-READ-SEAL-EXIT.
024160 3410-CARRY-ONE-SEAL-EXIT.
024161     EXIT.
024162*-----------------------------------------------------------
024200* 3500-WRITE-CATALOG - WHEN THE GENERATION'S CONTROLS PROVED
024300*     AND SOMETHING WAS ARCHIVED, APPEND ITS CATALOG RECORD
024400*     (CUTOFF DATE, DATE RANGE HELD, COUNT AND HASH TOTAL) TO
026200     MOVE WS-MAX-ARCH-DATE  TO AC-THRU-DATE.
026300     MOVE WS-ARCHIVED-COUNT TO AC-REC-COUNT.
026400     MOVE WS-ARCH-HASH-TOTAL TO AC-HASH-TOTAL.
026425     MOVE WS-CARRIED-COUNT  TO AC-SEAL-COUNT.
026450     MOVE SL-GEN-FOLD       TO AC-SEAL-FOLD.
026475     MOVE WS-ARCH-UNSEALED  TO AC-UNSEALED-COUNT.
026500     WRITE ARCHIVE-CATALOG-RECORD.
026600     CLOSE CATALOG-FILE.
026700     DISPLAY 'GENERATION CATALOGED ON ARCHCAT FOR CUTOFF '
028800     STOP RUN.
028900 9999-EXIT-EXIT.
029000     EXIT.
029100     COPY SEALPROC.
