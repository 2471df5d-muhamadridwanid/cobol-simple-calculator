002290*                  MISMATCH WHEN REVERSED AGAINST THE WRONG
002295*                  AMOUNT; AL-NUM2-CONV CARRIES THE AMOUNT THAT
002296*                  WAS ACTUALLY ADDED.
002297* 2026-09-15  RH   OPTIONAL LK-BUS-DATE: A NIGHTRUN CALL CHECKS
002298*                  THAT DATE'S LINES FROM THE AUDEXTR DAY EXTRACT
002299*                  (AUDXPROC); A CONSOLE RUN STILL READS THE LOG.
002300*-----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003000     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-AUDIT-STATUS.
003210     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS AX-EXTR-STATUS.
003300     SELECT RECON-FILE ASSIGN TO RECONRPT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RPT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  AUDIT-FILE
003850     RECORD CONTAINS 92 CHARACTERS.
003900 01  AUDIT-RECORD               PIC X(92).
003910 FD  AUDIT-EXTRACT-FILE
003920     RECORD CONTAINS 93 CHARACTERS.
003930     COPY AUDXREC.
004000 FD  RECON-FILE
004100     RECORD CONTAINS 80 CHARACTERS.
004200 01  RECON-RECORD               PIC X(80).
005600 01  WS-RECON-COUNTS.
005700     05  WS-CHECKED-COUNT       PIC S9(07)      COMP VALUE ZERO.
005800     05  WS-MISMATCH-COUNT      PIC S9(07)      COMP VALUE ZERO.
006200     COPY AUDITREC.
006205     COPY AUDXCTL.
006210     COPY RPTCTL.
006300 01  WS-HEADING-LINE-2.
006400     05  FILLER  PIC X(05) VALUE 'BRCH '.
009000         'MISMATCHED '.
009100     05  SL-MISMATCH-COUNT      PIC ZZZ,ZZ9.
009200     05  FILLER                 PIC X(32) VALUE SPACES.
009210 LINKAGE SECTION.
009220*-----------------------------------------------------------
009230* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY NIGHTRUN
009240*     FROM THE CALENDAR MASTER; WHEN OMITTED (A STANDALONE
009250*     RUN) EVERY ADDITION ON THE AUDIT LOG IS CHECKED UNDER
009260*     THE CLOCK DATE AS BEFORE.
009270*-----------------------------------------------------------
009280 01  LK-BUS-DATE                PIC 9(08).
009300 PROCEDURE DIVISION USING OPTIONAL LK-BUS-DATE.
009400*-----------------------------------------------------------
009500* 0000-MAINLINE
009600*-----------------------------------------------------------
010600     PERFORM 9999-EXIT
010700         THRU 9999-EXIT-EXIT.
010800*-----------------------------------------------------------
010900* 1000-INITIALIZE - OPEN THE AUDIT LINES WANTED AND THE
010950*     RECON REPORT
011000*-----------------------------------------------------------
011100 1000-INITIALIZE.
011110     IF LK-BUS-DATE IS OMITTED
011120         ACCEPT RP-BUS-DATE FROM DATE YYYYMMDD
011130         MOVE ZERO TO AX-WANTED-DATE
011140     ELSE
011150         MOVE LK-BUS-DATE TO RP-BUS-DATE
011160         MOVE LK-BUS-DATE TO AX-WANTED-DATE
011170     END-IF.
011200     PERFORM 7300-OPEN-AUDIT-SOURCE
011250         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
011300     IF AX-NO-SOURCE
011400         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
011500             WS-AUDIT-STATUS
011600         GO TO 1000-INITIALIZE-EXIT
011850     MOVE 'Y' TO WS-OPEN-SWITCH.
011910     MOVE 'ADDITION RECONCILIATION' TO RP-TITLE.
011920     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
011940     PERFORM 7200-INIT-REPORT
011950         THRU 7200-INIT-REPORT-EXIT.
012100 1000-INITIALIZE-EXIT.
014500 2100-READ-NEXT-ADDITION-EXIT.
014600     EXIT.
014700*-----------------------------------------------------------
014800* 2110-READ-AUDIT-LINE - READ THE NEXT AUDIT LINE WANTED
014900*-----------------------------------------------------------
015000 2110-READ-AUDIT-LINE.
015100     PERFORM 7330-READ-AUDIT-SOURCE
015200         THRU 7330-READ-AUDIT-SOURCE-EXIT.
015300     IF AX-SOURCE-EOF
015350         SET WS-END-OF-FILE TO TRUE
015400     END-IF.
015500 2110-READ-AUDIT-LINE-EXIT.
015600     EXIT.
015700*-----------------------------------------------------------
019600 3000-PRINT-SUMMARY-EXIT.
019700     EXIT.
019800*-----------------------------------------------------------
019900* 8900-CLOSE-FILES - CLOSE THE AUDIT SOURCE AND THE RECON
019950*     REPORT
020000*-----------------------------------------------------------
020100 8900-CLOSE-FILES.
020200     PERFORM 7390-CLOSE-AUDIT-SOURCE
020250         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
020300     CLOSE RECON-FILE.
020400 8900-CLOSE-FILES-EXIT.
020500     EXIT.
021200     EXIT.
021210     COPY RPTPROC
021220         REPLACING ==REPORT-RECORD== BY ==RECON-RECORD==.
021230     COPY AUDXPROC.
