000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALRBLD.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED. 2026-09-14.
000700*REMARKS.
000800*    REBUILDS THE BRANCH BALANCE MASTER (BRBALMST) FOR ONE
000900*    MONTH FROM THE AUDIT HISTORY. BALPOST AND REVERSAL BOTH
001000*    UPDATE THE MASTER IN PLACE, SO A DAMAGED MASTER OR A BAD
001100*    DAY POSTED OVER IT COULD NOT BE PUT RIGHT. GIVEN A MONTH,
001200*    THIS PROGRAM STARTS FROM THE BALANCES KEPT ON CLOSEBAL
001300*    WHEN MONTHEND CLOSED THE MONTH BEFORE (THE MONTH MUST BE
001400*    ON CLOSECTL; A MONTH WITH NO CLOSE BEFORE IT AT ALL
001500*    STARTS FROM AN EMPTY MASTER) AND REPLAYS THE MONTH'S
001600*    AUDIT LINES - FIRST FROM EVERY AUDITARCH GENERATION ON
001700*    ARCHCAT WHOSE RANGE REACHES INTO THE MONTH, IN CATALOG
001800*    ORDER, THEN FROM THE LIVE LOG - THROUGH BALPOST'S BUCKET
001900*    RULES: A NEW MONTH ROLLS THE CLOSE INTO THE OPENING
002000*    BALANCE AND CLEARS THE BUCKETS, AND EACH LINE ADDS ONE TO
002100*    ITS OPERATION'S COUNT AND ITS RESULT TO THE VALUE AND THE
002200*    CLOSE. A REVERSAL OFFSET LINE IS REPLAYED THE WAY
002300*    REVERSAL TREATED IT: WHILE ITS DATE IS STILL THE NEWEST
002400*    ON THE LOG IT FLOWED THROUGH BALPOST LIKE ANY LINE; ONCE
002500*    A LATER DATE HAD BEEN LOGGED IT WAS BACKED STRAIGHT OUT
002600*    OF THE BUCKETS (COUNT LESS ONE); AND WHEN THE BRANCH HAD
002700*    ALREADY MOVED INTO A LATER MONTH IT NEVER TOUCHED THE
002800*    MASTER AND IS LEFT OUT. EVERY FILE REPLAYED IS PROVED
002900*    AGAINST ITS AUDSEAL SEALS ON THE WAY THROUGH (A
003000*    GENERATION CUT BEFORE THE LOG WAS SEALED IS REPLAYED
003100*    UNPROVED AND SAID SO); ONE THAT DOES NOT PROVE STOPS THE
003200*    REBUILD, RETURN-CODE 8, WITH NOTHING WRITTEN.
003300*    THE REBUILT MASTER IS WRITTEN TO BRBALRBD. IN COMPARE
003400*    MODE THE REPORT (RBLDRPT) LISTS EVERY BRANCH WHOSE
003500*    REBUILT OPENING OR CLOSING BALANCE OR ANY BUCKET DIFFERS
003600*    FROM THE LIVE MASTER, AND THE RUN ENDS RETURN-CODE 4 IF
003700*    ANY DO. IN RESTORE MODE AN OPERATOR HOLDING THE ADMIN
003800*    FLAG MUST SIGN ON FIRST; THE SAME DIFFERENCES ARE
003900*    LISTED, THE LIVE MASTER IS COPIED TO BRBALBKP, AND ON
004000*    CONFIRMATION BRBALMST IS REPLACED BY THE REBUILT ONE. A
004100*    RESTORE IS REFUSED WHILE ANY BRANCH ON THE LIVE MASTER
004200*    HAS ALREADY POSTED PAST THE MONTH.
004300*-----------------------------------------------------------
004400*                 MODIFICATION HISTORY
004500*-----------------------------------------------------------
004600* DATE       INIT  DESCRIPTION
004700* ---------- ----  ----------------------------------------
004800* 2026-09-14  RH   ORIGINAL PROGRAM.
004825* 2026-10-15  RH   A FAILED OPEN OF RBLDRPT NOW ENDS THE RUN
004850*                  WITH RETURN-CODE 8.
004900*-----------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CTL-STATUS.
005900     SELECT CLOSE-BALANCE-FILE ASSIGN TO CLOSEBAL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CBAL-STATUS.
006200     SELECT CATALOG-FILE ASSIGN TO ARCHCAT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CAT-STATUS.
006500     SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-FILE-ID
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ARCH-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AUDIT-STATUS.
007100     SELECT SEAL-FILE ASSIGN TO AUDSEAL
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS SL-SEAL-STATUS.
007400     SELECT BALANCE-FILE ASSIGN TO BRBALMST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS BB-BRANCH
007800         FILE STATUS IS WS-BAL-STATUS.
007900     SELECT REBUILT-FILE ASSIGN TO BRBALRBD
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS RR-BRANCH
008300         FILE STATUS IS WS-RBLT-STATUS.
008400     SELECT BACKUP-FILE ASSIGN TO BRBALBKP
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-BKUP-STATUS.
008700     SELECT REPORT-FILE ASSIGN TO RBLDRPT
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RPT-STATUS.
009000     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS OP-OPER-ID
009400         FILE STATUS IS WS-OPER-STATUS.
009500     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS SG-HIST-STATUS.
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CLOSE-CONTROL-FILE
010100     RECORD CONTAINS 24 CHARACTERS.
010200     COPY CLOSEREC.
010300 FD  CLOSE-BALANCE-FILE
010400     RECORD CONTAINS 109 CHARACTERS.
010500     COPY CLOSBREC.
010600 FD  CATALOG-FILE
010700     RECORD CONTAINS 65 CHARACTERS.
010800     COPY ARCATREC.
010900 FD  ARCHIVE-FILE
011000     RECORD CONTAINS 92 CHARACTERS.
011100 01  ARCHIVE-RECORD             PIC X(92).
011200 FD  AUDIT-FILE
011300     RECORD CONTAINS 92 CHARACTERS.
011400 01  AUDIT-RECORD               PIC X(92).
011500 FD  SEAL-FILE
011600     RECORD CONTAINS 80 CHARACTERS.
011700     COPY SEALREC.
011800 FD  BALANCE-FILE.
011900     COPY BALREC.
012000 FD  REBUILT-FILE
012100     RECORD CONTAINS 103 CHARACTERS.
012200 01  REBUILT-RECORD.
012300     05  RR-BRANCH              PIC X(04).
012400     05  FILLER                 PIC X(99).
012500 FD  BACKUP-FILE
012600     RECORD CONTAINS 103 CHARACTERS.
012700 01  BACKUP-RECORD              PIC X(103).
012800 FD  REPORT-FILE
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  REPORT-RECORD              PIC X(80).
013100 FD  OPERATOR-FILE.
013200     COPY OPERREC.
013300 FD  SIGNON-HIST-FILE
013400     RECORD CONTAINS 80 CHARACTERS.
013500     COPY SGNHREC.
013600 WORKING-STORAGE SECTION.
013700 01  WS-CTL-STATUS              PIC X(02).
013800     88  WS-CTL-OK              VALUE '00'.
013900     88  WS-CTL-NOT-FOUND       VALUE '35'.
014000 01  WS-CBAL-STATUS             PIC X(02).
014100     88  WS-CBAL-OK             VALUE '00'.
014200     88  WS-CBAL-NOT-FOUND      VALUE '35'.
014300 01  WS-CAT-STATUS              PIC X(02).
014400     88  WS-CAT-OK              VALUE '00'.
014500     88  WS-CAT-NOT-FOUND       VALUE '35'.
014600 01  WS-ARCH-STATUS             PIC X(02).
014700     88  WS-ARCH-OK             VALUE '00'.
014800 01  WS-AUDIT-STATUS            PIC X(02).
014900     88  WS-AUDIT-OK            VALUE '00'.
015000     88  WS-AUDIT-NOT-FOUND     VALUE '35'.
015100 01  WS-BAL-STATUS              PIC X(02).
015200     88  WS-BAL-OK              VALUE '00'.
015300     88  WS-BAL-NOT-FOUND       VALUE '35'.
015400 01  WS-RBLT-STATUS             PIC X(02).
015500     88  WS-RBLT-OK             VALUE '00'.
015600 01  WS-BKUP-STATUS             PIC X(02).
015700     88  WS-BKUP-OK             VALUE '00'.
015800 01  WS-RPT-STATUS              PIC X(02).
015900     88  WS-RPT-OK              VALUE '00'.
016000 01  WS-OPER-STATUS             PIC X(02).
016100     88  WS-OPER-OK             VALUE '00'.
016200     88  WS-OPER-NOT-FOUND      VALUE '35'.
016300 01  WS-OPEN-SWITCH             PIC X(01)       VALUE 'N'.
016400     88  WS-OPEN-OK             VALUE 'Y'.
016500 01  WS-RUN-FAILED-SWITCH       PIC X(01)       VALUE 'N'.
016600     88  WS-RUN-FAILED          VALUE 'Y'.
016700 01  WS-CTL-EOF-SWITCH          PIC X(01)       VALUE 'N'.
016800     88  WS-CTL-EOF             VALUE 'Y'.
016900 01  WS-CBAL-EOF-SWITCH         PIC X(01)       VALUE 'N'.
017000     88  WS-CBAL-EOF            VALUE 'Y'.
017100 01  WS-CAT-EOF-SWITCH          PIC X(01)       VALUE 'N'.
017200     88  WS-CAT-EOF             VALUE 'Y'.
017300 01  WS-LINE-EOF-SWITCH         PIC X(01)       VALUE 'N'.
017400     88  WS-LINE-EOF            VALUE 'Y'.
017500 01  WS-BAL-EOF-SWITCH          PIC X(01)       VALUE 'N'.
017600     88  WS-BAL-EOF             VALUE 'Y'.
017700 01  WS-LIVE-SWITCH             PIC X(01)       VALUE 'N'.
017800     88  WS-LIVE-OPEN           VALUE 'Y'.
017900 01  WS-SOURCE-SWITCH           PIC X(01)       VALUE SPACE.
018000     88  WS-FROM-ARCHIVE        VALUE 'A'.
018100     88  WS-FROM-LIVE-LOG       VALUE 'L'.
018200 01  WS-PROOF-SWITCH            PIC X(01)       VALUE 'N'.
018300     88  WS-PROVING             VALUE 'Y'.
018400 01  WS-PRIOR-CLOSED-SW         PIC X(01)       VALUE 'N'.
018500     88  WS-PRIOR-CLOSED        VALUE 'Y'.
018600 01  WS-EARLIER-CLOSE-SW        PIC X(01)       VALUE 'N'.
018700     88  WS-EARLIER-CLOSE       VALUE 'Y'.
018800 01  WS-MODE-CODE               PIC X(01)       VALUE SPACE.
018900     88  WS-COMPARE-MODE        VALUE 'C'.
019000     88  WS-RESTORE-MODE        VALUE 'R'.
019100     88  WS-MODE-VALID          VALUE 'C' 'R'.
019200 01  WS-CONFIRM-CODE            PIC X(01)       VALUE SPACE.
019300     88  WS-RESTORE-CONFIRMED   VALUE 'Y'.
019400 01  WS-SIGNON-ID               PIC X(04)       VALUE SPACES.
019500 01  WS-SIGNON-OK-SW            PIC X(01)       VALUE 'N'.
019600     88  WS-SIGNON-OK           VALUE 'Y'.
019700 01  WS-MONTH-INPUT             PIC X(06).
019800 01  WS-REBUILD-MONTH           PIC 9(06)       VALUE ZERO.
019900 01  WS-REBUILD-MONTH-X REDEFINES WS-REBUILD-MONTH.
020000     05  WS-REBUILD-YEAR        PIC 9(04).
020100     05  WS-REBUILD-MM          PIC 9(02).
020200 01  WS-PRIOR-MONTH             PIC 9(06)       VALUE ZERO.
020300 01  WS-LINE-MONTH              PIC 9(06)       VALUE ZERO.
020400 01  WS-WORK-MONTH              PIC 9(06)       VALUE ZERO.
020500 01  WS-HIGH-DATE               PIC 9(08)       VALUE ZERO.
020600 01  WS-ARCH-FILE-ID            PIC X(12)       VALUE SPACES.
020700 01  WS-SOURCE-NAME             PIC X(12)       VALUE SPACES.
020800 01  WS-AUDIT-RESULT            PIC S9(05)V99   VALUE ZERO.
020900 01  WS-OPER-BUCKET-NO          PIC 9(01)       VALUE ZERO.
021000 01  WS-STAMP-DATE              PIC 9(08)       VALUE ZERO.
021100 01  WS-STAMP-TIME              PIC 9(08)       VALUE ZERO.
021200 01  WS-BRANCH-DIFFERS-SW       PIC X(01)       VALUE 'N'.
021300     88  WS-BRANCH-DIFFERS      VALUE 'Y'.
021400 01  WS-REBUILD-COUNTS.
021500     05  WS-GEN-COUNT           PIC 9(04)       COMP VALUE ZERO.
021600     05  WS-UNPROVED-GEN-COUNT  PIC 9(04)       COMP VALUE ZERO.
021700     05  WS-START-COUNT         PIC 9(04)       COMP VALUE ZERO.
021800     05  WS-LINES-READ          PIC 9(07)       COMP VALUE ZERO.
021900     05  WS-LINES-REPLAYED      PIC 9(07)       COMP VALUE ZERO.
022000     05  WS-BACKED-OUT-COUNT    PIC 9(07)       COMP VALUE ZERO.
022100     05  WS-LEFT-OUT-COUNT      PIC 9(07)       COMP VALUE ZERO.
022200     05  WS-DIFFER-COUNT        PIC 9(04)       COMP VALUE ZERO.
022300     05  WS-PAST-MONTH-COUNT    PIC 9(04)       COMP VALUE ZERO.
022400     05  WS-RESTORED-COUNT      PIC 9(04)       COMP VALUE ZERO.
022500     05  WS-BACKUP-COUNT        PIC 9(04)       COMP VALUE ZERO.
022600 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
022700*-----------------------------------------------------------
022800* THE REBUILT MASTER. EACH ENTRY'S RB-BALANCE IS LAID OUT
022900* BYTE FOR BYTE AS BALREC, THE SEVEN MONTH-TO-DATE COUNT AND
023000* VALUE PAIRS IN BALREC'S ORDER, SO A CLOSEBAL IMAGE MOVES
023100* STRAIGHT IN AND A REBUILT ENTRY STRAIGHT OUT. RB-SEEN-DATE
023200* IS THE NEWEST DATE LOGGED FOR THE BRANCH SO FAR IN ANY
023300* MONTH, FOR JUDGING A REVERSAL OFFSET.
023400*-----------------------------------------------------------
023500 01  WS-RB-USED                 PIC 9(04)       COMP VALUE ZERO.
023600 01  WS-RB-USED-BEFORE          PIC 9(04)       COMP VALUE ZERO.
023700 01  WS-RB-TABLE.
023800     05  WS-RB-ENTRY OCCURS 500 TIMES
023900             INDEXED BY WS-RB-IDX.
024000         10  RB-BALANCE.
024100             15  RB-BRANCH          PIC X(04).
024200             15  RB-OPEN-BALANCE    PIC S9(11)V99   COMP-3.
024300             15  RB-CLOSE-BALANCE   PIC S9(11)V99   COMP-3.
024400             15  RB-LAST-POST-DATE  PIC 9(08).
024500             15  RB-BUCKET OCCURS 7 TIMES
024600                     INDEXED BY WS-RBKT-IDX.
024700                 20  RB-COUNT       PIC S9(07)      COMP-3.
024800                 20  RB-VALUE       PIC S9(11)V99   COMP-3.
024900         10  RB-SEEN-DATE           PIC 9(08).
025000 01  WS-FIND-BRANCH             PIC X(04)       VALUE SPACES.
025100 01  WS-LIVE-VIEW.
025200     05  WS-LIVE-BUCKET OCCURS 7 TIMES
025300             INDEXED BY WS-LBKT-IDX.
025400         10  LV-COUNT           PIC S9(07)      COMP-3.
025500         10  LV-VALUE           PIC S9(11)V99   COMP-3.
025600 01  WS-OPER-NAMES.
025700     05  FILLER  PIC X(14) VALUE 'ADDITION'.
025800     05  FILLER  PIC X(14) VALUE 'SUBSTRACTION'.
025900     05  FILLER  PIC X(14) VALUE 'MULTIPLICATION'.
026000     05  FILLER  PIC X(14) VALUE 'DIVISSION'.
026100     05  FILLER  PIC X(14) VALUE 'PERCENTAGE'.
026200     05  FILLER  PIC X(14) VALUE 'EXPONENTIATION'.
026300     05  FILLER  PIC X(14) VALUE 'OTHER'.
026400 01  WS-OPER-NAME-TABLE REDEFINES WS-OPER-NAMES.
026500     05  WS-OPER-NAME           PIC X(14) OCCURS 7 TIMES.
026600     COPY AUDITREC.
026700     COPY RPTCTL.
026800 01  WS-HEADING-LINE-2.
026900     05  FILLER  PIC X(40) VALUE
027000         'BRCH ITEM            REBUILT  REBUILT VA'.
027100     05  FILLER  PIC X(40) VALUE
027200         'LUE     LIVE     LIVE VALUE NOTE'.
027300 01  WS-DIFF-LINE.
027400     05  DL-BRANCH              PIC X(04).
027500     05  FILLER                 PIC X(01) VALUE SPACE.
027600     05  DL-ITEM                PIC X(14).
027700     05  FILLER                 PIC X(01) VALUE SPACE.
027800     05  DL-RB-COUNT            PIC ZZZ,ZZ9-.
027900     05  DL-RB-COUNT-X REDEFINES DL-RB-COUNT
028000                                PIC X(08).
028100     05  FILLER                 PIC X(01) VALUE SPACE.
028200     05  DL-RB-VALUE            PIC -(10)9.99.
028300     05  DL-RB-VALUE-X REDEFINES DL-RB-VALUE
028400                                PIC X(14).
028500     05  FILLER                 PIC X(01) VALUE SPACE.
028600     05  DL-LV-COUNT            PIC ZZZ,ZZ9-.
028700     05  DL-LV-COUNT-X REDEFINES DL-LV-COUNT
028800                                PIC X(08).
028900     05  FILLER                 PIC X(01) VALUE SPACE.
029000     05  DL-LV-VALUE            PIC -(10)9.99.
029100     05  DL-LV-VALUE-X REDEFINES DL-LV-VALUE
029200                                PIC X(14).
029300     05  FILLER                 PIC X(01) VALUE SPACE.
029400     05  DL-NOTE                PIC X(12).
029500 01  WS-COUNT-LINE.
029600     05  CL-LABEL               PIC X(34).
029700     05  CL-COUNT               PIC Z,ZZZ,ZZ9.
029800     05  FILLER                 PIC X(37) VALUE SPACES.
029900 01  WS-TEXT-LINE.
030000     05  TL-TEXT                PIC X(60).
030100     05  FILLER                 PIC X(20) VALUE SPACES.
030200 01  WS-BLANK-LINE              PIC X(80)  VALUE SPACES.
030300     COPY SEALCTL.
030400     COPY SGNCTL.
030500 PROCEDURE DIVISION.
030600*-----------------------------------------------------------
030700* 0000-MAINLINE
030800*-----------------------------------------------------------
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE
031100         THRU 1000-INITIALIZE-EXIT.
031200     IF WS-OPEN-OK
031300         PERFORM 2000-LOAD-STARTING-POINT
031400             THRU 2000-LOAD-STARTING-POINT-EXIT
031500         PERFORM 3000-REPLAY-MONTH
031600             THRU 3000-REPLAY-MONTH-EXIT
031700         PERFORM 4000-WRITE-REBUILT
031800             THRU 4000-WRITE-REBUILT-EXIT
031900         PERFORM 5000-COMPARE-MASTER
032000             THRU 5000-COMPARE-MASTER-EXIT
032100         PERFORM 6000-RESTORE-MASTER
032200             THRU 6000-RESTORE-MASTER-EXIT
032300         PERFORM 8000-PRINT-SUMMARY
032400             THRU 8000-PRINT-SUMMARY-EXIT
032500         PERFORM 8900-CLOSE-FILES
032600             THRU 8900-CLOSE-FILES-EXIT
032700     END-IF.
032800     PERFORM 9999-EXIT
032900         THRU 9999-EXIT-EXIT.
033000*-----------------------------------------------------------
033100* 1000-INITIALIZE - TAKE THE MONTH AND THE MODE, SIGN THE
033200*     ADMINISTRATOR ON FOR A RESTORE, AND OPEN THE REPORT
033300*-----------------------------------------------------------
033400 1000-INITIALIZE.
033500     DISPLAY 'ENTER MONTH TO REBUILD (YYYYMM): '.
033600     MOVE SPACES TO WS-MONTH-INPUT.
033700     ACCEPT WS-MONTH-INPUT.
033800     IF WS-MONTH-INPUT IS NOT NUMERIC
033900         DISPLAY 'MONTH MUST BE YYYYMM DIGITS'
034000         MOVE 8 TO RETURN-CODE
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF.
034300     MOVE WS-MONTH-INPUT TO WS-REBUILD-MONTH.
034400     IF WS-REBUILD-MM < 1 OR WS-REBUILD-MM > 12
034500         DISPLAY 'MONTH MUST BE 01 THRU 12'
034600         MOVE 8 TO RETURN-CODE
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900     IF WS-REBUILD-MM = 1
035000         COMPUTE WS-PRIOR-MONTH =
035100             (WS-REBUILD-YEAR - 1) * 100 + 12
035200     ELSE
035300         COMPUTE WS-PRIOR-MONTH = WS-REBUILD-MONTH - 1
035400     END-IF.
035500     DISPLAY 'ENTER MODE (C=COMPARE, R=RESTORE): '.
035600     MOVE SPACE TO WS-MODE-CODE.
035700     ACCEPT WS-MODE-CODE.
035800     IF NOT WS-MODE-VALID
035900         DISPLAY 'INVALID MODE: ' WS-MODE-CODE
036000         MOVE 8 TO RETURN-CODE
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF.
036300     IF WS-RESTORE-MODE
036400         PERFORM 1200-SIGN-ON
036500             THRU 1200-SIGN-ON-EXIT
036600         IF NOT WS-SIGNON-OK
036700             DISPLAY 'RESTORE NEEDS AN ADMINISTRATOR - NOTHING '
036800                 'DONE'
036900             MOVE 8 TO RETURN-CODE
037000             GO TO 1000-INITIALIZE-EXIT
037100         END-IF
037200     END-IF.
037300     OPEN OUTPUT REPORT-FILE.
037310     IF NOT WS-RPT-OK
037320         DISPLAY 'UNABLE TO OPEN RBLDRPT, STATUS: '
037330             WS-RPT-STATUS
037340         MOVE 8 TO RETURN-CODE
037350         GO TO 1000-INITIALIZE-EXIT
037360     END-IF.
037400     MOVE 'BRBALMST REBUILD FROM AUDIT LOG' TO RP-TITLE.
037500     MOVE WS-HEADING-LINE-2 TO RP-COL-HEADING.
037600     COMPUTE RP-BUS-DATE = WS-REBUILD-MONTH * 100.
037700     PERFORM 7200-INIT-REPORT
037800         THRU 7200-INIT-REPORT-EXIT.
037900     MOVE 'Y' TO WS-OPEN-SWITCH.
038000 1000-INITIALIZE-EXIT.
038100     EXIT.
038200*-----------------------------------------------------------
038300* 1200-SIGN-ON - SIGN THE ADMINISTRATOR ON THROUGH THE SHARED
038400*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED,
038500*     RIGHT PASSWORD (CHANGED WHEN DUE) AND HOLDING THE ADMIN
038600*     FLAG. WITHOUT AN OPERATOR MASTER THERE IS NOBODY TO
038700*     HOLD THE FLAG, SO A RESTORE IS REFUSED. EVERY OUTCOME
038800*     GOES TO SGNHIST.
038900*-----------------------------------------------------------
039000 1200-SIGN-ON.
039100     DISPLAY 'ENTER ADMINISTRATOR OPERATOR ID: '.
039200     MOVE SPACES TO WS-SIGNON-ID.
039300     ACCEPT WS-SIGNON-ID.
039400     MOVE WS-SIGNON-ID            TO SG-OPER-ID.
039500     MOVE 'BALRBLD'               TO SG-PROGRAM-ID.
039600     MOVE 'A'                     TO SG-AUTH-AREA.
039700     MOVE 'BALANCE MASTER RESTORE' TO SG-AREA-NAME.
039800     OPEN I-O OPERATOR-FILE.
039900     IF NOT WS-OPER-OK
040000         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
040100             WS-OPER-STATUS ' - SIGN-ON REFUSED'
040200         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
040300         PERFORM 7590-WRITE-SIGNON-HIST
040400             THRU 7590-WRITE-SIGNON-HIST-EXIT
040500         GO TO 1200-SIGN-ON-EXIT
040600     END-IF.
040700     PERFORM 7500-VALIDATE-SIGN-ON
040800         THRU 7500-VALIDATE-SIGN-ON-EXIT.
040900     IF SG-SIGNED-ON
041000         MOVE 'Y' TO WS-SIGNON-OK-SW
041100     END-IF.
041200     CLOSE OPERATOR-FILE.
041300 1200-SIGN-ON-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------
041600* 2000-LOAD-STARTING-POINT - FIND THE PRIOR MONTH'S CLOSE ON
041700*     CLOSECTL AND LOAD THE BALANCES KEPT AT THAT CLOSE. A
041800*     MONTH WITH NO CLOSE AT ALL BEFORE IT IS THE FIRST THE
041900*     MASTER EVER CARRIED AND STARTS EMPTY.
042000*-----------------------------------------------------------
042100 2000-LOAD-STARTING-POINT.
042200     OPEN INPUT CLOSE-CONTROL-FILE.
042300     IF NOT WS-CTL-OK AND NOT WS-CTL-NOT-FOUND
042400         DISPLAY 'UNABLE TO OPEN CLOSECTL, STATUS: '
042500             WS-CTL-STATUS
042600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
042700         GO TO 2000-LOAD-STARTING-POINT-EXIT
042800     END-IF.
042900     IF WS-CTL-OK
043000         PERFORM 2100-READ-CLOSE-CONTROL
043100             THRU 2100-READ-CLOSE-CONTROL-EXIT
043200         PERFORM 2110-NOTE-ONE-CLOSE
043300             THRU 2110-NOTE-ONE-CLOSE-EXIT
043400             UNTIL WS-CTL-EOF
043500         CLOSE CLOSE-CONTROL-FILE
043600     END-IF.
043700     IF NOT WS-PRIOR-CLOSED
043800         IF WS-EARLIER-CLOSE
043900             DISPLAY 'MONTH ' WS-PRIOR-MONTH ' IS NOT CLOSED - '
044000                 'NO STARTING POINT FOR ' WS-REBUILD-MONTH
044100             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
044200         ELSE
044300             MOVE 'NO MONTH CLOSED BEFORE THIS ONE - STARTED FROM
044400-                ' AN EMPTY MASTER' TO TL-TEXT
044500             MOVE WS-TEXT-LINE TO RP-PRINT-LINE
044600             PERFORM 7000-WRITE-RPT-LINE
044700                 THRU 7000-WRITE-RPT-LINE-EXIT
044800         END-IF
044900         GO TO 2000-LOAD-STARTING-POINT-EXIT
045000     END-IF.
045100     OPEN INPUT CLOSE-BALANCE-FILE.
045200     IF NOT WS-CBAL-OK AND NOT WS-CBAL-NOT-FOUND
045300         DISPLAY 'UNABLE TO OPEN CLOSEBAL, STATUS: '
045400             WS-CBAL-STATUS
045500         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
045600         GO TO 2000-LOAD-STARTING-POINT-EXIT
045700     END-IF.
045800     IF WS-CBAL-OK
045900         PERFORM 2200-READ-CLOSE-BALANCE
046000             THRU 2200-READ-CLOSE-BALANCE-EXIT
046100         PERFORM 2210-LOAD-ONE-BALANCE
046200             THRU 2210-LOAD-ONE-BALANCE-EXIT
046300             UNTIL WS-CBAL-EOF
046400         CLOSE CLOSE-BALANCE-FILE
046500     END-IF.
046600     IF WS-START-COUNT = ZERO
046700         DISPLAY 'NO BALANCES WERE KEPT WHEN ' WS-PRIOR-MONTH
046800             ' CLOSED - ' WS-REBUILD-MONTH ' CANNOT BE REBUILT'
046900         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
047000     END-IF.
047100 2000-LOAD-STARTING-POINT-EXIT.
047200     EXIT.
047300*-----------------------------------------------------------
047400* 2100-READ-CLOSE-CONTROL - READ ONE CLOSE CONTROL RECORD
047500*-----------------------------------------------------------
047600 2100-READ-CLOSE-CONTROL.
047700     READ CLOSE-CONTROL-FILE
047800         AT END
047900             SET WS-CTL-EOF TO TRUE
048000     END-READ.
048100 2100-READ-CLOSE-CONTROL-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------
048400* 2110-NOTE-ONE-CLOSE - NOTE WHETHER ONE CLOSED MONTH IS THE
048500*     PRIOR MONTH OR ANY EARLIER ONE, THEN READ THE NEXT
048600*-----------------------------------------------------------
048700 2110-NOTE-ONE-CLOSE.
048800     IF CC-MONTH IS NUMERIC
048900         IF CC-MONTH = WS-PRIOR-MONTH
049000             MOVE 'Y' TO WS-PRIOR-CLOSED-SW
049100         END-IF
049200         IF CC-MONTH < WS-REBUILD-MONTH
049300             MOVE 'Y' TO WS-EARLIER-CLOSE-SW
049400         END-IF
049500     END-IF.
049600     PERFORM 2100-READ-CLOSE-CONTROL
049700         THRU 2100-READ-CLOSE-CONTROL-EXIT.
049800 2110-NOTE-ONE-CLOSE-EXIT.
049900     EXIT.
050000*-----------------------------------------------------------
050100* 2200-READ-CLOSE-BALANCE - READ ONE KEPT CLOSING BALANCE
050200*-----------------------------------------------------------
050300 2200-READ-CLOSE-BALANCE.
050400     READ CLOSE-BALANCE-FILE
050500         AT END
050600             SET WS-CBAL-EOF TO TRUE
050700     END-READ.
050800 2200-READ-CLOSE-BALANCE-EXIT.
050900     EXIT.
051000*-----------------------------------------------------------
051100* 2210-LOAD-ONE-BALANCE - LOAD ONE BRANCH'S IMAGE KEPT AT THE
051200*     PRIOR MONTH'S CLOSE (A LATER SET FOR THE SAME MONTH
051300*     REPLACES AN EARLIER ONE), THEN READ THE NEXT. A BRANCH
051400*     THAT HAD ALREADY ROLLED PAST THE PRIOR MONTH WHEN IT
051500*     CLOSED STARTS FROM ITS OPENING BALANCE WITH NOTHING
051600*     POSTED, SO ITS OWN LINES ARE REPLAYED ONTO IT AGAIN.
051700*-----------------------------------------------------------
051800 2210-LOAD-ONE-BALANCE.
051900     IF CB-MONTH NOT = WS-PRIOR-MONTH
052000         GO TO 2210-LOAD-NEXT
052100     END-IF.
052200     MOVE CB-BALANCE-IMAGE(1:4) TO WS-FIND-BRANCH.
052300     MOVE WS-RB-USED TO WS-RB-USED-BEFORE.
052400     PERFORM 2320-FIND-OR-ADD-BRANCH
052500         THRU 2320-FIND-OR-ADD-BRANCH-EXIT.
052600     IF WS-RB-IDX > WS-RB-USED
052700         GO TO 2210-LOAD-NEXT
052800     END-IF.
052900     IF WS-RB-USED > WS-RB-USED-BEFORE
053000         ADD 1 TO WS-START-COUNT
053100     END-IF.
053200     MOVE CB-BALANCE-IMAGE TO RB-BALANCE(WS-RB-IDX).
053300     MOVE RB-LAST-POST-DATE(WS-RB-IDX) TO RB-SEEN-DATE(WS-RB-IDX).
053400     MOVE ZERO TO WS-WORK-MONTH.
053500     IF RB-LAST-POST-DATE(WS-RB-IDX) IS NUMERIC
053600         MOVE RB-LAST-POST-DATE(WS-RB-IDX)(1:6) TO WS-WORK-MONTH
053700     END-IF.
053800     IF WS-WORK-MONTH > WS-PRIOR-MONTH
053900         MOVE RB-OPEN-BALANCE(WS-RB-IDX)
054000             TO RB-CLOSE-BALANCE(WS-RB-IDX)
054100         MOVE ZERO TO RB-LAST-POST-DATE(WS-RB-IDX)
054200         PERFORM 2340-CLEAR-BUCKETS
054300             THRU 2340-CLEAR-BUCKETS-EXIT
054400     END-IF.
054500 2210-LOAD-NEXT.
054600     PERFORM 2200-READ-CLOSE-BALANCE
054700         THRU 2200-READ-CLOSE-BALANCE-EXIT.
054800 2210-LOAD-ONE-BALANCE-EXIT.
054900     EXIT.
055000*-----------------------------------------------------------
055100* 2300-FIND-BRANCH - POINT WS-RB-IDX AT WS-FIND-BRANCH'S
055200*     ENTRY, OR PAST WS-RB-USED WHEN IT HAS NONE
055300*-----------------------------------------------------------
055400 2300-FIND-BRANCH.
055500     SET WS-RB-IDX TO 1.
055600     PERFORM 2310-SCAN-BRANCHES
055700         THRU 2310-SCAN-BRANCHES-EXIT
055800         UNTIL WS-RB-IDX > WS-RB-USED
055900             OR RB-BRANCH(WS-RB-IDX) = WS-FIND-BRANCH.
056000 2300-FIND-BRANCH-EXIT.
056100     EXIT.
056200*-----------------------------------------------------------
056300* 2310-SCAN-BRANCHES - ADVANCE TO THE NEXT TABLE ENTRY
056400*-----------------------------------------------------------
056500 2310-SCAN-BRANCHES.
056600     SET WS-RB-IDX UP BY 1.
056700 2310-SCAN-BRANCHES-EXIT.
056800     EXIT.
056900*-----------------------------------------------------------
057000* 2320-FIND-OR-ADD-BRANCH - POINT WS-RB-IDX AT WS-FIND-BRANCH'S
057100*     ENTRY, OPENING A FRESH ONE - AS BALPOST DOES FOR A BRANCH
057200*     POSTING FOR THE FIRST TIME - WHEN IT IS NEW. A FULL
057300*     TABLE FAILS THE REBUILD.
057400*-----------------------------------------------------------
057500 2320-FIND-OR-ADD-BRANCH.
057600     PERFORM 2300-FIND-BRANCH
057700         THRU 2300-FIND-BRANCH-EXIT.
057800     IF WS-RB-IDX NOT > WS-RB-USED
057900         GO TO 2320-FIND-OR-ADD-BRANCH-EXIT
058000     END-IF.
058100     IF WS-RB-USED NOT < 500
058200         IF NOT WS-RUN-FAILED
058300             DISPLAY 'BRANCH TABLE FULL AT BRANCH '
058400                 WS-FIND-BRANCH ' - REBUILD ABANDONED'
058500         END-IF
058600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
058700         GO TO 2320-FIND-OR-ADD-BRANCH-EXIT
058800     END-IF.
058900     ADD 1 TO WS-RB-USED.
059000     SET WS-RB-IDX TO WS-RB-USED.
059100     MOVE WS-FIND-BRANCH TO RB-BRANCH(WS-RB-IDX).
059200     MOVE ZERO TO RB-OPEN-BALANCE(WS-RB-IDX).
059300     MOVE ZERO TO RB-CLOSE-BALANCE(WS-RB-IDX).
059400     MOVE ZERO TO RB-LAST-POST-DATE(WS-RB-IDX).
059500     MOVE ZERO TO RB-SEEN-DATE(WS-RB-IDX).
059600     PERFORM 2340-CLEAR-BUCKETS
059700         THRU 2340-CLEAR-BUCKETS-EXIT.
059800 2320-FIND-OR-ADD-BRANCH-EXIT.
059900     EXIT.
060000*-----------------------------------------------------------
060100* 2340-CLEAR-BUCKETS - ZERO THE SEVEN MONTH-TO-DATE BUCKETS
060200*     OF THE CURRENT ENTRY
060300*-----------------------------------------------------------
060400 2340-CLEAR-BUCKETS.
060500     PERFORM 2350-CLEAR-ONE-BUCKET
060600         THRU 2350-CLEAR-ONE-BUCKET-EXIT
060700         VARYING WS-RBKT-IDX FROM 1 BY 1
060800         UNTIL WS-RBKT-IDX > 7.
060900 2340-CLEAR-BUCKETS-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------
061200* 2350-CLEAR-ONE-BUCKET - ZERO ONE BUCKET
061300*-----------------------------------------------------------
061400 2350-CLEAR-ONE-BUCKET.
061500     MOVE ZERO TO RB-COUNT(WS-RB-IDX, WS-RBKT-IDX).
061600     MOVE ZERO TO RB-VALUE(WS-RB-IDX, WS-RBKT-IDX).
061700 2350-CLEAR-ONE-BUCKET-EXIT.
061800     EXIT.
061900*-----------------------------------------------------------
062000* 3000-REPLAY-MONTH - REPLAY THE MONTH FROM EVERY ARCHIVE
062100*     GENERATION THAT REACHES INTO IT, IN CATALOG ORDER, AND
062200*     THEN FROM THE LIVE LOG
062300*-----------------------------------------------------------
062400 3000-REPLAY-MONTH.
062500     IF WS-RUN-FAILED
062600         GO TO 3000-REPLAY-MONTH-EXIT
062700     END-IF.
062800     OPEN INPUT CATALOG-FILE.
062900     IF NOT WS-CAT-OK AND NOT WS-CAT-NOT-FOUND
063000         DISPLAY 'UNABLE TO OPEN ARCHCAT, STATUS: '
063100             WS-CAT-STATUS
063200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
063300         GO TO 3000-REPLAY-MONTH-EXIT
063400     END-IF.
063500     IF WS-CAT-OK
063600         PERFORM 3100-READ-CATALOG
063700             THRU 3100-READ-CATALOG-EXIT
063800         PERFORM 3110-JUDGE-ONE-GENERATION
063900             THRU 3110-JUDGE-ONE-GENERATION-EXIT
064000             UNTIL WS-CAT-EOF OR WS-RUN-FAILED
064100         CLOSE CATALOG-FILE
064200     END-IF.
064300     IF WS-RUN-FAILED
064400         GO TO 3000-REPLAY-MONTH-EXIT
064500     END-IF.
064600     PERFORM 3200-REPLAY-LIVE-LOG
064700         THRU 3200-REPLAY-LIVE-LOG-EXIT.
064800 3000-REPLAY-MONTH-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------
065100* 3100-READ-CATALOG - READ ONE CATALOG RECORD
065200*-----------------------------------------------------------
065300 3100-READ-CATALOG.
065400     READ CATALOG-FILE
065500         AT END
065600             SET WS-CAT-EOF TO TRUE
065700     END-READ.
065800 3100-READ-CATALOG-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------
066100* 3110-JUDGE-ONE-GENERATION - REPLAY ONE GENERATION WHEN ITS
066200*     DATE RANGE REACHES INTO THE MONTH, THEN READ THE NEXT
066300*     CATALOG RECORD
066400*-----------------------------------------------------------
066500 3110-JUDGE-ONE-GENERATION.
066600     IF AC-FROM-DATE IS NOT NUMERIC
066700             OR AC-THRU-DATE IS NOT NUMERIC
066800             OR AC-GEN-DATE IS NOT NUMERIC
066900         GO TO 3110-JUDGE-NEXT
067000     END-IF.
067100     IF AC-FROM-DATE(1:6) > WS-REBUILD-MONTH
067200             OR AC-THRU-DATE(1:6) < WS-REBUILD-MONTH
067300         GO TO 3110-JUDGE-NEXT
067400     END-IF.
067500     PERFORM 3120-REPLAY-GENERATION
067600         THRU 3120-REPLAY-GENERATION-EXIT.
067700 3110-JUDGE-NEXT.
067800     PERFORM 3100-READ-CATALOG
067900         THRU 3100-READ-CATALOG-EXIT.
068000 3110-JUDGE-ONE-GENERATION-EXIT.
068100     EXIT.
068200*-----------------------------------------------------------
068300* 3120-REPLAY-GENERATION - REPLAY ONE ARCHIVE GENERATION,
068400*     PROVING IT AGAINST THE SEALS CARRIED INTO IT AND THE
068500*     CATALOG'S SEAL FIGURES AS IT GOES, AS ARCHFIND DOES. A
068600*     GENERATION CATALOGED BEFORE THE LOG WAS SEALED IS
068700*     REPLAYED UNPROVED; ONE THAT CANNOT BE OPENED OR DOES
068800*     NOT PROVE FAILS THE REBUILD.
068900*-----------------------------------------------------------
069000 3120-REPLAY-GENERATION.
069100     MOVE SPACES TO WS-ARCH-FILE-ID.
069200     STRING 'ARCH'      DELIMITED BY SIZE
069300            AC-GEN-DATE DELIMITED BY SIZE
069400         INTO WS-ARCH-FILE-ID
069500     END-STRING.
069600     MOVE WS-ARCH-FILE-ID TO WS-SOURCE-NAME.
069700     OPEN INPUT ARCHIVE-FILE.
069800     IF NOT WS-ARCH-OK
069900         DISPLAY 'UNABLE TO OPEN ' WS-ARCH-FILE-ID
070000             ', STATUS: ' WS-ARCH-STATUS ' - MONTH CANNOT BE '
070100             'REPLAYED'
070200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
070300         GO TO 3120-REPLAY-GENERATION-EXIT
070400     END-IF.
070500     ADD 1 TO WS-GEN-COUNT.
070600     MOVE 'A' TO WS-SOURCE-SWITCH.
070700     MOVE 'Y' TO WS-PROOF-SWITCH.
070800     IF AC-SEAL-COUNT IS NOT NUMERIC
070900             OR AC-SEAL-FOLD IS NOT NUMERIC
071000             OR AC-UNSEALED-COUNT IS NOT NUMERIC
071100         MOVE 'N' TO WS-PROOF-SWITCH
071200         ADD 1 TO WS-UNPROVED-GEN-COUNT
071300         MOVE SPACES TO TL-TEXT
071400         STRING 'GENERATION ' DELIMITED BY SIZE
071500                WS-ARCH-FILE-ID DELIMITED BY SPACE
071600                ' PREDATES THE SEALS - REPLAYED UNPROVED'
071700                    DELIMITED BY SIZE
071800             INTO TL-TEXT
071900         END-STRING
072000         MOVE WS-TEXT-LINE TO RP-PRINT-LINE
072100         PERFORM 7000-WRITE-RPT-LINE
072200             THRU 7000-WRITE-RPT-LINE-EXIT
072300     ELSE
072400         MOVE AC-GEN-DATE TO SL-GEN-WANTED
072500         PERFORM 7800-LOAD-SEALS
072600             THRU 7800-LOAD-SEALS-EXIT
072700     END-IF.
072800     PERFORM 3300-READ-SOURCE-LINE
072900         THRU 3300-READ-SOURCE-LINE-EXIT.
073000     PERFORM 3310-REPLAY-ONE-LINE
073100         THRU 3310-REPLAY-ONE-LINE-EXIT
073200         UNTIL WS-LINE-EOF.
073300     CLOSE ARCHIVE-FILE.
073400     IF NOT WS-PROVING
073500         GO TO 3120-REPLAY-GENERATION-EXIT
073600     END-IF.
073700     PERFORM 7830-FINISH-SEAL-CHECK
073800         THRU 7830-FINISH-SEAL-CHECK-EXIT.
073900     IF SL-LOAD-FAILED
074000             OR SL-CHAIN-BREAKS > ZERO
074100             OR SL-SEALS-BROKEN > ZERO
074200             OR SL-SEAL-USED NOT = AC-SEAL-COUNT
074300             OR SL-GEN-FOLD NOT = AC-SEAL-FOLD
074400             OR SL-UNSEALED-LINES NOT = AC-UNSEALED-COUNT
074500             OR SL-LINES-CHECKED NOT = AC-REC-COUNT
074600         DISPLAY 'GENERATION ' WS-ARCH-FILE-ID
074700             ' FAILS ITS SEALS - REBUILD ABANDONED'
074800         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
074900     END-IF.
075000 3120-REPLAY-GENERATION-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------
075300* 3200-REPLAY-LIVE-LOG - REPLAY THE LIVE AUDIT LOG, PROVING
075400*     IT AGAINST THE SEALS STILL ON IT AS IT GOES. LINES NOT
075500*     YET SEALED ARE THE DAY'S WORK AND ARE REPLAYED AS THEY
075600*     STAND.
075700*-----------------------------------------------------------
075800 3200-REPLAY-LIVE-LOG.
075900     OPEN INPUT AUDIT-FILE.
076000     IF WS-AUDIT-NOT-FOUND
076100         GO TO 3200-REPLAY-LIVE-LOG-EXIT
076200     END-IF.
076300     IF NOT WS-AUDIT-OK
076400         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
076500             WS-AUDIT-STATUS
076600         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
076700         GO TO 3200-REPLAY-LIVE-LOG-EXIT
076800     END-IF.
076900     MOVE 'AUDITLOG' TO WS-SOURCE-NAME.
077000     MOVE 'L' TO WS-SOURCE-SWITCH.
077100     MOVE 'Y' TO WS-PROOF-SWITCH.
077200     MOVE ZERO TO SL-GEN-WANTED.
077300     PERFORM 7800-LOAD-SEALS
077400         THRU 7800-LOAD-SEALS-EXIT.
077500     PERFORM 3300-READ-SOURCE-LINE
077600         THRU 3300-READ-SOURCE-LINE-EXIT.
077700     PERFORM 3310-REPLAY-ONE-LINE
077800         THRU 3310-REPLAY-ONE-LINE-EXIT
077900         UNTIL WS-LINE-EOF.
078000     CLOSE AUDIT-FILE.
078100     PERFORM 7830-FINISH-SEAL-CHECK
078200         THRU 7830-FINISH-SEAL-CHECK-EXIT.
078300     IF SL-LOAD-FAILED
078400             OR SL-CHAIN-BREAKS > ZERO
078500             OR SL-SEALS-BROKEN > ZERO
078600         DISPLAY 'AUDITLOG FAILS ITS SEALS - REBUILD ABANDONED'
078700         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
078800     END-IF.
078900 3200-REPLAY-LIVE-LOG-EXIT.
079000     EXIT.
079100*-----------------------------------------------------------
079200* 3300-READ-SOURCE-LINE - READ THE NEXT LINE OF THE FILE
079300*     BEING REPLAYED INTO THE AUDIT LINE LAYOUT
079400*-----------------------------------------------------------
079500 3300-READ-SOURCE-LINE.
079600     MOVE 'N' TO WS-LINE-EOF-SWITCH.
079700     IF WS-FROM-ARCHIVE
079800         READ ARCHIVE-FILE INTO AUDIT-LINE
079900             AT END
080000                 SET WS-LINE-EOF TO TRUE
080100         END-READ
080200     ELSE
080300         READ AUDIT-FILE INTO AUDIT-LINE
080400             AT END
080500                 SET WS-LINE-EOF TO TRUE
080600         END-READ
080700     END-IF.
080800 3300-READ-SOURCE-LINE-EXIT.
080900     EXIT.
081000*-----------------------------------------------------------
081100* 3310-REPLAY-ONE-LINE - HAND ONE LINE TO THE SEAL CHECK,
081200*     REPLAY IT WHEN IT BELONGS TO THE MONTH, NOTE ITS DATE,
081300*     THEN READ THE NEXT
081400*-----------------------------------------------------------
081500 3310-REPLAY-ONE-LINE.
081600     ADD 1 TO WS-LINES-READ.
081700     IF WS-PROVING
081800         MOVE AUDIT-LINE TO SL-CHECK-LINE
081900         PERFORM 7820-CHECK-SEAL-LINE
082000             THRU 7820-CHECK-SEAL-LINE-EXIT
082100     END-IF.
082200     IF AL-DATE IS NOT NUMERIC
082300         GO TO 3310-REPLAY-NEXT
082400     END-IF.
082500     MOVE AL-DATE(1:6) TO WS-LINE-MONTH.
082600     IF WS-LINE-MONTH = WS-REBUILD-MONTH
082700         IF AL-FROM-REVERSAL
082800             PERFORM 3400-REPLAY-REVERSAL
082900                 THRU 3400-REPLAY-REVERSAL-EXIT
083000         ELSE
083100             PERFORM 3500-POST-LINE
083200                 THRU 3500-POST-LINE-EXIT
083300         END-IF
083400     END-IF.
083500     IF NOT AL-FROM-REVERSAL
083600         MOVE AL-BRANCH TO WS-FIND-BRANCH
083700         PERFORM 2300-FIND-BRANCH
083800             THRU 2300-FIND-BRANCH-EXIT
083900         IF WS-RB-IDX NOT > WS-RB-USED
084000             IF AL-DATE > RB-SEEN-DATE(WS-RB-IDX)
084100                 MOVE AL-DATE TO RB-SEEN-DATE(WS-RB-IDX)
084200             END-IF
084300         END-IF
084400     END-IF.
084500     IF AL-DATE > WS-HIGH-DATE
084600         MOVE AL-DATE TO WS-HIGH-DATE
084700     END-IF.
084800 3310-REPLAY-NEXT.
084900     PERFORM 3300-READ-SOURCE-LINE
085000         THRU 3300-READ-SOURCE-LINE-EXIT.
085100 3310-REPLAY-ONE-LINE-EXIT.
085200     EXIT.
085300*-----------------------------------------------------------
085400* 3400-REPLAY-REVERSAL - REPLAY A REVERSAL OFFSET LINE THE WAY
085500*     REVERSAL TREATED IT. WHILE NOTHING LATER THAN ITS DATE
085600*     HAD BEEN LOGGED THE DAY WAS NOT YET POSTED AND THE LINE
085700*     FLOWED THROUGH BALPOST; ONCE IT HAD BEEN, THE ORIGINAL
085800*     WAS BACKED STRAIGHT OUT OF THE BUCKETS - UNLESS THE
085900*     BRANCH HAD ALREADY MOVED INTO A LATER MONTH, WHEN THE
086000*     MASTER WAS LEFT ALONE.
086100*-----------------------------------------------------------
086200 3400-REPLAY-REVERSAL.
086300     IF WS-HIGH-DATE NOT > AL-DATE
086400         PERFORM 3500-POST-LINE
086500             THRU 3500-POST-LINE-EXIT
086600         GO TO 3400-REPLAY-REVERSAL-EXIT
086700     END-IF.
086800     MOVE AL-BRANCH TO WS-FIND-BRANCH.
086900     PERFORM 2300-FIND-BRANCH
087000         THRU 2300-FIND-BRANCH-EXIT.
087100     IF WS-RB-IDX > WS-RB-USED
087200         PERFORM 3500-POST-LINE
087300             THRU 3500-POST-LINE-EXIT
087400         GO TO 3400-REPLAY-REVERSAL-EXIT
087500     END-IF.
087600     MOVE RB-SEEN-DATE(WS-RB-IDX)(1:6) TO WS-WORK-MONTH.
087700     IF WS-WORK-MONTH > WS-REBUILD-MONTH
087800         ADD 1 TO WS-LEFT-OUT-COUNT
087900         GO TO 3400-REPLAY-REVERSAL-EXIT
088000     END-IF.
088100     MOVE AL-RESULT TO WS-AUDIT-RESULT.
088200     PERFORM 3550-PICK-BUCKET
088300         THRU 3550-PICK-BUCKET-EXIT.
088400     SET WS-RBKT-IDX TO WS-OPER-BUCKET-NO.
088500     SUBTRACT 1 FROM RB-COUNT(WS-RB-IDX, WS-RBKT-IDX).
088600     ADD WS-AUDIT-RESULT TO RB-VALUE(WS-RB-IDX, WS-RBKT-IDX).
088700     ADD WS-AUDIT-RESULT TO RB-CLOSE-BALANCE(WS-RB-IDX).
088800     ADD 1 TO WS-BACKED-OUT-COUNT.
088900     ADD 1 TO WS-LINES-REPLAYED.
089000 3400-REPLAY-REVERSAL-EXIT.
089100     EXIT.
089200*-----------------------------------------------------------
089300* 3500-POST-LINE - POST ONE OF THE MONTH'S LINES THE WAY
089400*     BALPOST DOES: ROLL A BRANCH COMING IN FROM AN EARLIER
089500*     MONTH, THEN ADD THE LINE TO ITS OPERATION'S BUCKET AND
089600*     TO THE CLOSE
089700*-----------------------------------------------------------
089800 3500-POST-LINE.
089900     MOVE AL-BRANCH TO WS-FIND-BRANCH.
090000     PERFORM 2320-FIND-OR-ADD-BRANCH
090100         THRU 2320-FIND-OR-ADD-BRANCH-EXIT.
090200     IF WS-RB-IDX > WS-RB-USED
090300         GO TO 3500-POST-LINE-EXIT
090400     END-IF.
090500     MOVE ZERO TO WS-WORK-MONTH.
090600     IF RB-LAST-POST-DATE(WS-RB-IDX) NOT = ZERO
090700         MOVE RB-LAST-POST-DATE(WS-RB-IDX)(1:6) TO WS-WORK-MONTH
090800     END-IF.
090900     IF WS-WORK-MONTH NOT = WS-REBUILD-MONTH
091000         MOVE RB-CLOSE-BALANCE(WS-RB-IDX)
091100             TO RB-OPEN-BALANCE(WS-RB-IDX)
091200         PERFORM 2340-CLEAR-BUCKETS
091300             THRU 2340-CLEAR-BUCKETS-EXIT
091400     END-IF.
091500     MOVE AL-RESULT TO WS-AUDIT-RESULT.
091600     PERFORM 3550-PICK-BUCKET
091700         THRU 3550-PICK-BUCKET-EXIT.
091800     SET WS-RBKT-IDX TO WS-OPER-BUCKET-NO.
091900     ADD 1 TO RB-COUNT(WS-RB-IDX, WS-RBKT-IDX).
092000     ADD WS-AUDIT-RESULT TO RB-VALUE(WS-RB-IDX, WS-RBKT-IDX).
092100     ADD WS-AUDIT-RESULT TO RB-CLOSE-BALANCE(WS-RB-IDX).
092200     IF AL-DATE > RB-LAST-POST-DATE(WS-RB-IDX)
092300         MOVE AL-DATE TO RB-LAST-POST-DATE(WS-RB-IDX)
092400     END-IF.
092500     ADD 1 TO WS-LINES-REPLAYED.
092600 3500-POST-LINE-EXIT.
092700     EXIT.
092800*-----------------------------------------------------------
092900* 3550-PICK-BUCKET - PICK THE BUCKET NUMBER FOR THE CURRENT
093000*     LINE'S OPERATION, THE SAME PAIRING BALPOST POSTS INTO
093100*-----------------------------------------------------------
093200 3550-PICK-BUCKET.
093300     EVALUATE AL-OPERATION
093400         WHEN 'ADDITION'
093500             MOVE 1 TO WS-OPER-BUCKET-NO
093600         WHEN 'SUBSTRACTION'
093700             MOVE 2 TO WS-OPER-BUCKET-NO
093800         WHEN 'MULTIPLICATION'
093900             MOVE 3 TO WS-OPER-BUCKET-NO
094000         WHEN 'DIVISSION'
094100             MOVE 4 TO WS-OPER-BUCKET-NO
094200         WHEN 'PERCENTAGE'
094300             MOVE 5 TO WS-OPER-BUCKET-NO
094400         WHEN 'EXPONENTIATION'
094500             MOVE 6 TO WS-OPER-BUCKET-NO
094600         WHEN OTHER
094700             MOVE 7 TO WS-OPER-BUCKET-NO
094800     END-EVALUATE.
094900 3550-PICK-BUCKET-EXIT.
095000     EXIT.
095100*-----------------------------------------------------------
095200* 4000-WRITE-REBUILT - WRITE THE REBUILT MASTER TO BRBALRBD
095300*-----------------------------------------------------------
095400 4000-WRITE-REBUILT.
095500     IF WS-RUN-FAILED
095600         GO TO 4000-WRITE-REBUILT-EXIT
095700     END-IF.
095800     OPEN OUTPUT REBUILT-FILE.
095900     IF NOT WS-RBLT-OK
096000         DISPLAY 'UNABLE TO OPEN BRBALRBD, STATUS: '
096100             WS-RBLT-STATUS
096200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
096300         GO TO 4000-WRITE-REBUILT-EXIT
096400     END-IF.
096500     PERFORM 4100-WRITE-ONE-REBUILT
096600         THRU 4100-WRITE-ONE-REBUILT-EXIT
096700         VARYING WS-RB-IDX FROM 1 BY 1
096800         UNTIL WS-RB-IDX > WS-RB-USED.
096900     CLOSE REBUILT-FILE.
097000 4000-WRITE-REBUILT-EXIT.
097100     EXIT.
097200*-----------------------------------------------------------
097300* 4100-WRITE-ONE-REBUILT - WRITE ONE REBUILT BRANCH RECORD
097400*-----------------------------------------------------------
097500 4100-WRITE-ONE-REBUILT.
097600     MOVE RB-BALANCE(WS-RB-IDX) TO REBUILT-RECORD.
097700     WRITE REBUILT-RECORD
097800         INVALID KEY
097900             DISPLAY 'UNABLE TO WRITE BRBALRBD FOR BRANCH '
098000                 RB-BRANCH(WS-RB-IDX) ', STATUS: '
098100                 WS-RBLT-STATUS
098200             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
098300     END-WRITE.
098400 4100-WRITE-ONE-REBUILT-EXIT.
098500     EXIT.
098600*-----------------------------------------------------------
098700* 5000-COMPARE-MASTER - LIST EVERY BRANCH WHOSE REBUILT
098800*     RECORD DIFFERS FROM THE LIVE MASTER, THEN EVERY LIVE
098900*     BRANCH THE REBUILD DID NOT PRODUCE
099000*-----------------------------------------------------------
099100 5000-COMPARE-MASTER.
099200     IF WS-RUN-FAILED
099300         GO TO 5000-COMPARE-MASTER-EXIT
099400     END-IF.
099500     OPEN INPUT BALANCE-FILE.
099600     IF WS-BAL-OK
099700         MOVE 'Y' TO WS-LIVE-SWITCH
099800     ELSE
099900         IF NOT WS-BAL-NOT-FOUND
100000             DISPLAY 'UNABLE TO OPEN BRBALMST, STATUS: '
100100                 WS-BAL-STATUS
100200             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
100300             GO TO 5000-COMPARE-MASTER-EXIT
100400         END-IF
100500     END-IF.
100600     PERFORM 5100-COMPARE-ONE-BRANCH
100700         THRU 5100-COMPARE-ONE-BRANCH-EXIT
100800         VARYING WS-RB-IDX FROM 1 BY 1
100900         UNTIL WS-RB-IDX > WS-RB-USED.
101000     IF NOT WS-LIVE-OPEN
101100         GO TO 5000-COMPARE-MASTER-EXIT
101200     END-IF.
101300     MOVE LOW-VALUES TO BB-BRANCH.
101400     MOVE 'N' TO WS-BAL-EOF-SWITCH.
101500     START BALANCE-FILE KEY IS NOT LESS THAN BB-BRANCH
101600         INVALID KEY
101700             SET WS-BAL-EOF TO TRUE
101800     END-START.
101900     IF NOT WS-BAL-EOF
102000         PERFORM 5300-READ-LIVE
102100             THRU 5300-READ-LIVE-EXIT
102200     END-IF.
102300     PERFORM 5310-CHECK-ONE-LIVE
102400         THRU 5310-CHECK-ONE-LIVE-EXIT
102500         UNTIL WS-BAL-EOF.
102600     CLOSE BALANCE-FILE.
102700     MOVE 'N' TO WS-LIVE-SWITCH.
102800 5000-COMPARE-MASTER-EXIT.
102900     EXIT.
103000*-----------------------------------------------------------
103100* 5100-COMPARE-ONE-BRANCH - COMPARE ONE REBUILT BRANCH WITH
103200*     ITS LIVE RECORD. A LIVE BRANCH ALREADY POSTED INTO THE
103300*     NEXT MONTH HAS ROLLED THE BUCKETS AWAY, SO ONLY THE
103400*     CLOSE IT CARRIED FORWARD IS COMPARED; ONE FURTHER ON
103500*     CANNOT BE COMPARED AT ALL.
103600*-----------------------------------------------------------
103700 5100-COMPARE-ONE-BRANCH.
103800     MOVE 'N' TO WS-BRANCH-DIFFERS-SW.
103900     MOVE RB-BRANCH(WS-RB-IDX) TO DL-BRANCH.
104000     IF WS-LIVE-OPEN
104100         MOVE RB-BRANCH(WS-RB-IDX) TO BB-BRANCH
104200         READ BALANCE-FILE
104300             INVALID KEY
104400                 MOVE SPACES TO BB-BRANCH
104500         END-READ
104600     ELSE
104700         MOVE SPACES TO BB-BRANCH
104800     END-IF.
104900     IF BB-BRANCH = SPACES
105000         MOVE 'CLOSE BALANCE' TO DL-ITEM
105100         MOVE SPACES TO DL-RB-COUNT-X
105200         MOVE RB-CLOSE-BALANCE(WS-RB-IDX) TO DL-RB-VALUE
105300         MOVE SPACES TO DL-LV-COUNT-X
105400         MOVE SPACES TO DL-LV-VALUE-X
105500         MOVE 'NOT ON LIVE' TO DL-NOTE
105600         PERFORM 5900-WRITE-DIFF-LINE
105700             THRU 5900-WRITE-DIFF-LINE-EXIT
105800         ADD 1 TO WS-DIFFER-COUNT
105900         GO TO 5100-COMPARE-ONE-BRANCH-EXIT
106000     END-IF.
106100     MOVE ZERO TO WS-WORK-MONTH.
106200     IF BB-LAST-POST-DATE NOT = ZERO
106300         MOVE BB-LAST-POST-DATE(1:6) TO WS-WORK-MONTH
106400     END-IF.
106500     IF WS-WORK-MONTH > WS-REBUILD-MONTH
106600         ADD 1 TO WS-PAST-MONTH-COUNT
106700         PERFORM 5200-COMPARE-CARRIED-CLOSE
106800             THRU 5200-COMPARE-CARRIED-CLOSE-EXIT
106900         GO TO 5100-COMPARE-TALLY
107000     END-IF.
107100     IF RB-OPEN-BALANCE(WS-RB-IDX) NOT = BB-OPEN-BALANCE
107200         MOVE 'OPEN BALANCE' TO DL-ITEM
107300         MOVE SPACES TO DL-RB-COUNT-X
107400         MOVE RB-OPEN-BALANCE(WS-RB-IDX) TO DL-RB-VALUE
107500         MOVE SPACES TO DL-LV-COUNT-X
107600         MOVE BB-OPEN-BALANCE TO DL-LV-VALUE
107700         MOVE SPACES TO DL-NOTE
107800         PERFORM 5900-WRITE-DIFF-LINE
107900             THRU 5900-WRITE-DIFF-LINE-EXIT
108000     END-IF.
108100     PERFORM 5110-LOAD-LIVE-VIEW
108200         THRU 5110-LOAD-LIVE-VIEW-EXIT.
108300     PERFORM 5120-COMPARE-ONE-BUCKET
108400         THRU 5120-COMPARE-ONE-BUCKET-EXIT
108500         VARYING WS-RBKT-IDX FROM 1 BY 1
108600         UNTIL WS-RBKT-IDX > 7.
108700     IF RB-CLOSE-BALANCE(WS-RB-IDX) NOT = BB-CLOSE-BALANCE
108800         MOVE 'CLOSE BALANCE' TO DL-ITEM
108900         MOVE SPACES TO DL-RB-COUNT-X
109000         MOVE RB-CLOSE-BALANCE(WS-RB-IDX) TO DL-RB-VALUE
109100         MOVE SPACES TO DL-LV-COUNT-X
109200         MOVE BB-CLOSE-BALANCE TO DL-LV-VALUE
109300         MOVE SPACES TO DL-NOTE
109400         PERFORM 5900-WRITE-DIFF-LINE
109500             THRU 5900-WRITE-DIFF-LINE-EXIT
109600     END-IF.
109700 5100-COMPARE-TALLY.
109800     IF WS-BRANCH-DIFFERS
109900         ADD 1 TO WS-DIFFER-COUNT
110000     END-IF.
110100 5100-COMPARE-ONE-BRANCH-EXIT.
110200     EXIT.
110300*-----------------------------------------------------------
110400* 5110-LOAD-LIVE-VIEW - COPY THE LIVE RECORD'S SEVEN
110500*     MONTH-TO-DATE BUCKET PAIRS INTO THE SUBSCRIPTABLE VIEW
110600*-----------------------------------------------------------
110700 5110-LOAD-LIVE-VIEW.
110800     MOVE BB-ADD-COUNT   TO LV-COUNT(1).
110900     MOVE BB-ADD-VALUE   TO LV-VALUE(1).
111000     MOVE BB-SUB-COUNT   TO LV-COUNT(2).
111100     MOVE BB-SUB-VALUE   TO LV-VALUE(2).
111200     MOVE BB-MULT-COUNT  TO LV-COUNT(3).
111300     MOVE BB-MULT-VALUE  TO LV-VALUE(3).
111400     MOVE BB-DIV-COUNT   TO LV-COUNT(4).
111500     MOVE BB-DIV-VALUE   TO LV-VALUE(4).
111600     MOVE BB-PCT-COUNT   TO LV-COUNT(5).
111700     MOVE BB-PCT-VALUE   TO LV-VALUE(5).
111800     MOVE BB-EXP-COUNT   TO LV-COUNT(6).
111900     MOVE BB-EXP-VALUE   TO LV-VALUE(6).
112000     MOVE BB-OTHER-COUNT TO LV-COUNT(7).
112100     MOVE BB-OTHER-VALUE TO LV-VALUE(7).
112200 5110-LOAD-LIVE-VIEW-EXIT.
112300     EXIT.
112400*-----------------------------------------------------------
112500* 5120-COMPARE-ONE-BUCKET - LIST ONE OPERATION'S BUCKET WHEN
112600*     THE REBUILT AND LIVE COUNT OR VALUE DISAGREE
112700*-----------------------------------------------------------
112800 5120-COMPARE-ONE-BUCKET.
112900     SET WS-LBKT-IDX TO WS-RBKT-IDX.
113000     IF RB-COUNT(WS-RB-IDX, WS-RBKT-IDX) = LV-COUNT(WS-LBKT-IDX)
113100             AND RB-VALUE(WS-RB-IDX, WS-RBKT-IDX)
113200             = LV-VALUE(WS-LBKT-IDX)
113300         GO TO 5120-COMPARE-ONE-BUCKET-EXIT
113400     END-IF.
113500     MOVE WS-OPER-NAME(WS-RBKT-IDX) TO DL-ITEM.
113600     MOVE RB-COUNT(WS-RB-IDX, WS-RBKT-IDX) TO DL-RB-COUNT.
113700     MOVE RB-VALUE(WS-RB-IDX, WS-RBKT-IDX) TO DL-RB-VALUE.
113800     MOVE LV-COUNT(WS-LBKT-IDX) TO DL-LV-COUNT.
113900     MOVE LV-VALUE(WS-LBKT-IDX) TO DL-LV-VALUE.
114000     MOVE SPACES TO DL-NOTE.
114100     PERFORM 5900-WRITE-DIFF-LINE
114200         THRU 5900-WRITE-DIFF-LINE-EXIT.
114300 5120-COMPARE-ONE-BUCKET-EXIT.
114400     EXIT.
114500*-----------------------------------------------------------
114600* 5200-COMPARE-CARRIED-CLOSE - FOR A LIVE BRANCH ALREADY IN
114700*     THE NEXT MONTH, COMPARE THE REBUILT CLOSE WITH THE
114800*     OPENING BALANCE IT WAS ROLLED INTO
114900*-----------------------------------------------------------
115000 5200-COMPARE-CARRIED-CLOSE.
115100     IF WS-REBUILD-MM = 12
115200         COMPUTE WS-LINE-MONTH =
115300             (WS-REBUILD-YEAR + 1) * 100 + 1
115400     ELSE
115500         COMPUTE WS-LINE-MONTH = WS-REBUILD-MONTH + 1
115600     END-IF.
115700     IF WS-WORK-MONTH NOT = WS-LINE-MONTH
115800         MOVE 'CLOSE BALANCE' TO DL-ITEM
115900         MOVE SPACES TO DL-RB-COUNT-X
116000         MOVE RB-CLOSE-BALANCE(WS-RB-IDX) TO DL-RB-VALUE
116100         MOVE SPACES TO DL-LV-COUNT-X
116200         MOVE SPACES TO DL-LV-VALUE-X
116300         MOVE 'LIVE IS PAST' TO DL-NOTE
116400         PERFORM 5900-WRITE-DIFF-LINE
116500             THRU 5900-WRITE-DIFF-LINE-EXIT
116600         MOVE 'N' TO WS-BRANCH-DIFFERS-SW
116700         GO TO 5200-COMPARE-CARRIED-CLOSE-EXIT
116800     END-IF.
116900     IF RB-CLOSE-BALANCE(WS-RB-IDX) = BB-OPEN-BALANCE
117000         GO TO 5200-COMPARE-CARRIED-CLOSE-EXIT
117100     END-IF.
117200     MOVE 'CLOSE BALANCE' TO DL-ITEM.
117300     MOVE SPACES TO DL-RB-COUNT-X.
117400     MOVE RB-CLOSE-BALANCE(WS-RB-IDX) TO DL-RB-VALUE.
117500     MOVE SPACES TO DL-LV-COUNT-X.
117600     MOVE BB-OPEN-BALANCE TO DL-LV-VALUE.
117700     MOVE 'CARRIED FWD' TO DL-NOTE.
117800     PERFORM 5900-WRITE-DIFF-LINE
117900         THRU 5900-WRITE-DIFF-LINE-EXIT.
118000 5200-COMPARE-CARRIED-CLOSE-EXIT.
118100     EXIT.
118200*-----------------------------------------------------------
118300* 5300-READ-LIVE - READ THE NEXT LIVE MASTER RECORD IN KEY
118400*     SEQUENCE
118500*-----------------------------------------------------------
118600 5300-READ-LIVE.
118700     READ BALANCE-FILE NEXT RECORD
118800         AT END
118900             SET WS-BAL-EOF TO TRUE
119000     END-READ.
119100 5300-READ-LIVE-EXIT.
119200     EXIT.
119300*-----------------------------------------------------------
119400* 5310-CHECK-ONE-LIVE - LIST A LIVE BRANCH THE REBUILD DID
119500*     NOT PRODUCE, THEN READ THE NEXT
119600*-----------------------------------------------------------
119700 5310-CHECK-ONE-LIVE.
119800     MOVE BB-BRANCH TO WS-FIND-BRANCH.
119900     PERFORM 2300-FIND-BRANCH
120000         THRU 2300-FIND-BRANCH-EXIT.
120100     IF WS-RB-IDX > WS-RB-USED
120200         MOVE BB-BRANCH TO DL-BRANCH
120300         MOVE 'CLOSE BALANCE' TO DL-ITEM
120400         MOVE SPACES TO DL-RB-COUNT-X
120500         MOVE SPACES TO DL-RB-VALUE-X
120600         MOVE SPACES TO DL-LV-COUNT-X
120700         MOVE BB-CLOSE-BALANCE TO DL-LV-VALUE
120800         MOVE 'NOT REBUILT' TO DL-NOTE
120900         PERFORM 5900-WRITE-DIFF-LINE
121000             THRU 5900-WRITE-DIFF-LINE-EXIT
121100         ADD 1 TO WS-DIFFER-COUNT
121200     END-IF.
121300     PERFORM 5300-READ-LIVE
121400         THRU 5300-READ-LIVE-EXIT.
121500 5310-CHECK-ONE-LIVE-EXIT.
121600     EXIT.
121700*-----------------------------------------------------------
121800* 5900-WRITE-DIFF-LINE - PRINT ONE DIFFERENCE AND MARK THE
121900*     BRANCH AS DIFFERING
122000*-----------------------------------------------------------
122100 5900-WRITE-DIFF-LINE.
122200     MOVE 'Y' TO WS-BRANCH-DIFFERS-SW.
122300     MOVE WS-DIFF-LINE TO RP-PRINT-LINE.
122400     PERFORM 7000-WRITE-RPT-LINE
122500         THRU 7000-WRITE-RPT-LINE-EXIT.
122600 5900-WRITE-DIFF-LINE-EXIT.
122700     EXIT.
122800*-----------------------------------------------------------
122900* 6000-RESTORE-MASTER - IN RESTORE MODE, AND ONLY WHILE NO
123000*     LIVE BRANCH HAS POSTED PAST THE MONTH, KEEP A COPY OF
123100*     THE LIVE MASTER ON BRBALBKP AND, ON CONFIRMATION,
123200*     REPLACE BRBALMST WITH THE REBUILT MASTER
123300*-----------------------------------------------------------
123400 6000-RESTORE-MASTER.
123500     IF NOT WS-RESTORE-MODE OR WS-RUN-FAILED
123600         GO TO 6000-RESTORE-MASTER-EXIT
123700     END-IF.
123800     IF WS-PAST-MONTH-COUNT > ZERO
123900         MOVE WS-PAST-MONTH-COUNT TO WS-COUNT-DISPLAY
124000         DISPLAY WS-COUNT-DISPLAY ' BRANCH(ES) HAVE POSTED PAST '
124100             WS-REBUILD-MONTH ' - RESTORE REFUSED'
124200         MOVE 'LIVE MASTER HAS POSTED PAST THE MONTH - RESTORE REF
124300-            'USED' TO TL-TEXT
124400         PERFORM 6900-WRITE-TEXT-LINE
124500             THRU 6900-WRITE-TEXT-LINE-EXIT
124600         MOVE 4 TO RETURN-CODE
124700         GO TO 6000-RESTORE-MASTER-EXIT
124800     END-IF.
124900     MOVE WS-DIFFER-COUNT TO WS-COUNT-DISPLAY.
125000     DISPLAY WS-COUNT-DISPLAY ' BRANCH(ES) DIFFER - SEE RBLDRPT'.
125100     DISPLAY 'REPLACE BRBALMST WITH THE REBUILT MASTER? '
125200         '(Y=YES): '.
125300     MOVE SPACE TO WS-CONFIRM-CODE.
125400     ACCEPT WS-CONFIRM-CODE.
125500     IF NOT WS-RESTORE-CONFIRMED
125600         DISPLAY 'BRBALMST NOT REPLACED'
125700         MOVE 'RESTORE NOT CONFIRMED - BRBALMST LEFT AS IT WAS'
125800             TO TL-TEXT
125900         PERFORM 6900-WRITE-TEXT-LINE
126000             THRU 6900-WRITE-TEXT-LINE-EXIT
126100         MOVE 4 TO RETURN-CODE
126200         GO TO 6000-RESTORE-MASTER-EXIT
126300     END-IF.
126400     PERFORM 6100-BACK-UP-LIVE
126500         THRU 6100-BACK-UP-LIVE-EXIT.
126600     IF WS-RUN-FAILED
126700         GO TO 6000-RESTORE-MASTER-EXIT
126800     END-IF.
126900     OPEN OUTPUT BALANCE-FILE.
127000     IF NOT WS-BAL-OK
127100         DISPLAY 'UNABLE TO OPEN BRBALMST FOR OUTPUT, STATUS: '
127200             WS-BAL-STATUS
127300         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
127400         GO TO 6000-RESTORE-MASTER-EXIT
127500     END-IF.
127600     PERFORM 6200-RESTORE-ONE-BRANCH
127700         THRU 6200-RESTORE-ONE-BRANCH-EXIT
127800         VARYING WS-RB-IDX FROM 1 BY 1
127900         UNTIL WS-RB-IDX > WS-RB-USED.
128000     CLOSE BALANCE-FILE.
128100     IF WS-RUN-FAILED
128200         DISPLAY 'BRBALMST ONLY PART RESTORED - RERUN THE '
128300             'RESTORE; THE OLD MASTER IS ON BRBALBKP'
128400         GO TO 6000-RESTORE-MASTER-EXIT
128500     END-IF.
128600     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
128700     ACCEPT WS-STAMP-TIME FROM TIME.
128800     MOVE SPACES TO TL-TEXT.
128900     STRING 'BRBALMST RESTORED BY ' DELIMITED BY SIZE
129000            WS-SIGNON-ID            DELIMITED BY SIZE
129100            ' ON '                  DELIMITED BY SIZE
129200            WS-STAMP-DATE           DELIMITED BY SIZE
129300            ' AT '                  DELIMITED BY SIZE
129400            WS-STAMP-TIME           DELIMITED BY SIZE
129500         INTO TL-TEXT
129600     END-STRING.
129700     PERFORM 6900-WRITE-TEXT-LINE
129800         THRU 6900-WRITE-TEXT-LINE-EXIT.
129900     DISPLAY TL-TEXT.
130000 6000-RESTORE-MASTER-EXIT.
130100     EXIT.
130200*-----------------------------------------------------------
130300* 6100-BACK-UP-LIVE - COPY EVERY LIVE MASTER RECORD TO
130400*     BRBALBKP BEFORE IT IS REPLACED. A MASTER THAT DOES NOT
130500*     EXIST YET LEAVES AN EMPTY BACKUP.
130600*-----------------------------------------------------------
130700 6100-BACK-UP-LIVE.
130800     OPEN OUTPUT BACKUP-FILE.
130900     IF NOT WS-BKUP-OK
131000         DISPLAY 'UNABLE TO OPEN BRBALBKP, STATUS: '
131100             WS-BKUP-STATUS ' - RESTORE ABANDONED'
131200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
131300         GO TO 6100-BACK-UP-LIVE-EXIT
131400     END-IF.
131500     OPEN INPUT BALANCE-FILE.
131600     IF WS-BAL-OK
131700         MOVE 'N' TO WS-BAL-EOF-SWITCH
131800         PERFORM 5300-READ-LIVE
131900             THRU 5300-READ-LIVE-EXIT
132000         PERFORM 6110-BACK-UP-ONE
132100             THRU 6110-BACK-UP-ONE-EXIT
132200             UNTIL WS-BAL-EOF
132300         CLOSE BALANCE-FILE
132400     ELSE
132500         IF NOT WS-BAL-NOT-FOUND
132600             DISPLAY 'UNABLE TO OPEN BRBALMST, STATUS: '
132700                 WS-BAL-STATUS ' - RESTORE ABANDONED'
132800             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
132900         END-IF
133000     END-IF.
133100     CLOSE BACKUP-FILE.
133200 6100-BACK-UP-LIVE-EXIT.
133300     EXIT.
133400*-----------------------------------------------------------
133500* 6110-BACK-UP-ONE - COPY ONE LIVE RECORD, THEN READ THE NEXT
133600*-----------------------------------------------------------
133700 6110-BACK-UP-ONE.
133800     MOVE BRANCH-BALANCE-RECORD TO BACKUP-RECORD.
133900     WRITE BACKUP-RECORD.
134000     IF NOT WS-BKUP-OK
134100         DISPLAY 'UNABLE TO WRITE BRBALBKP, STATUS: '
134200             WS-BKUP-STATUS ' - RESTORE ABANDONED'
134300         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
134400         SET WS-BAL-EOF TO TRUE
134500         GO TO 6110-BACK-UP-ONE-EXIT
134600     END-IF.
134700     ADD 1 TO WS-BACKUP-COUNT.
134800     PERFORM 5300-READ-LIVE
134900         THRU 5300-READ-LIVE-EXIT.
135000 6110-BACK-UP-ONE-EXIT.
135100     EXIT.
135200*-----------------------------------------------------------
135300* 6200-RESTORE-ONE-BRANCH - WRITE ONE REBUILT BRANCH TO THE
135400*     NEW LIVE MASTER
135500*-----------------------------------------------------------
135600 6200-RESTORE-ONE-BRANCH.
135700     MOVE RB-BALANCE(WS-RB-IDX) TO BRANCH-BALANCE-RECORD.
135800     WRITE BRANCH-BALANCE-RECORD
135900         INVALID KEY
136000             DISPLAY 'UNABLE TO RESTORE BRANCH ' BB-BRANCH
136100                 ', STATUS: ' WS-BAL-STATUS
136200             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
136300         NOT INVALID KEY
136400             ADD 1 TO WS-RESTORED-COUNT
136500     END-WRITE.
136600 6200-RESTORE-ONE-BRANCH-EXIT.
136700     EXIT.
136800*-----------------------------------------------------------
136900* 6900-WRITE-TEXT-LINE - PRINT ONE LINE OF TEXT
137000*-----------------------------------------------------------
137100 6900-WRITE-TEXT-LINE.
137200     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
137300     PERFORM 7000-WRITE-RPT-LINE
137400         THRU 7000-WRITE-RPT-LINE-EXIT.
137500     MOVE WS-TEXT-LINE TO RP-PRINT-LINE.
137600     PERFORM 7000-WRITE-RPT-LINE
137700         THRU 7000-WRITE-RPT-LINE-EXIT.
137800 6900-WRITE-TEXT-LINE-EXIT.
137900     EXIT.
138000*-----------------------------------------------------------
138100* 8000-PRINT-SUMMARY - CLOSE THE REPORT WITH THE REBUILD'S
138200*     COUNTS AND VERDICT AND SET THE RETURN CODE
138300*-----------------------------------------------------------
138400 8000-PRINT-SUMMARY.
138500     MOVE WS-BLANK-LINE TO RP-PRINT-LINE.
138600     PERFORM 7000-WRITE-RPT-LINE
138700         THRU 7000-WRITE-RPT-LINE-EXIT.
138800     MOVE 'BRANCHES AT THE PRIOR CLOSE' TO CL-LABEL.
138900     MOVE WS-START-COUNT TO CL-COUNT.
139000     PERFORM 8100-WRITE-COUNT-LINE
139100         THRU 8100-WRITE-COUNT-LINE-EXIT.
139200     MOVE 'GENERATIONS REPLAYED' TO CL-LABEL.
139300     MOVE WS-GEN-COUNT TO CL-COUNT.
139400     PERFORM 8100-WRITE-COUNT-LINE
139500         THRU 8100-WRITE-COUNT-LINE-EXIT.
139600     MOVE '  OF WHICH REPLAYED UNPROVED' TO CL-LABEL.
139700     MOVE WS-UNPROVED-GEN-COUNT TO CL-COUNT.
139800     PERFORM 8100-WRITE-COUNT-LINE
139900         THRU 8100-WRITE-COUNT-LINE-EXIT.
140000     MOVE 'AUDIT LINES READ' TO CL-LABEL.
140100     MOVE WS-LINES-READ TO CL-COUNT.
140200     PERFORM 8100-WRITE-COUNT-LINE
140300         THRU 8100-WRITE-COUNT-LINE-EXIT.
140400     MOVE 'LINES REPLAYED FOR THE MONTH' TO CL-LABEL.
140500     MOVE WS-LINES-REPLAYED TO CL-COUNT.
140600     PERFORM 8100-WRITE-COUNT-LINE
140700         THRU 8100-WRITE-COUNT-LINE-EXIT.
140800     MOVE '  REVERSALS BACKED OUT' TO CL-LABEL.
140900     MOVE WS-BACKED-OUT-COUNT TO CL-COUNT.
141000     PERFORM 8100-WRITE-COUNT-LINE
141100         THRU 8100-WRITE-COUNT-LINE-EXIT.
141200     MOVE 'REVERSALS LEFT TO THE LEDGER' TO CL-LABEL.
141300     MOVE WS-LEFT-OUT-COUNT TO CL-COUNT.
141400     PERFORM 8100-WRITE-COUNT-LINE
141500         THRU 8100-WRITE-COUNT-LINE-EXIT.
141600     MOVE 'BRANCHES REBUILT' TO CL-LABEL.
141700     MOVE WS-RB-USED TO CL-COUNT.
141800     PERFORM 8100-WRITE-COUNT-LINE
141900         THRU 8100-WRITE-COUNT-LINE-EXIT.
142000     MOVE 'BRANCHES THAT DIFFER FROM LIVE' TO CL-LABEL.
142100     MOVE WS-DIFFER-COUNT TO CL-COUNT.
142200     PERFORM 8100-WRITE-COUNT-LINE
142300         THRU 8100-WRITE-COUNT-LINE-EXIT.
142400     IF WS-RESTORED-COUNT > ZERO
142500         MOVE 'LIVE RECORDS KEPT ON BRBALBKP' TO CL-LABEL
142600         MOVE WS-BACKUP-COUNT TO CL-COUNT
142700         PERFORM 8100-WRITE-COUNT-LINE
142800             THRU 8100-WRITE-COUNT-LINE-EXIT
142900         MOVE 'BRANCHES RESTORED TO BRBALMST' TO CL-LABEL
143000         MOVE WS-RESTORED-COUNT TO CL-COUNT
143100         PERFORM 8100-WRITE-COUNT-LINE
143200             THRU 8100-WRITE-COUNT-LINE-EXIT
143300     END-IF.
143400     EVALUATE TRUE
143500         WHEN WS-RUN-FAILED
143600             MOVE 'REBUILD FAILED - NOTHING REPLACED'
143700                 TO TL-TEXT
143800             MOVE 8 TO RETURN-CODE
143900         WHEN WS-RESTORED-COUNT > ZERO
144000             MOVE 'BRBALMST REPLACED WITH THE REBUILT MASTER'
144100                 TO TL-TEXT
144200         WHEN WS-DIFFER-COUNT > ZERO
144300             MOVE 'LIVE MASTER DIFFERS FROM THE AUDIT HISTORY'
144400                 TO TL-TEXT
144500             MOVE 4 TO RETURN-CODE
144600         WHEN OTHER
144700             MOVE 'LIVE MASTER AGREES WITH THE AUDIT HISTORY'
144800                 TO TL-TEXT
144900     END-EVALUATE.
145000     PERFORM 6900-WRITE-TEXT-LINE
145100         THRU 6900-WRITE-TEXT-LINE-EXIT.
145200     PERFORM 7900-END-REPORT
145300         THRU 7900-END-REPORT-EXIT.
145400     DISPLAY TL-TEXT.
145500 8000-PRINT-SUMMARY-EXIT.
145600     EXIT.
145700*-----------------------------------------------------------
145800* 8100-WRITE-COUNT-LINE - PRINT ONE SUMMARY COUNT
145900*-----------------------------------------------------------
146000 8100-WRITE-COUNT-LINE.
146100     MOVE WS-COUNT-LINE TO RP-PRINT-LINE.
146200     PERFORM 7000-WRITE-RPT-LINE
146300         THRU 7000-WRITE-RPT-LINE-EXIT.
146400 8100-WRITE-COUNT-LINE-EXIT.
146500     EXIT.
146600*-----------------------------------------------------------
146700* 8900-CLOSE-FILES - CLOSE THE REPORT
146800*-----------------------------------------------------------
146900 8900-CLOSE-FILES.
147000     CLOSE REPORT-FILE.
147100 8900-CLOSE-FILES-EXIT.
147200     EXIT.
147300*-----------------------------------------------------------
147400* 9999-EXIT - COMMON PROGRAM EXIT
147500*-----------------------------------------------------------
147600 9999-EXIT.
147700     STOP RUN.
147800 9999-EXIT-EXIT.
147900     EXIT.
148000     COPY RPTPROC.
148100     COPY SGNPROC.
148200     COPY SEALPROC.
