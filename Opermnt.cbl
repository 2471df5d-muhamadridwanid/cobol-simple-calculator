001400*    OPERATOR AUDIT TRAIL (OPERAUDT). SIGN-ON REQUIRES AN
001500*    ACTIVE OPERATOR WITH THE ADMIN FLAG; AN EMPTY MASTER
001600*    ALLOWS A FIRST BOOTSTRAP ADD WITHOUT SIGN-ON, ANNOUNCED
001700*    LOUDLY, SO THE CONTROL CAN BE STOOD UP AT ALL; SO DOES
001705*    A MASTER ON WHICH NO OPERATOR HAS A PASSWORD YET, SO
001710*    THE FIRST TEMPORARY PASSWORDS CAN BE ISSUED (R).
001720*    SIGN-ON IS BY ID AND PASSWORD THROUGH THE SHARED SGNPROC
001740*    ROUTINE. A NEW OPERATOR GETS A TEMPORARY PASSWORD, TO BE
001760*    CHANGED AT FIRST SIGN-ON, AND ONLY HERE CAN A LOCKED ID
001780*    BE RESET (R) TO A NEW TEMPORARY PASSWORD AND UNLOCKED.
001800*-----------------------------------------------------------
001900*                 MODIFICATION HISTORY
002000*-----------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* ---------- ----  ----------------------------------------
002300* 2026-08-24  RH   ORIGINAL PROGRAM.
002310* 2026-09-04  RH   SIGN-ON NOW GOES THROUGH THE SHARED SGNPROC
002320*                  ROUTINE - A HASHED PASSWORD, FORCED CHANGE
002330*                  ON EXPIRY, LOCKOUT AFTER REPEATED WRONG
002340*                  PASSWORDS, AND A SGNHIST LINE FOR EVERY
002350*                  SUCCESS AND FAILURE. A NEW OPERATOR IS ADDED
002360*                  WITH A TEMPORARY PASSWORD, AND THE NEW R
002370*                  FUNCTION RESETS A LOCKED OR FORGOTTEN ID TO
002380*                  A TEMPORARY PASSWORD AND UNLOCKS IT, AUDITED
002390*                  AS RST ON OPERAUDT.
002391* 2026-10-15  RH   A MASTER ON WHICH NO OPERATOR HAS A
002392*                  PASSWORD SET NOW ALSO OPENS A BOOTSTRAP
002393*                  SESSION, LOGGED TO SGNHIST AS NO PASSWORDS SET,
002394*                  SO THE FIRST TEMPORARY PASSWORDS CAN BE ISSUED
002395*                  NOW THAT SGNPROC REFUSES AN ID WITH NONE.
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600     SELECT OPER-AUDIT-FILE ASSIGN TO OPERAUDT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-OAUD-STATUS.
003825     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
003850         ORGANIZATION IS LINE SEQUENTIAL
003875         FILE STATUS IS SG-HIST-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  OPERATOR-FILE.
004300 FD  OPER-AUDIT-FILE
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  OPER-AUDIT-RECORD      PIC X(80).
004525 FD  SIGNON-HIST-FILE
004550     RECORD CONTAINS 80 CHARACTERS.
004575     COPY SGNHREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-OPER-STATUS         PIC X(02).
004800     88  WS-OPER-OK         VALUE '00'.
005300 01  WS-SIGNON-ID           PIC X(04)       VALUE SPACES.
005400 01  WS-MASTER-EMPTY-SW     PIC X(01)       VALUE 'N'.
005500     88  WS-MASTER-EMPTY    VALUE 'Y'.
005520 01  WS-PWD-FOUND-SW        PIC X(01)       VALUE 'N'.
005540     88  WS-PWD-FOUND       VALUE 'Y'.
005560 01  WS-OPER-EOF-SW         PIC X(01)       VALUE 'N'.
005580     88  WS-OPER-EOF        VALUE 'Y'.
005600 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
005700     88  WS-SIGNON-OK       VALUE 'Y'.
005800 01  WS-FUNCTION-CODE       PIC X(01).
005900     88  WS-FUNC-ADD        VALUE 'A'.
006000     88  WS-FUNC-INQUIRE    VALUE 'I'.
006100     88  WS-FUNC-QUIT       VALUE 'Q'.
006150     88  WS-FUNC-RESET      VALUE 'R'.
006200     88  WS-FUNC-VALID      VALUE 'A' 'I' 'R' 'Q'.
006300 01  WS-CONTINUE-SWITCH     PIC X(01)       VALUE 'Y'.
006400     88  WS-DONE            VALUE 'N'.
006500 01  WS-OPER-ID-INPUT       PIC X(04).
007300 01  WS-ADMIN-FLAG          PIC X(01).
007400 01  WS-RECORD-EXISTS-SW    PIC X(01)       VALUE 'N'.
007500     88  WS-RECORD-EXISTS   VALUE 'Y'.
007525 01  WS-AUDIT-ACTION        PIC X(03)       VALUE SPACES.
007550 01  WS-TEMP-PWD-SW         PIC X(01)       VALUE 'N'.
007575     88  WS-TEMP-PWD-OK     VALUE 'Y'.
007600 01  WS-STAMP-DATE          PIC 9(08).
007700 01  WS-STAMP-TIME          PIC 9(08).
007800 01  WS-OPER-AUDIT-LINE.
009000     05  FILLER             PIC X(01) VALUE SPACE.
009100     05  OA-FLAGS           PIC X(04).
009200     05  FILLER             PIC X(42) VALUE SPACES.
009250     COPY SGNCTL.
009300 PROCEDURE DIVISION.
009400*-----------------------------------------------------------
009500* 0000-MAINLINE
010600         THRU 9999-EXIT-EXIT.
010700*-----------------------------------------------------------
010800* 1000-INITIALIZE - OPEN THE OPERATOR MASTER AND ITS AUDIT
010900*     TRAIL, THEN SIGN THE ADMINISTRATOR ON; AN EMPTY MASTER,
011000*     OR ONE ON WHICH NO OPERATOR HAS A PASSWORD YET, ALLOWS
011050*     A BOOTSTRAP SESSION WITHOUT SIGN-ON
011100*-----------------------------------------------------------
011200 1000-INITIALIZE.
011300     OPEN I-O OPERATOR-FILE.
012700     IF WS-MASTER-EMPTY
012800         DISPLAY 'OPERATOR MASTER IS EMPTY - BOOTSTRAP '
012900             'SESSION, SIGN-ON BYPASSED'
013000         MOVE 'EMPTY MASTER - BOOTSTRAP' TO SG-REASON
013100         PERFORM 1150-START-BOOTSTRAP
013110             THRU 1150-START-BOOTSTRAP-EXIT
013200     ELSE
013210         IF NOT WS-PWD-FOUND
013220             DISPLAY 'NO OPERATOR HAS A PASSWORD SET - '
013230                 'BOOTSTRAP SESSION, SIGN-ON BYPASSED'
013240             DISPLAY 'ISSUE TEMPORARY PASSWORDS WITH R=RESET'
013250             MOVE 'NO PASSWORDS SET - BOOTSTRAP' TO SG-REASON
013260             PERFORM 1150-START-BOOTSTRAP
013270                 THRU 1150-START-BOOTSTRAP-EXIT
013280         ELSE
013300             PERFORM 1200-SIGN-ON
013400                 THRU 1200-SIGN-ON-EXIT
013450         END-IF
013500     END-IF.
013600     IF NOT WS-SIGNON-OK
013700         MOVE 'N' TO WS-CONTINUE-SWITCH
014500     EXIT.
014600*-----------------------------------------------------------
014700* 1100-CHECK-MASTER-EMPTY - SEE WHETHER THE MASTER HOLDS ANY
014800*     OPERATOR AT ALL, AND WHETHER ANY OPERATOR ON IT HAS A
014850*     PASSWORD SET
014900*-----------------------------------------------------------
015000 1100-CHECK-MASTER-EMPTY.
015050     MOVE 'N' TO WS-PWD-FOUND-SW.
015100     MOVE LOW-VALUES TO OP-OPER-ID.
015200     START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPER-ID
015300         INVALID KEY
015700     READ OPERATOR-FILE NEXT RECORD
015800         AT END
015900             MOVE 'Y' TO WS-MASTER-EMPTY-SW
015950             GO TO 1100-CHECK-MASTER-EMPTY-EXIT
016000     END-READ.
016020     MOVE 'N' TO WS-OPER-EOF-SW.
016040     PERFORM 1110-CHECK-ONE-PASSWORD
016060         THRU 1110-CHECK-ONE-PASSWORD-EXIT
016080         UNTIL WS-PWD-FOUND OR WS-OPER-EOF.
016100 1100-CHECK-MASTER-EMPTY-EXIT.
016200     EXIT.
016203*-----------------------------------------------------------
016206* 1110-CHECK-ONE-PASSWORD - NOTE AN OPERATOR WITH A PASSWORD
016209*     SET, OR READ ON TO THE NEXT
016212*-----------------------------------------------------------
016215 1110-CHECK-ONE-PASSWORD.
016218     IF OP-PASSWORD-HASH IS NUMERIC
016221             AND OP-PASSWORD-HASH NOT = ZERO
016224         MOVE 'Y' TO WS-PWD-FOUND-SW
016227         GO TO 1110-CHECK-ONE-PASSWORD-EXIT
016230     END-IF.
016233     READ OPERATOR-FILE NEXT RECORD
016236         AT END
016239             MOVE 'Y' TO WS-OPER-EOF-SW
016242     END-READ.
016245 1110-CHECK-ONE-PASSWORD-EXIT.
016248     EXIT.
016251*-----------------------------------------------------------
016254* 1150-START-BOOTSTRAP - OPEN A SESSION WITHOUT SIGN-ON UNDER
016257*     THE ID 'BOOT', LOGGED TO SGNHIST WITH THE REASON ALREADY
016260*     IN SG-REASON
016263*-----------------------------------------------------------
016266 1150-START-BOOTSTRAP.
016269     MOVE 'Y'       TO WS-SIGNON-OK-SW.
016272     MOVE 'BOOT'    TO WS-SIGNON-ID.
016275     MOVE 'BOOT'    TO SG-OPER-ID.
016278     MOVE 'OPERMNT' TO SG-PROGRAM-ID.
016281     MOVE 'Y'       TO SG-RESULT-SW.
016284     PERFORM 7590-WRITE-SIGNON-HIST
016287         THRU 7590-WRITE-SIGNON-HIST-EXIT.
016290 1150-START-BOOTSTRAP-EXIT.
016293     EXIT.
016300*-----------------------------------------------------------
016400* 1200-SIGN-ON - SIGN THE ADMINISTRATOR ON THROUGH THE SHARED
016500*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED, RIGHT
016600*     PASSWORD (CHANGED WHEN DUE) AND HOLDING THE ADMIN FLAG.
016700*     EVERY OUTCOME GOES TO SGNHIST.
016800*-----------------------------------------------------------
016900 1200-SIGN-ON.
017000     DISPLAY 'ENTER OPERATOR ID: '.
017100     MOVE SPACES TO WS-SIGNON-ID.
017200     ACCEPT WS-SIGNON-ID.
017300     MOVE WS-SIGNON-ID            TO SG-OPER-ID.
017400     MOVE 'OPERMNT'               TO SG-PROGRAM-ID.
017500     MOVE 'A'                     TO SG-AUTH-AREA.
017600     MOVE 'OPERATOR MAINTENANCE'  TO SG-AREA-NAME.
017700     PERFORM 7500-VALIDATE-SIGN-ON
017800         THRU 7500-VALIDATE-SIGN-ON-EXIT.
017900     IF SG-SIGNED-ON
018000         MOVE 'Y' TO WS-SIGNON-OK-SW
018100     END-IF.
018800 1200-SIGN-ON-EXIT.
018900     EXIT.
019000*-----------------------------------------------------------
019300*-----------------------------------------------------------
019400 2000-PROCESS-ONE-ACTION.
019500     DISPLAY 'ENTER FUNCTION (A=ADD/CHANGE, I=INQUIRE, '
019600         'R=RESET PASSWORD, Q=QUIT): '.
019700     ACCEPT WS-FUNCTION-CODE.
019800     IF NOT WS-FUNC-VALID
019900         DISPLAY 'INVALID FUNCTION CODE: ' WS-FUNCTION-CODE
020600         WHEN WS-FUNC-INQUIRE
020700             PERFORM 2200-INQUIRE-OPERATOR
020800                 THRU 2200-INQUIRE-OPERATOR-EXIT
020825         WHEN WS-FUNC-RESET
020850             PERFORM 2300-RESET-OPERATOR
020875                 THRU 2300-RESET-OPERATOR-EXIT
020900         WHEN WS-FUNC-QUIT
021000             MOVE 'N' TO WS-CONTINUE-SWITCH
021100     END-EVALUATE.
025800         NOT INVALID KEY
025900             MOVE 'Y' TO WS-RECORD-EXISTS-SW
026000     END-READ.
026010     IF NOT WS-RECORD-EXISTS
026020         PERFORM 2160-ACCEPT-TEMP-PASSWORD
026030             THRU 2160-ACCEPT-TEMP-PASSWORD-EXIT
026040         IF NOT WS-TEMP-PWD-OK
026050             GO TO 2100-ADD-OR-CHANGE-EXIT
026060         END-IF
026070     END-IF.
026100     MOVE WS-OPER-ID-INPUT TO OP-OPER-ID.
026200     MOVE WS-NAME-INPUT    TO OP-NAME.
026300     MOVE WS-STATUS-INPUT  TO OP-STATUS.
026600     MOVE WS-EXCP-FLAG     TO OP-EXCP-AUTH.
026700     MOVE WS-ADMIN-FLAG    TO OP-ADMIN-AUTH.
026800     MOVE WS-SIGNON-ID     TO OP-UPDATED-BY.
026810     IF NOT WS-RECORD-EXISTS
026820         MOVE SG-HASH-RESULT TO OP-PASSWORD-HASH
026830         MOVE ZERO           TO OP-PWD-CHANGED-DATE
026840         MOVE ZERO           TO OP-FAILED-ATTEMPTS
026850         MOVE 'N'            TO OP-LOCK-FLAG
026860     END-IF.
026900     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
027000     ACCEPT WS-STAMP-TIME FROM TIME.
027100     MOVE WS-STAMP-DATE TO OP-UPDATED-DATE.
027900             WS-OPER-STATUS
028000         GO TO 2100-ADD-OR-CHANGE-EXIT
028100     END-IF.
028110     IF WS-RECORD-EXISTS
028120         MOVE 'CHG' TO WS-AUDIT-ACTION
028130     ELSE
028140         MOVE 'ADD' TO WS-AUDIT-ACTION
028150     END-IF.
028200     PERFORM 2180-WRITE-OPER-AUDIT
028300         THRU 2180-WRITE-OPER-AUDIT-EXIT.
028400     DISPLAY 'OPERATOR POSTED: ' WS-OPER-ID-INPUT.
029700     END-IF.
029800 2150-ACCEPT-FLAG-EXIT.
029900     EXIT.
029902*-----------------------------------------------------------
029904* 2160-ACCEPT-TEMP-PASSWORD - ACCEPT A TEMPORARY PASSWORD FOR
029906*     A NEW OR RESET OPERATOR AND HASH IT INTO SG-HASH-RESULT.
029908*     IT IS STORED WITH NO CHANGE DATE, SO THE OPERATOR MUST
029910*     REPLACE IT AT THE NEXT SIGN-ON.
029912*-----------------------------------------------------------
029914 2160-ACCEPT-TEMP-PASSWORD.
029916     MOVE 'N' TO WS-TEMP-PWD-SW.
029918     DISPLAY 'ENTER TEMPORARY PASSWORD (' SG-MIN-PWD-LENGTH
029920         ' TO 8 CHARACTERS): '.
029922     MOVE SPACES TO SG-NEW-PASSWORD.
029924     ACCEPT SG-NEW-PASSWORD.
029926     MOVE ZERO TO SG-PWD-TRAIL-CNT.
029928     INSPECT SG-NEW-PASSWORD TALLYING SG-PWD-TRAIL-CNT
029930         FOR TRAILING SPACE.
029932     COMPUTE SG-PWD-LEN = 8 - SG-PWD-TRAIL-CNT.
029934     IF SG-PWD-LEN < SG-MIN-PWD-LENGTH
029936         OR SG-NEW-PASSWORD(1:1) = SPACE
029938         DISPLAY 'TEMPORARY PASSWORD TOO SHORT - NOTHING POSTED'
029940         GO TO 2160-ACCEPT-TEMP-PASSWORD-EXIT
029942     END-IF.
029944     MOVE SG-NEW-PASSWORD TO SG-HASH-PASSWORD.
029946     MOVE SPACES TO SG-NEW-PASSWORD.
029948     PERFORM 7560-HASH-PASSWORD
029950         THRU 7560-HASH-PASSWORD-EXIT.
029952     MOVE 'Y' TO WS-TEMP-PWD-SW.
029954 2160-ACCEPT-TEMP-PASSWORD-EXIT.
029956     EXIT.
030000*-----------------------------------------------------------
030100* 2180-WRITE-OPER-AUDIT - WRITE ONE AUDIT TRAIL LINE FOR THE
030200*     ADD, CHANGE OR RESET JUST POSTED
030300*-----------------------------------------------------------
030400 2180-WRITE-OPER-AUDIT.
030500     MOVE WS-STAMP-DATE  TO OA-DATE.
030600     MOVE WS-STAMP-TIME  TO OA-TIME.
030700     MOVE WS-SIGNON-ID   TO OA-SIGNON.
030800     MOVE WS-AUDIT-ACTION TO OA-ACTION.
031300     MOVE WS-OPER-ID-INPUT TO OA-OPER-ID.
031400     MOVE WS-STATUS-INPUT  TO OA-STATUS.
031500     MOVE SPACES TO OA-FLAGS.
033900                 OP-STATUS ' RATE ' OP-RATE-AUTH ' BRCH '
034000                 OP-BRANCH-AUTH ' EXCP ' OP-EXCP-AUTH
034100                 ' ADMN ' OP-ADMIN-AUTH
034125             DISPLAY '     PASSWORD SET ' OP-PWD-CHANGED-DATE
034150                 ' FAILED ' OP-FAILED-ATTEMPTS ' LOCKED '
034175                 OP-LOCK-FLAG
034200     END-READ.
034300 2200-INQUIRE-OPERATOR-EXIT.
034400     EXIT.
034401*-----------------------------------------------------------
034402* 2300-RESET-OPERATOR - CLEAR A LOCKED OR FORGOTTEN ID: SET A
034403*     TEMPORARY PASSWORD THE OPERATOR MUST CHANGE AT THE NEXT
034404*     SIGN-ON, ZERO THE FAILED COUNT, UNLOCK, AND WRITE ONE
034405*     AUDIT TRAIL LINE. AN ADMINISTRATOR MAY NOT RESET THEIR
034406*     OWN ID.
034407*-----------------------------------------------------------
034408 2300-RESET-OPERATOR.
034409     DISPLAY 'ENTER OPERATOR ID TO RESET: '.
034410     MOVE SPACES TO WS-OPER-ID-INPUT.
034411     ACCEPT WS-OPER-ID-INPUT.
034412     IF WS-OPER-ID-INPUT = WS-SIGNON-ID
034413         DISPLAY 'AN ADMINISTRATOR MAY NOT RESET THEIR OWN ID'
034414         GO TO 2300-RESET-OPERATOR-EXIT
034415     END-IF.
034416     MOVE WS-OPER-ID-INPUT TO OP-OPER-ID.
034417     READ OPERATOR-FILE
034418         INVALID KEY
034419             DISPLAY 'OPERATOR NOT ON MASTER: '
034420                 WS-OPER-ID-INPUT
034421             GO TO 2300-RESET-OPERATOR-EXIT
034422     END-READ.
034423     PERFORM 2160-ACCEPT-TEMP-PASSWORD
034424         THRU 2160-ACCEPT-TEMP-PASSWORD-EXIT.
034425     IF NOT WS-TEMP-PWD-OK
034426         GO TO 2300-RESET-OPERATOR-EXIT
034427     END-IF.
034428     MOVE SG-HASH-RESULT TO OP-PASSWORD-HASH.
034429     MOVE ZERO           TO OP-PWD-CHANGED-DATE.
034430     MOVE ZERO           TO OP-FAILED-ATTEMPTS.
034431     MOVE 'N'            TO OP-LOCK-FLAG.
034432     MOVE WS-SIGNON-ID   TO OP-UPDATED-BY.
034433     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
034434     ACCEPT WS-STAMP-TIME FROM TIME.
034435     MOVE WS-STAMP-DATE TO OP-UPDATED-DATE.
034436     REWRITE OPERATOR-MASTER-RECORD.
034437     IF NOT WS-OPER-OK
034438         DISPLAY 'UNABLE TO RESET OPERATOR, STATUS: '
034439             WS-OPER-STATUS
034440         GO TO 2300-RESET-OPERATOR-EXIT
034441     END-IF.
034442     MOVE 'RST'          TO WS-AUDIT-ACTION.
034443     MOVE OP-STATUS      TO WS-STATUS-INPUT.
034444     MOVE OP-RATE-AUTH   TO WS-RATE-FLAG.
034445     MOVE OP-BRANCH-AUTH TO WS-BRANCH-FLAG.
034446     MOVE OP-EXCP-AUTH   TO WS-EXCP-FLAG.
034447     MOVE OP-ADMIN-AUTH  TO WS-ADMIN-FLAG.
034448     PERFORM 2180-WRITE-OPER-AUDIT
034449         THRU 2180-WRITE-OPER-AUDIT-EXIT.
034450     DISPLAY 'OPERATOR RESET AND UNLOCKED: ' WS-OPER-ID-INPUT
034451         ' - TEMPORARY PASSWORD TO BE CHANGED AT NEXT SIGN-ON'.
034452 2300-RESET-OPERATOR-EXIT.
034453     EXIT.
034500*-----------------------------------------------------------
034600* 8900-CLOSE-FILES - CLOSE THE OPERATOR MASTER AND AUDIT
034700*     TRAIL
035800     STOP RUN.
035900 9999-EXIT-EXIT.
036000     EXIT.
036100     COPY SGNPROC.
