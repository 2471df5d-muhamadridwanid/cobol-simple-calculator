001700*    RUN MERGES ITS BATCH ONTO THE SAME TRANFILE. A LINE
001800*    THAT CANNOT BE PARSED GOES TO THE EXCEPTION LISTING
001900*    (INTKERR) WITH ITS REASON, FOR THE BRANCH TO FIX.
001925*    THE INTAKE OPERATOR SIGNS ON THROUGH THE SHARED SGNPROC
001950*    ROUTINE FIRST, AND EVERY TRANFILE RECORD OF THE BATCH
001975*    CARRIES THAT OPERATOR'S ID IN CT-OPERATOR.
001980*    A BRANCH CODE THAT BRMERGE HAS MERGED AWAY IS LOOKED UP ON
001985*    THE BRFWDMST FORWARDING FILE AND THE BATCH IS TAKEN IN
001990*    UNDER THE SURVIVING BRANCH INSTEAD.
001991*    THE SAME DAY FILE ALSO CARRIES PERCENTAGE (P), EXPONENT
001992*    (E), COMPOUND DEPOSIT (C), LOAN BOOKING (L), FORMULA STEP
001993*    (F) AND TEMPLATE CALL (T) LINES. EACH IS EDITED AND
001994*    APPENDED TO ITS OWN NATIVE FILE - PCTFILE, EXPFILE,
001995*    CMPFILE, LOANFILE OR FRMFILE - AS A BATCH FRAMED BY
001996*    '*HDR' AND '*TRL' CONTROL RECORDS WITH ITS COUNT AND
001997*    HASH TOTAL, AND SUBMLOG RECORDS WHICH FILES WERE SENT.
001998*    THE '*HDR' RECORD OF EACH NATIVE BATCH CARRIES THE SAME
001999*    OPERATOR ID FOR THE CALCULATORS TO STAMP ON THEIR WORK.
002000*-----------------------------------------------------------
002100*                 MODIFICATION HISTORY
002200*-----------------------------------------------------------
003700*                  NIGHT WILL ESTABLISH INSTEAD OF DEPENDING ON
003800*                  AN OPERATOR-KEYED DATE EVERY SUBMISSION. A
003900*                  KEYED DATE IS STILL TAKEN AS ENTERED.
003903* 2026-09-06  RH   THE INTAKE OPERATOR NOW SIGNS ON AGAINST
003906*                  OPERMAST THROUGH THE SHARED SGNPROC ROUTINE
003909*                  (ACTIVE OPERATOR, NO AREA FLAG) BEFORE THE
003912*                  BRANCH IS KEYED, AND THE SIGNED-ON ID GOES
003915*                  INTO THE NEW CT-OPERATOR ON THE HEADER, EVERY
003918*                  DETAIL AND THE TRAILER, SO THE CALCULATORS
003921*                  CAN STAMP IT ON THE AUDIT LOG AND RESULTKS.
003924*                  TRANFILE RECORDS ARE NOW 36 BYTES.
003927* 2026-09-09  RH   A BRANCH CODE FOUND ON THE NEW BRFWDMST
003930*                  FORWARDING FILE IS REPLACED BY THE BRANCH IT
003933*                  WAS MERGED INTO, SO A LATE DAY FILE KEYED
003936*                  UNDER A MERGED BRANCH IS TAKEN IN UNDER THE
003939*                  SURVIVOR RATHER THAN POSTED TO A CLOSED ONE.
003942* 2026-09-16  RH   TAKE IN P, E, C, L, F AND T LINES FOR THE
003945*                  PERCENTAGE, EXPONENT, COMPOUND, LOAN AND
003948*                  FORMULA CALCULATORS. EACH GOOD LINE IS APPENDED
003951*                  TO ITS NATIVE FILE INSIDE A BATCH OPENED BY A
003954*                  '*HDR' RECORD ON THE FILE'S FIRST LINE AND
003957*                  CLOSED BY A '*TRL' RECORD WITH THE COUNT AND
003960*                  HASH TOTAL THE READERS PROVE. ALL FIVE FILES
003963*                  ARE OPENED UP FRONT SO A FILE PROBLEM TAKES
003966*                  NOTHING IN. SUBMLOG NOW FLAGS THE FILES EACH
003969*                  SUBMISSION SENT, AND THE TRANFILE TRAILER
003972*                  COUNTS ONLY THE A/S/M/D LINES.
003975* 2026-10-15  RH   EACH NATIVE BATCH'S '*HDR' RECORD NOW CARRIES
003978*                  THE SIGNED-ON OPERATOR ID, SO THE CALCULATORS
003981*                  STAMP BATCH WORK WITH IT. PCTFILE AND EXPFILE
003984*                  RECORDS ARE NOW 20 BYTES, FRMFILE RECORDS 26.
004000*-----------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
005600     SELECT SUBMISSION-FILE ASSIGN TO SUBMLOG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUBM-STATUS.
005805     SELECT PCT-FILE ASSIGN TO PCTFILE
005810         ORGANIZATION IS SEQUENTIAL
005815         FILE STATUS IS WS-PCT-STATUS.
005820     SELECT EXP-FILE ASSIGN TO EXPFILE
005825         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-EXP-STATUS.
005835     SELECT CMP-FILE ASSIGN TO CMPFILE
005840         ORGANIZATION IS SEQUENTIAL
005845         FILE STATUS IS WS-CMP-STATUS.
005850     SELECT LOAN-FILE ASSIGN TO LOANFILE
005855         ORGANIZATION IS SEQUENTIAL
005860         FILE STATUS IS WS-LOAN-STATUS.
005865     SELECT FORM-FILE ASSIGN TO FRMFILE
005870         ORGANIZATION IS SEQUENTIAL
005875         FILE STATUS IS WS-FORM-STATUS.
005900     SELECT CALENDAR-FILE ASSIGN TO CALNMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CD-DATE
006300         FILE STATUS IS WS-CAL-STATUS.
006310     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
006320         ORGANIZATION IS INDEXED
006330         ACCESS MODE IS DYNAMIC
006340         RECORD KEY IS OP-OPER-ID
006350         FILE STATUS IS WS-OPER-STATUS.
006360     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
006370         ORGANIZATION IS LINE SEQUENTIAL
006380         FILE STATUS IS SG-HIST-STATUS.
006382     SELECT FORWARD-FILE ASSIGN TO BRFWDMST
006385         ORGANIZATION IS INDEXED
006388         ACCESS MODE IS DYNAMIC
006391         RECORD KEY IS FW-OLD-BRANCH
006394         FILE STATUS IS WS-FWD-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BRANCH-IN-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  BRANCH-IN-LINE             PIC X(80).
006900 FD  TRANS-FILE
007000     RECORD CONTAINS 36 CHARACTERS.
007100     COPY CALCREC.
007200 FD  ERROR-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  ERROR-RECORD               PIC X(80).
007500 FD  SUBMISSION-FILE
007600     RECORD CONTAINS 18 CHARACTERS.
007700     COPY SUBMREC.
007705 FD  PCT-FILE
007710     RECORD CONTAINS 20 CHARACTERS.
007715     COPY PCTREC.
007720 FD  EXP-FILE
007725     RECORD CONTAINS 20 CHARACTERS.
007730     COPY EXPREC.
007735 FD  CMP-FILE
007740     RECORD CONTAINS 21 CHARACTERS.
007745     COPY CMPREC.
007750 FD  LOAN-FILE
007755     RECORD CONTAINS 28 CHARACTERS.
007760     COPY LOANREC.
007765 FD  FORM-FILE
007770     RECORD CONTAINS 26 CHARACTERS.
007775     COPY FORMREC.
007800 FD  CALENDAR-FILE.
007900     COPY CALNDREC.
007910 FD  OPERATOR-FILE.
007920     COPY OPERREC.
007930 FD  SIGNON-HIST-FILE
007940     RECORD CONTAINS 80 CHARACTERS.
007950     COPY SGNHREC.
007960 FD  FORWARD-FILE.
007970     COPY BRFWDREC.
008000 WORKING-STORAGE SECTION.
008100 01  WS-BRIN-STATUS         PIC X(02).
008200     88  WS-BRIN-OK         VALUE '00'.
008800 01  WS-SUBM-STATUS         PIC X(02).
008900     88  WS-SUBM-OK         VALUE '00'.
009000     88  WS-SUBM-NOT-FOUND  VALUE '35'.
009005 01  WS-PCT-STATUS          PIC X(02).
009010     88  WS-PCT-OK          VALUE '00'.
009015     88  WS-PCT-NOT-FOUND   VALUE '35'.
009020 01  WS-EXP-STATUS          PIC X(02).
009025     88  WS-EXP-OK          VALUE '00'.
009030     88  WS-EXP-NOT-FOUND   VALUE '35'.
009035 01  WS-CMP-STATUS          PIC X(02).
009040     88  WS-CMP-OK          VALUE '00'.
009045     88  WS-CMP-NOT-FOUND   VALUE '35'.
009050 01  WS-LOAN-STATUS         PIC X(02).
009055     88  WS-LOAN-OK         VALUE '00'.
009060     88  WS-LOAN-NOT-FOUND  VALUE '35'.
009065 01  WS-FORM-STATUS         PIC X(02).
009070     88  WS-FORM-OK         VALUE '00'.
009075     88  WS-FORM-NOT-FOUND  VALUE '35'.
009080 01  WS-NATIVE-OPENED       PIC 9(01)       VALUE ZERO.
009085 01  WS-NATIVE-FAILED-SW    PIC X(01)       VALUE 'N'.
009090     88  WS-NATIVE-FAILED   VALUE 'Y'.
009100 01  WS-CAL-STATUS          PIC X(02).
009200     88  WS-CAL-OK          VALUE '00'.
009210 01  WS-OPER-STATUS         PIC X(02).
009220     88  WS-OPER-OK         VALUE '00'.
009230     88  WS-OPER-NOT-FOUND  VALUE '35'.
009232 01  WS-FWD-STATUS          PIC X(02).
009233     88  WS-FWD-OK          VALUE '00'.
009234     88  WS-FWD-NOT-FOUND   VALUE '35'.
009235 01  WS-FWD-FAILED-SW       PIC X(01)       VALUE 'N'.
009236     88  WS-FWD-FAILED      VALUE 'Y'.
009240 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
009250     88  WS-SIGNON-OK       VALUE 'Y'.
009260 01  WS-OPERATOR-CODE       PIC X(04)       VALUE SPACES.
009300 01  WS-CAL-EOF-SWITCH      PIC X(01)       VALUE 'N'.
009400     88  WS-CAL-EOF         VALUE 'Y'.
009500 01  WS-TODAY-DATE          PIC 9(08)       VALUE ZERO.
010600     05  WS-READ-COUNT      PIC 9(06)       COMP VALUE ZERO.
010700     05  WS-GOOD-COUNT      PIC 9(06)       COMP VALUE ZERO.
010800     05  WS-BAD-COUNT       PIC 9(06)       COMP VALUE ZERO.
010805     05  WS-TRAN-COUNT      PIC 9(06)       COMP VALUE ZERO.
010810     05  WS-PCT-COUNT       PIC 9(07)       COMP VALUE ZERO.
010815     05  WS-EXP-COUNT       PIC 9(07)       COMP VALUE ZERO.
010820     05  WS-CMP-COUNT       PIC 9(07)       COMP VALUE ZERO.
010825     05  WS-LOAN-COUNT      PIC 9(07)       COMP VALUE ZERO.
010830     05  WS-FORM-COUNT      PIC 9(07)       COMP VALUE ZERO.
010835 01  WS-NATIVE-HASH-TOTALS.
010840     05  WS-PCT-HASH        PIC S9(11)V9(04) COMP-3 VALUE ZERO.
010845     05  WS-EXP-HASH        PIC S9(11)V9(04) COMP-3 VALUE ZERO.
010850     05  WS-CMP-HASH        PIC S9(11)V9(04) COMP-3 VALUE ZERO.
010855     05  WS-LOAN-HASH       PIC S9(11)V9(04) COMP-3 VALUE ZERO.
010860     05  WS-FORM-HASH       PIC S9(11)V9(04) COMP-3 VALUE ZERO.
010900 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
011000 01  WS-BATCH-HASH-TOTAL    PIC S9(11)V99   COMP-3 VALUE ZERO.
011100 01  WS-REASON-TEXT         PIC X(24).
012200 01  WS-NUM-LEN             PIC 9(02)       COMP VALUE ZERO.
012300 01  WS-NUM-CHK             PIC S9(04)      COMP VALUE ZERO.
012400 01  WS-NUM-WORK            PIC X(12).
012402 01  WS-LINE-TYPE-AREA.
012404     05  WS-LINE-TYPE       PIC X(01).
012406         88  WS-PCT-LINE    VALUE 'P'.
012408         88  WS-EXP-LINE    VALUE 'E'.
012410         88  WS-CMP-LINE    VALUE 'C'.
012412         88  WS-LOAN-LINE   VALUE 'L'.
012414         88  WS-FORM-LINE   VALUE 'F'.
012416         88  WS-TMPL-LINE   VALUE 'T'.
012418         88  WS-NATIVE-LINE VALUE 'P' 'E' 'C' 'L' 'F' 'T'.
012420     05  FILLER             PIC X(03).
012422 01  WS-NFLD-1              PIC X(12).
012424 01  WS-NFLD-2              PIC X(12).
012426 01  WS-NFLD-3              PIC X(12).
012428 01  WS-NFLD-4              PIC X(12).
012430 01  WS-ID-WORK             PIC X(12).
012432 01  WS-VAL-LABEL           PIC X(14).
012434 01  WS-VAL-KIND            PIC X(01).
012436     88  WS-VAL-AMOUNT      VALUE 'A'.
012438     88  WS-VAL-PRINCIPAL   VALUE 'P'.
012440     88  WS-VAL-RATE        VALUE 'R'.
012442     88  WS-VAL-TERM        VALUE 'T'.
012444     88  WS-VAL-STEP        VALUE 'S'.
012446 01  WS-VAL-OK-SW           PIC X(01)       VALUE 'N'.
012448     88  WS-VAL-OK          VALUE 'Y'.
012450 01  WS-VAL-RANGE-SW        PIC X(01)       VALUE 'N'.
012452     88  WS-VAL-IN-RANGE    VALUE 'Y'.
012454 01  WS-VAL-WIDE            PIC S9(09)V9(06) COMP-3.
012456 01  WS-VAL-CHECK           PIC S9(09)V9(06) COMP-3.
012458 01  WS-VAL-2DP             PIC S9(09)V99   COMP-3.
012460 01  WS-VAL-4DP             PIC S9(09)V9(04) COMP-3.
012462 01  WS-VAL-INT             PIC S9(09)      COMP-3.
012464 01  WS-PRIN-VALUE          PIC 9(05)V99    COMP-3.
012466 01  WS-RATE-VALUE          PIC 9(02)V9(04) COMP-3.
012468 01  WS-TERM-VALUE          PIC 9(03)       COMP-3.
012470 01  WS-STEP-VALUE          PIC 9(02)       COMP-3.
012472 01  WS-LAST-TMPL-FORM      PIC X(08)       VALUE SPACES.
012500 01  WS-ERROR-LINE.
012600     05  EL-REASON          PIC X(24).
012700     05  FILLER             PIC X(01) VALUE SPACE.
012800     05  EL-IMAGE           PIC X(50).
012900     05  FILLER             PIC X(05) VALUE SPACES.
012950     COPY SGNCTL.
013000 PROCEDURE DIVISION.
013100*-----------------------------------------------------------
013200* 0000-MAINLINE
014500     PERFORM 9999-EXIT
014600         THRU 9999-EXIT-EXIT.
014700*-----------------------------------------------------------
014750* 1000-INITIALIZE - SIGN THE INTAKE OPERATOR ON, IDENTIFY
014800*     THE SUBMITTING BRANCH AND
014900*     BUSINESS DATE, AND OPEN THE FILES. THE NIGHTLY
015000*     TRANSACTION FILE AND THE FIVE NATIVE CALCULATOR
015100*     FILES ARE OPENED EXTEND SO EVERY BRANCH'S
015150*     SUBMISSION MERGES ONTO THE SAME FILES.
015200*-----------------------------------------------------------
015300 1000-INITIALIZE.
015310     PERFORM 1050-SIGN-ON
015320         THRU 1050-SIGN-ON-EXIT.
015330     IF NOT WS-SIGNON-OK
015340         MOVE 8 TO RETURN-CODE
015350         GO TO 1000-INITIALIZE-EXIT
015360     END-IF.
015400     DISPLAY 'ENTER SUBMITTING BRANCH CODE: '.
015500     MOVE SPACES TO WS-BRANCH-INPUT.
015600     ACCEPT WS-BRANCH-INPUT.
015900         MOVE 8 TO RETURN-CODE
016000         GO TO 1000-INITIALIZE-EXIT
016100     END-IF.
016110     PERFORM 1200-APPLY-FORWARDING
016120         THRU 1200-APPLY-FORWARDING-EXIT.
016130     IF WS-FWD-FAILED
016140         MOVE 8 TO RETURN-CODE
016150         GO TO 1000-INITIALIZE-EXIT
016160     END-IF.
016200     DISPLAY 'ENTER BUSINESS DATE (YYYYMMDD, BLANK FOR '
016300         'THE CALENDAR BUSINESS DATE): '.
016400     MOVE SPACES TO WS-DATE-INPUT.
019900         MOVE 8 TO RETURN-CODE
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF.
020110     PERFORM 1300-OPEN-NATIVE-FILES
020120         THRU 1300-OPEN-NATIVE-FILES-EXIT.
020130     IF WS-NATIVE-FAILED
020140         CLOSE BRANCH-IN-FILE
020150         CLOSE TRANS-FILE
020160         MOVE 8 TO RETURN-CODE
020170         GO TO 1000-INITIALIZE-EXIT
020180     END-IF.
020200     OPEN OUTPUT ERROR-FILE.
020300     MOVE 'Y' TO WS-OPEN-SWITCH.
020400 1000-INITIALIZE-EXIT.
020500     EXIT.
020502*-----------------------------------------------------------
020504* 1050-SIGN-ON - SIGN THE INTAKE OPERATOR ON THROUGH THE
020506*     SHARED SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED
020508*     AND RIGHT PASSWORD (CHANGED WHEN DUE); NO AREA FLAG IS
020510*     NEEDED. A MISSING MASTER (NOT YET STOOD UP) BYPASSES THE
020512*     CHECK WITH A LOUD WARNING. EVERY OUTCOME GOES TO SGNHIST.
020514*-----------------------------------------------------------
020516 1050-SIGN-ON.
020518     DISPLAY 'ENTER OPERATOR CODE: '.
020520     ACCEPT WS-OPERATOR-CODE.
020522     MOVE WS-OPERATOR-CODE TO SG-OPER-ID.
020524     MOVE 'INTAKE'         TO SG-PROGRAM-ID.
020526     MOVE SPACE            TO SG-AUTH-AREA.
020528     MOVE SPACES           TO SG-AREA-NAME.
020530     OPEN I-O OPERATOR-FILE.
020532     IF WS-OPER-NOT-FOUND
020534         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
020536             'BYPASSED, STAND THE OPERATOR MASTER UP'
020538         MOVE 'Y' TO WS-SIGNON-OK-SW
020540         MOVE 'Y' TO SG-RESULT-SW
020542         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
020544         PERFORM 7590-WRITE-SIGNON-HIST
020546             THRU 7590-WRITE-SIGNON-HIST-EXIT
020548         GO TO 1050-SIGN-ON-EXIT
020550     END-IF.
020552     IF NOT WS-OPER-OK
020554         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
020556             WS-OPER-STATUS ' - SIGN-ON REFUSED'
020558         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
020560         PERFORM 7590-WRITE-SIGNON-HIST
020562             THRU 7590-WRITE-SIGNON-HIST-EXIT
020564         GO TO 1050-SIGN-ON-EXIT
020566     END-IF.
020568     PERFORM 7500-VALIDATE-SIGN-ON
020570         THRU 7500-VALIDATE-SIGN-ON-EXIT.
020572     IF SG-SIGNED-ON
020574         MOVE 'Y' TO WS-SIGNON-OK-SW
020576     END-IF.
020578     CLOSE OPERATOR-FILE.
020580 1050-SIGN-ON-EXIT.
020582     EXIT.
020600*-----------------------------------------------------------
020700* 1100-DERIVE-BUS-DATE - DEFAULT THE BUSINESS DATE FROM THE
020800*     CALENDAR MASTER: TODAY ROLLED FORWARD TO THE NEXT
025800         THRU 1110-READ-NEXT-CAL-EXIT.
025900 1120-SKIP-NON-WORKING-EXIT.
026000     EXIT.
026003*-----------------------------------------------------------
026006* 1200-APPLY-FORWARDING - WHEN THE KEYED BRANCH HAS BEEN
026009*     MERGED AWAY, TAKE THE BATCH IN UNDER THE BRANCH ITS
026012*     FORWARDING ENTRY POINTS AT. NO BRFWDMST MEANS NO BRANCH
026015*     HAS EVER BEEN MERGED; ONE THAT CANNOT BE READ STOPS THE
026018*     INTAKE RATHER THAN RISK A BATCH FOR A CLOSED BRANCH.
026021*-----------------------------------------------------------
026024 1200-APPLY-FORWARDING.
026027     MOVE 'N' TO WS-FWD-FAILED-SW.
026030     OPEN INPUT FORWARD-FILE.
026033     IF WS-FWD-NOT-FOUND
026036         GO TO 1200-APPLY-FORWARDING-EXIT
026039     END-IF.
026042     IF NOT WS-FWD-OK
026045         DISPLAY 'UNABLE TO OPEN BRFWDMST, STATUS: '
026048             WS-FWD-STATUS ' - NOTHING TAKEN IN'
026051         MOVE 'Y' TO WS-FWD-FAILED-SW
026054         GO TO 1200-APPLY-FORWARDING-EXIT
026057     END-IF.
026060     MOVE WS-BRANCH-INPUT TO FW-OLD-BRANCH.
026063     READ FORWARD-FILE
026066         INVALID KEY
026069             CLOSE FORWARD-FILE
026072             GO TO 1200-APPLY-FORWARDING-EXIT
026075     END-READ.
026078     DISPLAY 'BRANCH ' WS-BRANCH-INPUT ' WAS MERGED INTO '
026081         FW-MERGED-INTO ' ON ' FW-MERGE-DATE
026084         ' - TAKEN IN UNDER ' FW-FORWARD-TO.
026087     MOVE FW-FORWARD-TO TO WS-BRANCH-INPUT.
026090     CLOSE FORWARD-FILE.
026093 1200-APPLY-FORWARDING-EXIT.
026096     EXIT.
026100*-----------------------------------------------------------
026102* 1300-OPEN-NATIVE-FILES - OPEN THE FIVE NATIVE CALCULATOR
026104*     FILES EXTEND (OUTPUT WHEN NOT YET CATALOGUED). ONE THAT
026106*     CANNOT BE OPENED CLOSES THOSE ALREADY OPEN AND STOPS THE
026108*     INTAKE, SO NO SUBMISSION IS EVER HALF TAKEN IN.
026110*-----------------------------------------------------------
026112 1300-OPEN-NATIVE-FILES.
026114     MOVE 'N' TO WS-NATIVE-FAILED-SW.
026116     MOVE ZERO TO WS-NATIVE-OPENED.
026118     OPEN EXTEND PCT-FILE.
026120     IF WS-PCT-NOT-FOUND
026122         OPEN OUTPUT PCT-FILE
026124     END-IF.
026126     IF NOT WS-PCT-OK
026128         DISPLAY 'UNABLE TO OPEN PCTFILE, STATUS: '
026130             WS-PCT-STATUS
026132         GO TO 1300-OPEN-NATIVE-FAILED
026134     END-IF.
026136     ADD 1 TO WS-NATIVE-OPENED.
026138     OPEN EXTEND EXP-FILE.
026140     IF WS-EXP-NOT-FOUND
026142         OPEN OUTPUT EXP-FILE
026144     END-IF.
026146     IF NOT WS-EXP-OK
026148         DISPLAY 'UNABLE TO OPEN EXPFILE, STATUS: '
026150             WS-EXP-STATUS
026152         GO TO 1300-OPEN-NATIVE-FAILED
026154     END-IF.
026156     ADD 1 TO WS-NATIVE-OPENED.
026158     OPEN EXTEND CMP-FILE.
026160     IF WS-CMP-NOT-FOUND
026162         OPEN OUTPUT CMP-FILE
026164     END-IF.
026166     IF NOT WS-CMP-OK
026168         DISPLAY 'UNABLE TO OPEN CMPFILE, STATUS: '
026170             WS-CMP-STATUS
026172         GO TO 1300-OPEN-NATIVE-FAILED
026174     END-IF.
026176     ADD 1 TO WS-NATIVE-OPENED.
026178     OPEN EXTEND LOAN-FILE.
026180     IF WS-LOAN-NOT-FOUND
026182         OPEN OUTPUT LOAN-FILE
026184     END-IF.
026186     IF NOT WS-LOAN-OK
026188         DISPLAY 'UNABLE TO OPEN LOANFILE, STATUS: '
026190             WS-LOAN-STATUS
026192         GO TO 1300-OPEN-NATIVE-FAILED
026194     END-IF.
026196     ADD 1 TO WS-NATIVE-OPENED.
026198     OPEN EXTEND FORM-FILE.
026200     IF WS-FORM-NOT-FOUND
026202         OPEN OUTPUT FORM-FILE
026204     END-IF.
026206     IF NOT WS-FORM-OK
026208         DISPLAY 'UNABLE TO OPEN FRMFILE, STATUS: '
026210             WS-FORM-STATUS
026212         GO TO 1300-OPEN-NATIVE-FAILED
026214     END-IF.
026216     ADD 1 TO WS-NATIVE-OPENED.
026218     GO TO 1300-OPEN-NATIVE-FILES-EXIT.
026220 1300-OPEN-NATIVE-FAILED.
026222     DISPLAY 'NOTHING TAKEN IN'.
026224     MOVE 'Y' TO WS-NATIVE-FAILED-SW.
026226     PERFORM 1390-CLOSE-NATIVE-FILES
026228         THRU 1390-CLOSE-NATIVE-FILES-EXIT.
026230 1300-OPEN-NATIVE-FILES-EXIT.
026232     EXIT.
026234*-----------------------------------------------------------
026236* 1390-CLOSE-NATIVE-FILES - CLOSE THE NATIVE FILES OPENED SO
026238*     FAR, IN THE ORDER 1300 OPENS THEM
026240*-----------------------------------------------------------
026242 1390-CLOSE-NATIVE-FILES.
026244     IF WS-NATIVE-OPENED > 0
026246         CLOSE PCT-FILE
026248     END-IF.
026250     IF WS-NATIVE-OPENED > 1
026252         CLOSE EXP-FILE
026254     END-IF.
026256     IF WS-NATIVE-OPENED > 2
026258         CLOSE CMP-FILE
026260     END-IF.
026262     IF WS-NATIVE-OPENED > 3
026264         CLOSE LOAN-FILE
026266     END-IF.
026268     IF WS-NATIVE-OPENED > 4
026270         CLOSE FORM-FILE
026272     END-IF.
026274     MOVE ZERO TO WS-NATIVE-OPENED.
026276 1390-CLOSE-NATIVE-FILES-EXIT.
026278     EXIT.
026280*-----------------------------------------------------------
026290* 2000-PROCESS-INTAKE - WRITE THE BATCH HEADER, CONVERT EVERY
026300*     DELIMITED LINE, AND CLOSE THE BATCH WITH ITS TRAILER
026350*     AND EVERY NATIVE FILE'S BATCH WITH ITS OWN TRAILER
026400*-----------------------------------------------------------
026500 2000-PROCESS-INTAKE.
026600     PERFORM 2500-WRITE-HEADER
027200         UNTIL WS-END-OF-FILE.
027300     PERFORM 2600-WRITE-TRAILER
027400         THRU 2600-WRITE-TRAILER-EXIT.
027425     PERFORM 2970-WRITE-NATIVE-TRAILERS
027450         THRU 2970-WRITE-NATIVE-TRAILERS-EXIT.
027500     PERFORM 2700-CHECK-OFF-SUBMISSION
027600         THRU 2700-CHECK-OFF-SUBMISSION-EXIT.
027700 2000-PROCESS-INTAKE-EXIT.
029500     ADD 1 TO WS-READ-COUNT.
029600     PERFORM 2300-PARSE-LINE
029700         THRU 2300-PARSE-LINE-EXIT.
029710     IF WS-PARSE-OK AND WS-NATIVE-LINE
029720         ADD 1 TO WS-GOOD-COUNT
029730         PERFORM 2900-WRITE-NATIVE-LINE
029740             THRU 2900-WRITE-NATIVE-LINE-EXIT
029750         GO TO 2200-CONVERT-NEXT
029760     END-IF.
029800     IF WS-PARSE-OK
029900         ADD 1 TO WS-GOOD-COUNT
029950         ADD 1 TO WS-TRAN-COUNT
030000         MOVE SPACES TO CALC-TRANS-RECORD
030100         MOVE WS-FLD-OPER(1:1) TO CT-OPER-CODE
030200         MOVE WS-BRANCH-INPUT  TO CT-BRANCH
030500         MOVE WS-NUM1-VALUE    TO CT-NUM1
030600         MOVE WS-NUM2-VALUE    TO CT-NUM2
030700         MOVE ZERO             TO CT-RESULT
030750         MOVE WS-OPERATOR-CODE TO CT-OPERATOR
030800         WRITE CALC-TRANS-RECORD
030900         ADD WS-NUM1-VALUE TO WS-BATCH-HASH-TOTAL
031000         ADD WS-NUM2-VALUE TO WS-BATCH-HASH-TOTAL
031400         MOVE BRANCH-IN-LINE TO EL-IMAGE
031500         WRITE ERROR-RECORD FROM WS-ERROR-LINE
031600     END-IF.
031650 2200-CONVERT-NEXT.
031700     PERFORM 2100-READ-LINE
031800         THRU 2100-READ-LINE-EXIT.
031900 2200-CONVERT-ONE-LINE-EXIT.
033000     MOVE SPACES TO WS-FLD-NUM2.
033100     MOVE SPACES TO WS-FLD-CURR1.
033200     MOVE SPACES TO WS-FLD-CURR2.
033250     MOVE SPACES TO WS-LINE-TYPE-AREA.
033300     IF BRANCH-IN-LINE = SPACES
033400         MOVE 'EMPTY LINE' TO WS-REASON-TEXT
033500         GO TO 2300-PARSE-LINE-EXIT
033600     END-IF.
033610     UNSTRING BRANCH-IN-LINE DELIMITED BY ','
033620         INTO WS-LINE-TYPE-AREA
033630     END-UNSTRING.
033640     IF WS-NATIVE-LINE
033650         PERFORM 2800-PARSE-NATIVE-LINE
033660             THRU 2800-PARSE-NATIVE-LINE-EXIT
033670         GO TO 2300-PARSE-LINE-EXIT
033680     END-IF.
033700     UNSTRING BRANCH-IN-LINE DELIMITED BY ','
033800         INTO WS-FLD-OPER
033900              WS-FLD-NUM1
034300     END-UNSTRING.
034400     IF WS-FLD-OPER(1:1) NOT = 'A' AND NOT = 'S'
034500             AND NOT = 'M' AND NOT = 'D'
034600         MOVE 'LINE TYPE NOT RECOGNISED' TO WS-REASON-TEXT
034700         GO TO 2300-PARSE-LINE-EXIT
034800     END-IF.
034900     MOVE WS-FLD-NUM1 TO WS-NUM-WORK.
039600     MOVE 'H' TO CT-OPER-CODE.
039700     MOVE WS-BRANCH-INPUT  TO CT-HDR-BRANCH.
039800     MOVE WS-BUSINESS-DATE TO CT-HDR-BUS-DATE.
039850     MOVE WS-OPERATOR-CODE TO CT-OPERATOR.
039900     WRITE CALC-TRANS-RECORD.
040000 2500-WRITE-HEADER-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------
040300* 2600-WRITE-TRAILER - CLOSE THIS SUBMISSION'S BATCH WITH ITS
040400*     TRAILER CONTROL RECORD CARRYING THE A/S/M/D COUNT AND
040500*     THE NUM1/NUM2 HASH TOTAL CALCEDIT WILL PROVE
040600*-----------------------------------------------------------
040700 2600-WRITE-TRAILER.
040800     MOVE SPACES TO CALC-TRANS-RECORD.
040900     MOVE 'T' TO CT-OPER-CODE.
041000     MOVE WS-TRAN-COUNT      TO CT-TRL-REC-COUNT.
041100     MOVE WS-BATCH-HASH-TOTAL TO CT-TRL-HASH-TOTAL.
041150     MOVE WS-OPERATOR-CODE   TO CT-OPERATOR.
041200     WRITE CALC-TRANS-RECORD.
041300 2600-WRITE-TRAILER-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------
041600* 2700-CHECK-OFF-SUBMISSION - APPEND ONE CHECK-OFF RECORD TO
041700*     SUBMLOG RECORDING THAT THIS BRANCH'S DAY FILE ARRIVED
041800*     FOR THE BUSINESS DATE AND WHICH FILES IT SENT, FOR THE
041900*     SUBCHECK CUTOFF STEP
041950*-----------------------------------------------------------
042000 2700-CHECK-OFF-SUBMISSION.
042100     OPEN EXTEND SUBMISSION-FILE.
042200     IF WS-SUBM-NOT-FOUND
042900     END-IF.
043000     MOVE WS-BUSINESS-DATE TO SB-DATE.
043100     MOVE WS-BRANCH-INPUT  TO SB-BRANCH.
043105     MOVE 'NNNNNN'         TO SB-SENT-FLAGS.
043110     IF WS-TRAN-COUNT > ZERO
043115         SET SB-TRANFILE-SENT TO TRUE
043120     END-IF.
043125     IF WS-PCT-COUNT > ZERO
043130         SET SB-PCTFILE-SENT TO TRUE
043135     END-IF.
043140     IF WS-EXP-COUNT > ZERO
043145         SET SB-EXPFILE-SENT TO TRUE
043150     END-IF.
043155     IF WS-CMP-COUNT > ZERO
043160         SET SB-CMPFILE-SENT TO TRUE
043165     END-IF.
043170     IF WS-LOAN-COUNT > ZERO
043175         SET SB-LOANFILE-SENT TO TRUE
043180     END-IF.
043185     IF WS-FORM-COUNT > ZERO
043190         SET SB-FRMFILE-SENT TO TRUE
043195     END-IF.
043200     WRITE SUBMISSION-RECORD.
043300     CLOSE SUBMISSION-FILE.
043400 2700-CHECK-OFF-SUBMISSION-EXIT.
043500     EXIT.
055400*-----------------------------------------------------------
055500* 2800-PARSE-NATIVE-LINE - SPLIT A P, E, C, L, F OR T LINE
055600*     INTO ITS FIELDS AND EDIT THEM FOR ITS LINE TYPE
055700*-----------------------------------------------------------
055800 2800-PARSE-NATIVE-LINE.
055900     MOVE SPACES TO WS-NFLD-1.
056000     MOVE SPACES TO WS-NFLD-2.
056100     MOVE SPACES TO WS-NFLD-3.
056200     MOVE SPACES TO WS-NFLD-4.
056300     UNSTRING BRANCH-IN-LINE DELIMITED BY ','
056400         INTO WS-LINE-TYPE-AREA
056500              WS-NFLD-1
056600              WS-NFLD-2
056700              WS-NFLD-3
056800              WS-NFLD-4
056900     END-UNSTRING.
057000     EVALUATE TRUE
057100         WHEN WS-PCT-LINE
057200             PERFORM 2810-PARSE-PCT-LINE
057300                 THRU 2810-PARSE-PCT-LINE-EXIT
057400         WHEN WS-EXP-LINE
057500             PERFORM 2820-PARSE-EXP-LINE
057600                 THRU 2820-PARSE-EXP-LINE-EXIT
057700         WHEN WS-CMP-LINE
057800             PERFORM 2830-PARSE-CMP-LINE
057900                 THRU 2830-PARSE-CMP-LINE-EXIT
058000         WHEN WS-LOAN-LINE
058100             PERFORM 2840-PARSE-LOAN-LINE
058200                 THRU 2840-PARSE-LOAN-LINE-EXIT
058300         WHEN WS-FORM-LINE
058400             PERFORM 2850-PARSE-FORM-LINE
058500                 THRU 2850-PARSE-FORM-LINE-EXIT
058600         WHEN WS-TMPL-LINE
058700             PERFORM 2860-PARSE-TMPL-LINE
058800                 THRU 2860-PARSE-TMPL-LINE-EXIT
058900     END-EVALUATE.
059000 2800-PARSE-NATIVE-LINE-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------
059300* 2810-PARSE-PCT-LINE - P,BASE,RATE
059400*-----------------------------------------------------------
059500 2810-PARSE-PCT-LINE.
059600     MOVE WS-NFLD-1 TO WS-NUM-WORK.
059700     MOVE 'BASE'    TO WS-VAL-LABEL.
059800     MOVE 'A'       TO WS-VAL-KIND.
059900     PERFORM 2890-EDIT-VALUE
060000         THRU 2890-EDIT-VALUE-EXIT.
060100     IF NOT WS-VAL-OK
060200         GO TO 2810-PARSE-PCT-LINE-EXIT
060300     END-IF.
060400     MOVE WS-VAL-WIDE TO WS-NUM1-VALUE.
060500     MOVE WS-NFLD-2 TO WS-NUM-WORK.
060600     MOVE 'RATE'    TO WS-VAL-LABEL.
060700     MOVE 'A'       TO WS-VAL-KIND.
060800     PERFORM 2890-EDIT-VALUE
060900         THRU 2890-EDIT-VALUE-EXIT.
061000     IF NOT WS-VAL-OK
061100         GO TO 2810-PARSE-PCT-LINE-EXIT
061200     END-IF.
061300     MOVE WS-VAL-WIDE TO WS-NUM2-VALUE.
061400     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
061500 2810-PARSE-PCT-LINE-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------
061800* 2820-PARSE-EXP-LINE - E,NUM1,NUM2
061900*-----------------------------------------------------------
062000 2820-PARSE-EXP-LINE.
062100     MOVE WS-NFLD-1 TO WS-NUM-WORK.
062200     MOVE 'NUM1'    TO WS-VAL-LABEL.
062300     MOVE 'A'       TO WS-VAL-KIND.
062400     PERFORM 2890-EDIT-VALUE
062500         THRU 2890-EDIT-VALUE-EXIT.
062600     IF NOT WS-VAL-OK
062700         GO TO 2820-PARSE-EXP-LINE-EXIT
062800     END-IF.
062900     MOVE WS-VAL-WIDE TO WS-NUM1-VALUE.
063000     MOVE WS-NFLD-2 TO WS-NUM-WORK.
063100     MOVE 'NUM2'    TO WS-VAL-LABEL.
063200     MOVE 'A'       TO WS-VAL-KIND.
063300     PERFORM 2890-EDIT-VALUE
063400         THRU 2890-EDIT-VALUE-EXIT.
063500     IF NOT WS-VAL-OK
063600         GO TO 2820-PARSE-EXP-LINE-EXIT
063700     END-IF.
063800     MOVE WS-VAL-WIDE TO WS-NUM2-VALUE.
063900     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
064000 2820-PARSE-EXP-LINE-EXIT.
064100     EXIT.
064200*-----------------------------------------------------------
064300* 2830-PARSE-CMP-LINE - C,PRINCIPAL,RATE,TERM,FREQ WHERE
064400*     FREQ IS M, Q OR A
064500*-----------------------------------------------------------
064600 2830-PARSE-CMP-LINE.
064700     MOVE WS-NFLD-1   TO WS-NUM-WORK.
064800     MOVE 'PRINCIPAL' TO WS-VAL-LABEL.
064900     MOVE 'P'         TO WS-VAL-KIND.
065000     PERFORM 2890-EDIT-VALUE
065100         THRU 2890-EDIT-VALUE-EXIT.
065200     IF NOT WS-VAL-OK
065300         GO TO 2830-PARSE-CMP-LINE-EXIT
065400     END-IF.
065500     MOVE WS-VAL-WIDE TO WS-PRIN-VALUE.
065600     MOVE WS-NFLD-2   TO WS-NUM-WORK.
065700     MOVE 'RATE'      TO WS-VAL-LABEL.
065800     MOVE 'R'         TO WS-VAL-KIND.
065900     PERFORM 2890-EDIT-VALUE
066000         THRU 2890-EDIT-VALUE-EXIT.
066100     IF NOT WS-VAL-OK
066200         GO TO 2830-PARSE-CMP-LINE-EXIT
066300     END-IF.
066400     MOVE WS-VAL-WIDE TO WS-RATE-VALUE.
066500     MOVE WS-NFLD-3   TO WS-NUM-WORK.
066600     MOVE 'TERM'      TO WS-VAL-LABEL.
066700     MOVE 'T'         TO WS-VAL-KIND.
066800     PERFORM 2890-EDIT-VALUE
066900         THRU 2890-EDIT-VALUE-EXIT.
067000     IF NOT WS-VAL-OK
067100         GO TO 2830-PARSE-CMP-LINE-EXIT
067200     END-IF.
067300     MOVE WS-VAL-WIDE TO WS-TERM-VALUE.
067400     IF WS-NFLD-4(1:1) NOT = 'M' AND NOT = 'Q' AND NOT = 'A'
067500             OR WS-NFLD-4(2:11) NOT = SPACES
067600         MOVE 'FREQUENCY NOT M/Q/A' TO WS-REASON-TEXT
067700         GO TO 2830-PARSE-CMP-LINE-EXIT
067800     END-IF.
067900     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
068000 2830-PARSE-CMP-LINE-EXIT.
068100     EXIT.
068200*-----------------------------------------------------------
068300* 2840-PARSE-LOAN-LINE - L,LOANID,PRINCIPAL,RATE,TERM
068400*-----------------------------------------------------------
068500 2840-PARSE-LOAN-LINE.
068600     MOVE WS-NFLD-1   TO WS-ID-WORK.
068700     MOVE 'LOAN ID'   TO WS-VAL-LABEL.
068800     PERFORM 2880-EDIT-ID
068900         THRU 2880-EDIT-ID-EXIT.
069000     IF NOT WS-VAL-OK
069100         GO TO 2840-PARSE-LOAN-LINE-EXIT
069200     END-IF.
069300     MOVE WS-NFLD-2   TO WS-NUM-WORK.
069400     MOVE 'PRINCIPAL' TO WS-VAL-LABEL.
069500     MOVE 'P'         TO WS-VAL-KIND.
069600     PERFORM 2890-EDIT-VALUE
069700         THRU 2890-EDIT-VALUE-EXIT.
069800     IF NOT WS-VAL-OK
069900         GO TO 2840-PARSE-LOAN-LINE-EXIT
070000     END-IF.
070100     MOVE WS-VAL-WIDE TO WS-PRIN-VALUE.
070200     MOVE WS-NFLD-3   TO WS-NUM-WORK.
070300     MOVE 'RATE'      TO WS-VAL-LABEL.
070400     MOVE 'R'         TO WS-VAL-KIND.
070500     PERFORM 2890-EDIT-VALUE
070600         THRU 2890-EDIT-VALUE-EXIT.
070700     IF NOT WS-VAL-OK
070800         GO TO 2840-PARSE-LOAN-LINE-EXIT
070900     END-IF.
071000     MOVE WS-VAL-WIDE TO WS-RATE-VALUE.
071100     MOVE WS-NFLD-4   TO WS-NUM-WORK.
071200     MOVE 'TERM'      TO WS-VAL-LABEL.
071300     MOVE 'T'         TO WS-VAL-KIND.
071400     PERFORM 2890-EDIT-VALUE
071500         THRU 2890-EDIT-VALUE-EXIT.
071600     IF NOT WS-VAL-OK
071700         GO TO 2840-PARSE-LOAN-LINE-EXIT
071800     END-IF.
071900     MOVE WS-VAL-WIDE TO WS-TERM-VALUE.
072000     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
072100 2840-PARSE-LOAN-LINE-EXIT.
072200     EXIT.
072300*-----------------------------------------------------------
072400* 2850-PARSE-FORM-LINE - F,FORMID,STEP,OPER,OPERAND. THE
072500*     OPERATION MAY BE LEFT BLANK ON THE SEED STEP 01, AND ON
072600*     EVERY OPERAND LINE OF A FORMULA OPENED BY A T LINE,
072700*     WHERE THE TEMPLATE SUPPLIES THE OPERATIONS.
072800*-----------------------------------------------------------
072900 2850-PARSE-FORM-LINE.
073000     MOVE WS-NFLD-1   TO WS-ID-WORK.
073100     MOVE 'FORM ID'   TO WS-VAL-LABEL.
073200     PERFORM 2880-EDIT-ID
073300         THRU 2880-EDIT-ID-EXIT.
073400     IF NOT WS-VAL-OK
073500         GO TO 2850-PARSE-FORM-LINE-EXIT
073600     END-IF.
073700     MOVE WS-NFLD-2   TO WS-NUM-WORK.
073800     MOVE 'STEP'      TO WS-VAL-LABEL.
073900     MOVE 'S'         TO WS-VAL-KIND.
074000     PERFORM 2890-EDIT-VALUE
074100         THRU 2890-EDIT-VALUE-EXIT.
074200     IF NOT WS-VAL-OK
074300         GO TO 2850-PARSE-FORM-LINE-EXIT
074400     END-IF.
074500     MOVE WS-VAL-WIDE TO WS-STEP-VALUE.
074600     IF WS-NFLD-3 = SPACES
074700         IF WS-STEP-VALUE NOT = 1
074800                 AND WS-NFLD-1 NOT = WS-LAST-TMPL-FORM
074900             MOVE 'OPERATION MISSING' TO WS-REASON-TEXT
075000             GO TO 2850-PARSE-FORM-LINE-EXIT
075100         END-IF
075200     ELSE
075300         IF WS-NFLD-3(1:1) NOT = 'A' AND NOT = 'S' AND NOT = 'M'
075400                 AND NOT = 'D' AND NOT = 'P'
075500                 OR WS-NFLD-3(2:11) NOT = SPACES
075600             MOVE 'OPERATION NOT A/S/M/D/P' TO WS-REASON-TEXT
075700             GO TO 2850-PARSE-FORM-LINE-EXIT
075800         END-IF
075900     END-IF.
076000     MOVE WS-NFLD-4   TO WS-NUM-WORK.
076100     MOVE 'OPERAND'   TO WS-VAL-LABEL.
076200     MOVE 'A'         TO WS-VAL-KIND.
076300     PERFORM 2890-EDIT-VALUE
076400         THRU 2890-EDIT-VALUE-EXIT.
076500     IF NOT WS-VAL-OK
076600         GO TO 2850-PARSE-FORM-LINE-EXIT
076700     END-IF.
076800     MOVE WS-VAL-WIDE TO WS-NUM1-VALUE.
076900     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
077000 2850-PARSE-FORM-LINE-EXIT.
077100     EXIT.
077200*-----------------------------------------------------------
077300* 2860-PARSE-TMPL-LINE - T,FORMID,TMPLID: A TEMPLATE CALL,
077400*     WRITTEN AS FRMFILE'S STEP-00 RECORD. THE F LINES THAT
077500*     FOLLOW FOR THE SAME FORM ID CARRY ITS OPERANDS.
077600*-----------------------------------------------------------
077700 2860-PARSE-TMPL-LINE.
077800     MOVE WS-NFLD-1     TO WS-ID-WORK.
077900     MOVE 'FORM ID'     TO WS-VAL-LABEL.
078000     PERFORM 2880-EDIT-ID
078100         THRU 2880-EDIT-ID-EXIT.
078200     IF NOT WS-VAL-OK
078300         GO TO 2860-PARSE-TMPL-LINE-EXIT
078400     END-IF.
078500     MOVE WS-NFLD-2     TO WS-ID-WORK.
078600     MOVE 'TEMPLATE ID' TO WS-VAL-LABEL.
078700     PERFORM 2880-EDIT-ID
078800         THRU 2880-EDIT-ID-EXIT.
078900     IF NOT WS-VAL-OK
079000         GO TO 2860-PARSE-TMPL-LINE-EXIT
079100     END-IF.
079200     MOVE WS-NFLD-1 TO WS-LAST-TMPL-FORM.
079300     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
079400 2860-PARSE-TMPL-LINE-EXIT.
079500     EXIT.
079600*-----------------------------------------------------------
079700* 2880-EDIT-ID - AN IDENTIFIER IN WS-ID-WORK MUST BE PRESENT,
079800*     FIT ITS EIGHT BYTES AND NOT START WITH THE '*' THAT
079900*     MARKS THE NATIVE FILES' CONTROL RECORDS
080000*-----------------------------------------------------------
080100 2880-EDIT-ID.
080200     MOVE 'N' TO WS-VAL-OK-SW.
080300     IF WS-ID-WORK = SPACES
080400         STRING WS-VAL-LABEL DELIMITED BY '  '
080500                ' MISSING'   DELIMITED BY SIZE
080600             INTO WS-REASON-TEXT
080700         END-STRING
080800         GO TO 2880-EDIT-ID-EXIT
080900     END-IF.
081000     IF WS-ID-WORK(9:4) NOT = SPACES
081100         STRING WS-VAL-LABEL DELIMITED BY '  '
081200                ' TOO LONG'  DELIMITED BY SIZE
081300             INTO WS-REASON-TEXT
081400         END-STRING
081500         GO TO 2880-EDIT-ID-EXIT
081600     END-IF.
081700     IF WS-ID-WORK(1:1) = '*'
081800         STRING WS-VAL-LABEL DELIMITED BY '  '
081900                ' STARTS WITH *' DELIMITED BY SIZE
082000             INTO WS-REASON-TEXT
082100         END-STRING
082200         GO TO 2880-EDIT-ID-EXIT
082300     END-IF.
082400     MOVE 'Y' TO WS-VAL-OK-SW.
082500 2880-EDIT-ID-EXIT.
082600     EXIT.
082700*-----------------------------------------------------------
082800* 2890-EDIT-VALUE - EDIT THE NUMBER IN WS-NUM-WORK FOR THE
082900*     FIELD KIND IN WS-VAL-KIND AND LEAVE IT IN WS-VAL-WIDE:
083000*       A - SIGNED AMOUNT, UNDER 100,000, 2 DECIMALS
083100*       P - PRINCIPAL, OVER ZERO, UNDER 100,000, 2 DECIMALS
083200*       R - ANNUAL RATE, ZERO OR MORE, UNDER 100, 4 DECIMALS
083300*       T - TERM IN MONTHS, WHOLE, 1 TO 999
083400*       S - FORMULA STEP, WHOLE, 1 TO 99
083500*     A FAULT IS REPORTED AS '<LABEL> NOT NUMERIC', '<LABEL>
083600*     OUT OF RANGE' OR '<LABEL> TOO PRECISE'.
083700*-----------------------------------------------------------
083800 2890-EDIT-VALUE.
083900     MOVE 'N' TO WS-VAL-OK-SW.
084000     PERFORM 2400-EDIT-AMOUNT
084100         THRU 2400-EDIT-AMOUNT-EXIT.
084200     IF WS-NUM-CHK NOT = ZERO
084300         STRING WS-VAL-LABEL    DELIMITED BY '  '
084400                ' NOT NUMERIC'  DELIMITED BY SIZE
084500             INTO WS-REASON-TEXT
084600         END-STRING
084700         GO TO 2890-EDIT-VALUE-EXIT
084800     END-IF.
084900     MOVE 'N' TO WS-VAL-RANGE-SW.
085000     COMPUTE WS-VAL-WIDE =
085100         FUNCTION NUMVAL(WS-NUM-WORK(1:WS-NUM-LEN))
085200         ON SIZE ERROR
085300             GO TO 2890-EDIT-VALUE-RANGE
085400     END-COMPUTE.
085500     EVALUATE TRUE
085600         WHEN WS-VAL-AMOUNT
085700             IF WS-VAL-WIDE > -100000 AND WS-VAL-WIDE < 100000
085800                 MOVE 'Y' TO WS-VAL-RANGE-SW
085900             END-IF
086000             MOVE WS-VAL-WIDE TO WS-VAL-2DP
086100             MOVE WS-VAL-2DP  TO WS-VAL-CHECK
086200         WHEN WS-VAL-PRINCIPAL
086300             IF WS-VAL-WIDE > ZERO AND WS-VAL-WIDE < 100000
086400                 MOVE 'Y' TO WS-VAL-RANGE-SW
086500             END-IF
086600             MOVE WS-VAL-WIDE TO WS-VAL-2DP
086700             MOVE WS-VAL-2DP  TO WS-VAL-CHECK
086800         WHEN WS-VAL-RATE
086900             IF WS-VAL-WIDE NOT < ZERO AND WS-VAL-WIDE < 100
087000                 MOVE 'Y' TO WS-VAL-RANGE-SW
087100             END-IF
087200             MOVE WS-VAL-WIDE TO WS-VAL-4DP
087300             MOVE WS-VAL-4DP  TO WS-VAL-CHECK
087400         WHEN WS-VAL-TERM
087500             IF WS-VAL-WIDE > ZERO AND WS-VAL-WIDE < 1000
087600                 MOVE 'Y' TO WS-VAL-RANGE-SW
087700             END-IF
087800             MOVE WS-VAL-WIDE TO WS-VAL-INT
087900             MOVE WS-VAL-INT  TO WS-VAL-CHECK
088000         WHEN WS-VAL-STEP
088100             IF WS-VAL-WIDE > ZERO AND WS-VAL-WIDE < 100
088200                 MOVE 'Y' TO WS-VAL-RANGE-SW
088300             END-IF
088400             MOVE WS-VAL-WIDE TO WS-VAL-INT
088500             MOVE WS-VAL-INT  TO WS-VAL-CHECK
088600     END-EVALUATE.
088700     IF NOT WS-VAL-IN-RANGE
088800         GO TO 2890-EDIT-VALUE-RANGE
088900     END-IF.
089000     IF WS-VAL-CHECK NOT = WS-VAL-WIDE
089100         STRING WS-VAL-LABEL    DELIMITED BY '  '
089200                ' TOO PRECISE'  DELIMITED BY SIZE
089300             INTO WS-REASON-TEXT
089400         END-STRING
089500         GO TO 2890-EDIT-VALUE-EXIT
089600     END-IF.
089700     MOVE 'Y' TO WS-VAL-OK-SW.
089800     GO TO 2890-EDIT-VALUE-EXIT.
089900 2890-EDIT-VALUE-RANGE.
090000     STRING WS-VAL-LABEL    DELIMITED BY '  '
090100            ' OUT OF RANGE' DELIMITED BY SIZE
090200         INTO WS-REASON-TEXT
090300     END-STRING.
090400 2890-EDIT-VALUE-EXIT.
090500     EXIT.
090600*-----------------------------------------------------------
090700* 2900-WRITE-NATIVE-LINE - APPEND ONE EDITED LINE TO ITS
090800*     NATIVE FILE, OPENING THAT FILE'S BATCH WITH ITS HEADER
090900*     ON THE FIRST LINE AND ADDING THE LINE INTO THE BATCH
091000*     COUNT AND HASH TOTAL THE READER WILL PROVE
091100*-----------------------------------------------------------
091200 2900-WRITE-NATIVE-LINE.
091300     EVALUATE TRUE
091400         WHEN WS-PCT-LINE
091500             PERFORM 2910-WRITE-PCT-DETAIL
091600                 THRU 2910-WRITE-PCT-DETAIL-EXIT
091700         WHEN WS-EXP-LINE
091800             PERFORM 2920-WRITE-EXP-DETAIL
091900                 THRU 2920-WRITE-EXP-DETAIL-EXIT
092000         WHEN WS-CMP-LINE
092100             PERFORM 2930-WRITE-CMP-DETAIL
092200                 THRU 2930-WRITE-CMP-DETAIL-EXIT
092300         WHEN WS-LOAN-LINE
092400             PERFORM 2940-WRITE-LOAN-DETAIL
092500                 THRU 2940-WRITE-LOAN-DETAIL-EXIT
092600         WHEN WS-FORM-LINE
092700         WHEN WS-TMPL-LINE
092800             PERFORM 2950-WRITE-FORM-DETAIL
092900                 THRU 2950-WRITE-FORM-DETAIL-EXIT
093000     END-EVALUATE.
093100 2900-WRITE-NATIVE-LINE-EXIT.
093200     EXIT.
093300*-----------------------------------------------------------
093400* 2910-WRITE-PCT-DETAIL - HASH IS BASE PLUS RATE
093500*-----------------------------------------------------------
093600 2910-WRITE-PCT-DETAIL.
093700     IF WS-PCT-COUNT = ZERO
093800         MOVE SPACES TO PCT-TRANS-RECORD
093900         SET PR-REC-HEADER TO TRUE
094000         MOVE WS-BRANCH-INPUT  TO PR-HDR-BRANCH
094100         MOVE WS-BUSINESS-DATE TO PR-HDR-BUS-DATE
094150         MOVE WS-OPERATOR-CODE TO PR-HDR-OPERATOR
094200         WRITE PCT-TRANS-RECORD
094300     END-IF.
094400     MOVE SPACES TO PCT-TRANS-RECORD.
094500     MOVE WS-BRANCH-INPUT TO PR-BRANCH.
094600     MOVE WS-NUM1-VALUE   TO PR-BASE-AMOUNT.
094700     MOVE WS-NUM2-VALUE   TO PR-PERCENT-RATE.
094800     WRITE PCT-TRANS-RECORD.
094900     ADD 1 TO WS-PCT-COUNT.
095000     ADD WS-NUM1-VALUE WS-NUM2-VALUE TO WS-PCT-HASH.
095100 2910-WRITE-PCT-DETAIL-EXIT.
095200     EXIT.
095300*-----------------------------------------------------------
095400* 2920-WRITE-EXP-DETAIL - HASH IS NUM1 PLUS NUM2
095500*-----------------------------------------------------------
095600 2920-WRITE-EXP-DETAIL.
095700     IF WS-EXP-COUNT = ZERO
095800         MOVE SPACES TO EXP-TRANS-RECORD
095900         SET ER-REC-HEADER TO TRUE
096000         MOVE WS-BRANCH-INPUT  TO ER-HDR-BRANCH
096100         MOVE WS-BUSINESS-DATE TO ER-HDR-BUS-DATE
096150         MOVE WS-OPERATOR-CODE TO ER-HDR-OPERATOR
096200         WRITE EXP-TRANS-RECORD
096300     END-IF.
096400     MOVE SPACES TO EXP-TRANS-RECORD.
096500     MOVE WS-BRANCH-INPUT TO ER-BRANCH.
096600     MOVE WS-NUM1-VALUE   TO ER-NUM1.
096700     MOVE WS-NUM2-VALUE   TO ER-NUM2.
096800     WRITE EXP-TRANS-RECORD.
096900     ADD 1 TO WS-EXP-COUNT.
097000     ADD WS-NUM1-VALUE WS-NUM2-VALUE TO WS-EXP-HASH.
097100 2920-WRITE-EXP-DETAIL-EXIT.
097200     EXIT.
097300*-----------------------------------------------------------
097400* 2930-WRITE-CMP-DETAIL - HASH IS PRINCIPAL PLUS RATE
097500*-----------------------------------------------------------
097600 2930-WRITE-CMP-DETAIL.
097700     IF WS-CMP-COUNT = ZERO
097800         MOVE SPACES TO CMP-TRANS-RECORD
097900         SET CM-REC-HEADER TO TRUE
098000         MOVE WS-BRANCH-INPUT  TO CM-HDR-BRANCH
098100         MOVE WS-BUSINESS-DATE TO CM-HDR-BUS-DATE
098150         MOVE WS-OPERATOR-CODE TO CM-HDR-OPERATOR
098200         WRITE CMP-TRANS-RECORD
098300     END-IF.
098400     MOVE SPACES TO CMP-TRANS-RECORD.
098500     MOVE WS-BRANCH-INPUT   TO CM-BRANCH.
098600     MOVE WS-PRIN-VALUE     TO CM-PRINCIPAL.
098700     MOVE WS-RATE-VALUE     TO CM-ANNUAL-RATE.
098800     MOVE WS-TERM-VALUE     TO CM-TERM-MONTHS.
098900     MOVE WS-NFLD-4(1:1)    TO CM-COMP-FREQ.
099000     WRITE CMP-TRANS-RECORD.
099100     ADD 1 TO WS-CMP-COUNT.
099200     ADD WS-PRIN-VALUE WS-RATE-VALUE TO WS-CMP-HASH.
099300 2930-WRITE-CMP-DETAIL-EXIT.
099400     EXIT.
099500*-----------------------------------------------------------
099600* 2940-WRITE-LOAN-DETAIL - HASH IS PRINCIPAL PLUS RATE
099700*-----------------------------------------------------------
099800 2940-WRITE-LOAN-DETAIL.
099900     IF WS-LOAN-COUNT = ZERO
100000         MOVE SPACES TO LOAN-RECORD
100100         SET LN-REC-HEADER TO TRUE
100200         MOVE WS-BRANCH-INPUT  TO LN-HDR-BRANCH
100300         MOVE WS-BUSINESS-DATE TO LN-HDR-BUS-DATE
100350         MOVE WS-OPERATOR-CODE TO LN-HDR-OPERATOR
100400         WRITE LOAN-RECORD
100500     END-IF.
100600     MOVE SPACES TO LOAN-RECORD.
100700     MOVE WS-NFLD-1(1:8)    TO LN-LOAN-ID.
100800     MOVE WS-BRANCH-INPUT   TO LN-BRANCH.
100900     MOVE WS-PRIN-VALUE     TO LN-PRINCIPAL.
101000     MOVE WS-RATE-VALUE     TO LN-ANNUAL-RATE.
101100     MOVE WS-TERM-VALUE     TO LN-TERM-MONTHS.
101200     WRITE LOAN-RECORD.
101300     ADD 1 TO WS-LOAN-COUNT.
101400     ADD WS-PRIN-VALUE WS-RATE-VALUE TO WS-LOAN-HASH.
101500 2940-WRITE-LOAN-DETAIL-EXIT.
101600     EXIT.
101700*-----------------------------------------------------------
101800* 2950-WRITE-FORM-DETAIL - A T LINE BECOMES THE STEP-00
101900*     TEMPLATE CALL RECORD, WHICH ADDS NOTHING TO THE HASH; AN
102000*     F LINE BECOMES A STEP RECORD WHOSE HASH IS ITS OPERAND
102100*-----------------------------------------------------------
102200 2950-WRITE-FORM-DETAIL.
102300     IF WS-FORM-COUNT = ZERO
102400         MOVE SPACES TO FORM-TRANS-RECORD
102500         SET FR-REC-HEADER TO TRUE
102600         MOVE ZERO             TO FR-STEP-NO
102700         MOVE WS-BRANCH-INPUT  TO FR-HDR-BRANCH
102800         MOVE WS-BUSINESS-DATE TO FR-HDR-BUS-DATE
102850         MOVE WS-OPERATOR-CODE TO FR-HDR-OPERATOR
102900         WRITE FORM-TRANS-RECORD
103000     END-IF.
103100     MOVE SPACES TO FORM-TRANS-RECORD.
103200     MOVE WS-NFLD-1(1:8) TO FR-FORM-ID.
103300     IF WS-TMPL-LINE
103400         MOVE ZERO            TO FR-STEP-NO
103500         MOVE WS-NFLD-2(1:8)  TO FR-TMPL-ID
103600         MOVE WS-BRANCH-INPUT TO FR-TMPL-BRANCH
103700     ELSE
103800         MOVE WS-STEP-VALUE   TO FR-STEP-NO
103900         MOVE WS-BRANCH-INPUT TO FR-BRANCH
104000         MOVE WS-NFLD-3(1:1)  TO FR-OPER-CODE
104100         MOVE WS-NUM1-VALUE   TO FR-OPERAND
104200         ADD WS-NUM1-VALUE    TO WS-FORM-HASH
104300     END-IF.
104400     WRITE FORM-TRANS-RECORD.
104500     ADD 1 TO WS-FORM-COUNT.
104600 2950-WRITE-FORM-DETAIL-EXIT.
104700     EXIT.
104800*-----------------------------------------------------------
104900* 2970-WRITE-NATIVE-TRAILERS - CLOSE EVERY NATIVE BATCH THIS
105000*     SUBMISSION OPENED WITH ITS TRAILER: DETAIL COUNT AND
105100*     HASH TOTAL
105200*-----------------------------------------------------------
105300 2970-WRITE-NATIVE-TRAILERS.
105400     IF WS-PCT-COUNT > ZERO
105500         MOVE SPACES TO PCT-TRANS-RECORD
105600         SET PR-REC-TRAILER TO TRUE
105700         MOVE WS-PCT-COUNT TO PR-TRL-REC-COUNT
105800         MOVE WS-PCT-HASH  TO PR-TRL-HASH-TOTAL
105900         WRITE PCT-TRANS-RECORD
106000     END-IF.
106100     IF WS-EXP-COUNT > ZERO
106200         MOVE SPACES TO EXP-TRANS-RECORD
106300         SET ER-REC-TRAILER TO TRUE
106400         MOVE WS-EXP-COUNT TO ER-TRL-REC-COUNT
106500         MOVE WS-EXP-HASH  TO ER-TRL-HASH-TOTAL
106600         WRITE EXP-TRANS-RECORD
106700     END-IF.
106800     IF WS-CMP-COUNT > ZERO
106900         MOVE SPACES TO CMP-TRANS-RECORD
107000         SET CM-REC-TRAILER TO TRUE
107100         MOVE WS-CMP-COUNT TO CM-TRL-REC-COUNT
107200         MOVE WS-CMP-HASH  TO CM-TRL-HASH-TOTAL
107300         WRITE CMP-TRANS-RECORD
107400     END-IF.
107500     IF WS-LOAN-COUNT > ZERO
107600         MOVE SPACES TO LOAN-RECORD
107700         SET LN-REC-TRAILER TO TRUE
107800         MOVE WS-LOAN-COUNT TO LN-TRL-REC-COUNT
107900         MOVE WS-LOAN-HASH  TO LN-TRL-HASH-TOTAL
108000         WRITE LOAN-RECORD
108100     END-IF.
108200     IF WS-FORM-COUNT > ZERO
108300         MOVE SPACES TO FORM-TRANS-RECORD
108400         SET FR-REC-TRAILER TO TRUE
108500         MOVE ZERO          TO FR-STEP-NO
108600         MOVE WS-FORM-COUNT TO FR-TRL-REC-COUNT
108700         MOVE WS-FORM-HASH  TO FR-TRL-HASH-TOTAL
108800         WRITE FORM-TRANS-RECORD
108900     END-IF.
109000 2970-WRITE-NATIVE-TRAILERS-EXIT.
109100     EXIT.
109200*-----------------------------------------------------------
109300* 3000-DISPLAY-TOTALS - SHOW THE INTAKE CONTROL COUNTS
109400*-----------------------------------------------------------
109500 3000-DISPLAY-TOTALS.
109600     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
109700     DISPLAY 'LINES READ:      ' WS-COUNT-DISPLAY.
109800     MOVE WS-GOOD-COUNT TO WS-COUNT-DISPLAY.
109900     DISPLAY 'LINES CONVERTED: ' WS-COUNT-DISPLAY.
110000     MOVE WS-BAD-COUNT TO WS-COUNT-DISPLAY.
110100     DISPLAY 'LINES REJECTED:  ' WS-COUNT-DISPLAY.
110200     MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
110300     DISPLAY '  TO TRANFILE:   ' WS-COUNT-DISPLAY.
110400     MOVE WS-PCT-COUNT TO WS-COUNT-DISPLAY.
110500     DISPLAY '  TO PCTFILE:    ' WS-COUNT-DISPLAY.
110600     MOVE WS-EXP-COUNT TO WS-COUNT-DISPLAY.
110700     DISPLAY '  TO EXPFILE:    ' WS-COUNT-DISPLAY.
110800     MOVE WS-CMP-COUNT TO WS-COUNT-DISPLAY.
110900     DISPLAY '  TO CMPFILE:    ' WS-COUNT-DISPLAY.
111000     MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY.
111100     DISPLAY '  TO LOANFILE:   ' WS-COUNT-DISPLAY.
111200     MOVE WS-FORM-COUNT TO WS-COUNT-DISPLAY.
111300     DISPLAY '  TO FRMFILE:    ' WS-COUNT-DISPLAY.
111400 3000-DISPLAY-TOTALS-EXIT.
111500     EXIT.
111600*-----------------------------------------------------------
111700* 8900-CLOSE-FILES - CLOSE EVERY FILE INTAKE WRITES
111800*-----------------------------------------------------------
111900 8900-CLOSE-FILES.
112000     CLOSE BRANCH-IN-FILE.
112100     CLOSE TRANS-FILE.
112200     CLOSE ERROR-FILE.
112300     PERFORM 1390-CLOSE-NATIVE-FILES
112400         THRU 1390-CLOSE-NATIVE-FILES-EXIT.
112500 8900-CLOSE-FILES-EXIT.
112600     EXIT.
112700*-----------------------------------------------------------
112800* 9999-EXIT - COMMON PROGRAM EXIT
112900*-----------------------------------------------------------
113000 9999-EXIT.
113100     STOP RUN.
113200 9999-EXIT-EXIT.
113300     EXIT.
113400     COPY SGNPROC.
