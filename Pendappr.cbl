002000*    JCL SWAPS IN AS THE LIVE QUEUE, THE WAY EXCPREPR
002100*    RECYCLES EXCPFILE. AUDIT ASKED FOR THIS AFTER THE LAST
002200*    RATE INCIDENT.
002225*    THE APPROVER SIGNS ON WITH ID AND PASSWORD THROUGH THE
002250*    SHARED SGNPROC ROUTINE.
002255*    BEFORE DECIDING A RATE ITEM THE APPROVER CAN ASK (S) FOR
002260*    A RATESIM IMPACT SIMULATION, WHICH REPLAYS THE LAST FEW
002265*    BUSINESS DAYS OF THAT CURRENCY'S CONVERSIONS AT THE OLD
002270*    AND THE PROPOSED RATE AND SHOWS WHAT EACH BRANCH'S
002275*    BALANCE WOULD HAVE MOVED BY.
002277*    AN APPROVED BRANCH MERGE (BRMAINT M) IS NOT POSTED HERE:
002279*    IT IS STAMPED WITH THE APPROVER AND COPIED TO MERGEQ,
002281*    WITH A BRCHAUDT 'MRG' TRAIL LINE, AND THE NIGHTLY BRMERGE
002283*    RUN CLOSES THE BRANCH AND MOVES ITS BUSINESS ACROSS ONCE
002285*    THE DAY'S WORK FOR IT HAS BEEN PROCESSED.
002290*    AN APPROVED FEE TARIFF ROW (FEEMAINT F) NEEDS THE RATE
002295*    FLAG AND POSTS TO FEEMAST WITH A FEEAUDT TRAIL LINE.
002300*-----------------------------------------------------------
002400*                 MODIFICATION HISTORY
002500*-----------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  ----------------------------------------
002800* 2026-08-24  RH   ORIGINAL PROGRAM.
002810* 2026-09-04  RH   SIGN-ON NOW GOES THROUGH THE SHARED SGNPROC
002820*                  ROUTINE - A HASHED PASSWORD, FORCED CHANGE
002830*                  ON EXPIRY, LOCKOUT AFTER REPEATED WRONG
002840*                  PASSWORDS, AND A SGNHIST LINE FOR EVERY
002850*                  SUCCESS AND FAILURE. OPERMAST IS NOW OPENED
002860*                  I-O SO THE ROUTINE CAN UPDATE THE APPROVER.
002870* 2026-09-05  RH   THE RATEAUDT AND BRCHAUDT TRAIL LINES FOR AN
002875*                  APPROVED ITEM NOW ALSO CARRY THE OPERATOR
002880*                  WHO REQUESTED IT, SO THE CHGJRNL CHANGE
002885*                  JOURNAL CAN SHOW WHO ASKED AS WELL AS WHO
002890*                  POSTED, AND FLAG THE SAME OPERATOR DOING
002895*                  BOTH.
002905* 2026-09-08  RH   ADDED S=SIMULATE: FOR A RATE ITEM THE NEW
002915*                  RATESIM PROGRAM SHOWS, PER BRANCH, THE RECENT
002925*                  CONVERSIONS OF THE CURRENCY AT THE OLD AND
002935*                  THE PROPOSED RATE AND THE DIFFERENCE, SO A
002945*                  MIS-KEYED RATE IS SEEN IN MONEY BEFORE IT IS
002955*                  APPROVED. THE ITEM IS THEN ASKED ABOUT AGAIN.
002960* 2026-09-09  RH   BRANCH MERGE ITEMS FROM BRMAINT ARE SHOWN
002965*                  WITH THEIR SURVIVING BRANCH AND NEED THE
002970*                  BRANCH FLAG. AN APPROVED MERGE IS STAMPED
002975*                  WITH THE APPROVER AND QUEUED TO MERGEQ FOR
002980*                  THE NIGHTLY BRMERGE RUN, AND ITS BRCHAUDT
002985*                  'MRG' LINE NAMES THE SURVIVOR.
002987* 2026-09-18  RH   FEE TARIFF ITEMS FROM THE NEW FEEMAINT
002989*                  PROGRAM ARE SHOWN WITH THEIR BRANCH, OPERATION,
002991*                  ORIGIN AND PRICE AND NEED THE RATE FLAG. AN
002993*                  APPROVED ROW POSTS TO FEEMAST, CREATED ON FIRST
002995*                  USE, WITH A FEEAUDT TRAIL LINE CARRYING THE
002997*                  APPROVER AND THE REQUESTER.
002999*-----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
006000     SELECT BRANCH-AUDIT-FILE ASSIGN TO BRCHAUDT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-BAUD-STATUS.
006225     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
006250         ORGANIZATION IS LINE SEQUENTIAL
006275         FILE STATUS IS SG-HIST-STATUS.
006280     SELECT MERGE-FILE ASSIGN TO MERGEQ
006285         ORGANIZATION IS LINE SEQUENTIAL
006290         FILE STATUS IS WS-MRGQ-STATUS.
006291     SELECT FEE-FILE ASSIGN TO FEEMAST
006292         ORGANIZATION IS INDEXED
006293         ACCESS MODE IS DYNAMIC
006294         RECORD KEY IS FE-FEE-KEY
006295         FILE STATUS IS WS-FEE-STATUS.
006296     SELECT FEE-AUDIT-FILE ASSIGN TO FEEAUDT
006297         ORGANIZATION IS LINE SEQUENTIAL
006298         FILE STATUS IS WS-FAUD-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PEND-FILE
008000 FD  BRANCH-AUDIT-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  BRANCH-AUDIT-RECORD    PIC X(80).
008225 FD  SIGNON-HIST-FILE
008250     RECORD CONTAINS 80 CHARACTERS.
008275     COPY SGNHREC.
008280 FD  MERGE-FILE
008285     RECORD CONTAINS 80 CHARACTERS.
008290 01  MERGE-RECORD           PIC X(80).
008291 FD  FEE-FILE.
008292     COPY FEEREC.
008293 FD  FEE-AUDIT-FILE
008294     RECORD CONTAINS 90 CHARACTERS.
008295 01  FEE-AUDIT-RECORD       PIC X(90).
008300 WORKING-STORAGE SECTION.
008400 01  WS-PEND-STATUS         PIC X(02).
008500     88  WS-PEND-OK         VALUE '00'.
009900 01  WS-BAUD-STATUS         PIC X(02).
010000     88  WS-BAUD-OK         VALUE '00'.
010100     88  WS-BAUD-NOT-FOUND  VALUE '35'.
010125 01  WS-MRGQ-STATUS         PIC X(02).
010150     88  WS-MRGQ-OK         VALUE '00'.
010175     88  WS-MRGQ-NOT-FOUND  VALUE '35'.
010178 01  WS-FEE-STATUS          PIC X(02).
010181     88  WS-FEE-OK          VALUE '00'.
010184     88  WS-FEE-NOT-FOUND   VALUE '35'.
010187 01  WS-FAUD-STATUS         PIC X(02).
010190     88  WS-FAUD-OK         VALUE '00'.
010193     88  WS-FAUD-NOT-FOUND  VALUE '35'.
010200 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
010300     88  WS-OPEN-OK         VALUE 'Y'.
010400 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
011900     88  WS-ACTION-REJECT   VALUE 'R'.
012000     88  WS-ACTION-KEEP     VALUE 'N'.
012100     88  WS-ACTION-QUIT     VALUE 'Q'.
012150     88  WS-ACTION-SIMULATE VALUE 'S'.
012200     88  WS-ACTION-VALID    VALUE 'A' 'R' 'N' 'Q' 'S'.
012300 01  WS-REVIEW-COUNTS.
012400     05  WS-REVIEWED-COUNT  PIC 9(05)       COMP VALUE ZERO.
012500     05  WS-APPROVED-COUNT  PIC 9(05)       COMP VALUE ZERO.
013000     88  WS-RECORD-EXISTS   VALUE 'Y'.
013100 01  WS-STAMP-DATE          PIC 9(08).
013200 01  WS-STAMP-TIME          PIC 9(08).
013220*-----------------------------------------------------------
013240* WS-SIM-DATE - DATE THE RATESIM REPLAY WINDOW ENDS ON
013260*-----------------------------------------------------------
013280 01  WS-SIM-DATE            PIC 9(08).
013300 01  WS-RATE-EDIT           PIC ---9.9(06).
013350 01  WS-PRICE-EDIT          PIC ZZ9.9999.
013400 01  WS-RATE-AUDIT-LINE.
013500     05  RA-DATE            PIC 9(08).
013600     05  FILLER             PIC X(01) VALUE SPACE.
014700     05  RA-OLD-RATE        PIC ---9.9(06).
014800     05  FILLER             PIC X(01) VALUE SPACE.
014900     05  RA-NEW-RATE        PIC ---9.9(06).
015000     05  FILLER             PIC X(01) VALUE SPACE.
015010     05  RA-REQUESTED-BY    PIC X(04).
015020     05  FILLER             PIC X(12) VALUE SPACES.
015100 01  WS-BRANCH-AUDIT-LINE.
015200     05  BA-DATE            PIC 9(08).
015300     05  FILLER             PIC X(01) VALUE SPACE.
016400     05  BA-REGION          PIC X(04).
016500     05  FILLER             PIC X(01) VALUE SPACE.
016600     05  BA-STATUS          PIC X(01).
016700     05  FILLER             PIC X(01) VALUE SPACE.
016702     05  BA-REQUESTED-BY    PIC X(04).
016704     05  FILLER             PIC X(01) VALUE SPACE.
016706     05  BA-MERGE-INTO      PIC X(04).
016708     05  FILLER             PIC X(11) VALUE SPACES.
016710*-----------------------------------------------------------
016712* ONE FEEAUDT TRAIL LINE. THE REQUESTER SITS INSIDE THE FIRST
016714* 80 BYTES SO CHGJRNL PICKS IT UP WITH THE REST OF THE LINE.
016716*-----------------------------------------------------------
016718 01  WS-FEE-AUDIT-LINE.
016720     05  FA-DATE            PIC 9(08).
016722     05  FILLER             PIC X(01) VALUE SPACE.
016724     05  FA-TIME            PIC 9(08).
016726     05  FILLER             PIC X(01) VALUE SPACE.
016728     05  FA-OPERATOR        PIC X(04).
016730     05  FILLER             PIC X(01) VALUE SPACE.
016732     05  FA-ACTION          PIC X(03).
016734     05  FILLER             PIC X(01) VALUE SPACE.
016736     05  FA-BRANCH          PIC X(04).
016738     05  FILLER             PIC X(01) VALUE SPACE.
016740     05  FA-OPERATION       PIC X(14).
016742     05  FILLER             PIC X(01) VALUE SPACE.
016744     05  FA-ORIGIN          PIC X(01).
016746     05  FILLER             PIC X(01) VALUE SPACE.
016748     05  FA-EFF-DATE        PIC 9(08).
016750     05  FILLER             PIC X(01) VALUE SPACE.
016752     05  FA-REQUESTED-BY    PIC X(04).
016754     05  FILLER             PIC X(01) VALUE SPACE.
016756     05  FA-OLD-PRICE       PIC ZZ9.9999.
016758     05  FILLER             PIC X(01) VALUE SPACE.
016760     05  FA-NEW-PRICE       PIC ZZ9.9999.
016762     05  FILLER             PIC X(01) VALUE SPACE.
016764     05  FA-END-DATE        PIC 9(08).
016766     05  FILLER             PIC X(01) VALUE SPACE.
016768     COPY SGNCTL.
016800 PROCEDURE DIVISION.
016900*-----------------------------------------------------------
017000* 0000-MAINLINE
018400         THRU 9999-EXIT-EXIT.
018500*-----------------------------------------------------------
018600* 1000-INITIALIZE - SIGN THE APPROVER ON AGAINST OPERMAST
018700*     AND OPEN THE QUEUE, THE KEEP FILE, THE THREE MASTERS
018800*     AND THE THREE AUDIT TRAILS
018900*-----------------------------------------------------------
019000 1000-INITIALIZE.
019100     PERFORM 1200-SIGN-ON
021500     IF WS-BAUD-NOT-FOUND
021600         OPEN OUTPUT BRANCH-AUDIT-FILE
021700     END-IF.
021705     OPEN I-O FEE-FILE.
021710     IF WS-FEE-NOT-FOUND
021715         OPEN OUTPUT FEE-FILE
021720         CLOSE FEE-FILE
021725         OPEN I-O FEE-FILE
021730     END-IF.
021735     OPEN EXTEND FEE-AUDIT-FILE.
021740     IF WS-FAUD-NOT-FOUND
021745         OPEN OUTPUT FEE-AUDIT-FILE
021750     END-IF.
021800     MOVE 'Y' TO WS-OPEN-SWITCH.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------
022150* 1200-SIGN-ON - SIGN THE APPROVER ON THROUGH THE SHARED
022200*     SGNPROC ROUTINE (ON THE MASTER, ACTIVE, NOT LOCKED, RIGHT
022250*     PASSWORD, CHANGED WHEN DUE) AND REMEMBER WHICH AREAS
022300*     THEY MAY APPROVE. A MISSING MASTER (NOT YET STOOD UP)
022350*     BYPASSES THE CHECK WITH A LOUD WARNING. EVERY OUTCOME
022400*     GOES TO SGNHIST.
022450*-----------------------------------------------------------
022500 1200-SIGN-ON.
022550     DISPLAY 'ENTER APPROVER OPERATOR ID: '.
022600     MOVE SPACES TO WS-SIGNON-ID.
022650     ACCEPT WS-SIGNON-ID.
022700     MOVE WS-SIGNON-ID TO SG-OPER-ID.
022750     MOVE 'PENDAPPR'   TO SG-PROGRAM-ID.
022800     MOVE SPACE        TO SG-AUTH-AREA.
022850     MOVE SPACES       TO SG-AREA-NAME.
022900     OPEN I-O OPERATOR-FILE.
022950     IF WS-OPER-NOT-FOUND
023000         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
023050             'BYPASSED, STAND THE OPERATOR MASTER UP'
023100         MOVE 'N' TO WS-OPER-CHECK-SW
023150         MOVE 'Y' TO WS-MAY-RATE-SW
023200         MOVE 'Y' TO WS-MAY-BRANCH-SW
023250         MOVE 'Y' TO WS-SIGNON-OK-SW
023300         MOVE 'Y' TO SG-RESULT-SW
023350         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
023400         PERFORM 7590-WRITE-SIGNON-HIST
023450             THRU 7590-WRITE-SIGNON-HIST-EXIT
023500         GO TO 1200-SIGN-ON-EXIT
023550     END-IF.
023600     IF NOT WS-OPER-OK
023650         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
023700             WS-OPER-STATUS ' - SIGN-ON REFUSED'
023750         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
023800         PERFORM 7590-WRITE-SIGNON-HIST
023850             THRU 7590-WRITE-SIGNON-HIST-EXIT
023900         GO TO 1200-SIGN-ON-EXIT
023950     END-IF.
024000     PERFORM 7500-VALIDATE-SIGN-ON
024050         THRU 7500-VALIDATE-SIGN-ON-EXIT.
024100     IF SG-SIGNED-ON
024150         MOVE OP-RATE-AUTH   TO WS-MAY-RATE-SW
024200         MOVE OP-BRANCH-AUTH TO WS-MAY-BRANCH-SW
024250         MOVE 'Y' TO WS-SIGNON-OK-SW
024300     END-IF.
024350     CLOSE OPERATOR-FILE.
026300 1200-SIGN-ON-EXIT.
026400     EXIT.
026500*-----------------------------------------------------------
029600 2200-REVIEW-ONE-ITEM.
029700     ADD 1 TO WS-REVIEWED-COUNT.
029800     DISPLAY ' '.
029850     EVALUATE TRUE
029900         WHEN PD-RATE-CHANGE
029950             MOVE PD-NEW-RATE TO WS-RATE-EDIT
030000             DISPLAY 'PENDING RATE ' PD-CURR-CODE ' EFFECTIVE '
030050                 PD-EFF-DATE ' AT ' WS-RATE-EDIT
030100                 ' REQUESTED BY ' PD-REQUESTED-BY ' ON ' PD-DATE
030150         WHEN PD-BRANCH-MERGE
030200             DISPLAY 'PENDING MERGE OF BRANCH ' PD-BRANCH
030250                 ' INTO ' PD-MERGE-INTO
030300                 ' REQUESTED BY ' PD-REQUESTED-BY ' ON ' PD-DATE
030305         WHEN PD-FEE-CHANGE
030310             MOVE PD-NEW-RATE TO WS-PRICE-EDIT
030315             DISPLAY 'PENDING FEE ' PD-BRANCH ' ' PD-FEE-OPERATION
030320                 ' ' PD-FEE-ORIGIN ' EFFECTIVE ' PD-EFF-DATE
030325                 ' TO ' PD-FEE-END-DATE ' AT ' WS-PRICE-EDIT
030330             DISPLAY '    REQUESTED BY ' PD-REQUESTED-BY
030335                 ' ON ' PD-DATE
030350         WHEN OTHER
030400             DISPLAY 'PENDING CLOSE OF BRANCH ' PD-BRANCH
030450                 ' REQUESTED BY ' PD-REQUESTED-BY ' ON ' PD-DATE
030500     END-EVALUATE.
030750     MOVE 'S' TO WS-ACTION-CODE.
030800     PERFORM 2250-GET-ACTION
030850         THRU 2250-GET-ACTION-EXIT
030900         UNTIL NOT WS-ACTION-SIMULATE.
031100     IF NOT WS-ACTION-VALID
031200         DISPLAY 'INVALID ACTION - ITEM KEPT'
031300         SET WS-ACTION-KEEP TO TRUE
031900             'ITEM KEPT'
032000         SET WS-ACTION-KEEP TO TRUE
032100     END-IF.
032200     IF WS-ACTION-APPROVE
032250             AND (PD-RATE-CHANGE OR PD-FEE-CHANGE)
032300             AND NOT WS-MAY-RATE
032400         DISPLAY 'NOT AUTHORIZED FOR RATES - ITEM KEPT'
032500         SET WS-ACTION-KEEP TO TRUE
032600     END-IF.
032650     IF WS-ACTION-APPROVE
032700             AND (PD-BRANCH-CLOSE OR PD-BRANCH-MERGE)
032800             AND NOT WS-MAY-BRANCH
032900         DISPLAY 'NOT AUTHORIZED FOR BRANCHES - ITEM KEPT'
033000         SET WS-ACTION-KEEP TO TRUE
034800         THRU 2100-READ-PENDING-EXIT.
034900 2200-REVIEW-ONE-ITEM-EXIT.
035000     EXIT.
035005*-----------------------------------------------------------
035010* 2250-GET-ACTION - ASK THE APPROVER WHAT TO DO WITH THE
035015*     ITEM; A SIMULATION IS RUN FOR A RATE ITEM AND THE
035020*     QUESTION ASKED AGAIN
035025*-----------------------------------------------------------
035030 2250-GET-ACTION.
035035     DISPLAY 'APPROVE? (A=APPROVE, R=REJECT, N=KEEP, '
035040         'S=SIMULATE, Q=QUIT): '.
035045     ACCEPT WS-ACTION-CODE.
035050     IF WS-ACTION-SIMULATE
035055         IF PD-RATE-CHANGE
035060             PERFORM 2800-SIMULATE-RATE
035065                 THRU 2800-SIMULATE-RATE-EXIT
035070         ELSE
035075             DISPLAY 'SIMULATION IS FOR RATE ITEMS ONLY'
035080         END-IF
035085     END-IF.
035090 2250-GET-ACTION-EXIT.
035095     EXIT.
035100*-----------------------------------------------------------
035200* 2300-APPLY-ITEM - APPLY ONE APPROVED CHANGE TO ITS MASTER
035300*     AND WRITE ITS AUDIT TRAIL LINE
035500 2300-APPLY-ITEM.
035600     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
035700     ACCEPT WS-STAMP-TIME FROM TIME.
035750     EVALUATE TRUE
035800         WHEN PD-RATE-CHANGE
035850             PERFORM 2400-APPLY-RATE
035900                 THRU 2400-APPLY-RATE-EXIT
035950         WHEN PD-BRANCH-MERGE
036000             PERFORM 2550-APPLY-BRANCH-MERGE
036050                 THRU 2550-APPLY-BRANCH-MERGE-EXIT
036060         WHEN PD-FEE-CHANGE
036070             PERFORM 2450-APPLY-FEE
036080                 THRU 2450-APPLY-FEE-EXIT
036100         WHEN OTHER
036150             PERFORM 2500-APPLY-BRANCH-CLOSE
036200                 THRU 2500-APPLY-BRANCH-CLOSE-EXIT
036250     END-EVALUATE.
036500 2300-APPLY-ITEM-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------
040500     MOVE PD-EFF-DATE   TO RA-EFF-DATE.
040600     MOVE PD-OLD-RATE   TO RA-OLD-RATE.
040700     MOVE PD-NEW-RATE   TO RA-NEW-RATE.
040750     MOVE PD-REQUESTED-BY TO RA-REQUESTED-BY.
040800     WRITE RATE-AUDIT-RECORD FROM WS-RATE-AUDIT-LINE.
040900     ADD 1 TO WS-APPROVED-COUNT.
041000     DISPLAY 'RATE APPROVED AND POSTED'.
041100 2400-APPLY-RATE-EXIT.
041200     EXIT.
041201*-----------------------------------------------------------
041202* 2450-APPLY-FEE - POST THE APPROVED TARIFF ROW TO FEEMAST,
041203*     STAMPED WITH THE APPROVER, AND WRITE THE FEE AUDIT TRAIL
041204*     LINE
041205*-----------------------------------------------------------
041206 2450-APPLY-FEE.
041207     MOVE PD-BRANCH        TO FE-BRANCH.
041208     MOVE PD-FEE-OPERATION TO FE-OPERATION.
041209     MOVE PD-FEE-ORIGIN    TO FE-ORIGIN.
041210     MOVE PD-EFF-DATE      TO FE-EFF-DATE.
041211     MOVE 'N' TO WS-RECORD-EXISTS-SW.
041212     READ FEE-FILE
041213         INVALID KEY
041214             CONTINUE
041215         NOT INVALID KEY
041216             MOVE 'Y' TO WS-RECORD-EXISTS-SW
041217     END-READ.
041218     MOVE PD-BRANCH        TO FE-BRANCH.
041219     MOVE PD-FEE-OPERATION TO FE-OPERATION.
041220     MOVE PD-FEE-ORIGIN    TO FE-ORIGIN.
041221     MOVE PD-EFF-DATE      TO FE-EFF-DATE.
041222     MOVE PD-FEE-END-DATE  TO FE-END-DATE.
041223     MOVE PD-NEW-RATE      TO FE-UNIT-PRICE.
041224     MOVE WS-SIGNON-ID     TO FE-UPDATED-BY.
041225     MOVE WS-STAMP-DATE    TO FE-UPDATED-DATE.
041226     MOVE WS-STAMP-TIME    TO FE-UPDATED-TIME.
041227     IF WS-RECORD-EXISTS
041228         REWRITE FEE-MASTER-RECORD
041229     ELSE
041230         WRITE FEE-MASTER-RECORD
041231     END-IF.
041232     IF NOT WS-FEE-OK
041233         DISPLAY 'UNABLE TO POST TARIFF ROW, STATUS: '
041234             WS-FEE-STATUS ' - ITEM KEPT'
041235         PERFORM 2600-KEEP-ITEM
041236             THRU 2600-KEEP-ITEM-EXIT
041237         GO TO 2450-APPLY-FEE-EXIT
041238     END-IF.
041239     MOVE WS-STAMP-DATE    TO FA-DATE.
041240     MOVE WS-STAMP-TIME    TO FA-TIME.
041241     MOVE WS-SIGNON-ID     TO FA-OPERATOR.
041242     MOVE 'APP'            TO FA-ACTION.
041243     MOVE PD-BRANCH        TO FA-BRANCH.
041244     MOVE PD-FEE-OPERATION TO FA-OPERATION.
041245     MOVE PD-FEE-ORIGIN    TO FA-ORIGIN.
041246     MOVE PD-EFF-DATE      TO FA-EFF-DATE.
041247     MOVE PD-REQUESTED-BY  TO FA-REQUESTED-BY.
041248     MOVE PD-OLD-RATE      TO FA-OLD-PRICE.
041249     MOVE PD-NEW-RATE      TO FA-NEW-PRICE.
041250     MOVE PD-FEE-END-DATE  TO FA-END-DATE.
041251     WRITE FEE-AUDIT-RECORD FROM WS-FEE-AUDIT-LINE.
041252     ADD 1 TO WS-APPROVED-COUNT.
041253     DISPLAY 'TARIFF ROW APPROVED AND POSTED'.
041254 2450-APPLY-FEE-EXIT.
041255     EXIT.
041300*-----------------------------------------------------------
041400* 2500-APPLY-BRANCH-CLOSE - CLOSE THE APPROVED BRANCH ON
041500*     BRNCHMST AND WRITE THE BRANCH AUDIT TRAIL LINE
043900     MOVE BM-NAME       TO BA-NAME.
044000     MOVE BM-REGION     TO BA-REGION.
044100     MOVE BM-STATUS     TO BA-STATUS.
044150     MOVE PD-REQUESTED-BY TO BA-REQUESTED-BY.
044175     MOVE SPACES        TO BA-MERGE-INTO.
044200     WRITE BRANCH-AUDIT-RECORD FROM WS-BRANCH-AUDIT-LINE.
044300     ADD 1 TO WS-APPROVED-COUNT.
044400     DISPLAY 'BRANCH CLOSE APPROVED AND POSTED'.
044500 2500-APPLY-BRANCH-CLOSE-EXIT.
044600     EXIT.
044601*-----------------------------------------------------------
044602* 2550-APPLY-BRANCH-MERGE - STAMP THE APPROVED MERGE WITH THE
044603*     APPROVER, QUEUE IT TO MERGEQ FOR TONIGHT'S BRMERGE RUN
044604*     AND WRITE THE BRANCH AUDIT TRAIL LINE. THE BRANCH STAYS
044605*     OPEN UNTIL BRMERGE CLOSES IT, SO THE DAY'S WORK ALREADY
044606*     TAKEN IN FOR IT STILL PROCESSES. A SURVIVOR THAT IS NO
044607*     LONGER ACTIVE HOLDS THE ITEM; A BRANCH GONE FROM THE
044608*     MASTER DROPS IT.
044609*-----------------------------------------------------------
044610 2550-APPLY-BRANCH-MERGE.
044611     MOVE PD-MERGE-INTO TO BM-BRANCH.
044612     READ BRANCH-FILE
044613         INVALID KEY
044614             DISPLAY 'SURVIVING BRANCH NOT ON MASTER - ITEM '
044615                 'DROPPED'
044616             ADD 1 TO WS-REJECTED-COUNT
044617             GO TO 2550-APPLY-BRANCH-MERGE-EXIT
044618     END-READ.
044619     IF NOT BM-ACTIVE
044620         DISPLAY 'SURVIVING BRANCH IS NOT ACTIVE - ITEM KEPT'
044621         PERFORM 2600-KEEP-ITEM
044622             THRU 2600-KEEP-ITEM-EXIT
044623         GO TO 2550-APPLY-BRANCH-MERGE-EXIT
044624     END-IF.
044625     MOVE PD-BRANCH TO BM-BRANCH.
044626     READ BRANCH-FILE
044627         INVALID KEY
044628             DISPLAY 'BRANCH NOT ON MASTER - ITEM DROPPED'
044629             ADD 1 TO WS-REJECTED-COUNT
044630             GO TO 2550-APPLY-BRANCH-MERGE-EXIT
044631     END-READ.
044632     OPEN EXTEND MERGE-FILE.
044633     IF WS-MRGQ-NOT-FOUND
044634         OPEN OUTPUT MERGE-FILE
044635     END-IF.
044636     IF NOT WS-MRGQ-OK
044637         DISPLAY 'UNABLE TO OPEN MERGEQ, STATUS: '
044638             WS-MRGQ-STATUS ' - ITEM KEPT'
044639         PERFORM 2600-KEEP-ITEM
044640             THRU 2600-KEEP-ITEM-EXIT
044641         GO TO 2550-APPLY-BRANCH-MERGE-EXIT
044642     END-IF.
044643     MOVE WS-SIGNON-ID  TO PD-APPROVED-BY.
044644     MOVE WS-STAMP-DATE TO PD-APPROVED-DATE.
044645     WRITE MERGE-RECORD FROM PENDING-CHANGE-RECORD.
044646     CLOSE MERGE-FILE.
044647     MOVE WS-STAMP-DATE TO BA-DATE.
044648     MOVE WS-STAMP-TIME TO BA-TIME.
044649     MOVE WS-SIGNON-ID  TO BA-OPERATOR.
044650     MOVE 'MRG'         TO BA-ACTION.
044651     MOVE BM-BRANCH     TO BA-BRANCH.
044652     MOVE BM-NAME       TO BA-NAME.
044653     MOVE BM-REGION     TO BA-REGION.
044654     MOVE 'C'           TO BA-STATUS.
044655     MOVE PD-REQUESTED-BY TO BA-REQUESTED-BY.
044656     MOVE PD-MERGE-INTO TO BA-MERGE-INTO.
044657     WRITE BRANCH-AUDIT-RECORD FROM WS-BRANCH-AUDIT-LINE.
044658     ADD 1 TO WS-APPROVED-COUNT.
044659     DISPLAY 'BRANCH MERGE APPROVED - BRMERGE CARRIES IT OUT '
044660         'TONIGHT'.
044661 2550-APPLY-BRANCH-MERGE-EXIT.
044662     EXIT.
044700*-----------------------------------------------------------
044800* 2600-KEEP-ITEM - COPY THE CURRENT ITEM TO THE KEEP FILE SO
044900*     IT STAYS PENDING
046400         THRU 2100-READ-PENDING-EXIT.
046500 2700-KEEP-REMAINDER-EXIT.
046600     EXIT.
046605*-----------------------------------------------------------
046610* 2800-SIMULATE-RATE - HAVE RATESIM REPLAY THE CURRENCY'S
046615*     RECENT CONVERSIONS AT THE ITEM'S OLD AND NEW RATES, UP
046620*     TO TODAY, AND SHOW THE BRANCH RESULTS. RATESIM IS
046625*     CANCELLED AFTERWARDS SO EACH SIMULATION STARTS CLEAN, AND
046630*     ITS RETURN CODE IS NOT CARRIED INTO THIS PROGRAM'S OWN.
046635*-----------------------------------------------------------
046640 2800-SIMULATE-RATE.
046645     ACCEPT WS-SIM-DATE FROM DATE YYYYMMDD.
046650     CALL 'RATESIM' USING WS-SIM-DATE PENDING-CHANGE-RECORD.
046655     CANCEL 'RATESIM'.
046660     MOVE ZERO TO RETURN-CODE.
046665 2800-SIMULATE-RATE-EXIT.
046670     EXIT.
046700*-----------------------------------------------------------
046800* 3000-DISPLAY-TOTALS - SHOW THE REVIEW CONTROL COUNTS
046900*-----------------------------------------------------------
047900 3000-DISPLAY-TOTALS-EXIT.
048000     EXIT.
048100*-----------------------------------------------------------
048200* 8900-CLOSE-FILES - CLOSE THE QUEUE, THE KEEP FILE, THE
048300*     THREE MASTERS AND THE THREE AUDIT TRAILS
048400*-----------------------------------------------------------
048500 8900-CLOSE-FILES.
048600     CLOSE PEND-FILE.
048900     CLOSE BRANCH-FILE.
049000     CLOSE RATE-AUDIT-FILE.
049100     CLOSE BRANCH-AUDIT-FILE.
049125     CLOSE FEE-FILE.
049150     CLOSE FEE-AUDIT-FILE.
049200 8900-CLOSE-FILES-EXIT.
049300     EXIT.
049400*-----------------------------------------------------------
049800     STOP RUN.
049900 9999-EXIT-EXIT.
050000     EXIT.
050100     COPY SGNPROC.
